       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRSUMM.
      * QUARTERLY WAGE AND TAX SUMMARY -- LISTS EVERY EMPLOYEE'S
      * QUARTER-TO-DATE STRAIGHT, OVERTIME, GROSS AND TAX WITHHELD
      * FROM THE QTD EARNINGS FILE YTDUPDATE MAINTAINS, WITH A TOTAL
      * FOR EACH COMPANY (THE COMPANY CODE ON THE EMPLOYEE MASTER) AND
      * A GRAND TOTAL, AND TIES THE GRAND TOTAL BACK TO THE GROSS-PAY
      * REGISTER RUNS OF THE QUARTER AS LOGGED ON THE QUARTER CONTROL
      * FILE. AN EMPLOYEE NO LONGER ON THE MASTER IS TOTALLED UNDER
      * NO COMPANY AND ENDS THE STEP WITH A WARNING.
      * A PERIOD RUN MORE THAN ONCE COUNTS ONCE (ITS LATEST RUN), A
      * VOIDED PAYMENT COMES BACK OUT, AND WHAT IS LEFT SHOULD EQUAL
      * THE EMPLOYEE TOTALS TO THE PENNY. ANY DIFFERENCE, AND ANY
      * PERIOD NUMBER MISSING FROM THE QUARTER'S RUN OF REGISTERS,
      * IS PRINTED AND ENDS THE STEP WITH A WARNING.
      *
      * THE QUARTER REPORTED IS TAKEN FROM THE QTRPARM.DAT CARD
      * (YEAR AND QUARTER) WHEN ONE IS ON HAND, OTHERWISE FROM THE
      * PAID-THROUGH DATE ON THE PAY-PERIOD CARD. RUN IT AT QUARTER
      * CLOSE, BEFORE THE FIRST REGISTER OF THE NEXT QUARTER ROLLS
      * THE BUCKETS OVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Optional report card: the year and quarter to report.
       SELECT OPTIONAL QTRPARM ASSIGN TO "QTRPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARM.

       SELECT OPTIONAL PAYPERIOD ASSIGN TO "PAYPERIOD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD.

       SELECT OPTIONAL QTDEARNINGS ASSIGN TO WS-QTD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-QTD.

       SELECT OPTIONAL QTDCONTROL ASSIGN TO WS-QTDCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-QTDCTL.

      * Employee master, read by key for each employee's company.
       SELECT EMPLOYEEINDEXED ASSIGN TO WS-EMPIDX-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDX-EMPLOYEEID
           ALTERNATE RECORD KEY IS IDX-DEPARTMENT
              WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-EMPLOYEENAME
              WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-SSN
              WITH DUPLICATES
           FILE STATUS IS WS-FS-EMPIDX.

       DATA DIVISION.
       FILE SECTION.
       FD QTRPARM.
       01 QTRPARM-REC.
           05 PARM-YEAR             PIC 9(04).
           05 FILLER                PIC X(02).
           05 PARM-QUARTER          PIC 9(01).

       FD PAYPERIOD.
       01 PAYPERIOD-REC.
           05 PERIOD-NUMBER         PIC 9(03).
           05 FILLER                PIC X(02).
           05 PERIOD-PAID-THRU      PIC 9(08).
           05 FILLER                PIC X(02).
           05 PERIOD-START          PIC 9(08).

       FD QTDEARNINGS.
       01 QTDEARNINGS-REC.
           88 QTD-EOF VALUE HIGH-VALUES.
           05 QTD-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 QTD-LASTNAME          PIC X(10).
           05 FILLER                PIC X(02).
           05 QTD-FIRSTNAME         PIC X(10).
           05 FILLER                PIC X(02).
           05 QTD-YEAR              PIC 9(04).
           05 FILLER                PIC X(02).
           05 QTD-QUARTER           PIC 9(01).
           05 FILLER                PIC X(02).
           05 QTD-STRAIGHT          PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-OVERTIME          PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-GROSS             PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-TAXES             PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-LAST-PERIOD       PIC 9(03).
           05 FILLER                PIC X(02).
           05 QTD-PAID-THRU         PIC 9(08).
           05 FILLER                PIC X(02).
           05 QTD-HOLIDAY           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-SHIFT             PIC 9(09)V99.

       FD QTDCONTROL.
       01 QTDCONTROL-REC.
           88 QTDCTL-EOF VALUE HIGH-VALUES.
           05 QC-TYPE               PIC X(01).
              88 QC-REGISTER-RUN    VALUE 'R'.
              88 QC-VOID            VALUE 'V'.
           05 FILLER                PIC X(02).
           05 QC-YEAR               PIC 9(04).
           05 FILLER                PIC X(02).
           05 QC-QUARTER            PIC 9(01).
           05 FILLER                PIC X(02).
           05 QC-PERIOD             PIC 9(03).
           05 FILLER                PIC X(02).
           05 QC-PAID-THRU          PIC 9(08).
           05 FILLER                PIC X(02).
           05 QC-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(02).
           05 QC-LINES              PIC 9(07).
           05 FILLER                PIC X(02).
           05 QC-STRAIGHT           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-OVERTIME           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-GROSS              PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-TAXES              PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-HOLIDAY            PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-SHIFT              PIC 9(09)V99.

       FD EMPLOYEEINDEXED.
       01 EMP-IDX-REG.
           05 IDX-EMPLOYEEID        PIC 9(07).
           05 IDX-EMPLOYEENAME.
              10 IDX-LASTNAME       PIC X(10).
              10 IDX-FIRSTNAME      PIC X(10).
           05 IDX-START-YEAR        PIC 9(04).
           05 IDX-START-MONTH       PIC 9(02).
           05 IDX-START-DAY         PIC 9(02).
           05 IDX-HOURSWORKED       PIC 9(03).
           05 IDX-HOURLYRATE        PIC 9(04)V99.
           05 IDX-DEPARTMENT        PIC X(30).
           05 IDX-GENDER            PIC X(01).
           05 IDX-SSN               PIC 9(09).
           05 IDX-GRADE             PIC X(03).
           05 IDX-SUPERVISOR        PIC 9(07).
           05 IDX-COMPANY           PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-QTD-PATH             PIC X(64).
       01  WS-QTDCTL-PATH          PIC X(64).
       01  WS-EMPIDX-PATH          PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-PARM          PIC X(02).
           05 WS-FS-PERIOD        PIC X(02).
           05 WS-FS-QTD           PIC X(02).
           05 WS-FS-QTDCTL        PIC X(02).
           05 WS-FS-EMPIDX        PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-RPT-YEAR         PIC 9(04) VALUE ZERO.
           05 WS-RPT-QUARTER      PIC 9(01) VALUE ZERO.
           05 WS-RPT-MONTH        PIC 9(02).

           05 WS-QTD-READ         PIC 9(07) VALUE ZERO.
           05 WS-EMPLOYEE-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-OTHER-QTR-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-CTL-READ         PIC 9(07) VALUE ZERO.
           05 WS-RERUN-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-VOID-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-GAP-COUNT        PIC 9(05) VALUE ZERO.

      * Grand totals off the QTD buckets.
           05 WS-EMP-STRAIGHT     PIC 9(11)V99 VALUE ZERO.
           05 WS-EMP-OVERTIME     PIC 9(11)V99 VALUE ZERO.
           05 WS-EMP-GROSS        PIC 9(11)V99 VALUE ZERO.
           05 WS-EMP-TAXES        PIC 9(11)V99 VALUE ZERO.

      * One line per company code met on the master; an employee
      * not on the master totals under a blank code.
           05 WS-CO-TABLE.
              10 WS-CO-COUNT      PIC 9(04) COMP VALUE ZERO.
              10 WS-CO-ENTRY OCCURS 20 TIMES
                                  INDEXED BY CO-IDX.
                 15 WS-CO-CODE       PIC X(01).
                 15 WS-CO-EMPLOYEES  PIC 9(07).
                 15 WS-CO-STRAIGHT   PIC 9(11)V99.
                 15 WS-CO-OVERTIME   PIC 9(11)V99.
                 15 WS-CO-GROSS      PIC 9(11)V99.
                 15 WS-CO-TAXES      PIC 9(11)V99.
           05 WS-CO-OVERFLOW      PIC 9(07) VALUE ZERO.
           05 WS-NO-MASTER-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-LINE-COMPANY     PIC X(01).
           05 WS-CO-FOUND         PIC X(03).
              88 CO-FOUND         VALUE 'YES'.

      * Register side: latest run per period, less voids.
           05 WS-REG-STRAIGHT     PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-OVERTIME     PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-GROSS        PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-TAXES        PIC 9(11)V99 VALUE ZERO.
           05 WS-VOID-STRAIGHT    PIC 9(11)V99 VALUE ZERO.
           05 WS-VOID-OVERTIME    PIC 9(11)V99 VALUE ZERO.
           05 WS-VOID-GROSS       PIC 9(11)V99 VALUE ZERO.
           05 WS-VOID-TAXES       PIC 9(11)V99 VALUE ZERO.

           05 WS-DIFF-STRAIGHT    PIC S9(11)V99 VALUE ZERO.
           05 WS-DIFF-OVERTIME    PIC S9(11)V99 VALUE ZERO.
           05 WS-DIFF-GROSS       PIC S9(11)V99 VALUE ZERO.
           05 WS-DIFF-TAXES       PIC S9(11)V99 VALUE ZERO.

      * One line per pay period run in the quarter; a later run of
      * the same period replaces the earlier one.
           05 WS-PER-TABLE.
              10 WS-PER-COUNT     PIC 9(04) COMP VALUE ZERO.
              10 WS-PER-ENTRY OCCURS 60 TIMES
                                  INDEXED BY PER-IDX.
                 15 WS-PER-PERIOD    PIC 9(03).
                 15 WS-PER-PAID-THRU PIC 9(08).
                 15 WS-PER-RUN-DATE  PIC 9(08).
                 15 WS-PER-RUNS      PIC 9(03).
                 15 WS-PER-LINES     PIC 9(07).
                 15 WS-PER-STRAIGHT  PIC 9(09)V99.
                 15 WS-PER-OVERTIME  PIC 9(09)V99.
                 15 WS-PER-GROSS     PIC 9(09)V99.
                 15 WS-PER-TAXES     PIC 9(09)V99.
           05 WS-PER-OVERFLOW     PIC 9(05) VALUE ZERO.
           05 WS-PER-FOUND        PIC X(03).
              88 PER-FOUND        VALUE 'YES'.
           05 WS-PER-HIT          PIC 9(04) COMP.
           05 WS-LOW-PERIOD       PIC 9(03).
           05 WS-HIGH-PERIOD      PIC 9(03).
           05 WS-CHECK-PERIOD     PIC 9(04).

           05 PRINTRECORD.
              10 PRINT-EMPLOYEEID  PIC 9(07).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-LASTNAME    PIC X(10).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-FIRSTNAME   PIC X(10).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-STRAIGHT    PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-OVERTIME    PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-GROSS       PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-TAXES       PIC ZZZ,ZZZ,ZZ9.99.

           05 PERIODRECORD.
              10 PRINT-PERIOD      PIC 9(03).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-PAID-THRU   PIC 9(08).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-RUNS        PIC ZZ9.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-LINES       PIC ZZZZZZ9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-PER-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-PER-TAXES   PIC ZZZ,ZZZ,ZZ9.99.

           05 PRINT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 PRINT-DIFF          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'QTDEARNINGS'       TO FP-LOGICAL
           MOVE 'QTDEARNINGS.DAT'   TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-QTD-PATH
           MOVE 'QTDCONTROL'        TO FP-LOGICAL
           MOVE 'QTDCONTROL.DAT'    TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-QTDCTL-PATH
           MOVE 'EMPLOYEEINDEXED'   TO FP-LOGICAL
           MOVE 'EMPLOYEEINDEXED.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-EMPIDX-PATH

           MOVE 'QTRSUMM'      TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           PERFORM 0110-SELECT-QUARTER.

           OPEN INPUT QTDEARNINGS.
           IF WS-FS-QTD NOT = '00' AND WS-FS-QTD NOT = '05'
              PERFORM 9500-QTD-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-QTD: ' WS-FS-QTD
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           OPEN INPUT EMPLOYEEINDEXED.
           IF WS-FS-EMPIDX NOT = '00'
              PERFORM 9520-EMPIDX-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-EMPIDX: ' WS-FS-EMPIDX
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              CLOSE QTDEARNINGS
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           DISPLAY "================================================"
           DISPLAY "QUARTERLY WAGE AND TAX SUMMARY -- " WS-RPT-YEAR
                   " QUARTER " WS-RPT-QUARTER
           DISPLAY "================================================"
           DISPLAY "EMPLOYEE NAME                         STRAIGHT"
                   "       OVERTIME          GROSS          TAXES"

           MOVE SPACES              TO QTDEARNINGS-REC.
           READ QTDEARNINGS
              AT END SET QTD-EOF TO TRUE
           END-READ.
           PERFORM 0200-LIST-EMPLOYEE UNTIL QTD-EOF.
           CLOSE QTDEARNINGS EMPLOYEEINDEXED.

           DISPLAY " "
           PERFORM 0230-PRINT-COMPANY-LINE
              VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT.

           MOVE SPACES              TO PRINTRECORD
           MOVE ZERO                TO PRINT-EMPLOYEEID
           MOVE 'GRAND'             TO PRINT-LASTNAME
           MOVE 'TOTAL'             TO PRINT-FIRSTNAME
           MOVE WS-EMP-STRAIGHT     TO PRINT-STRAIGHT
           MOVE WS-EMP-OVERTIME     TO PRINT-OVERTIME
           MOVE WS-EMP-GROSS        TO PRINT-GROSS
           MOVE WS-EMP-TAXES        TO PRINT-TAXES
           DISPLAY " "
           DISPLAY PRINTRECORD.

           OPEN INPUT QTDCONTROL.
           IF WS-FS-QTDCTL NOT = '00' AND WS-FS-QTDCTL NOT = '05'
              PERFORM 9510-QTDCTL-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-QTDCTL: ' WS-FS-QTDCTL
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.
           MOVE SPACES              TO QTDCONTROL-REC.
           READ QTDCONTROL
              AT END SET QTDCTL-EOF TO TRUE
           END-READ.
           PERFORM 0300-POST-CONTROL UNTIL QTDCTL-EOF.
           CLOSE QTDCONTROL.

           PERFORM 0400-PRINT-TIE-OUT.
           PERFORM 9000-END-PROGRAM.

       0110-SELECT-QUARTER.

      * The report card wins; the pay-period card is the fallback so
      * the quarter-close run needs no card of its own.
           OPEN INPUT QTRPARM.
           IF WS-FS-PARM = '00'
              READ QTRPARM
                 AT END CONTINUE
              END-READ
              IF PARM-YEAR IS NUMERIC AND
                 PARM-QUARTER IS NUMERIC AND
                 PARM-QUARTER > ZERO AND PARM-QUARTER < 5
                 MOVE PARM-YEAR        TO WS-RPT-YEAR
                 MOVE PARM-QUARTER     TO WS-RPT-QUARTER
              END-IF
              CLOSE QTRPARM
           ELSE
              IF WS-FS-PARM = '05'
                 CLOSE QTRPARM
              END-IF
           END-IF.

           IF WS-RPT-QUARTER = ZERO
              OPEN INPUT PAYPERIOD
              IF WS-FS-PERIOD = '00'
                 READ PAYPERIOD
                    AT END CONTINUE
                 END-READ
                 IF PERIOD-PAID-THRU IS NUMERIC AND
                    PERIOD-PAID-THRU > ZERO
                    MOVE PERIOD-PAID-THRU(1:4) TO WS-RPT-YEAR
                    MOVE PERIOD-PAID-THRU(5:2) TO WS-RPT-MONTH
                    COMPUTE WS-RPT-QUARTER = (WS-RPT-MONTH + 2) / 3
                 END-IF
                 CLOSE PAYPERIOD
              ELSE
                 IF WS-FS-PERIOD = '05'
                    CLOSE PAYPERIOD
                 END-IF
              END-IF
           END-IF.

           IF WS-RPT-QUARTER = ZERO OR WS-RPT-QUARTER > 4
              DISPLAY '********************************'
              DISPLAY '* NO QUARTER TO REPORT -- NEED *'
              DISPLAY '* QTRPARM.DAT OR PAYPERIOD.DAT *'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

       0200-LIST-EMPLOYEE.

           ADD 1                    TO WS-QTD-READ
           IF QTD-YEAR = WS-RPT-YEAR AND QTD-QUARTER = WS-RPT-QUARTER
              ADD 1                 TO WS-EMPLOYEE-COUNT
              ADD QTD-STRAIGHT      TO WS-EMP-STRAIGHT
              ADD QTD-OVERTIME      TO WS-EMP-OVERTIME
              ADD QTD-GROSS         TO WS-EMP-GROSS
              ADD QTD-TAXES         TO WS-EMP-TAXES
              MOVE SPACES           TO PRINTRECORD
              MOVE QTD-EMPLOYEEID   TO PRINT-EMPLOYEEID
              MOVE QTD-LASTNAME     TO PRINT-LASTNAME
              MOVE QTD-FIRSTNAME    TO PRINT-FIRSTNAME
              MOVE QTD-STRAIGHT     TO PRINT-STRAIGHT
              MOVE QTD-OVERTIME     TO PRINT-OVERTIME
              MOVE QTD-GROSS        TO PRINT-GROSS
              MOVE QTD-TAXES        TO PRINT-TAXES
              DISPLAY PRINTRECORD
              PERFORM 0210-FIND-COMPANY
              PERFORM 0220-ADD-TO-COMPANY
           ELSE
      * A bucket already rolled into a later quarter no longer holds
      * this quarter's pay -- counted so the tie-out can say so.
              IF QTD-YEAR > WS-RPT-YEAR OR
                 (QTD-YEAR = WS-RPT-YEAR AND
                  QTD-QUARTER > WS-RPT-QUARTER)
                 ADD 1              TO WS-OTHER-QTR-COUNT
              END-IF
           END-IF.

           READ QTDEARNINGS
              AT END SET QTD-EOF TO TRUE
           END-READ.

       0210-FIND-COMPANY.

      * The company is whatever the master carries today; a leaver
      * already purged from the master totals under no company.
           MOVE SPACE               TO WS-LINE-COMPANY
           MOVE QTD-EMPLOYEEID      TO IDX-EMPLOYEEID
           READ EMPLOYEEINDEXED
              INVALID KEY CONTINUE
           END-READ
           IF WS-FS-EMPIDX = '00'
              MOVE IDX-COMPANY      TO WS-LINE-COMPANY
           ELSE
              ADD 1                 TO WS-NO-MASTER-COUNT
              DISPLAY QTD-EMPLOYEEID
                      "  ** NOT ON EMPLOYEE MASTER -- NO COMPANY"
           END-IF.

       0220-ADD-TO-COMPANY.

           MOVE 'NO '               TO WS-CO-FOUND
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT OR CO-FOUND
              IF WS-CO-CODE(CO-IDX) = WS-LINE-COMPANY
                 MOVE 'YES'         TO WS-CO-FOUND
              END-IF
           END-PERFORM
           IF CO-FOUND
              SET CO-IDX DOWN BY 1
           ELSE
              IF WS-CO-COUNT < 20
                 ADD 1              TO WS-CO-COUNT
                 SET CO-IDX         TO WS-CO-COUNT
                 MOVE WS-LINE-COMPANY TO WS-CO-CODE(CO-IDX)
                 MOVE ZERO          TO WS-CO-EMPLOYEES(CO-IDX)
                                       WS-CO-STRAIGHT(CO-IDX)
                                       WS-CO-OVERTIME(CO-IDX)
                                       WS-CO-GROSS(CO-IDX)
                                       WS-CO-TAXES(CO-IDX)
                 MOVE 'YES'         TO WS-CO-FOUND
              ELSE
                 ADD 1              TO WS-CO-OVERFLOW
              END-IF
           END-IF
           IF CO-FOUND
              ADD 1                 TO WS-CO-EMPLOYEES(CO-IDX)
              ADD QTD-STRAIGHT      TO WS-CO-STRAIGHT(CO-IDX)
              ADD QTD-OVERTIME      TO WS-CO-OVERTIME(CO-IDX)
              ADD QTD-GROSS         TO WS-CO-GROSS(CO-IDX)
              ADD QTD-TAXES         TO WS-CO-TAXES(CO-IDX)
           END-IF.

       0230-PRINT-COMPANY-LINE.

           MOVE SPACES              TO PRINTRECORD
           MOVE ZERO                TO PRINT-EMPLOYEEID
           IF WS-CO-CODE(CO-IDX) = SPACE
              MOVE 'NO COMPANY'     TO PRINT-LASTNAME
           ELSE
              STRING 'COMPANY ' WS-CO-CODE(CO-IDX)
                 DELIMITED BY SIZE INTO PRINT-LASTNAME
           END-IF
           MOVE 'TOTAL'             TO PRINT-FIRSTNAME
           MOVE WS-CO-STRAIGHT(CO-IDX) TO PRINT-STRAIGHT
           MOVE WS-CO-OVERTIME(CO-IDX) TO PRINT-OVERTIME
           MOVE WS-CO-GROSS(CO-IDX)    TO PRINT-GROSS
           MOVE WS-CO-TAXES(CO-IDX)    TO PRINT-TAXES
           DISPLAY PRINTRECORD.

       0300-POST-CONTROL.

           ADD 1                    TO WS-CTL-READ
           IF QC-YEAR = WS-RPT-YEAR AND QC-QUARTER = WS-RPT-QUARTER
              EVALUATE TRUE
                 WHEN QC-REGISTER-RUN
                    PERFORM 0310-POST-REGISTER-RUN
                 WHEN QC-VOID
                    ADD 1           TO WS-VOID-COUNT
                    ADD QC-STRAIGHT TO WS-VOID-STRAIGHT
                    ADD QC-OVERTIME TO WS-VOID-OVERTIME
                    ADD QC-GROSS    TO WS-VOID-GROSS
                    ADD QC-TAXES    TO WS-VOID-TAXES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           READ QTDCONTROL
              AT END SET QTDCTL-EOF TO TRUE
           END-READ.

       0310-POST-REGISTER-RUN.

      * The control file is append-only, so the last line read for
      * a period is its latest run.
           MOVE 'NO '               TO WS-PER-FOUND
           PERFORM VARYING PER-IDX FROM 1 BY 1
              UNTIL PER-IDX > WS-PER-COUNT
              IF WS-PER-PERIOD(PER-IDX) = QC-PERIOD
                 SET WS-PER-HIT     TO PER-IDX
                 MOVE 'YES'         TO WS-PER-FOUND
              END-IF
           END-PERFORM

           IF PER-FOUND
              SET PER-IDX           TO WS-PER-HIT
              ADD 1                 TO WS-PER-RUNS(PER-IDX)
              ADD 1                 TO WS-RERUN-COUNT
           ELSE
              IF WS-PER-COUNT < 60
                 ADD 1              TO WS-PER-COUNT
                 SET PER-IDX        TO WS-PER-COUNT
                 MOVE QC-PERIOD     TO WS-PER-PERIOD(PER-IDX)
                 MOVE 1             TO WS-PER-RUNS(PER-IDX)
                 MOVE 'YES'         TO WS-PER-FOUND
              ELSE
                 ADD 1              TO WS-PER-OVERFLOW
              END-IF
           END-IF

           IF PER-FOUND
              MOVE QC-PAID-THRU     TO WS-PER-PAID-THRU(PER-IDX)
              MOVE QC-RUN-DATE      TO WS-PER-RUN-DATE(PER-IDX)
              MOVE QC-LINES         TO WS-PER-LINES(PER-IDX)
              MOVE QC-STRAIGHT      TO WS-PER-STRAIGHT(PER-IDX)
              MOVE QC-OVERTIME      TO WS-PER-OVERTIME(PER-IDX)
              MOVE QC-GROSS         TO WS-PER-GROSS(PER-IDX)
              MOVE QC-TAXES         TO WS-PER-TAXES(PER-IDX)
           END-IF.

       0400-PRINT-TIE-OUT.

           DISPLAY " "
           DISPLAY "---- REGISTER RUNS IN THE QUARTER"
           DISPLAY "PER  PAID THRU  RUNS    LINES          GROSS"
                   "          TAXES"

           MOVE 999                 TO WS-LOW-PERIOD
           MOVE ZERO                TO WS-HIGH-PERIOD
           PERFORM 0410-PRINT-PERIOD-LINE
              VARYING PER-IDX FROM 1 BY 1
              UNTIL PER-IDX > WS-PER-COUNT.

      * Periods in a quarter run in sequence; a number skipped
      * between the first and last seen is a register never rolled.
           IF WS-PER-COUNT > ZERO
              PERFORM 0420-CHECK-PERIOD-GAP
                 VARYING WS-CHECK-PERIOD FROM WS-LOW-PERIOD BY 1
                 UNTIL WS-CHECK-PERIOD > WS-HIGH-PERIOD
           END-IF.

           COMPUTE WS-DIFF-STRAIGHT = WS-EMP-STRAIGHT
                   - (WS-REG-STRAIGHT - WS-VOID-STRAIGHT)
           COMPUTE WS-DIFF-OVERTIME = WS-EMP-OVERTIME
                   - (WS-REG-OVERTIME - WS-VOID-OVERTIME)
           COMPUTE WS-DIFF-GROSS =
                   WS-EMP-GROSS - (WS-REG-GROSS - WS-VOID-GROSS)
           COMPUTE WS-DIFF-TAXES =
                   WS-EMP-TAXES - (WS-REG-TAXES - WS-VOID-TAXES)

           DISPLAY " "
           DISPLAY "---- TIE-OUT TO REGISTERS"
           DISPLAY "                     STRAIGHT           OVERTIME"
                   "              GROSS              TAXES"
           PERFORM 0430-PRINT-TIE-LINES.

           IF WS-DIFF-STRAIGHT NOT = ZERO OR
              WS-DIFF-OVERTIME NOT = ZERO OR
              WS-DIFF-GROSS NOT = ZERO OR
              WS-DIFF-TAXES NOT = ZERO
              DISPLAY " "
              DISPLAY "* QUARTER DOES NOT TIE TO ITS REGISTERS"
              IF WS-OTHER-QTR-COUNT > ZERO
                 DISPLAY "* " WS-OTHER-QTR-COUNT
                         " EMPLOYEES ALREADY ROLLED TO A LATER QUARTER"
              END-IF
              MOVE 4                TO RETURN-CODE
           END-IF.
           IF WS-GAP-COUNT > ZERO
              DISPLAY "* " WS-GAP-COUNT " PAY PERIODS MISSING FROM"
                      " THE QUARTER"
              MOVE 4                TO RETURN-CODE
           END-IF.
           IF WS-PER-OVERFLOW > ZERO
              DISPLAY "* WARNING: PERIOD TABLE FULL, "
                      WS-PER-OVERFLOW " RUNS NOT COUNTED"
              MOVE 4                TO RETURN-CODE
           END-IF.
           IF WS-NO-MASTER-COUNT > ZERO
              DISPLAY "* " WS-NO-MASTER-COUNT " EMPLOYEES NOT ON THE"
                      " MASTER -- TOTALLED UNDER NO COMPANY"
              MOVE 4                TO RETURN-CODE
           END-IF.
           IF WS-CO-OVERFLOW > ZERO
              DISPLAY "* WARNING: COMPANY TABLE FULL, "
                      WS-CO-OVERFLOW " EMPLOYEES IN NO COMPANY TOTAL"
              MOVE 4                TO RETURN-CODE
           END-IF.

       0410-PRINT-PERIOD-LINE.

           ADD WS-PER-STRAIGHT(PER-IDX) TO WS-REG-STRAIGHT
           ADD WS-PER-OVERTIME(PER-IDX) TO WS-REG-OVERTIME
           ADD WS-PER-GROSS(PER-IDX)    TO WS-REG-GROSS
           ADD WS-PER-TAXES(PER-IDX)    TO WS-REG-TAXES
           IF WS-PER-PERIOD(PER-IDX) < WS-LOW-PERIOD
              MOVE WS-PER-PERIOD(PER-IDX) TO WS-LOW-PERIOD
           END-IF
           IF WS-PER-PERIOD(PER-IDX) > WS-HIGH-PERIOD
              MOVE WS-PER-PERIOD(PER-IDX) TO WS-HIGH-PERIOD
           END-IF

           MOVE SPACES              TO PERIODRECORD
           MOVE WS-PER-PERIOD(PER-IDX)    TO PRINT-PERIOD
           MOVE WS-PER-PAID-THRU(PER-IDX) TO PRINT-PAID-THRU
           MOVE WS-PER-RUNS(PER-IDX)      TO PRINT-RUNS
           MOVE WS-PER-LINES(PER-IDX)     TO PRINT-LINES
           MOVE WS-PER-GROSS(PER-IDX)     TO PRINT-PER-GROSS
           MOVE WS-PER-TAXES(PER-IDX)     TO PRINT-PER-TAXES
           DISPLAY PERIODRECORD.

       0420-CHECK-PERIOD-GAP.

           MOVE 'NO '               TO WS-PER-FOUND
           PERFORM VARYING PER-IDX FROM 1 BY 1
              UNTIL PER-IDX > WS-PER-COUNT
              IF WS-PER-PERIOD(PER-IDX) = WS-CHECK-PERIOD
                 MOVE 'YES'         TO WS-PER-FOUND
              END-IF
           END-PERFORM
           IF NOT PER-FOUND
              ADD 1                 TO WS-GAP-COUNT
              DISPLAY WS-CHECK-PERIOD(2:3)
                      "  ** NO REGISTER RUN ON FILE"
           END-IF.

       0430-PRINT-TIE-LINES.

           MOVE WS-EMP-STRAIGHT     TO PRINT-AMOUNT
           DISPLAY "EMPLOYEE QTD   " PRINT-AMOUNT WITH NO ADVANCING
           MOVE WS-EMP-OVERTIME     TO PRINT-AMOUNT
           DISPLAY " " PRINT-AMOUNT WITH NO ADVANCING
           MOVE WS-EMP-GROSS        TO PRINT-AMOUNT
           DISPLAY " " PRINT-AMOUNT WITH NO ADVANCING
           MOVE WS-EMP-TAXES        TO PRINT-AMOUNT
           DISPLAY " " PRINT-AMOUNT

           MOVE WS-REG-STRAIGHT     TO PRINT-AMOUNT
           DISPLAY "REGISTER RUNS  " PRINT-AMOUNT WITH NO ADVANCING
           MOVE WS-REG-OVERTIME     TO PRINT-AMOUNT
           DISPLAY " " PRINT-AMOUNT WITH NO ADVANCING
           MOVE WS-REG-GROSS        TO PRINT-AMOUNT
           DISPLAY " " PRINT-AMOUNT WITH NO ADVANCING
           MOVE WS-REG-TAXES        TO PRINT-AMOUNT
           DISPLAY " " PRINT-AMOUNT

           MOVE WS-VOID-STRAIGHT    TO PRINT-AMOUNT
           DISPLAY "LESS VOIDS     " PRINT-AMOUNT WITH NO ADVANCING
           MOVE WS-VOID-OVERTIME    TO PRINT-AMOUNT
           DISPLAY " " PRINT-AMOUNT WITH NO ADVANCING
           MOVE WS-VOID-GROSS       TO PRINT-AMOUNT
           DISPLAY " " PRINT-AMOUNT WITH NO ADVANCING
           MOVE WS-VOID-TAXES       TO PRINT-AMOUNT
           DISPLAY " " PRINT-AMOUNT

           MOVE WS-DIFF-STRAIGHT    TO PRINT-DIFF
           DISPLAY "DIFFERENCE     " PRINT-DIFF WITH NO ADVANCING
           MOVE WS-DIFF-OVERTIME    TO PRINT-DIFF
           DISPLAY " " PRINT-DIFF WITH NO ADVANCING
           MOVE WS-DIFF-GROSS       TO PRINT-DIFF
           DISPLAY " " PRINT-DIFF WITH NO ADVANCING
           MOVE WS-DIFF-TAXES       TO PRINT-DIFF
           DISPLAY " " PRINT-DIFF.

       9000-END-PROGRAM.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* QTD RECORDS READ       : " WS-QTD-READ
           DISPLAY "* EMPLOYEES IN QUARTER   : " WS-EMPLOYEE-COUNT
           DISPLAY "* COMPANIES IN QUARTER   : " WS-CO-COUNT
           DISPLAY "* NOT ON EMPLOYEE MASTER : " WS-NO-MASTER-COUNT
           DISPLAY "* CONTROL LINES READ     : " WS-CTL-READ
           DISPLAY "* PERIODS IN QUARTER     : " WS-PER-COUNT
           DISPLAY "* REGISTER RERUNS        : " WS-RERUN-COUNT
           DISPLAY "* VOIDS IN QUARTER       : " WS-VOID-COUNT
           DISPLAY "* MISSING PERIODS        : " WS-GAP-COUNT
           DISPLAY "**********************************"

           PERFORM 9010-LOG-END-AND-STOP.

       9010-LOG-END-AND-STOP.

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-QTD-READ    TO RL-READ
           MOVE WS-EMPLOYEE-COUNT TO RL-WRITTEN
           MOVE WS-GAP-COUNT   TO RL-REJECTED
           MOVE WS-FS-QTD      TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-QTD-REASON
           FS-FIELD  BY WS-FS-QTD
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-QTDCTL-REASON
           FS-FIELD  BY WS-FS-QTDCTL
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-EMPIDX-REASON
           FS-FIELD  BY WS-FS-EMPIDX
           FS-REASON BY WS-FS-REASON.

       END PROGRAM QTRSUMM.
