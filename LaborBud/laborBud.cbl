       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABORBUD.
      * DEPARTMENT LABOR BUDGET VERSUS ACTUAL -- READS THE LABOR-COST
      * JOURNAL GLPOST WROTE FOR THE PAY PERIOD ON THE PAYPERIOD.DAT
      * CARD, TURNS EACH DEBIT BACK INTO ITS DEPARTMENT THROUGH THE
      * SAME GLMAP.DAT MAPPING GLPOST POSTED WITH, AND COMPARES THE
      * DEPARTMENT'S COST WITH ITS BUDGET ON LABORBUDGET.DAT (ONE
      * ROW PER DEPARTMENT, YEAR AND PAY PERIOD), PERIOD-TO-DATE AND
      * YEAR-TO-DATE, WITH THE VARIANCE AND PERCENT OF BUDGET USED.
      *
      * GLJOURNAL.DAT HOLDS ONLY THE LATEST POSTING, SO EACH PERIOD'S
      * DEPARTMENT COST IS KEPT ON A PERSISTENT ACTUALS FILE
      * (LABORACTUAL.DAT) FOR THE YEAR-TO-DATE FIGURES. A SECOND RUN
      * FOR THE SAME PERIOD RESTATES THAT PERIOD, SO A RERUN CANNOT
      * COUNT ITS COST TWICE; ROWS OLDER THAN LAST YEAR AGE OFF.
      *
      * A DEPARTMENT WHOSE COST RUNS OVER BUDGET BY MORE THAN THE
      * TOLERANCE ON THE OPTIONAL LABBUDPARM.DAT CARD (WHOLE PERCENT,
      * DEFAULT 5), PERIOD OR YEAR TO DATE, IS FLAGGED AND LOGGED TO
      * THE EXCEPTION REPOSITORY, AS IS COST WITH NO BUDGET AT ALL
      * AND A DEBIT THAT MAPS TO NO DEPARTMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Pay-period control card -- the period and year the journal
      * belongs to.
       SELECT OPTIONAL PAYPERIOD ASSIGN TO "PAYPERIOD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD.

      * Tolerance card -- optional, whole percent over budget.
       SELECT OPTIONAL LABBUDPARM ASSIGN TO "LABBUDPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARM.

      * The labor-cost journal GLPOST writes for accounting.
       SELECT GLJOURNAL ASSIGN TO WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JOURNAL.

      * Chart-of-accounts mapping: department to GL account and
      * cost center, shared with GLPOST.
       SELECT GLMAP ASSIGN TO WS-GLMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GLMAP.

      * Budget by department, year and pay period.
       SELECT LABORBUDGET ASSIGN TO WS-BUDGET-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BUDGET.

      * Department labor cost by year and pay period, carried from
      * run to run.
       SELECT OPTIONAL LABORACTUAL ASSIGN TO WS-ACTUAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACTUAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYPERIOD.
       01 PAYPERIOD-REC.
           05 PERIOD-NUMBER         PIC 9(03).
           05 FILLER                PIC X(02).
           05 PERIOD-PAID-THRU      PIC 9(08).
           05 FILLER                PIC X(02).
           05 PERIOD-START          PIC 9(08).

       FD LABBUDPARM.
       01 LABBUDPARM-REC.
           05 PARM-TOLERANCE-PCT    PIC 9(03).

       FD GLJOURNAL.
       01 GLJOURNAL-REC.
           05 JRN-ACCOUNT           PIC X(08).
           05 FILLER                PIC X(02).
           05 JRN-COST-CENTER       PIC X(06).
           05 FILLER                PIC X(02).
           05 JRN-DC                PIC X(01).
           05 FILLER                PIC X(02).
      * GLPOST writes the amount edited with a literal decimal point
      * -- split it into dollars and cents to rebuild the number.
           05 JRN-AMOUNT.
              10 JRN-AMOUNT-DOLS    PIC 9(09).
              10 FILLER             PIC X(01).
              10 JRN-AMOUNT-CENTS   PIC 9(02).
           05 FILLER                PIC X(02).
           05 JRN-DESCRIPTION       PIC X(40).
           05 FILLER                PIC X(02).
           05 JRN-COMPANY           PIC X(01).

       FD GLMAP.
       01 GLMAP-REC.
           05 MAP-DEPARTMENT        PIC X(30).
           05 FILLER                PIC X(02).
           05 MAP-ACCOUNT           PIC X(08).
           05 FILLER                PIC X(02).
           05 MAP-COST-CENTER       PIC X(06).

       FD LABORBUDGET.
       01 LABORBUDGET-REC.
           05 BUD-DEPARTMENT        PIC X(30).
           05 FILLER                PIC X(02).
           05 BUD-YEAR              PIC 9(04).
           05 FILLER                PIC X(02).
           05 BUD-PERIOD            PIC 9(03).
           05 FILLER                PIC X(02).
           05 BUD-AMOUNT            PIC 9(09)V99.

       FD LABORACTUAL.
       01 LABORACTUAL-REC.
           05 LA-DEPARTMENT         PIC X(30).
           05 FILLER                PIC X(02).
           05 LA-YEAR               PIC 9(04).
           05 FILLER                PIC X(02).
           05 LA-PERIOD             PIC 9(03).
           05 FILLER                PIC X(02).
           05 LA-AMOUNT             PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. Over-tolerance and unbudgeted departments and
      * unmapped debits are appended to EXCEPTIONS.DAT.
       01  EX-PARM.
           COPY EXCREC.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.
      * File-location profile parameter area -- see FILEPROF
      * copybook. Control cards stay on their working-directory
      * names; every data file this step reads or writes resolves
      * through the profile, with the traditional name as the
      * default when no profile (or no entry) is on hand.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-JOURNAL-PATH         PIC X(64).
       01  WS-GLMAP-PATH           PIC X(64).
       01  WS-BUDGET-PATH          PIC X(64).
       01  WS-ACTUAL-PATH          PIC X(64).


       01  WS-WORK-AREAS.
           05 WS-FS-PERIOD        PIC X(02).
           05 WS-FS-PARM          PIC X(02).
           05 WS-FS-JOURNAL       PIC X(02).
           05 WS-FS-GLMAP         PIC X(02).
           05 WS-FS-BUDGET        PIC X(02).
           05 WS-FS-ACTUAL        PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-THIS-PERIOD      PIC 9(03).
           05 WS-THIS-YEAR        PIC 9(04).
           05 WS-OLDEST-YEAR      PIC 9(04).
           05 WS-TOLERANCE-PCT    PIC 9(03).

           05 WS-JRN-READ         PIC 9(07) VALUE ZERO.
           05 WS-JRN-DEBITS       PIC 9(07) VALUE ZERO.
           05 WS-JRN-BAD          PIC 9(05) VALUE ZERO.
           05 WS-UNMAPPED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-OVER-COUNT       PIC 9(04) VALUE ZERO.
           05 WS-NOBUDGET-COUNT   PIC 9(04) VALUE ZERO.
           05 WS-AGED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-HIST-DROPPED     PIC 9(05) VALUE ZERO.
           05 WS-RERUN-SW         PIC X(03) VALUE 'NO '.
              88 PERIOD-RERUN     VALUE 'YES'.
           05 WS-ACTUAL-EOF-SW    PIC X(03) VALUE 'NO '.
              88 ACTUAL-EOF       VALUE 'YES'.
           05 WS-JOURNAL-EOF-SW   PIC X(03) VALUE 'NO '.
              88 JOURNAL-EOF      VALUE 'YES'.
           05 WS-BUDGET-EOF-SW    PIC X(03) VALUE 'NO '.
              88 BUDGET-EOF       VALUE 'YES'.

           05 WS-LINE-AMOUNT      PIC 9(09)V99.
           05 WS-LINE-DEPT        PIC X(30).
           05 WS-UNMAPPED-DEPT    PIC X(30)
                                  VALUE '*NO GL MAPPING (SUSPENSE)'.
           05 WS-LIMIT            PIC 9(11)V99.
           05 WS-VARIANCE         PIC S9(11)V99.
           05 WS-PCT-USED         PIC 9(05)V9.
           05 WS-FLAG             PIC X(16).

      * Department totals for the report: this period's and the
      * year's budget beside this period's and the year's cost.
           05 WS-DEPT-AREA.
              10 WS-DEPT-COUNT    PIC 9(04) COMP VALUE ZERO.
              10 WS-DEPT-ENTRY OCCURS 100 TIMES
                               INDEXED BY DEPT-IDX.
                 15 WS-DEPT-NAME     PIC X(30).
                 15 WS-DEPT-PTD-BUD  PIC 9(09)V99.
                 15 WS-DEPT-PTD-ACT  PIC 9(09)V99.
                 15 WS-DEPT-YTD-BUD  PIC 9(11)V99.
                 15 WS-DEPT-YTD-ACT  PIC 9(11)V99.
              10 WS-DEPT-FOUND    PIC X(03).
                 88 DEPT-ENTRY-FOUND VALUE 'YES'.
           05 WS-DEPT-DROPPED     PIC 9(05) VALUE ZERO.

      * Actuals history held whole while the run adds this period
      * and writes it back.
           05 WS-HIST-AREA.
              10 WS-HIST-COUNT    PIC 9(05) COMP VALUE ZERO.
              10 WS-HIST-ENTRY OCCURS 6000 TIMES
                               INDEXED BY HIST-IDX.
                 15 WS-HIST-DEPT     PIC X(30).
                 15 WS-HIST-YEAR     PIC 9(04).
                 15 WS-HIST-PERIOD   PIC 9(03).
                 15 WS-HIST-AMOUNT   PIC 9(09)V99.

           05 WS-MAP-TABLE.
              10 WS-MAP-COUNT     PIC 9(03) COMP VALUE ZERO.
              10 WS-MAP-ENTRY OCCURS 100 TIMES
                                  INDEXED BY MAP-IDX.
                 15 WS-MAP-DEPT      PIC X(30).
                 15 WS-MAP-ACCT      PIC X(08).
                 15 WS-MAP-CC        PIC X(06).
           05 WS-MAP-HIT          PIC X(03).
              88 MAP-FOUND        VALUE 'YES'.

           05 WS-GRAND-TOTALS.
              10 WS-TOT-PTD-BUD   PIC 9(11)V99 VALUE ZERO.
              10 WS-TOT-PTD-ACT   PIC 9(11)V99 VALUE ZERO.
              10 WS-TOT-YTD-BUD   PIC 9(11)V99 VALUE ZERO.
              10 WS-TOT-YTD-ACT   PIC 9(11)V99 VALUE ZERO.

           05 PRINTRECORD.
              10 PRINT-DEPT        PIC X(30).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-BASIS       PIC X(03).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-BUDGET      PIC Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-ACTUAL      PIC Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-VARIANCE    PIC -,---,---,--9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-PCT         PIC ZZZZ9.9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-FLAG        PIC X(16).

       PROCEDURE DIVISION.
       0100-START.

      * Resolve this step's file locations through the shop profile
      * before anything opens.
           MOVE 'GLJOURNAL' TO FP-LOGICAL
           MOVE 'GLJOURNAL.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-JOURNAL-PATH
           MOVE 'GLMAP' TO FP-LOGICAL
           MOVE 'GLMAP.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-GLMAP-PATH
           MOVE 'LABORBUDGET' TO FP-LOGICAL
           MOVE 'LABORBUDGET.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-BUDGET-PATH
           MOVE 'LABORACTUAL' TO FP-LOGICAL
           MOVE 'LABORACTUAL.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-ACTUAL-PATH


      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
      * clean so the COND chain carries on, and RUNSCHED logs the
      * bypass for the planned-versus-executed report.
           MOVE 'LABORBUD'     TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* LABORBUD BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'LABORBUD'     TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           PERFORM 0110-READ-PERIOD.
           PERFORM 0120-READ-TOLERANCE.
           PERFORM 0130-LOAD-GLMAP.
           PERFORM 0140-LOAD-BUDGET.
           PERFORM 0150-LOAD-ACTUAL-HISTORY.

           OPEN INPUT GLJOURNAL.
           IF WS-FS-JOURNAL NOT = '00'
              PERFORM 9500-JOURNAL-REASON
              DISPLAY '********************************'
              DISPLAY '* GLJOURNAL.DAT REQUIRED       *'
              DISPLAY '* FS-JOURNAL: ' WS-FS-JOURNAL
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           PERFORM UNTIL JOURNAL-EOF
              READ GLJOURNAL
                 AT END SET JOURNAL-EOF TO TRUE
              END-READ
              IF NOT JOURNAL-EOF
                 PERFORM 0200-COST-JOURNAL-LINE
              END-IF
           END-PERFORM.
           CLOSE GLJOURNAL.

      * A department or period that fell off a table would understate
      * the year for good once the history is written back -- report
      * nothing and keep the history as it was.
           IF WS-DEPT-DROPPED > ZERO OR WS-HIST-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* LABOR BUDGET TABLES FULL"
              DISPLAY "* DEPARTMENTS NOT LOADED : " WS-DEPT-DROPPED
              DISPLAY "* HISTORY ROWS NOT LOADED: " WS-HIST-DROPPED
              DISPLAY "* ACTUALS HISTORY NOT UPDATED"
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           PERFORM 0300-ADD-PERIOD-TO-HISTORY.
           PERFORM 0350-TOTAL-YEAR-TO-DATE.
           PERFORM 0400-PRINT-REPORT.
           PERFORM 0500-REWRITE-ACTUAL-HISTORY.
           PERFORM 9000-END-PROGRAM.

       0110-READ-PERIOD.

      * Without the period card the journal cannot be placed in the
      * year -- a hard stop rather than a guess.
           OPEN INPUT PAYPERIOD.
           IF WS-FS-PERIOD = '00'
              MOVE SPACES             TO PAYPERIOD-REC
              READ PAYPERIOD
                 AT END CONTINUE
              END-READ
              CLOSE PAYPERIOD
           ELSE
              IF WS-FS-PERIOD = '05'
                 CLOSE PAYPERIOD
              END-IF
              MOVE SPACES             TO PAYPERIOD-REC
           END-IF.

           IF PERIOD-NUMBER IS NUMERIC AND
              PERIOD-PAID-THRU IS NUMERIC
              MOVE PERIOD-NUMBER      TO WS-THIS-PERIOD
              MOVE PERIOD-PAID-THRU(1:4) TO WS-THIS-YEAR
              COMPUTE WS-OLDEST-YEAR = WS-THIS-YEAR - 1
           ELSE
              DISPLAY '********************************'
              DISPLAY '* PAYPERIOD.DAT CARD REQUIRED  *'
              DISPLAY '* PERIOD AND PAID-THRU NUMERIC *'
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

       0120-READ-TOLERANCE.

           MOVE 005                   TO WS-TOLERANCE-PCT.
           OPEN INPUT LABBUDPARM.
           IF WS-FS-PARM = '00'
              READ LABBUDPARM
                 AT END CONTINUE
              END-READ
              IF WS-FS-PARM = '00' AND
                 PARM-TOLERANCE-PCT IS NUMERIC
                 MOVE PARM-TOLERANCE-PCT TO WS-TOLERANCE-PCT
              END-IF
              CLOSE LABBUDPARM
           ELSE
              IF WS-FS-PARM = '05'
                 CLOSE LABBUDPARM
              END-IF
           END-IF.

       0130-LOAD-GLMAP.

      * A missing chart of accounts would leave every debit without
      * a department -- a hard stop, as it is for GLPOST.
           OPEN INPUT GLMAP.
           IF WS-FS-GLMAP NOT = '00'
              PERFORM 9520-GLMAP-REASON
              DISPLAY '********************************'
              DISPLAY '* GLMAP.DAT REQUIRED           *'
              DISPLAY '* FS-GLMAP: ' WS-FS-GLMAP
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           PERFORM UNTIL WS-FS-GLMAP = '10'
              READ GLMAP
                 AT END MOVE '10' TO WS-FS-GLMAP
              END-READ
              IF WS-FS-GLMAP NOT = '10' AND
                 WS-MAP-COUNT < 100
                 ADD 1             TO WS-MAP-COUNT
                 SET MAP-IDX       TO WS-MAP-COUNT
                 MOVE MAP-DEPARTMENT
                                   TO WS-MAP-DEPT(MAP-IDX)
                 MOVE MAP-ACCOUNT  TO WS-MAP-ACCT(MAP-IDX)
                 MOVE MAP-COST-CENTER
                                   TO WS-MAP-CC(MAP-IDX)
              END-IF
           END-PERFORM.
           CLOSE GLMAP.

       0140-LOAD-BUDGET.

      * Budget departments come in first so the report follows the
      * budget file's order. This period's row is the period budget;
      * every row of the year up to and including it is the year's.
           OPEN INPUT LABORBUDGET.
           IF WS-FS-BUDGET NOT = '00'
              PERFORM 9530-BUDGET-REASON
              DISPLAY '********************************'
              DISPLAY '* LABORBUDGET.DAT REQUIRED     *'
              DISPLAY '* FS-BUDGET: ' WS-FS-BUDGET
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           PERFORM UNTIL BUDGET-EOF
              READ LABORBUDGET
                 AT END SET BUDGET-EOF TO TRUE
              END-READ
              IF NOT BUDGET-EOF AND
                 BUD-YEAR IS NUMERIC AND
                 BUD-PERIOD IS NUMERIC AND
                 BUD-AMOUNT IS NUMERIC
                 IF BUD-YEAR = WS-THIS-YEAR AND
                    BUD-PERIOD NOT > WS-THIS-PERIOD
                    MOVE BUD-DEPARTMENT TO WS-LINE-DEPT
                    PERFORM 0230-FIND-DEPT
                    IF DEPT-ENTRY-FOUND
                       ADD BUD-AMOUNT TO WS-DEPT-YTD-BUD(DEPT-IDX)
                       IF BUD-PERIOD = WS-THIS-PERIOD
                          ADD BUD-AMOUNT
                                      TO WS-DEPT-PTD-BUD(DEPT-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LABORBUDGET.

       0150-LOAD-ACTUAL-HISTORY.

      * This period's own rows are dropped -- tonight's journal
      * replaces them -- and rows from before last year age off.
           OPEN INPUT LABORACTUAL.
           IF WS-FS-ACTUAL = '00'
              PERFORM UNTIL ACTUAL-EOF
                 READ LABORACTUAL
                    AT END SET ACTUAL-EOF TO TRUE
                 END-READ
                 IF NOT ACTUAL-EOF
                    EVALUATE TRUE
                       WHEN LA-YEAR = WS-THIS-YEAR AND
                            LA-PERIOD = WS-THIS-PERIOD
                          MOVE 'YES'  TO WS-RERUN-SW
                       WHEN LA-YEAR < WS-OLDEST-YEAR
                          ADD 1       TO WS-AGED-COUNT
                       WHEN WS-HIST-COUNT < 6000
                          ADD 1       TO WS-HIST-COUNT
                          SET HIST-IDX TO WS-HIST-COUNT
                          MOVE LA-DEPARTMENT
                                      TO WS-HIST-DEPT(HIST-IDX)
                          MOVE LA-YEAR
                                      TO WS-HIST-YEAR(HIST-IDX)
                          MOVE LA-PERIOD
                                      TO WS-HIST-PERIOD(HIST-IDX)
                          MOVE LA-AMOUNT
                                      TO WS-HIST-AMOUNT(HIST-IDX)
                       WHEN OTHER
                          ADD 1       TO WS-HIST-DROPPED
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE LABORACTUAL
           ELSE
              IF WS-FS-ACTUAL = '05'
                 CLOSE LABORACTUAL
              END-IF
           END-IF.

       0200-COST-JOURNAL-LINE.

      * Only the debits are labor cost; the clearing credit is the
      * other side of the same money.
           ADD 1                      TO WS-JRN-READ
           IF JRN-DC = 'D'
              IF JRN-AMOUNT-DOLS IS NUMERIC AND
                 JRN-AMOUNT-CENTS IS NUMERIC
                 ADD 1                TO WS-JRN-DEBITS
                 COMPUTE WS-LINE-AMOUNT = JRN-AMOUNT-DOLS
                                        + (JRN-AMOUNT-CENTS / 100)
                 PERFORM 0210-MAP-JOURNAL-DEPT
                 PERFORM 0230-FIND-DEPT
                 IF DEPT-ENTRY-FOUND
                    ADD WS-LINE-AMOUNT TO WS-DEPT-PTD-ACT(DEPT-IDX)
                 END-IF
              ELSE
                 ADD 1                TO WS-JRN-BAD
                 MOVE 'BAD JOURNAL AMOUNT' TO EXC-REASON
                 MOVE JRN-ACCOUNT     TO EXC-KEY
                 MOVE GLJOURNAL-REC   TO EXC-DETAIL
                 PERFORM 8000-LOG-EXCEPTION
              END-IF
           END-IF.

       0210-MAP-JOURNAL-DEPT.

      * Account and cost center lead back to the department GLPOST
      * posted for; a suspense posting, or a mapping removed since,
      * is costed to its own line and reported.
           MOVE 'NO '                 TO WS-MAP-HIT
           PERFORM VARYING MAP-IDX FROM 1 BY 1
              UNTIL MAP-IDX > WS-MAP-COUNT OR MAP-FOUND
              IF WS-MAP-ACCT(MAP-IDX) = JRN-ACCOUNT AND
                 WS-MAP-CC(MAP-IDX) = JRN-COST-CENTER
                 MOVE WS-MAP-DEPT(MAP-IDX) TO WS-LINE-DEPT
                 MOVE 'YES'           TO WS-MAP-HIT
              END-IF
           END-PERFORM
           IF NOT MAP-FOUND
              MOVE WS-UNMAPPED-DEPT   TO WS-LINE-DEPT
              ADD 1                   TO WS-UNMAPPED-COUNT
              MOVE 'DEBIT NOT ON GLMAP' TO EXC-REASON
              MOVE JRN-ACCOUNT        TO EXC-KEY
              MOVE JRN-DESCRIPTION    TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0230-FIND-DEPT.

      * Finds the department's entry, adding it when it is new; a
      * full table is counted and the run refused above.
           MOVE 'NO '                 TO WS-DEPT-FOUND
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT OR DEPT-ENTRY-FOUND
              IF WS-DEPT-NAME(DEPT-IDX) = WS-LINE-DEPT
                 MOVE 'YES'           TO WS-DEPT-FOUND
              END-IF
           END-PERFORM
           IF DEPT-ENTRY-FOUND
              SET DEPT-IDX DOWN BY 1
           ELSE
              IF WS-DEPT-COUNT < 100
                 ADD 1                TO WS-DEPT-COUNT
                 SET DEPT-IDX         TO WS-DEPT-COUNT
                 MOVE WS-LINE-DEPT    TO WS-DEPT-NAME(DEPT-IDX)
                 MOVE ZERO            TO WS-DEPT-PTD-BUD(DEPT-IDX)
                 MOVE ZERO            TO WS-DEPT-PTD-ACT(DEPT-IDX)
                 MOVE ZERO            TO WS-DEPT-YTD-BUD(DEPT-IDX)
                 MOVE ZERO            TO WS-DEPT-YTD-ACT(DEPT-IDX)
                 MOVE 'YES'           TO WS-DEPT-FOUND
              ELSE
                 ADD 1                TO WS-DEPT-DROPPED
              END-IF
           END-IF.

       0300-ADD-PERIOD-TO-HISTORY.

      * Tonight's cost per department becomes this period's rows.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF WS-DEPT-PTD-ACT(DEPT-IDX) > ZERO
                 IF WS-HIST-COUNT < 6000
                    ADD 1             TO WS-HIST-COUNT
                    SET HIST-IDX      TO WS-HIST-COUNT
                    MOVE WS-DEPT-NAME(DEPT-IDX)
                                      TO WS-HIST-DEPT(HIST-IDX)
                    MOVE WS-THIS-YEAR TO WS-HIST-YEAR(HIST-IDX)
                    MOVE WS-THIS-PERIOD
                                      TO WS-HIST-PERIOD(HIST-IDX)
                    MOVE WS-DEPT-PTD-ACT(DEPT-IDX)
                                      TO WS-HIST-AMOUNT(HIST-IDX)
                 ELSE
                    ADD 1             TO WS-HIST-DROPPED
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-HIST-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* ACTUALS HISTORY EXCEEDS 6000 ROWS"
              DISPLAY "* ACTUALS HISTORY NOT UPDATED"
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

       0350-TOTAL-YEAR-TO-DATE.

      * The year's cost through this period, tonight's included; a
      * later period already on file (a back-period rerun) is left
      * out of this period's year to date.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
              UNTIL HIST-IDX > WS-HIST-COUNT
              IF WS-HIST-YEAR(HIST-IDX) = WS-THIS-YEAR AND
                 WS-HIST-PERIOD(HIST-IDX) NOT > WS-THIS-PERIOD
                 MOVE WS-HIST-DEPT(HIST-IDX) TO WS-LINE-DEPT
                 PERFORM 0230-FIND-DEPT
                 IF DEPT-ENTRY-FOUND
                    ADD WS-HIST-AMOUNT(HIST-IDX)
                                      TO WS-DEPT-YTD-ACT(DEPT-IDX)
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-DEPT-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* DEPARTMENT TABLE EXCEEDS 100"
              DISPLAY "* DEPARTMENTS NOT LOADED : " WS-DEPT-DROPPED
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

       0400-PRINT-REPORT.

           DISPLAY "================================================"
           DISPLAY "LABOR BUDGET VERSUS ACTUAL -- " WS-THIS-YEAR
                   " PERIOD " WS-THIS-PERIOD
           IF PERIOD-RERUN
              DISPLAY "(RESTATED -- PERIOD ALREADY COSTED)"
           END-IF
           DISPLAY "TOLERANCE " WS-TOLERANCE-PCT " PERCENT OVER BUDGET"
           DISPLAY "================================================"
           DISPLAY "DEPARTMENT                         "
                   "         BUDGET           ACTUAL"
                   "     OVER/(UNDER)  % USED"
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              PERFORM 0410-PRINT-DEPT
           END-PERFORM.
           DISPLAY "------------------------------------------------"
           MOVE 'TOTAL'               TO PRINT-DEPT
           MOVE 'PTD'                 TO PRINT-BASIS
           MOVE WS-TOT-PTD-BUD        TO PRINT-BUDGET
           MOVE WS-TOT-PTD-ACT        TO PRINT-ACTUAL
           COMPUTE PRINT-VARIANCE = WS-TOT-PTD-ACT - WS-TOT-PTD-BUD
           MOVE ZERO                  TO PRINT-PCT
           IF WS-TOT-PTD-BUD > ZERO
              COMPUTE PRINT-PCT ROUNDED =
                      WS-TOT-PTD-ACT * 100 / WS-TOT-PTD-BUD
           END-IF
           MOVE SPACES                TO PRINT-FLAG
           DISPLAY PRINTRECORD
           MOVE SPACES                TO PRINT-DEPT
           MOVE 'YTD'                 TO PRINT-BASIS
           MOVE WS-TOT-YTD-BUD        TO PRINT-BUDGET
           MOVE WS-TOT-YTD-ACT        TO PRINT-ACTUAL
           COMPUTE PRINT-VARIANCE = WS-TOT-YTD-ACT - WS-TOT-YTD-BUD
           MOVE ZERO                  TO PRINT-PCT
           IF WS-TOT-YTD-BUD > ZERO
              COMPUTE PRINT-PCT ROUNDED =
                      WS-TOT-YTD-ACT * 100 / WS-TOT-YTD-BUD
           END-IF
           DISPLAY PRINTRECORD.

       0410-PRINT-DEPT.

           ADD WS-DEPT-PTD-BUD(DEPT-IDX) TO WS-TOT-PTD-BUD
           ADD WS-DEPT-PTD-ACT(DEPT-IDX) TO WS-TOT-PTD-ACT
           ADD WS-DEPT-YTD-BUD(DEPT-IDX) TO WS-TOT-YTD-BUD
           ADD WS-DEPT-YTD-ACT(DEPT-IDX) TO WS-TOT-YTD-ACT

      * Period to date.
           MOVE WS-DEPT-NAME(DEPT-IDX) TO PRINT-DEPT
           MOVE 'PTD'                 TO PRINT-BASIS
           MOVE WS-DEPT-PTD-BUD(DEPT-IDX) TO PRINT-BUDGET
           MOVE WS-DEPT-PTD-ACT(DEPT-IDX) TO PRINT-ACTUAL
           COMPUTE WS-VARIANCE = WS-DEPT-PTD-ACT(DEPT-IDX)
                               - WS-DEPT-PTD-BUD(DEPT-IDX)
           COMPUTE WS-LIMIT ROUNDED = WS-DEPT-PTD-BUD(DEPT-IDX)
                   * (100 + WS-TOLERANCE-PCT) / 100
           MOVE SPACES                TO WS-FLAG
           IF WS-DEPT-PTD-BUD(DEPT-IDX) = ZERO
              MOVE ZERO               TO WS-PCT-USED
              IF WS-DEPT-PTD-ACT(DEPT-IDX) > ZERO
                 MOVE '** NO BUDGET'  TO WS-FLAG
              END-IF
           ELSE
              COMPUTE WS-PCT-USED ROUNDED =
                      WS-DEPT-PTD-ACT(DEPT-IDX) * 100
                      / WS-DEPT-PTD-BUD(DEPT-IDX)
              IF WS-DEPT-PTD-ACT(DEPT-IDX) > WS-LIMIT
                 MOVE '** OVER BUDGET' TO WS-FLAG
              END-IF
           END-IF
           PERFORM 0430-PRINT-LINE

      * Year to date.
           MOVE SPACES                TO PRINT-DEPT
           MOVE 'YTD'                 TO PRINT-BASIS
           MOVE WS-DEPT-YTD-BUD(DEPT-IDX) TO PRINT-BUDGET
           MOVE WS-DEPT-YTD-ACT(DEPT-IDX) TO PRINT-ACTUAL
           COMPUTE WS-VARIANCE = WS-DEPT-YTD-ACT(DEPT-IDX)
                               - WS-DEPT-YTD-BUD(DEPT-IDX)
           COMPUTE WS-LIMIT ROUNDED = WS-DEPT-YTD-BUD(DEPT-IDX)
                   * (100 + WS-TOLERANCE-PCT) / 100
           MOVE SPACES                TO WS-FLAG
           IF WS-DEPT-YTD-BUD(DEPT-IDX) = ZERO
              MOVE ZERO               TO WS-PCT-USED
              IF WS-DEPT-YTD-ACT(DEPT-IDX) > ZERO
                 MOVE '** NO BUDGET'  TO WS-FLAG
              END-IF
           ELSE
              COMPUTE WS-PCT-USED ROUNDED =
                      WS-DEPT-YTD-ACT(DEPT-IDX) * 100
                      / WS-DEPT-YTD-BUD(DEPT-IDX)
              IF WS-DEPT-YTD-ACT(DEPT-IDX) > WS-LIMIT
                 MOVE '** OVER BUDGET' TO WS-FLAG
              END-IF
           END-IF
           PERFORM 0430-PRINT-LINE.

       0430-PRINT-LINE.

      * Each flagged line is counted and logged with its basis, so
      * the review sees period and year overruns separately.
           MOVE WS-VARIANCE           TO PRINT-VARIANCE
           MOVE WS-PCT-USED           TO PRINT-PCT
           MOVE WS-FLAG               TO PRINT-FLAG
           DISPLAY PRINTRECORD
           IF WS-FLAG = '** OVER BUDGET'
              ADD 1                   TO WS-OVER-COUNT
              MOVE 'LABOR OVER BUDGET' TO EXC-REASON
           END-IF
           IF WS-FLAG = '** NO BUDGET'
              ADD 1                   TO WS-NOBUDGET-COUNT
              MOVE 'LABOR COST NO BUDGET' TO EXC-REASON
           END-IF
           IF WS-FLAG NOT = SPACES
              MOVE WS-DEPT-NAME(DEPT-IDX)(1:20) TO EXC-KEY
              MOVE SPACES             TO EXC-DETAIL
              STRING PRINT-BASIS ' ' WS-THIS-YEAR '/'
                     WS-THIS-PERIOD ' ACTUAL' PRINT-ACTUAL
                 DELIMITED BY SIZE INTO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0500-REWRITE-ACTUAL-HISTORY.

           OPEN OUTPUT LABORACTUAL.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
              UNTIL HIST-IDX > WS-HIST-COUNT
              MOVE SPACES             TO LABORACTUAL-REC
              MOVE WS-HIST-DEPT(HIST-IDX)   TO LA-DEPARTMENT
              MOVE WS-HIST-YEAR(HIST-IDX)   TO LA-YEAR
              MOVE WS-HIST-PERIOD(HIST-IDX) TO LA-PERIOD
              MOVE WS-HIST-AMOUNT(HIST-IDX) TO LA-AMOUNT
              WRITE LABORACTUAL-REC
           END-PERFORM.
           CLOSE LABORACTUAL.

       9000-END-PROGRAM.

           DISPLAY "**********************************"
           DISPLAY "*  JOURNAL LINES READ    : " WS-JRN-READ
           DISPLAY "*  LABOR DEBITS COSTED   : " WS-JRN-DEBITS
           DISPLAY "*  BAD JOURNAL AMOUNTS   : " WS-JRN-BAD
           DISPLAY "*  DEBITS NOT ON GLMAP   : " WS-UNMAPPED-COUNT
           DISPLAY "*  OVER-BUDGET LINES     : " WS-OVER-COUNT
           DISPLAY "*  UNBUDGETED LINES      : " WS-NOBUDGET-COUNT
           DISPLAY "*  HISTORY ROWS KEPT     : " WS-HIST-COUNT
           DISPLAY "*  HISTORY ROWS AGED OFF : " WS-AGED-COUNT
           DISPLAY "**********************************"

           IF (WS-OVER-COUNT > ZERO OR WS-NOBUDGET-COUNT > ZERO OR
               WS-UNMAPPED-COUNT > ZERO OR WS-JRN-BAD > ZERO)
              AND RETURN-CODE = ZERO
              MOVE 4              TO RETURN-CODE
           END-IF

           PERFORM 9010-LOG-END-AND-STOP.

       9010-LOG-END-AND-STOP.

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-JRN-READ    TO RL-READ
           MOVE WS-HIST-COUNT  TO RL-WRITTEN
           MOVE WS-JRN-BAD     TO RL-REJECTED
           MOVE WS-FS-JOURNAL  TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'LABORBUD'            TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-JOURNAL-REASON
           FS-FIELD  BY WS-FS-JOURNAL
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-GLMAP-REASON
           FS-FIELD  BY WS-FS-GLMAP
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9530-BUDGET-REASON
           FS-FIELD  BY WS-FS-BUDGET
           FS-REASON BY WS-FS-REASON.

       END PROGRAM LABORBUD.
