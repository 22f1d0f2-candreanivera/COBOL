       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVERPT.
      * OVERDUE LEAVE-OF-ABSENCE REPORT -- READS THE LEAVE HISTORY
      * LEAVEMAINT KEEPS ON LEAVESTATUS.DAT AND LISTS EVERY LEAVE
      * STILL OPEN WHOSE EXPECTED RETURN DATE HAS PASSED, WITH THE
      * DAYS OVERDUE, NAMED AND PLACED BY DEPARTMENT FROM
      * EMPLOYEEINDEXED.DAT. EACH ONE IS ALSO LOGGED TO THE EXCEPTION
      * REPOSITORY SO HR EITHER RETURNS THE EMPLOYEE, EXTENDS THE
      * LEAVE, OR TAKES IT UP WITH THEM. AN OPEN LEAVE WHOSE
      * EMPLOYEE IS NO LONGER ON THE MASTER WAS NEVER CLOSED WHEN
      * THEY LEFT AND IS FLAGGED THE SAME WAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL LEAVESTATUS ASSIGN TO WS-LEAVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LEAVE.

       SELECT EMPLOYEEINDEXED ASSIGN TO "EMPLOYEEINDEXED.DAT"
        FILE STATUS IS FS-EMP-IDX
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IDX-EMPLOYEEID
        ALTERNATE RECORD KEY IS IDX-DEPARTMENT
           WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-EMPLOYEENAME
           WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-SSN
           WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
      * 'L' an open leave -- the employee is on leave; 'R' a leave
      * the employee has returned from, with the day back.
       FD LEAVESTATUS.
       01 LEAVESTATUS-REC.
           88 LEAVE-EOF VALUE HIGH-VALUES.
           05 LVS-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 LVS-STATUS            PIC X(01).
              88 LVS-ON-LEAVE       VALUE 'L'.
              88 LVS-RETURNED       VALUE 'R'.
           05 FILLER                PIC X(02).
           05 LVS-REASON            PIC X(03).
           05 FILLER                PIC X(02).
           05 LVS-START             PIC 9(08).
           05 FILLER                PIC X(02).
           05 LVS-EXPECTED          PIC 9(08).
           05 FILLER                PIC X(02).
           05 LVS-RETURNED-ON       PIC 9(08).
           05 FILLER                PIC X(02).
           05 LVS-ENTERED           PIC 9(08).
           05 FILLER                PIC X(02).
           05 LVS-OPERATOR          PIC X(08).

       FD EMPLOYEEINDEXED.
       01 EMP-IDX-REG.
            05 IDX-EMPLOYEEID       PIC 9(07).
            05 IDX-EMPLOYEENAME.
               10 IDX-LASTNAME      PIC X(10).
               10 IDX-FIRSTNAME     PIC X(10).
            05 IDX-START-YEAR       PIC 9(04).
            05 IDX-START-MONTH      PIC 9(02).
            05 IDX-START-DAY        PIC 9(02).
            05 IDX-HOURSWORKED      PIC 9(03).
            05 IDX-HOURLYRATE       PIC 9(04)V99.
            05 IDX-DEPARTMENT       PIC X(30).
            05 IDX-GENDER           PIC X(01).
            05 IDX-SSN              PIC 9(09).
      * PAY GRADE ON GRADEMASTER.DAT, SPACES UNTIL EMPMAINT
      * ASSIGNS ONE.
            05 IDX-GRADE            PIC X(03).
      * EMPLOYEEID OF THE PERSON THIS EMPLOYEE REPORTS TO, ZERO AT
      * THE TOP OF THE HOUSE -- MAINTAINED THROUGH EMPMAINT.
            05 IDX-SUPERVISOR       PIC 9(07).
      * LEGAL ENTITY THE EMPLOYEE IS PAID UNDER -- THE MERGE'S
      * SOURCE-SYSTEM CODE (A ACME, F FUSESINC, T THIRDCO), SPACES
      * UNTIL ONE IS ASSIGNED.
            05 IDX-COMPANY          PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook.
       01  EX-PARM.
           COPY EXCREC.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-LEAVE-PATH           PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-LEAVE         PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-TODAY-INT        PIC 9(08).
           05 WS-DAYS-OVERDUE     PIC 9(05).

           05 WS-LEAVE-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-OPEN-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-OVERDUE-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-NOT-ON-MST-COUNT PIC 9(05) VALUE ZERO.
           05 WS-BADDATE-COUNT    PIC 9(05) VALUE ZERO.

           05 WS-HOLD-DEPARTMENT  PIC X(30).
           05 WS-HOLD-NAME        PIC X(21).

           05 PRINTRECORD.
              10 PRINT-ID          PIC Z(6)9.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-NAME        PIC X(21).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-REASON      PIC X(03).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-START       PIC 9(08).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-EXPECTED    PIC 9(08).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-DAYS        PIC ZZZZ9.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-DEPARTMENT  PIC X(30).

       PROCEDURE DIVISION.
       0100-START.

      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
      * clean so the COND chain carries on, and RUNSCHED logs the
      * bypass for the planned-versus-executed report.
           MOVE 'LEAVERPT' TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* LEAVERPT BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'LEAVERPT'     TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE 'LEAVESTATUS' TO FP-LOGICAL
           MOVE 'LEAVESTATUS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-LEAVE-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY8)

      * No leave file yet just means nobody has ever gone on leave.
           OPEN INPUT LEAVESTATUS.
           IF WS-FS-LEAVE = '05'
              MOVE '00'               TO WS-FS-LEAVE
           END-IF.
           OPEN INPUT EMPLOYEEINDEXED.
           IF WS-FS-LEAVE NOT = '00' OR
              FS-EMP-IDX NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-LEAVE-REASON
              DISPLAY '* FS-LEAVE FILE  : ' WS-FS-LEAVE
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-EMPIDX-REASON
              DISPLAY '* FS-INDEXED MASTER: ' FS-EMP-IDX
                       ' (' WS-FS-REASON ')'
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           DISPLAY "================================================"
           DISPLAY "LEAVES OF ABSENCE PAST EXPECTED RETURN AS OF "
                   WS-TODAY8
           DISPLAY "================================================"
           DISPLAY "EMPLOYEE NAME                  RSN START     "
                   "EXPECTED  DAYS   DEPARTMENT"

           MOVE SPACES                TO LEAVESTATUS-REC.
           READ LEAVESTATUS
              AT END SET LEAVE-EOF TO TRUE
           END-READ.
           PERFORM 0200-CHECK-LEAVE UNTIL LEAVE-EOF.

           IF WS-OVERDUE-COUNT = ZERO
              DISPLAY "(NONE)"
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0200-CHECK-LEAVE.

           IF LEAVESTATUS-REC NOT = SPACES
              ADD 1                   TO WS-LEAVE-COUNT
              IF LVS-ON-LEAVE
                 ADD 1                TO WS-OPEN-COUNT
                 IF LVS-EXPECTED IS NOT NUMERIC OR
                    LVS-EXPECTED < 16010101 OR
                    FUNCTION TEST-DATE-YYYYMMDD(LVS-EXPECTED)
                       NOT = ZERO
                    ADD 1             TO WS-BADDATE-COUNT
                    DISPLAY LVS-EMPLOYEEID
                            "  ** NO USABLE EXPECTED RETURN DATE"
                 ELSE
                    IF LVS-EXPECTED < WS-TODAY8
                       PERFORM 0210-LIST-OVERDUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           MOVE SPACES                TO LEAVESTATUS-REC.
           READ LEAVESTATUS
              AT END SET LEAVE-EOF TO TRUE
           END-READ.

       0210-LIST-OVERDUE.

           ADD 1                      TO WS-OVERDUE-COUNT
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(LVS-EXPECTED)
           MOVE LVS-EMPLOYEEID        TO IDX-EMPLOYEEID
           READ EMPLOYEEINDEXED
              INVALID KEY CONTINUE
           END-READ
           IF FS-EMP-IDX = '00'
              MOVE IDX-DEPARTMENT     TO WS-HOLD-DEPARTMENT
              MOVE SPACES             TO WS-HOLD-NAME
              STRING IDX-LASTNAME ' ' IDX-FIRSTNAME
                 DELIMITED BY SIZE INTO WS-HOLD-NAME
           ELSE
              ADD 1                   TO WS-NOT-ON-MST-COUNT
              MOVE '(NOT ON EMPLOYEE MASTER)' TO WS-HOLD-DEPARTMENT
              MOVE SPACES             TO WS-HOLD-NAME
           END-IF

           MOVE LVS-EMPLOYEEID        TO PRINT-ID
           MOVE WS-HOLD-NAME          TO PRINT-NAME
           MOVE LVS-REASON            TO PRINT-REASON
           MOVE LVS-START             TO PRINT-START
           MOVE LVS-EXPECTED          TO PRINT-EXPECTED
           MOVE WS-DAYS-OVERDUE       TO PRINT-DAYS
           MOVE WS-HOLD-DEPARTMENT    TO PRINT-DEPARTMENT
           DISPLAY PRINTRECORD

           MOVE 'LEAVE RETURN OVERDUE' TO EXC-REASON
           MOVE LVS-EMPLOYEEID        TO EXC-KEY
           MOVE SPACES                TO EXC-DETAIL
           STRING 'EXPECTED ' LVS-EXPECTED ' ' WS-HOLD-DEPARTMENT
              DELIMITED BY SIZE INTO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       9000-END-PROGRAM.

           CLOSE LEAVESTATUS, EMPLOYEEINDEXED.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* LEAVE LINES READ      : " WS-LEAVE-COUNT
           DISPLAY "* OPEN LEAVES           : " WS-OPEN-COUNT
           DISPLAY "* PAST EXPECTED RETURN  : " WS-OVERDUE-COUNT
           DISPLAY "* NOT ON MASTER         : " WS-NOT-ON-MST-COUNT
           DISPLAY "* UNUSABLE RETURN DATES : " WS-BADDATE-COUNT
           DISPLAY "**********************************"

           IF (WS-OVERDUE-COUNT + WS-BADDATE-COUNT) > ZERO AND
              RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-LEAVE-COUNT TO RL-READ
           MOVE WS-OVERDUE-COUNT TO RL-WRITTEN
           MOVE WS-BADDATE-COUNT TO RL-REJECTED
           MOVE WS-FS-LEAVE    TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per leave
      * past its expected return.
           MOVE 'LEAVERPT'            TO EXC-PROGRAM
           MOVE 4                     TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-LEAVE-REASON
           FS-FIELD  BY WS-FS-LEAVE
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-EMPIDX-REASON
           FS-FIELD  BY FS-EMP-IDX
           FS-REASON BY WS-FS-REASON.

       END PROGRAM LEAVERPT.
