       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACLIAB.
      * MONTHLY VACATION LIABILITY VALUATION -- VALUES EVERY BALANCE
      * ON VACBALANCE.DAT (THE HOURS VACACCRUE AND VACTAKE MAINTAIN)
      * AT THE EMPLOYEE'S CURRENT HOURLY RATE OFF THE INDEXED
      * EMPLOYEE MASTER, TOTALS THE LIABILITY BY DEPARTMENT, AND
      * COMPARES EACH DEPARTMENT WITH LAST MONTH'S VALUATION, KEPT
      * ON A PERSISTENT VALUATION FILE. THE CHANGE IS WRITTEN AS A
      * BALANCED ACCRUAL JOURNAL IN THE GLJOURNAL LAYOUT: AN
      * INCREASE DEBITS THE DEPARTMENT'S LABOR ACCOUNT FROM THE SAME
      * GLMAP.DAT MAPPING GLPOST USES AND CREDITS ACCRUED VACATION
      * LIABILITY; A DECREASE POSTS THE OTHER WAY ROUND. A SECOND
      * RUN IN THE SAME MONTH RESTATES THAT MONTH AGAINST THE SAME
      * PRIOR FIGURES, SO A RERUN CANNOT BOOK THE CHANGE TWICE.
      * EACH LEGAL ENTITY KEEPS ITS OWN BOOKS: THE VALUATION IS KEPT
      * BY COMPANY (IDX-COMPANY ON THE MASTER) AND DEPARTMENT, AND
      * EVERY JOURNAL LINE CARRIES ITS COMPANY THE WAY GLPOST'S DO,
      * SO EACH COMPANY'S PAIR OF LINES BALANCES ON ITS OWN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VACBALANCE ASSIGN TO WS-BALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BALANCE.

       SELECT EMPLOYEEINDEXED ASSIGN TO WS-EMPIDX-PATH
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

      * Chart-of-accounts mapping: department to GL account and
      * cost center, shared with GLPOST.
       SELECT GLMAP ASSIGN TO WS-GLMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GLMAP.

      * Valuation by department, one line each, carried month to
      * month: the month valued, the liability booked for it, and
      * the prior month's figure it was compared with.
       SELECT OPTIONAL VACLIABILITY ASSIGN TO WS-LIAB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LIAB.

      * The accrual journal accounting ingests, in the GLJOURNAL
      * layout.
       SELECT VACACCRJRN ASSIGN TO WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD VACBALANCE.
       01 VACBALANCE-REC.
           05 BAL-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 BAL-HOURS             PIC 9(05)V99.

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

       FD GLMAP.
       01 GLMAP-REC.
           05 MAP-DEPARTMENT        PIC X(30).
           05 FILLER                PIC X(02).
           05 MAP-ACCOUNT           PIC X(08).
           05 FILLER                PIC X(02).
           05 MAP-COST-CENTER       PIC X(06).

       FD VACLIABILITY.
       01 VACLIABILITY-REC.
           05 VL-DEPARTMENT         PIC X(30).
           05 FILLER                PIC X(02).
           05 VL-MONTH              PIC 9(06).
           05 FILLER                PIC X(02).
           05 VL-HOURS              PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 VL-AMOUNT             PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 VL-PRIOR-AMOUNT       PIC 9(09)V99.
      * Company the department's liability is booked under; blank
      * on valuations written before companies were kept.
           05 FILLER                PIC X(02).
           05 VL-COMPANY            PIC X(01).

       FD VACACCRJRN.
       01 GLJOURNAL-REC.
           05 JRN-ACCOUNT           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-COST-CENTER       PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-DC                PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-AMOUNT            PIC 9(09).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-DESCRIPTION       PIC X(40).
      * Legal entity whose books the line posts to, blank for
      * employees under no company -- as on GLJOURNAL.DAT.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-COMPANY           PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. A balance with no master record and a department
      * with no mapping are appended to EXCEPTIONS.DAT.
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
       01  WS-BALANCE-PATH         PIC X(64).
       01  WS-EMPIDX-PATH          PIC X(64).
       01  WS-GLMAP-PATH           PIC X(64).
       01  WS-LIAB-PATH            PIC X(64).
       01  WS-JOURNAL-PATH         PIC X(64).


       01  WS-WORK-AREAS.
           05 WS-FS-BALANCE       PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-GLMAP         PIC X(02).
           05 WS-FS-LIAB          PIC X(02).
           05 WS-FS-JOURNAL       PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-THIS-MONTH       PIC 9(06).

      * Unmapped departments post to GLPOST's suspense account; the
      * other side of every accrual line is the liability account.
           05 WS-SUSPENSE-ACCT    PIC X(08) VALUE '9999SUSP'.
           05 WS-SUSPENSE-CC      PIC X(06) VALUE 'SUSP00'.
           05 WS-LIABILITY-ACCT   PIC X(08) VALUE '2150VACL'.
           05 WS-LIABILITY-CC     PIC X(06) VALUE 'VACLIB'.

           05 WS-BALANCE-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-VALUED-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-NO-MASTER-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-SUSPENSE-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-JRN-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-DEBIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-CREDIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 WS-LIAB-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 WS-PRIOR-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-HOURS-TOTAL      PIC 9(07)V99 VALUE ZERO.
           05 WS-RERUN-SW         PIC X(03) VALUE 'NO '.
              88 MONTH-RERUN      VALUE 'YES'.

           05 WS-EMP-VALUE        PIC 9(07)V99.
           05 WS-CHANGE           PIC S9(09)V99.
           05 WS-CHANGE-ABS       PIC 9(09)V99.
           05 WS-LINE-ACCT        PIC X(08).
           05 WS-LINE-CC          PIC X(06).

      * Department valuations: this month's, built from the balances,
      * beside the prior month's, carried in off the valuation file.
      * One entry per company and department.
           05 WS-DEPT-AREA.
              10 WS-DEPT-COUNT    PIC 9(04) COMP VALUE ZERO.
              10 WS-DEPT-ENTRY OCCURS 100 TIMES
                               INDEXED BY DEPT-IDX.
                 15 WS-DEPT-COMPANY  PIC X(01).
                 15 WS-DEPT-NAME     PIC X(30).
                 15 WS-DEPT-EMPS     PIC 9(05).
                 15 WS-DEPT-HOURS    PIC 9(07)V99.
                 15 WS-DEPT-AMOUNT   PIC 9(09)V99.
                 15 WS-DEPT-PRIOR    PIC 9(09)V99.
              10 WS-DEPT-FOUND    PIC X(03).
                 88 DEPT-ENTRY-FOUND VALUE 'YES'.
           05 WS-DEPT-DROPPED     PIC 9(05) VALUE ZERO.
           05 WS-MAP-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-LIAB-EOF-SW      PIC X(03) VALUE 'NO '.
              88 LIAB-EOF         VALUE 'YES'.
           05 WS-BALANCE-EOF-SW   PIC X(03) VALUE 'NO '.
              88 BALANCE-EOF      VALUE 'YES'.
           05 WS-LINE-DEPT        PIC X(30).
           05 WS-LINE-COMPANY     PIC X(01).

           05 WS-MAP-TABLE.
              10 WS-MAP-COUNT     PIC 9(03) COMP VALUE ZERO.
              10 WS-MAP-ENTRY OCCURS 100 TIMES
                                  INDEXED BY MAP-IDX.
                 15 WS-MAP-DEPT      PIC X(30).
                 15 WS-MAP-ACCT      PIC X(08).
                 15 WS-MAP-CC        PIC X(06).
           05 WS-MAP-HIT          PIC X(03).
              88 MAP-FOUND        VALUE 'YES'.

           05 PRINTRECORD.
              10 PRINT-COMPANY     PIC X(01).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-DEPT        PIC X(30).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-EMPS        PIC ZZZZ9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-HOURS       PIC Z,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-PRIOR       PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-CHANGE      PIC ---,---,--9.99.

       PROCEDURE DIVISION.
       0100-START.

      * Resolve this step's file locations through the shop profile
      * before anything opens.
           MOVE 'VACBALANCE' TO FP-LOGICAL
           MOVE 'VACBALANCE.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-BALANCE-PATH
           MOVE 'EMPLOYEEINDEXED' TO FP-LOGICAL
           MOVE 'EMPLOYEEINDEXED.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-EMPIDX-PATH
           MOVE 'GLMAP' TO FP-LOGICAL
           MOVE 'GLMAP.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-GLMAP-PATH
           MOVE 'VACLIABILITY' TO FP-LOGICAL
           MOVE 'VACLIABILITY.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-LIAB-PATH
           MOVE 'VACACCRJRN' TO FP-LOGICAL
           MOVE 'VACACCRJRN.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-JOURNAL-PATH


      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
      * clean so the COND chain carries on, and RUNSCHED logs the
      * bypass for the planned-versus-executed report.
           MOVE 'VACLIAB'      TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* VACLIAB BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'VACLIAB'      TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.
           MOVE WS-TODAY8(1:6)        TO WS-THIS-MONTH.
           PERFORM 0110-LOAD-GLMAP.
           PERFORM 0120-LOAD-PRIOR-VALUATION.

           OPEN INPUT VACBALANCE.
           OPEN INPUT EMPLOYEEINDEXED.
           OPEN OUTPUT VACACCRJRN.
           IF WS-FS-BALANCE NOT = '00' OR
              FS-EMP-IDX NOT = '00' OR
              WS-FS-JOURNAL NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-BALANCE-REASON
              DISPLAY '* FS-VACBALANCE: ' WS-FS-BALANCE
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-EMPIDX-REASON
              DISPLAY '* FS-EMPIDX    : ' FS-EMP-IDX
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-JOURNAL   : ' WS-FS-JOURNAL
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           PERFORM UNTIL BALANCE-EOF
              READ VACBALANCE
                 AT END SET BALANCE-EOF TO TRUE
              END-READ
              IF NOT BALANCE-EOF
                 PERFORM 0200-VALUE-BALANCE
              END-IF
           END-PERFORM.
           CLOSE VACBALANCE, EMPLOYEEINDEXED.

      * A department that fell off the table would book its whole
      * prior liability back out -- nothing is journaled or carried.
           IF WS-DEPT-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* DEPARTMENT TABLE EXCEEDS 100"
              DISPLAY "* DEPARTMENTS NOT VALUED: " WS-DEPT-DROPPED
              DISPLAY "* NO ACCRUAL JOURNALED"
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
           ELSE
              PERFORM 0300-WRITE-ACCRUAL-JOURNAL
              PERFORM 0400-PRINT-VALUATION
              PERFORM 0500-REWRITE-VALUATION
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-GLMAP.

      * A missing chart of accounts would post the whole liability
      * to suspense -- a hard stop, as it is for GLPOST.
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
              IF WS-FS-GLMAP NOT = '10'
                 IF WS-MAP-COUNT < 100
                    ADD 1          TO WS-MAP-COUNT
                    SET MAP-IDX    TO WS-MAP-COUNT
                    MOVE MAP-DEPARTMENT
                                   TO WS-MAP-DEPT(MAP-IDX)
                    MOVE MAP-ACCOUNT
                                   TO WS-MAP-ACCT(MAP-IDX)
                    MOVE MAP-COST-CENTER
                                   TO WS-MAP-CC(MAP-IDX)
                 ELSE
                    ADD 1          TO WS-MAP-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE GLMAP.

      * A mapping row dropped from the table would send a mapped
      * department's liability to suspense -- refuse the run.
           IF WS-MAP-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* GL MAP TABLE EXCEEDS 100 ROWS"
              DISPLAY "* ROWS NOT LOADED: " WS-MAP-DROPPED
              DISPLAY "* NO ACCRUAL JOURNALED"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

       0120-LOAD-PRIOR-VALUATION.

      * Each department comes in with the figure to compare against:
      * last month's liability, or -- when this month has already
      * been valued once -- the same prior figure that run used.
      * A first run has nothing to compare with; the whole
      * liability is booked as the change.
           OPEN INPUT VACLIABILITY.
           IF WS-FS-LIAB = '00'
              PERFORM UNTIL LIAB-EOF
                 READ VACLIABILITY
                    AT END SET LIAB-EOF TO TRUE
                 END-READ
                 IF NOT LIAB-EOF
                    MOVE VL-DEPARTMENT TO WS-LINE-DEPT
                    MOVE VL-COMPANY    TO WS-LINE-COMPANY
                    PERFORM 0230-FIND-DEPT
                    IF DEPT-ENTRY-FOUND
                       IF VL-MONTH = WS-THIS-MONTH
                          MOVE 'YES'   TO WS-RERUN-SW
                          MOVE VL-PRIOR-AMOUNT
                                       TO WS-DEPT-PRIOR(DEPT-IDX)
                       ELSE
                          MOVE VL-AMOUNT
                                       TO WS-DEPT-PRIOR(DEPT-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE VACLIABILITY
           ELSE
              IF WS-FS-LIAB = '05'
                 CLOSE VACLIABILITY
              END-IF
           END-IF.

       0200-VALUE-BALANCE.

      * Hours at today's rate; a balance with no master record has
      * no rate to value it at and is reported, valued at zero.
           ADD 1                      TO WS-BALANCE-COUNT
           MOVE BAL-EMPLOYEEID        TO IDX-EMPLOYEEID
           READ EMPLOYEEINDEXED
              INVALID KEY CONTINUE
           END-READ
           IF FS-EMP-IDX = '00'
              ADD 1                   TO WS-VALUED-COUNT
              COMPUTE WS-EMP-VALUE ROUNDED =
                      BAL-HOURS * IDX-HOURLYRATE
              MOVE IDX-DEPARTMENT     TO WS-LINE-DEPT
              MOVE IDX-COMPANY        TO WS-LINE-COMPANY
              PERFORM 0230-FIND-DEPT
              IF DEPT-ENTRY-FOUND
                 ADD 1                TO WS-DEPT-EMPS(DEPT-IDX)
                 ADD BAL-HOURS        TO WS-DEPT-HOURS(DEPT-IDX)
                 ADD WS-EMP-VALUE     TO WS-DEPT-AMOUNT(DEPT-IDX)
              END-IF
           ELSE
              ADD 1                   TO WS-NO-MASTER-COUNT
              MOVE 'NO EMPLOYEE MASTER' TO EXC-REASON
              MOVE BAL-EMPLOYEEID     TO EXC-KEY
              MOVE VACBALANCE-REC     TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0230-FIND-DEPT.

      * Finds the company and department's entry, adding it when
      * it is new; a full table is counted and the department left
      * unvalued.
           MOVE 'NO '                 TO WS-DEPT-FOUND
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT OR DEPT-ENTRY-FOUND
              IF WS-DEPT-NAME(DEPT-IDX) = WS-LINE-DEPT AND
                 WS-DEPT-COMPANY(DEPT-IDX) = WS-LINE-COMPANY
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
                 MOVE WS-LINE-COMPANY TO WS-DEPT-COMPANY(DEPT-IDX)
                 MOVE ZERO            TO WS-DEPT-EMPS(DEPT-IDX)
                 MOVE ZERO            TO WS-DEPT-HOURS(DEPT-IDX)
                 MOVE ZERO            TO WS-DEPT-AMOUNT(DEPT-IDX)
                 MOVE ZERO            TO WS-DEPT-PRIOR(DEPT-IDX)
                 MOVE 'YES'           TO WS-DEPT-FOUND
              ELSE
                 ADD 1                TO WS-DEPT-DROPPED
              END-IF
           END-IF.

       0300-WRITE-ACCRUAL-JOURNAL.

      * One pair of lines per department whose liability moved: the
      * labor expense side and the accrued-liability side, equal and
      * opposite, so the journal nets to zero.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              ADD WS-DEPT-AMOUNT(DEPT-IDX) TO WS-LIAB-TOTAL
              ADD WS-DEPT-PRIOR(DEPT-IDX)  TO WS-PRIOR-TOTAL
              ADD WS-DEPT-HOURS(DEPT-IDX)  TO WS-HOURS-TOTAL
              COMPUTE WS-CHANGE = WS-DEPT-AMOUNT(DEPT-IDX)
                                - WS-DEPT-PRIOR(DEPT-IDX)
              IF WS-CHANGE NOT = ZERO
                 MOVE WS-DEPT-NAME(DEPT-IDX) TO WS-LINE-DEPT
                 MOVE WS-DEPT-COMPANY(DEPT-IDX) TO WS-LINE-COMPANY
                 PERFORM 0310-MAP-DEPT-ACCOUNT
                 PERFORM 0320-WRITE-DEPT-ENTRY
              END-IF
           END-PERFORM.

       0310-MAP-DEPT-ACCOUNT.

           MOVE 'NO '                 TO WS-MAP-HIT
           PERFORM VARYING MAP-IDX FROM 1 BY 1
              UNTIL MAP-IDX > WS-MAP-COUNT
              IF WS-MAP-DEPT(MAP-IDX) = WS-LINE-DEPT
                 MOVE WS-MAP-ACCT(MAP-IDX) TO WS-LINE-ACCT
                 MOVE WS-MAP-CC(MAP-IDX)   TO WS-LINE-CC
                 MOVE 'YES'           TO WS-MAP-HIT
              END-IF
           END-PERFORM

      * No mapping row: the department's accrual posts to suspense
      * and the gap is reported, never dropped.
           IF NOT MAP-FOUND
              MOVE WS-SUSPENSE-ACCT   TO WS-LINE-ACCT
              MOVE WS-SUSPENSE-CC     TO WS-LINE-CC
              ADD 1                   TO WS-SUSPENSE-COUNT
              MOVE 'NO GL MAPPING'    TO EXC-REASON
              MOVE WS-LINE-DEPT(1:20) TO EXC-KEY
              MOVE WS-LINE-DEPT       TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0320-WRITE-DEPT-ENTRY.

           IF WS-CHANGE < ZERO
              COMPUTE WS-CHANGE-ABS = ZERO - WS-CHANGE
           ELSE
              MOVE WS-CHANGE          TO WS-CHANGE-ABS
           END-IF

           MOVE SPACES                TO GLJOURNAL-REC
           MOVE WS-LINE-ACCT          TO JRN-ACCOUNT
           MOVE WS-LINE-CC            TO JRN-COST-CENTER
           IF WS-CHANGE > ZERO
              MOVE 'D'                TO JRN-DC
              ADD WS-CHANGE-ABS       TO WS-DEBIT-TOTAL
           ELSE
              MOVE 'C'                TO JRN-DC
              ADD WS-CHANGE-ABS       TO WS-CREDIT-TOTAL
           END-IF
           MOVE WS-CHANGE-ABS         TO JRN-AMOUNT
           MOVE WS-LINE-COMPANY       TO JRN-COMPANY
           STRING 'VACATION ACCRUAL ' WS-LINE-DEPT
              DELIMITED BY SIZE INTO JRN-DESCRIPTION
           WRITE GLJOURNAL-REC
           ADD 1                      TO WS-JRN-COUNT

           MOVE SPACES                TO GLJOURNAL-REC
           MOVE WS-LIABILITY-ACCT     TO JRN-ACCOUNT
           MOVE WS-LIABILITY-CC       TO JRN-COST-CENTER
           IF WS-CHANGE > ZERO
              MOVE 'C'                TO JRN-DC
              ADD WS-CHANGE-ABS       TO WS-CREDIT-TOTAL
           ELSE
              MOVE 'D'                TO JRN-DC
              ADD WS-CHANGE-ABS       TO WS-DEBIT-TOTAL
           END-IF
           MOVE WS-CHANGE-ABS         TO JRN-AMOUNT
           MOVE WS-LINE-COMPANY       TO JRN-COMPANY
           STRING 'VACATION LIABILITY ' WS-LINE-DEPT
              DELIMITED BY SIZE INTO JRN-DESCRIPTION
           WRITE GLJOURNAL-REC
           ADD 1                      TO WS-JRN-COUNT.

       0400-PRINT-VALUATION.

           DISPLAY "================================================"
           DISPLAY "VACATION LIABILITY VALUATION -- " WS-THIS-MONTH
           IF MONTH-RERUN
              DISPLAY "(RESTATED -- MONTH ALREADY VALUED)"
           END-IF
           DISPLAY "================================================"
           DISPLAY "CO DEPARTMENT                     EMPS"
                   "        HOURS      LIABILITY"
                   "     LAST MONTH         CHANGE"
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              MOVE WS-DEPT-COMPANY(DEPT-IDX) TO PRINT-COMPANY
              MOVE WS-DEPT-NAME(DEPT-IDX)   TO PRINT-DEPT
              MOVE WS-DEPT-EMPS(DEPT-IDX)   TO PRINT-EMPS
              MOVE WS-DEPT-HOURS(DEPT-IDX)  TO PRINT-HOURS
              MOVE WS-DEPT-AMOUNT(DEPT-IDX) TO PRINT-AMOUNT
              MOVE WS-DEPT-PRIOR(DEPT-IDX)  TO PRINT-PRIOR
              COMPUTE PRINT-CHANGE = WS-DEPT-AMOUNT(DEPT-IDX)
                                   - WS-DEPT-PRIOR(DEPT-IDX)
              DISPLAY PRINTRECORD
           END-PERFORM.
           DISPLAY "------------------------------------------------"
           MOVE SPACE                 TO PRINT-COMPANY
           MOVE 'TOTAL'               TO PRINT-DEPT
           MOVE WS-VALUED-COUNT       TO PRINT-EMPS
           MOVE WS-HOURS-TOTAL        TO PRINT-HOURS
           MOVE WS-LIAB-TOTAL         TO PRINT-AMOUNT
           MOVE WS-PRIOR-TOTAL        TO PRINT-PRIOR
           COMPUTE PRINT-CHANGE = WS-LIAB-TOTAL - WS-PRIOR-TOTAL
           DISPLAY PRINTRECORD.

       0500-REWRITE-VALUATION.

      * Departments with nothing left to value still go out at zero
      * while they carried a prior figure, so the reversal shows.
           OPEN OUTPUT VACLIABILITY.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF WS-DEPT-AMOUNT(DEPT-IDX) > ZERO OR
                 WS-DEPT-PRIOR(DEPT-IDX) > ZERO
                 MOVE SPACES          TO VACLIABILITY-REC
                 MOVE WS-DEPT-NAME(DEPT-IDX)   TO VL-DEPARTMENT
                 MOVE WS-THIS-MONTH            TO VL-MONTH
                 MOVE WS-DEPT-HOURS(DEPT-IDX)  TO VL-HOURS
                 MOVE WS-DEPT-AMOUNT(DEPT-IDX) TO VL-AMOUNT
                 MOVE WS-DEPT-PRIOR(DEPT-IDX)  TO VL-PRIOR-AMOUNT
                 MOVE WS-DEPT-COMPANY(DEPT-IDX) TO VL-COMPANY
                 WRITE VACLIABILITY-REC
              END-IF
           END-PERFORM.
           CLOSE VACLIABILITY.

       9000-END-PROGRAM.

           CLOSE VACACCRJRN.

           DISPLAY "**********************************"
           DISPLAY "*  BALANCES READ         : " WS-BALANCE-COUNT
           DISPLAY "*  BALANCES VALUED       : " WS-VALUED-COUNT
           DISPLAY "*  NO MASTER RECORD      : " WS-NO-MASTER-COUNT
           DISPLAY "*  LIABILITY THIS MONTH  : " WS-LIAB-TOTAL
           DISPLAY "*  LIABILITY LAST MONTH  : " WS-PRIOR-TOTAL
           DISPLAY "*  JOURNAL LINES WRITTEN : " WS-JRN-COUNT
           DISPLAY "*  JOURNAL DEBITS        : " WS-DEBIT-TOTAL
           DISPLAY "*  JOURNAL CREDITS       : " WS-CREDIT-TOTAL
           DISPLAY "*  SUSPENSE POSTINGS     : " WS-SUSPENSE-COUNT
           DISPLAY "**********************************"

           IF (WS-NO-MASTER-COUNT > ZERO OR WS-SUSPENSE-COUNT > ZERO)
              AND RETURN-CODE = ZERO
              MOVE 4              TO RETURN-CODE
           END-IF

           PERFORM 9010-LOG-END-AND-STOP.

       9010-LOG-END-AND-STOP.

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-BALANCE-COUNT TO RL-READ
           MOVE WS-JRN-COUNT   TO RL-WRITTEN
           MOVE WS-NO-MASTER-COUNT TO RL-REJECTED
           MOVE WS-FS-BALANCE  TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'VACLIAB'         TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-BALANCE-REASON
           FS-FIELD  BY WS-FS-BALANCE
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-EMPIDX-REASON
           FS-FIELD  BY FS-EMP-IDX
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-GLMAP-REASON
           FS-FIELD  BY WS-FS-GLMAP
           FS-REASON BY WS-FS-REASON.

       END PROGRAM VACLIAB.
