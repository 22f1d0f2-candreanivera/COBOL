       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEMAINT.
      * LEAVE-OF-ABSENCE MAINTENANCE -- APPLIES 'S' (START), 'E'
      * (EXTEND) AND 'R' (RETURN) TRANSACTIONS TO LEAVESTATUS.DAT,
      * THE RECORD OF WHO IS AWAY ON AN EXTENDED LEAVE, WHY, AND
      * WHEN THEY ARE EXPECTED BACK. A START OPENS A LEAVE WITH A
      * REASON CODE AND AN EXPECTED RETURN DATE; AN EXTENSION MOVES
      * THE EXPECTED RETURN DATE OF THE OPEN LEAVE; A RETURN CLOSES
      * IT WITH THE DATE THE EMPLOYEE CAME BACK. CLOSED LEAVES ARE
      * KEPT, SO THE FILE IS THE LEAVE HISTORY AS WELL AS THE
      * CURRENT STATUS. WHILE A LEAVE IS OPEN THE EMPLOYEE IS ON
      * LEAVE: PAYREGISTER PAYS NOTHING AND RAISES NO MISSING-
      * TIMECARD HIT, VACACCRUE ACCRUES NOTHING, AND POSNCTL COUNTS
      * THE PERSON APART FROM THE ACTIVE HEADCOUNT. LEAVERPT LISTS
      * OPEN LEAVES PAST THEIR EXPECTED RETURN DATE. THE KEYING
      * OPERATOR MUST HOLD THE ADD (START) OR CHANGE (EXTEND,
      * RETURN) AUTHORITY FOR LEAVEMAINT ON THE OPERATOR
      * AUTHORIZATION FILE, CHECKED THROUGH AUTHCHK BEFORE ANY
      * OTHER EDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * One transaction per record: action, employee, reason,
      * the start (or return) date, the expected return date, and
      * the operator who keyed it.
       SELECT OPTIONAL LEAVETRANS ASSIGN TO WS-TRANS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANS.

      * Leave history, held whole for the apply-and-rewrite pass.
      * OPTIONAL -- the first leave started builds it.
       SELECT OPTIONAL LEAVESTATUS ASSIGN TO WS-LEAVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LEAVE.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVETRANS.
       01 LEAVETRANS-REC.
           88 TRANS-EOF VALUE HIGH-VALUES.
           05 LTR-ACTION            PIC X(01).
              88 LTR-START          VALUE 'S'.
              88 LTR-EXTEND         VALUE 'E'.
              88 LTR-RETURN         VALUE 'R'.
           05 FILLER                PIC X(02).
           05 LTR-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
      * MED medical, FAM family care, MIL military service, DIS
      * disability, EDU education, PER personal. Start only.
           05 LTR-REASON            PIC X(03).
              88 LTR-REASON-VALID   VALUE 'MED' 'FAM' 'MIL' 'DIS'
                                          'EDU' 'PER'.
           05 FILLER                PIC X(02).
      * The first day of leave on a start, the day back on a return;
      * not used on an extension.
           05 LTR-DATE              PIC 9(08).
           05 FILLER                PIC X(02).
      * Expected return date on a start or an extension.
           05 LTR-EXPECTED          PIC 9(08).
           05 FILLER                PIC X(02).
           05 LTR-OPERATOR          PIC X(08).

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

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. Every rejected transaction is appended to
      * EXCEPTIONS.DAT through EXCLOGGER.
       01  EX-PARM.
           COPY EXCREC.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Run-lock parameter area -- see LOCKREQ copybook.
       01  LK-PARM.
           COPY LOCKREQ.

      * Operator-authorization parameter area -- see AUTHCHK
      * copybook.
       01  AU-PARM.
           COPY AUTHCHK.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-TRANS-PATH           PIC X(64).
       01  WS-LEAVE-PATH           PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-TRANS         PIC X(02).
           05 WS-FS-LEAVE         PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TRANS-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-STARTED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-EXTENDED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-RETURNED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-DENIED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-LVS-DROPPED      PIC 9(05) VALUE ZERO.

           05 WS-TODAY8           PIC 9(08).
           05 WS-STEP-RC          PIC 9(04).
           05 WS-CHECK-DATE       PIC 9(08).
           05 WS-DATE-SW          PIC X(03).
              88 DATE-VALID       VALUE 'YES'.

           05 WS-REJECT-REASON    PIC X(24).
           05 WS-FOUND-SW         PIC X(03).
              88 ENTRY-FOUND      VALUE 'YES'.

      * The leave file held whole for the apply-and-rewrite pass.
           05 WS-LVS-TABLE.
              10 WS-LVS-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-LVS-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY LVS-IDX.
                 15 WS-LVS-REC       PIC X(65).

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'LEAVETRANS'  TO FP-LOGICAL
           MOVE 'LEAVETRANS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-TRANS-PATH
           MOVE 'LEAVESTATUS' TO FP-LOGICAL
           MOVE 'LEAVESTATUS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-LEAVE-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8

           MOVE 'LEAVEMAINT'   TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

      * PAYREGISTER, VACACCRUE and POSNCTL read the leave file --
      * it must not be read half rewritten.
           MOVE 'LEAVESTATUS'  TO LK-RESOURCE
           MOVE 'A'            TO LK-ACTION
           MOVE 'LEAVEMAINT'   TO LK-HOLDER
           CALL 'RUNLOCK' USING LK-PARM
           IF LK-BUSY
              DISPLAY '* LEAVESTATUS.DAT LOCKED BY ' LK-OWNER
              DISPLAY '* STEP NOT RUN'
              MOVE 8           TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0110-LOAD-LEAVES.

           OPEN INPUT LEAVETRANS.
      * A night with no transactions delivered is a normal outcome,
      * not a failure -- the optional open leaves the file at end of
      * file and the run applies zero and ends clean.
           IF WS-FS-TRANS = '05'
              DISPLAY '* NO LEAVETRANS.DAT TONIGHT -- '
                      'NO TRANSACTIONS TO APPLY'
              MOVE '00'             TO WS-FS-TRANS
           END-IF.
           IF WS-FS-TRANS NOT = '00'
              PERFORM 9500-TRANS-REASON
              DISPLAY '********************'
              DISPLAY '* FILE OPEN ERROR  *'
              DISPLAY '* FS-TRANS: ' WS-FS-TRANS
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           MOVE SPACES              TO LEAVETRANS-REC.
           READ LEAVETRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.
           PERFORM 0200-APPLY-TRANSACTION UNTIL TRANS-EOF.
           CLOSE LEAVETRANS.

      * The leave file is never rewritten off a blown table -- a
      * dropped line would quietly put somebody back on the payroll.
           IF WS-LVS-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* LEAVE FILE EXCEEDS 5000 LINES"
              DISPLAY "* LINES NOT HELD: " WS-LVS-DROPPED
              DISPLAY "* LEAVE FILE NOT REWRITTEN"
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
           ELSE
              PERFORM 0300-REWRITE-LEAVES
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-LEAVES.

           OPEN INPUT LEAVESTATUS.
           IF WS-FS-LEAVE = '00'
              MOVE SPACES           TO LEAVESTATUS-REC
              READ LEAVESTATUS
                 AT END SET LEAVE-EOF TO TRUE
              END-READ
              PERFORM UNTIL LEAVE-EOF
                 IF LEAVESTATUS-REC NOT = SPACES
                    IF WS-LVS-COUNT < 5000
                       ADD 1          TO WS-LVS-COUNT
                       SET LVS-IDX    TO WS-LVS-COUNT
                       MOVE LEAVESTATUS-REC
                                      TO WS-LVS-REC(LVS-IDX)
                    ELSE
                       ADD 1          TO WS-LVS-DROPPED
                    END-IF
                 END-IF
                 MOVE SPACES        TO LEAVESTATUS-REC
                 READ LEAVESTATUS
                    AT END SET LEAVE-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE LEAVESTATUS
           ELSE
              IF WS-FS-LEAVE = '05'
                 CLOSE LEAVESTATUS
              END-IF
           END-IF.

       0200-APPLY-TRANSACTION.

           ADD 1                      TO WS-TRANS-COUNT
           MOVE SPACES                TO WS-REJECT-REASON
           PERFORM 0205-CHECK-AUTHORITY
           EVALUATE TRUE
              WHEN AU-DENIED
                 MOVE 'NOT AUTHORIZED'        TO WS-REJECT-REASON
                 ADD 1                        TO WS-DENIED-COUNT
              WHEN NOT LTR-START AND NOT LTR-EXTEND AND NOT LTR-RETURN
                 MOVE 'UNKNOWN ACTION'        TO WS-REJECT-REASON
              WHEN LTR-EMPLOYEEID IS NOT NUMERIC OR
                   LTR-EMPLOYEEID = ZERO
                 MOVE 'INVALID EMPLOYEEID'    TO WS-REJECT-REASON
              WHEN LTR-START
                 PERFORM 0210-CHECK-START
              WHEN LTR-EXTEND
                 PERFORM 0220-CHECK-EXTEND
              WHEN OTHER
                 PERFORM 0230-CHECK-RETURN
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                 WHEN LTR-START
                    PERFORM 0250-OPEN-LEAVE
                 WHEN LTR-EXTEND
                    MOVE WS-LVS-REC(LVS-IDX) TO LEAVESTATUS-REC
                    MOVE LTR-EXPECTED TO LVS-EXPECTED
                    MOVE WS-TODAY8    TO LVS-ENTERED
                    MOVE LTR-OPERATOR TO LVS-OPERATOR
                    MOVE LEAVESTATUS-REC TO WS-LVS-REC(LVS-IDX)
                    ADD 1             TO WS-EXTENDED-COUNT
                 WHEN OTHER
                    MOVE WS-LVS-REC(LVS-IDX) TO LEAVESTATUS-REC
                    MOVE 'R'          TO LVS-STATUS
                    MOVE LTR-DATE     TO LVS-RETURNED-ON
                    MOVE WS-TODAY8    TO LVS-ENTERED
                    MOVE LTR-OPERATOR TO LVS-OPERATOR
                    MOVE LEAVESTATUS-REC TO WS-LVS-REC(LVS-IDX)
                    ADD 1             TO WS-RETURNED-COUNT
              END-EVALUATE
           ELSE
              PERFORM 0290-REJECT-TRANSACTION
           END-IF.

           MOVE SPACES                TO LEAVETRANS-REC.
           READ LEAVETRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0205-CHECK-AUTHORITY.

      * A start is the add authority; an extension or a return
      * changes the open leave. An unknown action code is left for
      * the edits to reject.
           MOVE 'Y'                   TO AU-RESULT
           EVALUATE TRUE
              WHEN LTR-START
                 MOVE 'A'             TO AU-ACTION
              WHEN LTR-EXTEND OR LTR-RETURN
                 MOVE 'C'             TO AU-ACTION
              WHEN OTHER
                 MOVE SPACE           TO AU-ACTION
           END-EVALUATE
           IF AU-ACTION NOT = SPACE
              MOVE 'LEAVEMAINT'       TO AU-PROGRAM
              MOVE LTR-OPERATOR       TO AU-OPERATOR
              MOVE LTR-EMPLOYEEID     TO AU-KEY
              CALL 'AUTHCHK' USING AU-PARM
           END-IF.

       0210-CHECK-START.

      * A start needs a known reason, a real first day, and an
      * expected return after it -- and nobody goes on leave twice.
           MOVE LTR-DATE              TO WS-CHECK-DATE
           PERFORM 0240-CHECK-DATE
           IF NOT LTR-REASON-VALID
              MOVE 'UNKNOWN LEAVE REASON'     TO WS-REJECT-REASON
           ELSE
              IF NOT DATE-VALID
                 MOVE 'INVALID START DATE'    TO WS-REJECT-REASON
              ELSE
                 MOVE LTR-EXPECTED    TO WS-CHECK-DATE
                 PERFORM 0240-CHECK-DATE
                 IF NOT DATE-VALID
                    MOVE 'INVALID RETURN DATE' TO WS-REJECT-REASON
                 ELSE
                    IF LTR-EXPECTED NOT > LTR-DATE
                       MOVE 'RETURN NOT AFTER START'
                                      TO WS-REJECT-REASON
                    ELSE
                       PERFORM 0260-FIND-OPEN-LEAVE
                       IF ENTRY-FOUND
                          MOVE 'ALREADY ON LEAVE'
                                      TO WS-REJECT-REASON
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0220-CHECK-EXTEND.

      * An extension moves the expected return of the open leave;
      * it must still fall after the leave began.
           PERFORM 0260-FIND-OPEN-LEAVE
           IF NOT ENTRY-FOUND
              MOVE 'NOT ON LEAVE'             TO WS-REJECT-REASON
           ELSE
              MOVE LTR-EXPECTED       TO WS-CHECK-DATE
              PERFORM 0240-CHECK-DATE
              MOVE WS-LVS-REC(LVS-IDX) TO LEAVESTATUS-REC
              IF NOT DATE-VALID
                 MOVE 'INVALID RETURN DATE'   TO WS-REJECT-REASON
              ELSE
                 IF LTR-EXPECTED NOT > LVS-START
                    MOVE 'RETURN NOT AFTER START' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       0230-CHECK-RETURN.

      * A return closes the open leave on the day the employee came
      * back, which cannot be before the leave began.
           PERFORM 0260-FIND-OPEN-LEAVE
           IF NOT ENTRY-FOUND
              MOVE 'NOT ON LEAVE'             TO WS-REJECT-REASON
           ELSE
              MOVE LTR-DATE           TO WS-CHECK-DATE
              PERFORM 0240-CHECK-DATE
              MOVE WS-LVS-REC(LVS-IDX) TO LEAVESTATUS-REC
              IF NOT DATE-VALID
                 MOVE 'INVALID RETURN DATE'   TO WS-REJECT-REASON
              ELSE
                 IF LTR-DATE < LVS-START
                    MOVE 'RETURN BEFORE START' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       0240-CHECK-DATE.

           MOVE 'NO '                 TO WS-DATE-SW
           IF WS-CHECK-DATE IS NUMERIC
              IF WS-CHECK-DATE NOT < 16010101
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) = ZERO
                    MOVE 'YES'        TO WS-DATE-SW
                 END-IF
              END-IF
           END-IF.

       0250-OPEN-LEAVE.

           IF WS-LVS-COUNT < 5000
              ADD 1                   TO WS-LVS-COUNT
              SET LVS-IDX             TO WS-LVS-COUNT
              MOVE SPACES             TO LEAVESTATUS-REC
              MOVE LTR-EMPLOYEEID     TO LVS-EMPLOYEEID
              MOVE 'L'                TO LVS-STATUS
              MOVE LTR-REASON         TO LVS-REASON
              MOVE LTR-DATE           TO LVS-START
              MOVE LTR-EXPECTED       TO LVS-EXPECTED
              MOVE ZERO               TO LVS-RETURNED-ON
              MOVE WS-TODAY8          TO LVS-ENTERED
              MOVE LTR-OPERATOR       TO LVS-OPERATOR
              MOVE LEAVESTATUS-REC    TO WS-LVS-REC(LVS-IDX)
              ADD 1                   TO WS-STARTED-COUNT
           ELSE
              ADD 1                   TO WS-LVS-DROPPED
           END-IF.

       0260-FIND-OPEN-LEAVE.

      * The employee's open leave, if any; LVS-IDX is left on the
      * hit.
           MOVE 'NO '                 TO WS-FOUND-SW
           PERFORM VARYING LVS-IDX FROM 1 BY 1
              UNTIL LVS-IDX > WS-LVS-COUNT OR ENTRY-FOUND
              MOVE WS-LVS-REC(LVS-IDX) TO LEAVESTATUS-REC
              IF LVS-EMPLOYEEID = LTR-EMPLOYEEID AND LVS-ON-LEAVE
                 MOVE 'YES'           TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF ENTRY-FOUND
              SET LVS-IDX DOWN BY 1
           END-IF.

       0290-REJECT-TRANSACTION.

           ADD 1                      TO WS-REJECT-COUNT
           DISPLAY '* REJECTED ' LTR-ACTION ' ' LTR-EMPLOYEEID
                   ' -- ' WS-REJECT-REASON
      * AUTHCHK has already logged a refusal to the exception
      * repository.
           IF NOT AU-DENIED
              MOVE WS-REJECT-REASON   TO EXC-REASON
              MOVE LTR-EMPLOYEEID     TO EXC-KEY
              MOVE LEAVETRANS-REC(1:40) TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0300-REWRITE-LEAVES.

           OPEN OUTPUT LEAVESTATUS.
           PERFORM VARYING LVS-IDX FROM 1 BY 1
              UNTIL LVS-IDX > WS-LVS-COUNT
              MOVE WS-LVS-REC(LVS-IDX) TO LEAVESTATUS-REC
              WRITE LEAVESTATUS-REC
           END-PERFORM.
           CLOSE LEAVESTATUS.

       9000-END-PROGRAM.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* LEAVE OF ABSENCE MAINTENANCE   *"
           DISPLAY "* TRANSACTIONS READ  : " WS-TRANS-COUNT
           DISPLAY "* LEAVES STARTED     : " WS-STARTED-COUNT
           DISPLAY "* LEAVES EXTENDED    : " WS-EXTENDED-COUNT
           DISPLAY "* RETURNS RECORDED   : " WS-RETURNED-COUNT
           DISPLAY "* REJECTED           : " WS-REJECT-COUNT
           DISPLAY "*   NOT AUTHORIZED   : " WS-DENIED-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

      * RUNLOCK hands back a zero return code -- the step's own is
      * carried across the release and restored by RUNLOGGER.
           MOVE RETURN-CODE    TO WS-STEP-RC
           MOVE 'LEAVESTATUS'  TO LK-RESOURCE
           MOVE 'R'            TO LK-ACTION
           CALL 'RUNLOCK' USING LK-PARM

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-TRANS-COUNT TO RL-READ
           COMPUTE RL-WRITTEN = WS-STARTED-COUNT + WS-EXTENDED-COUNT
                              + WS-RETURNED-COUNT
           MOVE WS-REJECT-COUNT TO RL-REJECTED
           MOVE WS-FS-TRANS    TO RL-FSTATUS
           MOVE WS-STEP-RC     TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'LEAVEMAINT'          TO EXC-PROGRAM
           MOVE 4                     TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-TRANS-REASON
           FS-FIELD  BY WS-FS-TRANS
           FS-REASON BY WS-FS-REASON.

       END PROGRAM LEAVEMAINT.
