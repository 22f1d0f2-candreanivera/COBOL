       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENMAINT.
      * BENEFIT ENROLLMENT MAINTENANCE -- APPLIES 'E' (ELECT) AND
      * 'W' (WAIVE) TRANSACTIONS TO BENENROLL.DAT, THE RECORD OF
      * WHICH PLAN AND COVERAGE TIER EACH EMPLOYEE SIGNED UP FOR AND
      * FROM WHEN. AN ELECTION MUST NAME A PLAN AND TIER OFFERED ON
      * THE BENEFIT PLAN MASTER BENPLAN.DAT; A WAIVER ENDS COVERAGE
      * IN A PLAN THE EMPLOYEE IS ENROLLED IN. EITHER IS ACCEPTED
      * ONLY WHILE THE OPEN-ENROLLMENT WINDOW ON BENWINDOW.DAT IS
      * OPEN, OR OUTSIDE IT WITH A QUALIFYING-EVENT CODE FROM
      * QUALEVENT.DAT WHOSE EVENT DATE IS STILL INSIDE THE DAYS THAT
      * EVENT ALLOWS. ENROLLMENT LINES ARE DATED AND KEPT, SO THE
      * FILE IS THE HISTORY AS WELL AS THE CURRENT ELECTION; BENGEN
      * BUILDS THE BENEFIT LINES ON DEDUCTMASTER.DAT FROM IT. THE
      * KEYING OPERATOR MUST HOLD THE ADD (ELECT) OR DELETE (WAIVE)
      * AUTHORITY FOR BENMAINT ON THE OPERATOR AUTHORIZATION FILE,
      * CHECKED THROUGH AUTHCHK BEFORE ANY OTHER EDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * One transaction per record: action, employee, plan, tier,
      * effective date, and outside open enrollment the qualifying
      * event and its date, plus the operator who keyed it.
       SELECT OPTIONAL BENTRANS ASSIGN TO WS-TRANS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANS.

      * Benefit plan master: one line per plan and coverage tier
      * with the per-period rate and the deduction priority.
       SELECT BENPLAN ASSIGN TO WS-PLAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PLAN.

      * Open-enrollment window card -- first and last day changes
      * are taken without an event. No card, no open window.
       SELECT OPTIONAL BENWINDOW ASSIGN TO WS-WINDOW-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-WINDOW.

      * Qualifying life events and how many days after the event a
      * change is still taken.
       SELECT OPTIONAL QUALEVENT ASSIGN TO WS-EVENT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EVENT.

      * Enrollment history, held whole for the apply-and-rewrite
      * pass. OPTIONAL -- the first elections build it.
       SELECT OPTIONAL BENENROLL ASSIGN TO WS-ENROLL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENROLL.

       DATA DIVISION.
       FILE SECTION.
       FD BENTRANS.
       01 BENTRANS-REC.
           88 TRANS-EOF VALUE HIGH-VALUES.
           05 BTR-ACTION            PIC X(01).
              88 BTR-ELECT          VALUE 'E'.
              88 BTR-WAIVE          VALUE 'W'.
           05 FILLER                PIC X(02).
           05 BTR-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 BTR-PLAN              PIC X(04).
           05 FILLER                PIC X(02).
           05 BTR-TIER              PIC X(02).
           05 FILLER                PIC X(02).
           05 BTR-EFFECTIVE         PIC 9(08).
           05 FILLER                PIC X(02).
           05 BTR-EVENT             PIC X(02).
           05 FILLER                PIC X(02).
           05 BTR-EVENT-DATE        PIC 9(08).
           05 FILLER                PIC X(02).
           05 BTR-OPERATOR          PIC X(08).

       FD BENPLAN.
       01 BENPLAN-REC.
           88 PLAN-EOF VALUE HIGH-VALUES.
           05 PLN-PLAN              PIC X(04).
           05 FILLER                PIC X(02).
           05 PLN-TIER              PIC X(02).
           05 FILLER                PIC X(02).
           05 PLN-RATE              PIC 9(05)V99.
           05 FILLER                PIC X(02).
           05 PLN-PRIORITY          PIC 9(02).
           05 FILLER                PIC X(02).
           05 PLN-DESC              PIC X(30).

       FD BENWINDOW.
       01 BENWINDOW-REC.
           05 WIN-OPEN-FROM         PIC 9(08).
           05 FILLER                PIC X(02).
           05 WIN-OPEN-THRU         PIC 9(08).

       FD QUALEVENT.
       01 QUALEVENT-REC.
           88 EVENT-EOF VALUE HIGH-VALUES.
           05 QEV-CODE              PIC X(02).
           05 FILLER                PIC X(02).
           05 QEV-DAYS              PIC 9(03).
           05 FILLER                PIC X(02).
           05 QEV-DESC              PIC X(30).

      * A blank tier is a waiver: coverage in the plan ends on the
      * effective date.
       FD BENENROLL.
       01 BENENROLL-REC.
           88 ENROLL-EOF VALUE HIGH-VALUES.
           05 ENR-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 ENR-PLAN              PIC X(04).
           05 FILLER                PIC X(02).
           05 ENR-TIER              PIC X(02).
           05 FILLER                PIC X(02).
           05 ENR-EFFECTIVE         PIC 9(08).
           05 FILLER                PIC X(02).
           05 ENR-EVENT             PIC X(02).
           05 FILLER                PIC X(02).
           05 ENR-ENTERED           PIC 9(08).
           05 FILLER                PIC X(02).
           05 ENR-OPERATOR          PIC X(08).

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
       01  WS-PLAN-PATH            PIC X(64).
       01  WS-WINDOW-PATH          PIC X(64).
       01  WS-EVENT-PATH           PIC X(64).
       01  WS-ENROLL-PATH          PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-TRANS         PIC X(02).
           05 WS-FS-PLAN          PIC X(02).
           05 WS-FS-WINDOW        PIC X(02).
           05 WS-FS-EVENT         PIC X(02).
           05 WS-FS-ENROLL        PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TRANS-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-ELECTED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-WAIVED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-DENIED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-ENR-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-PLAN-DROPPED     PIC 9(05) VALUE ZERO.

           05 WS-TODAY8           PIC 9(08).
           05 WS-TODAY-INT        PIC 9(08).
           05 WS-EVENT-AGE        PIC S9(07).
           05 WS-STEP-RC          PIC 9(04).
           05 WS-OPEN-FROM        PIC 9(08) VALUE ZERO.
           05 WS-OPEN-THRU        PIC 9(08) VALUE ZERO.
           05 WS-OPEN-SW          PIC X(03) VALUE 'NO '.
              88 OPEN-ENROLLMENT  VALUE 'YES'.

           05 WS-REJECT-REASON    PIC X(24).
           05 WS-FOUND-SW         PIC X(03).
              88 ENTRY-FOUND      VALUE 'YES'.

      * Plan master -- every plan and tier on offer.
           05 WS-PLAN-TABLE.
              10 WS-PLAN-COUNT    PIC 9(05) COMP VALUE ZERO.
              10 WS-PLAN-ENTRY OCCURS 200 TIMES
                                  INDEXED BY PLAN-IDX.
                 15 WS-PLAN-PLAN     PIC X(04).
                 15 WS-PLAN-TIER     PIC X(02).

      * Qualifying events on file.
           05 WS-EVENT-TABLE.
              10 WS-EVENT-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-EVENT-ENTRY OCCURS 50 TIMES
                                  INDEXED BY EVENT-IDX.
                 15 WS-EVENT-CODE    PIC X(02).
                 15 WS-EVENT-DAYS    PIC 9(03).

      * The enrollment file held whole for the apply-and-rewrite
      * pass.
           05 WS-ENR-TABLE.
              10 WS-ENR-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-ENR-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY ENR-IDX.
                 15 WS-ENR-REC       PIC X(51).

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'BENTRANS'    TO FP-LOGICAL
           MOVE 'BENTRANS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-TRANS-PATH
           MOVE 'BENPLAN'     TO FP-LOGICAL
           MOVE 'BENPLAN.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PLAN-PATH
           MOVE 'BENWINDOW'   TO FP-LOGICAL
           MOVE 'BENWINDOW.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-WINDOW-PATH
           MOVE 'QUALEVENT'   TO FP-LOGICAL
           MOVE 'QUALEVENT.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-EVENT-PATH
           MOVE 'BENENROLL'   TO FP-LOGICAL
           MOVE 'BENENROLL.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-ENROLL-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY8)

           MOVE 'BENMAINT'     TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

      * BENGEN reads the enrollment file to build deductions -- it
      * must not be read half rewritten.
           MOVE 'BENENROLL'    TO LK-RESOURCE
           MOVE 'A'            TO LK-ACTION
           MOVE 'BENMAINT'     TO LK-HOLDER
           CALL 'RUNLOCK' USING LK-PARM
           IF LK-BUSY
              DISPLAY '* BENENROLL.DAT LOCKED BY ' LK-OWNER
              DISPLAY '* STEP NOT RUN'
              MOVE 8           TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0110-LOAD-PLANS.
           PERFORM 0120-READ-WINDOW.
           PERFORM 0130-LOAD-EVENTS.
           PERFORM 0140-LOAD-ENROLLMENTS.

           OPEN INPUT BENTRANS.
      * A night with no transactions delivered is a normal outcome,
      * not a failure -- the optional open leaves the file at end of
      * file and the run applies zero and ends clean.
           IF WS-FS-TRANS = '05'
              DISPLAY '* NO BENTRANS.DAT TONIGHT -- '
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

           MOVE SPACES              TO BENTRANS-REC.
           READ BENTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.
           PERFORM 0200-APPLY-TRANSACTION UNTIL TRANS-EOF.
           CLOSE BENTRANS.

      * The enrollment file is never rewritten off a blown table --
      * a dropped line would silently end somebody's coverage.
           IF WS-ENR-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* ENROLLMENT FILE EXCEEDS 5000 LINES"
              DISPLAY "* LINES NOT HELD: " WS-ENR-DROPPED
              DISPLAY "* ENROLLMENT FILE NOT REWRITTEN"
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
           ELSE
              PERFORM 0300-REWRITE-ENROLLMENTS
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-PLANS.

      * No plan master, nothing can be validated -- the step stops.
           OPEN INPUT BENPLAN.
           IF WS-FS-PLAN NOT = '00'
              PERFORM 9510-PLAN-REASON
              DISPLAY '********************************'
              DISPLAY '* BENPLAN.DAT REQUIRED'
              DISPLAY '* FS-PLAN: ' WS-FS-PLAN
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.
           MOVE SPACES                TO BENPLAN-REC.
           READ BENPLAN
              AT END SET PLAN-EOF TO TRUE
           END-READ.
           PERFORM UNTIL PLAN-EOF
              IF PLN-PLAN NOT = SPACES AND PLN-TIER NOT = SPACES
                 IF WS-PLAN-COUNT < 200
                    ADD 1             TO WS-PLAN-COUNT
                    SET PLAN-IDX      TO WS-PLAN-COUNT
                    MOVE PLN-PLAN     TO WS-PLAN-PLAN(PLAN-IDX)
                    MOVE PLN-TIER     TO WS-PLAN-TIER(PLAN-IDX)
                 ELSE
                    ADD 1             TO WS-PLAN-DROPPED
                 END-IF
              END-IF
              MOVE SPACES             TO BENPLAN-REC
              READ BENPLAN
                 AT END SET PLAN-EOF TO TRUE
              END-READ
           END-PERFORM.
           CLOSE BENPLAN.

      * A plan tier dropped from the table would reject every
      * election for it as an unknown plan -- refuse the run, as
      * BENGEN does, before any transaction is applied.
           IF WS-PLAN-DROPPED > ZERO
              DISPLAY '********************************'
              DISPLAY '* PLAN TABLE EXCEEDS 200 TIERS'
              DISPLAY '* PLAN TIERS NOT LOADED: ' WS-PLAN-DROPPED
              DISPLAY '* NO TRANSACTIONS APPLIED'
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

       0120-READ-WINDOW.

           OPEN INPUT BENWINDOW.
           IF WS-FS-WINDOW = '00'
              MOVE SPACES           TO BENWINDOW-REC
              READ BENWINDOW
                 AT END CONTINUE
              END-READ
              IF WIN-OPEN-FROM IS NUMERIC AND
                 WIN-OPEN-THRU IS NUMERIC
                 MOVE WIN-OPEN-FROM TO WS-OPEN-FROM
                 MOVE WIN-OPEN-THRU TO WS-OPEN-THRU
              END-IF
              CLOSE BENWINDOW
           ELSE
              IF WS-FS-WINDOW = '05'
                 CLOSE BENWINDOW
              END-IF
           END-IF.
           IF WS-OPEN-FROM > ZERO AND
              WS-TODAY8 NOT < WS-OPEN-FROM AND
              WS-TODAY8 NOT > WS-OPEN-THRU
              MOVE 'YES'              TO WS-OPEN-SW
              DISPLAY '* OPEN ENROLLMENT ' WS-OPEN-FROM ' THRU '
                      WS-OPEN-THRU
           END-IF.

       0130-LOAD-EVENTS.

           OPEN INPUT QUALEVENT.
           IF WS-FS-EVENT = '00'
              MOVE SPACES           TO QUALEVENT-REC
              READ QUALEVENT
                 AT END SET EVENT-EOF TO TRUE
              END-READ
              PERFORM UNTIL EVENT-EOF
                 IF QEV-CODE NOT = SPACES AND QEV-DAYS IS NUMERIC
                    AND WS-EVENT-COUNT < 50
                    ADD 1             TO WS-EVENT-COUNT
                    SET EVENT-IDX     TO WS-EVENT-COUNT
                    MOVE QEV-CODE     TO WS-EVENT-CODE(EVENT-IDX)
                    MOVE QEV-DAYS     TO WS-EVENT-DAYS(EVENT-IDX)
                 END-IF
                 MOVE SPACES          TO QUALEVENT-REC
                 READ QUALEVENT
                    AT END SET EVENT-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE QUALEVENT
           ELSE
              IF WS-FS-EVENT = '05'
                 CLOSE QUALEVENT
              END-IF
           END-IF.

       0140-LOAD-ENROLLMENTS.

           OPEN INPUT BENENROLL.
           IF WS-FS-ENROLL = '00'
              MOVE SPACES           TO BENENROLL-REC
              READ BENENROLL
                 AT END SET ENROLL-EOF TO TRUE
              END-READ
              PERFORM UNTIL ENROLL-EOF
                 IF BENENROLL-REC NOT = SPACES
                    IF WS-ENR-COUNT < 5000
                       ADD 1          TO WS-ENR-COUNT
                       SET ENR-IDX    TO WS-ENR-COUNT
                       MOVE BENENROLL-REC
                                      TO WS-ENR-REC(ENR-IDX)
                    ELSE
                       ADD 1          TO WS-ENR-DROPPED
                    END-IF
                 END-IF
                 MOVE SPACES        TO BENENROLL-REC
                 READ BENENROLL
                    AT END SET ENROLL-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE BENENROLL
           ELSE
              IF WS-FS-ENROLL = '05'
                 CLOSE BENENROLL
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
              WHEN NOT BTR-ELECT AND NOT BTR-WAIVE
                 MOVE 'UNKNOWN ACTION'        TO WS-REJECT-REASON
              WHEN BTR-EMPLOYEEID IS NOT NUMERIC OR
                   BTR-EMPLOYEEID = ZERO
                 MOVE 'INVALID EMPLOYEEID'    TO WS-REJECT-REASON
              WHEN BTR-EFFECTIVE IS NOT NUMERIC
                 MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
              WHEN BTR-EFFECTIVE < 16010101
                 MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(BTR-EFFECTIVE)
                   NOT = ZERO
                 MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM 0210-CHECK-PLAN
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              PERFORM 0220-CHECK-WINDOW
           END-IF

           IF WS-REJECT-REASON = SPACES AND BTR-WAIVE
              PERFORM 0230-FIND-ENROLLMENT
              IF NOT ENTRY-FOUND
                 MOVE 'NOT ENROLLED IN PLAN'  TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM 0240-RECORD-ENROLLMENT
           ELSE
              PERFORM 0290-REJECT-TRANSACTION
           END-IF.

           MOVE SPACES                TO BENTRANS-REC.
           READ BENTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0205-CHECK-AUTHORITY.

      * An election is the add authority; a waiver ends coverage and
      * is the delete authority. An unknown action code is left for
      * the edits to reject.
           MOVE 'Y'                   TO AU-RESULT
           EVALUATE TRUE
              WHEN BTR-ELECT
                 MOVE 'A'             TO AU-ACTION
              WHEN BTR-WAIVE
                 MOVE 'D'             TO AU-ACTION
              WHEN OTHER
                 MOVE SPACE           TO AU-ACTION
           END-EVALUATE
           IF AU-ACTION NOT = SPACE
              MOVE 'BENMAINT'         TO AU-PROGRAM
              MOVE BTR-OPERATOR       TO AU-OPERATOR
              MOVE BTR-EMPLOYEEID     TO AU-KEY
              CALL 'AUTHCHK' USING AU-PARM
           END-IF.

       0210-CHECK-PLAN.

      * An election needs the plan and tier on offer; a waiver only
      * needs the plan.
           MOVE 'NO '                 TO WS-FOUND-SW
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
              UNTIL PLAN-IDX > WS-PLAN-COUNT OR ENTRY-FOUND
              IF WS-PLAN-PLAN(PLAN-IDX) = BTR-PLAN
                 MOVE 'YES'           TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              MOVE 'PLAN NOT ON FILE'         TO WS-REJECT-REASON
           ELSE
              IF BTR-ELECT
                 MOVE 'NO '           TO WS-FOUND-SW
                 PERFORM VARYING PLAN-IDX FROM 1 BY 1
                    UNTIL PLAN-IDX > WS-PLAN-COUNT OR ENTRY-FOUND
                    IF WS-PLAN-PLAN(PLAN-IDX) = BTR-PLAN AND
                       WS-PLAN-TIER(PLAN-IDX) = BTR-TIER
                       MOVE 'YES'     TO WS-FOUND-SW
                    END-IF
                 END-PERFORM
                 IF NOT ENTRY-FOUND
                    MOVE 'TIER NOT OFFERED'   TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       0220-CHECK-WINDOW.

      * Inside the open-enrollment window anything goes; outside it
      * only a qualifying event, on file and recent enough, opens
      * the door -- and coverage may not start before the event.
           IF NOT OPEN-ENROLLMENT
              IF BTR-EVENT = SPACES
                 MOVE 'NOT OPEN ENROLLMENT'   TO WS-REJECT-REASON
              ELSE
                 MOVE 'NO '           TO WS-FOUND-SW
                 PERFORM VARYING EVENT-IDX FROM 1 BY 1
                    UNTIL EVENT-IDX > WS-EVENT-COUNT OR ENTRY-FOUND
                    IF WS-EVENT-CODE(EVENT-IDX) = BTR-EVENT
                       MOVE 'YES'     TO WS-FOUND-SW
                    END-IF
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN NOT ENTRY-FOUND
                       MOVE 'UNKNOWN QUALIFYING EVENT'
                                      TO WS-REJECT-REASON
                    WHEN BTR-EVENT-DATE IS NOT NUMERIC
                       MOVE 'INVALID EVENT DATE'
                                      TO WS-REJECT-REASON
                    WHEN BTR-EVENT-DATE < 16010101
                       MOVE 'INVALID EVENT DATE'
                                      TO WS-REJECT-REASON
                    WHEN FUNCTION TEST-DATE-YYYYMMDD(BTR-EVENT-DATE)
                         NOT = ZERO
                       MOVE 'INVALID EVENT DATE'
                                      TO WS-REJECT-REASON
                    WHEN OTHER
                       SET EVENT-IDX DOWN BY 1
                       COMPUTE WS-EVENT-AGE = WS-TODAY-INT -
                          FUNCTION INTEGER-OF-DATE(BTR-EVENT-DATE)
                       IF WS-EVENT-AGE < ZERO
                          MOVE 'EVENT DATE IN FUTURE'
                                      TO WS-REJECT-REASON
                       ELSE
                          IF WS-EVENT-AGE > WS-EVENT-DAYS(EVENT-IDX)
                             MOVE 'EVENT WINDOW CLOSED'
                                      TO WS-REJECT-REASON
                          ELSE
                             IF BTR-EFFECTIVE < BTR-EVENT-DATE
                                MOVE 'EFFECTIVE BEFORE EVENT'
                                      TO WS-REJECT-REASON
                             END-IF
                          END-IF
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF.

       0230-FIND-ENROLLMENT.

      * Any line for the employee and plan means they hold, or have
      * held, coverage in it.
           MOVE 'NO '                 TO WS-FOUND-SW
           PERFORM VARYING ENR-IDX FROM 1 BY 1
              UNTIL ENR-IDX > WS-ENR-COUNT OR ENTRY-FOUND
              MOVE WS-ENR-REC(ENR-IDX) TO BENENROLL-REC
              IF ENR-EMPLOYEEID = BTR-EMPLOYEEID AND
                 ENR-PLAN = BTR-PLAN
                 MOVE 'YES'           TO WS-FOUND-SW
              END-IF
           END-PERFORM.

       0240-RECORD-ENROLLMENT.

      * A second transaction for the same employee, plan and
      * effective date corrects the first rather than stacking on
      * it; ENR-IDX is left on the hit.
           MOVE 'NO '                 TO WS-FOUND-SW
           PERFORM VARYING ENR-IDX FROM 1 BY 1
              UNTIL ENR-IDX > WS-ENR-COUNT OR ENTRY-FOUND
              MOVE WS-ENR-REC(ENR-IDX) TO BENENROLL-REC
              IF ENR-EMPLOYEEID = BTR-EMPLOYEEID AND
                 ENR-PLAN = BTR-PLAN AND
                 ENR-EFFECTIVE = BTR-EFFECTIVE
                 MOVE 'YES'           TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF ENTRY-FOUND
              SET ENR-IDX DOWN BY 1
           ELSE
              IF WS-ENR-COUNT < 5000
                 ADD 1                TO WS-ENR-COUNT
                 SET ENR-IDX          TO WS-ENR-COUNT
              ELSE
                 ADD 1                TO WS-ENR-DROPPED
              END-IF
           END-IF

           IF WS-ENR-DROPPED = ZERO
              MOVE SPACES             TO BENENROLL-REC
              MOVE BTR-EMPLOYEEID     TO ENR-EMPLOYEEID
              MOVE BTR-PLAN           TO ENR-PLAN
              IF BTR-ELECT
                 MOVE BTR-TIER        TO ENR-TIER
                 ADD 1                TO WS-ELECTED-COUNT
              ELSE
                 MOVE SPACES          TO ENR-TIER
                 ADD 1                TO WS-WAIVED-COUNT
              END-IF
              MOVE BTR-EFFECTIVE      TO ENR-EFFECTIVE
              MOVE BTR-EVENT          TO ENR-EVENT
              MOVE WS-TODAY8          TO ENR-ENTERED
              MOVE BTR-OPERATOR       TO ENR-OPERATOR
              MOVE BENENROLL-REC      TO WS-ENR-REC(ENR-IDX)
           END-IF.

       0290-REJECT-TRANSACTION.

           ADD 1                      TO WS-REJECT-COUNT
           DISPLAY '* REJECTED ' BTR-ACTION ' ' BTR-EMPLOYEEID
                   ' ' BTR-PLAN ' -- ' WS-REJECT-REASON
      * AUTHCHK has already logged a refusal to the exception
      * repository.
           IF NOT AU-DENIED
              MOVE WS-REJECT-REASON   TO EXC-REASON
              MOVE BTR-EMPLOYEEID     TO EXC-KEY
              MOVE BENTRANS-REC(1:40) TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0300-REWRITE-ENROLLMENTS.

           OPEN OUTPUT BENENROLL.
           PERFORM VARYING ENR-IDX FROM 1 BY 1
              UNTIL ENR-IDX > WS-ENR-COUNT
              MOVE WS-ENR-REC(ENR-IDX) TO BENENROLL-REC
              WRITE BENENROLL-REC
           END-PERFORM.
           CLOSE BENENROLL.

       9000-END-PROGRAM.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* BENEFIT ENROLLMENT MAINTENANCE *"
           DISPLAY "* TRANSACTIONS READ  : " WS-TRANS-COUNT
           DISPLAY "* ELECTIONS RECORDED : " WS-ELECTED-COUNT
           DISPLAY "* WAIVERS RECORDED   : " WS-WAIVED-COUNT
           DISPLAY "* REJECTED           : " WS-REJECT-COUNT
           DISPLAY "*   NOT AUTHORIZED   : " WS-DENIED-COUNT
           DISPLAY "**********************************"

           IF (WS-REJECT-COUNT + WS-PLAN-DROPPED) > ZERO AND
              RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

      * RUNLOCK hands back a zero return code -- the step's own is
      * carried across the release and restored by RUNLOGGER.
           MOVE RETURN-CODE    TO WS-STEP-RC
           MOVE 'BENENROLL'    TO LK-RESOURCE
           MOVE 'R'            TO LK-ACTION
           CALL 'RUNLOCK' USING LK-PARM

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-TRANS-COUNT TO RL-READ
           COMPUTE RL-WRITTEN = WS-ELECTED-COUNT + WS-WAIVED-COUNT
           MOVE WS-REJECT-COUNT TO RL-REJECTED
           MOVE WS-FS-TRANS    TO RL-FSTATUS
           MOVE WS-STEP-RC     TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'BENMAINT'            TO EXC-PROGRAM
           MOVE 4                     TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-TRANS-REASON
           FS-FIELD  BY WS-FS-TRANS
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-PLAN-REASON
           FS-FIELD  BY WS-FS-PLAN
           FS-REASON BY WS-FS-REASON.

       END PROGRAM BENMAINT.
