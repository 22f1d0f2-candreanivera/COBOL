       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMAINT.
      * BANK-DETAIL MASTER MAINTENANCE -- APPLIES 'A' (ADD), 'C'
      * (CHANGE) AND 'D' (DELETE) TRANSACTIONS TO BANKMASTER.DAT,
      * THE FILE DIRECTDEP ROUTES EVERY DEPOSIT THROUGH. A ROUTING
      * NUMBER MUST PASS THE ABA CHECK-DIGIT RULE BEFORE IT IS
      * ACCEPTED, AND EVERY APPLIED CHANGE WRITES THE RECORD AS IT
      * STOOD BEFORE AND AFTER TO THE BANK AUDIT TRAIL. A NEW
      * ACCOUNT, OR A CHANGED ROUTING/ACCOUNT/TYPE, GOES ON THE
      * MASTER IN PRENOTE STATUS -- DIRECTDEP SENDS THE ZERO-DOLLAR
      * TEST ENTRY AND PAYS BY CHECK FOR ONE CYCLE, SO A MISTYPED
      * DIGIT BOUNCES A PRENOTE INSTEAD OF SOMEBODY'S PAY. WHEN
      * APPROVALPARM.DAT FLAGS BANK CHANGES (THE DEFAULT), AN ADD OR
      * CHANGE IS PARKED ON PENDAPPR.DAT UNDER THE KEYING OPERATOR
      * AND APPLIES ONLY ONCE APPRREL RELEASES IT UNDER A SECOND
      * OPERATOR; THE AUDIT TRAIL CARRIES BOTH. THE KEYING OPERATOR
      * MUST ALSO HOLD THE ADD, CHANGE OR DELETE AUTHORITY FOR
      * BANKMAINT ON THE OPERATOR AUTHORIZATION FILE, CHECKED
      * THROUGH AUTHCHK BEFORE ANY OTHER EDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * One transaction per record: action, employee, and for an
      * add or change the full new bank details, plus the operator
      * who keyed it. A transaction released by APPRREL also
      * carries the operator who approved it.
       SELECT OPTIONAL BANKTRANS ASSIGN TO WS-TRANS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANS.

      * Bank-detail master, held whole for the apply-and-rewrite
      * pass. OPTIONAL -- the first adds build it.
       SELECT OPTIONAL BANKMASTER ASSIGN TO WS-BANK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BANK.

      * Cumulative audit trail: operator, timestamp, action, and the
      * full before and after record images of every applied
      * change, so a redirected deposit can be traced to who keyed
      * it, when, and from what.
       SELECT OPTIONAL BANKAUDIT ASSIGN TO WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT.

      * Dual-control flags -- see EMPMAINT; only the bank flag is
      * read here. No card -- bank adds and changes are held.
       SELECT OPTIONAL APPROVALPARM ASSIGN TO WS-APRPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APRPARM.

      * Transactions awaiting, or released by, a second operator --
      * shared with EMPMAINT and APPRREL, held whole and rewritten.
       SELECT OPTIONAL PENDAPPR ASSIGN TO WS-PENDAPPR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PENDAPPR.

       DATA DIVISION.
       FILE SECTION.
       FD BANKTRANS.
       01 BANKTRANS-REC.
           88 TRANS-EOF VALUE HIGH-VALUES.
           05 BTR-ACTION            PIC X(01).
              88 BTR-ADD            VALUE 'A'.
              88 BTR-CHANGE         VALUE 'C'.
              88 BTR-DELETE         VALUE 'D'.
           05 FILLER                PIC X(02).
           05 BTR-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 BTR-ROUTING           PIC 9(09).
           05 BTR-ROUTING-X REDEFINES BTR-ROUTING.
              10 BTR-ROUTING-DIGIT  PIC 9(01) OCCURS 9 TIMES.
           05 FILLER                PIC X(02).
           05 BTR-ACCOUNT           PIC X(17).
           05 FILLER                PIC X(02).
           05 BTR-ACCT-TYPE         PIC X(01).
           05 FILLER                PIC X(02).
           05 BTR-OPERATOR          PIC X(08).
           05 FILLER                PIC X(02).
           05 BTR-CHECKER           PIC X(08).

       FD BANKMASTER.
       01 BANKMASTER-REC.
           88 BANK-EOF VALUE HIGH-VALUES.
           05 BANK-EMPLOYEEID       PIC 9(07).
           05 FILLER                PIC X(02).
           05 BANK-ROUTING          PIC 9(09).
           05 FILLER                PIC X(02).
           05 BANK-ACCOUNT          PIC X(17).
           05 FILLER                PIC X(02).
           05 BANK-ACCT-TYPE        PIC X(01).
              88 BANK-CHECKING      VALUE 'C'.
              88 BANK-SAVINGS       VALUE 'S'.
           05 FILLER                PIC X(02).
           05 BANK-STATUS           PIC X(01).
              88 BANK-PRENOTE       VALUE 'P'.
              88 BANK-ACTIVE        VALUE 'A'.
           05 FILLER                PIC X(02).
           05 BANK-PRENOTE-DATE     PIC 9(08).

       FD BANKAUDIT.
       01 BANKAUDIT-REG.
           05 AUDIT-OPERATOR        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AUDIT-TIMESTAMP       PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AUDIT-ACTION          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AUDIT-BEFORE          PIC X(53).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AUDIT-AFTER           PIC X(53).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AUDIT-CHECKER         PIC X(08).

       FD APPROVALPARM.
       01 APPROVALPARM-REC.
           05 APR-RATE-PCT          PIC 9(03)V99.
           05 FILLER                PIC X(02).
           05 APR-HOLD-HOURS        PIC X(01).
           05 FILLER                PIC X(02).
           05 APR-HOLD-SSN          PIC X(01).
           05 FILLER                PIC X(02).
           05 APR-HOLD-BANK         PIC X(01).

       FD PENDAPPR.
       01 PENDAPPR-REC.
           88 PENDAPPR-EOF VALUE HIGH-VALUES.
           05 PND-SEQ               PIC 9(07).
           05 FILLER                PIC X(02).
           05 PND-SOURCE            PIC X(08).
           05 FILLER                PIC X(02).
           05 PND-STATUS            PIC X(01).
           05 FILLER                PIC X(02).
           05 PND-ENTERED           PIC 9(08).
           05 FILLER                PIC X(02).
           05 PND-MAKER             PIC X(08).
           05 FILLER                PIC X(02).
           05 PND-CHECKER           PIC X(08).
           05 FILLER                PIC X(02).
           05 PND-DECIDED           PIC 9(08).
           05 FILLER                PIC X(02).
           05 PND-REASON            PIC X(24).
           05 FILLER                PIC X(02).
           05 PND-TRANS             PIC X(112).

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
       01  WS-BANK-PATH            PIC X(64).
       01  WS-AUDIT-PATH           PIC X(64).
       01  WS-APRPARM-PATH         PIC X(64).
       01  WS-PENDAPPR-PATH        PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-TRANS         PIC X(02).
           05 WS-FS-BANK          PIC X(02).
           05 WS-FS-AUDIT         PIC X(02).
           05 WS-FS-APRPARM       PIC X(02).
           05 WS-FS-PENDAPPR      PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TRANS-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-ADDED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-CHANGED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-DELETED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-BANK-DROPPED     PIC 9(05) VALUE ZERO.
           05 WS-PARKED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-RELEASED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-DENIED-COUNT     PIC 9(05) VALUE ZERO.

           05 WS-APR-HOLD-BANK    PIC X(01) VALUE 'Y'.
           05 WS-APPROVAL-SW      PIC X(03) VALUE 'NO '.
              88 APPROVAL-FOUND   VALUE 'YES'.
           05 WS-PARKED-SW        PIC X(03) VALUE 'NO '.
              88 TRANS-PARKED     VALUE 'YES'.
           05 WS-NEXT-SEQ         PIC 9(07) VALUE ZERO.
           05 WS-TODAY8           PIC 9(08).
           05 WS-STEP-RC          PIC 9(04).

           05 WS-REJECT-REASON    PIC X(24).
           05 WS-BEFORE-IMAGE     PIC X(53).

      * ABA check-digit work fields: weights 3, 7, 1 repeating
      * across the nine digits; the weighted sum must be a multiple
      * of ten.
           05 WS-ABA-SUM          PIC 9(04).
           05 WS-ABA-QUOT         PIC 9(04).
           05 WS-ABA-REM          PIC 9(02).
           05 WS-ABA-SW           PIC X(03).
              88 ABA-VALID        VALUE 'YES'.

           05 WS-FOUND-SW         PIC X(03).
              88 ENTRY-FOUND      VALUE 'YES'.

      * The master held whole for the apply-and-rewrite pass.
           05 WS-BANK-TABLE.
              10 WS-BANK-COUNT    PIC 9(05) COMP VALUE ZERO.
              10 WS-BANK-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY BANK-IDX.
                 15 WS-BANK-REC      PIC X(53).
                 15 WS-BANK-KEEP     PIC X(01).

      * Pending-approval file held whole, as EMPMAINT holds it.
           05 WS-PND-TABLE.
              10 WS-PND-ENTRY OCCURS 2000 TIMES
                              INDEXED BY PND-IDX.
                 15 WS-PND-SEQ       PIC 9(07).
                 15 WS-PND-SOURCE    PIC X(08).
                 15 WS-PND-STATUS    PIC X(01).
                 15 WS-PND-ENTERED   PIC 9(08).
                 15 WS-PND-MAKER     PIC X(08).
                 15 WS-PND-CHECKER   PIC X(08).
                 15 WS-PND-DECIDED   PIC 9(08).
                 15 WS-PND-REASON    PIC X(24).
                 15 WS-PND-TRANS     PIC X(112).
           05 WS-PND-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-PND-DROPPED      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'BANKTRANS'   TO FP-LOGICAL
           MOVE 'BANKTRANS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-TRANS-PATH
           MOVE 'BANKMASTER'  TO FP-LOGICAL
           MOVE 'BANKMASTER.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-BANK-PATH
           MOVE 'BANKAUDIT'   TO FP-LOGICAL
           MOVE 'BANKAUDIT.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-AUDIT-PATH
           MOVE 'APPROVALPARM' TO FP-LOGICAL
           MOVE 'APPROVALPARM.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-APRPARM-PATH
           MOVE 'PENDAPPR'     TO FP-LOGICAL
           MOVE 'PENDAPPR.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PENDAPPR-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8

           MOVE 'BANKMAINT'    TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

      * DIRECTDEP writes the master back too -- whichever holds the
      * lock, the other turns away rather than overwrite it.
           MOVE 'BANKMASTER'   TO LK-RESOURCE
           MOVE 'A'            TO LK-ACTION
           MOVE 'BANKMAINT'    TO LK-HOLDER
           CALL 'RUNLOCK' USING LK-PARM
           IF LK-BUSY
              DISPLAY '* BANKMASTER.DAT LOCKED BY ' LK-OWNER
              DISPLAY '* STEP NOT RUN'
              MOVE 8           TO RETURN-CODE
              MOVE 'END  '     TO RL-EVENT
              MOVE 8           TO RL-RETCODE
              CALL 'RUNLOGGER' USING RL-PARM
              STOP RUN
           END-IF

      * The pending file is shared with EMPMAINT and APPRREL the
      * same way; the bank lock is given back if it is held.
           MOVE 'PENDAPPR'     TO LK-RESOURCE
           MOVE 'A'            TO LK-ACTION
           CALL 'RUNLOCK' USING LK-PARM
           IF LK-BUSY
              DISPLAY '* PENDAPPR.DAT LOCKED BY ' LK-OWNER
              DISPLAY '* STEP NOT RUN'
              MOVE 'BANKMASTER' TO LK-RESOURCE
              MOVE 'R'         TO LK-ACTION
              CALL 'RUNLOCK' USING LK-PARM
              MOVE 8           TO RETURN-CODE
              MOVE 'END  '     TO RL-EVENT
              MOVE 8           TO RL-RETCODE
              CALL 'RUNLOGGER' USING RL-PARM
              STOP RUN
           END-IF

           PERFORM 0110-LOAD-BANK-MASTER.
           PERFORM 0120-READ-APPROVAL-PARM.
           PERFORM 0130-LOAD-PENDING.

           OPEN INPUT BANKTRANS.
      * A night with no transactions delivered is a normal outcome,
      * not a failure -- the optional open leaves the file at end of
      * file and the run applies zero and ends clean.
           IF WS-FS-TRANS = '05'
              DISPLAY '* NO BANKTRANS.DAT TONIGHT -- '
                      'NO TRANSACTIONS TO APPLY'
              MOVE '00'             TO WS-FS-TRANS
           END-IF.
           OPEN EXTEND BANKAUDIT.
           IF WS-FS-AUDIT = '05'
              MOVE '00'             TO WS-FS-AUDIT
           END-IF.
           IF WS-FS-TRANS NOT = '00' OR WS-FS-AUDIT NOT = '00'
              PERFORM 9500-TRANS-REASON
              DISPLAY '********************'
              DISPLAY '* FILE OPEN ERROR  *'
              DISPLAY '* FS-TRANS: ' WS-FS-TRANS
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-AUDIT: ' WS-FS-AUDIT
              DISPLAY '********************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           MOVE SPACES              TO BANKTRANS-REC.
           READ BANKTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.
           PERFORM 0200-APPLY-TRANSACTION UNTIL TRANS-EOF.
           CLOSE BANKTRANS, BANKAUDIT.

      * The master is never rewritten off a blown table -- a dropped
      * record would send that employee to a paper check. The
      * pending file is held to the same rule.
           IF WS-BANK-DROPPED > ZERO OR WS-PND-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* BANK TABLE EXCEEDS 5000 EMPLOYEES"
                      " OR PENDING FILE EXCEEDS 2000"
              DISPLAY "* RECORDS NOT HELD: " WS-BANK-DROPPED
              DISPLAY "* PENDING NOT HELD: " WS-PND-DROPPED
              DISPLAY "* BANK MASTER NOT REWRITTEN"
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
           ELSE
              PERFORM 0300-REWRITE-BANK-MASTER
              PERFORM 0310-REWRITE-PENDING
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-BANK-MASTER.

           OPEN INPUT BANKMASTER.
           IF WS-FS-BANK = '00'
              PERFORM UNTIL BANK-EOF
                 READ BANKMASTER
                    AT END SET BANK-EOF TO TRUE
                 END-READ
                 IF NOT BANK-EOF
                    IF WS-BANK-COUNT < 5000
                       ADD 1          TO WS-BANK-COUNT
                       SET BANK-IDX   TO WS-BANK-COUNT
                       MOVE BANKMASTER-REC
                                      TO WS-BANK-REC(BANK-IDX)
                       MOVE 'Y'       TO WS-BANK-KEEP(BANK-IDX)
                    ELSE
                       ADD 1          TO WS-BANK-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE BANKMASTER
           ELSE
              IF WS-FS-BANK = '05'
                 CLOSE BANKMASTER
              END-IF
           END-IF.

       0120-READ-APPROVAL-PARM.

           OPEN INPUT APPROVALPARM.
           IF WS-FS-APRPARM = '00'
              MOVE SPACES           TO APPROVALPARM-REC
              READ APPROVALPARM
                 AT END CONTINUE
              END-READ
              IF APR-HOLD-BANK = 'Y' OR APR-HOLD-BANK = 'N'
                 MOVE APR-HOLD-BANK TO WS-APR-HOLD-BANK
              END-IF
              CLOSE APPROVALPARM
           ELSE
              IF WS-FS-APRPARM = '05'
                 CLOSE APPROVALPARM
              END-IF
           END-IF.

       0130-LOAD-PENDING.

           OPEN INPUT PENDAPPR.
           IF WS-FS-PENDAPPR = '00'
              MOVE SPACES           TO PENDAPPR-REC
              READ PENDAPPR
                 AT END SET PENDAPPR-EOF TO TRUE
              END-READ
              PERFORM UNTIL PENDAPPR-EOF
                 IF PENDAPPR-REC NOT = SPACES
                    IF WS-PND-COUNT < 2000
                       ADD 1          TO WS-PND-COUNT
                       SET PND-IDX    TO WS-PND-COUNT
                       MOVE PND-SEQ   TO WS-PND-SEQ(PND-IDX)
                       MOVE PND-SOURCE
                                      TO WS-PND-SOURCE(PND-IDX)
                       MOVE PND-STATUS
                                      TO WS-PND-STATUS(PND-IDX)
                       MOVE PND-ENTERED
                                      TO WS-PND-ENTERED(PND-IDX)
                       MOVE PND-MAKER TO WS-PND-MAKER(PND-IDX)
                       MOVE PND-CHECKER
                                      TO WS-PND-CHECKER(PND-IDX)
                       MOVE PND-DECIDED
                                      TO WS-PND-DECIDED(PND-IDX)
                       MOVE PND-REASON
                                      TO WS-PND-REASON(PND-IDX)
                       MOVE PND-TRANS TO WS-PND-TRANS(PND-IDX)
                       IF PND-SEQ > WS-NEXT-SEQ
                          MOVE PND-SEQ TO WS-NEXT-SEQ
                       END-IF
                    ELSE
                       ADD 1          TO WS-PND-DROPPED
                    END-IF
                 END-IF
                 MOVE SPACES        TO PENDAPPR-REC
                 READ PENDAPPR
                    AT END SET PENDAPPR-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PENDAPPR
           ELSE
              IF WS-FS-PENDAPPR = '05'
                 CLOSE PENDAPPR
              END-IF
           END-IF.

       0200-APPLY-TRANSACTION.

           ADD 1                      TO WS-TRANS-COUNT
           MOVE SPACES                TO WS-REJECT-REASON
           PERFORM 0205-CHECK-AUTHORITY
           IF AU-DENIED
              MOVE 'NOT AUTHORIZED'       TO WS-REJECT-REASON
              ADD 1                       TO WS-DENIED-COUNT
           END-IF
           PERFORM 0210-FIND-ENTRY
           IF WS-REJECT-REASON = SPACES AND
              (BTR-EMPLOYEEID IS NOT NUMERIC OR BTR-EMPLOYEEID = ZERO)
              MOVE 'INVALID EMPLOYEEID'   TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                 WHEN BTR-ADD AND ENTRY-FOUND
                    MOVE 'ALREADY ON BANK MASTER' TO WS-REJECT-REASON
                 WHEN (BTR-CHANGE OR BTR-DELETE) AND NOT ENTRY-FOUND
                    MOVE 'NOT ON BANK MASTER'     TO WS-REJECT-REASON
                 WHEN BTR-ADD OR BTR-CHANGE
                    PERFORM 0220-EDIT-BANK-DETAILS
                 WHEN BTR-DELETE
                    CONTINUE
                 WHEN OTHER
                    MOVE 'UNKNOWN ACTION'         TO WS-REJECT-REASON
              END-EVALUATE
           END-IF

      * A release from APPRREL applies only against its approved
      * entry; an unreleased add or change waits for a second
      * operator when bank changes are under dual control.
           MOVE 'NO '                 TO WS-APPROVAL-SW
           MOVE 'NO '                 TO WS-PARKED-SW
           IF WS-REJECT-REASON = SPACES AND
              (BTR-ADD OR BTR-CHANGE)
              IF BTR-CHECKER NOT = SPACES
                 PERFORM 0225-FIND-APPROVAL
                 IF NOT APPROVAL-FOUND
                    MOVE 'APPROVAL NOT ON FILE'   TO WS-REJECT-REASON
                 END-IF
              ELSE
                 IF WS-APR-HOLD-BANK = 'Y'
                    PERFORM 0226-PARK-TRANSACTION
                 END-IF
              END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
              IF NOT TRANS-PARKED
                 EVALUATE TRUE
                    WHEN BTR-ADD
                       PERFORM 0240-ADD-ENTRY
                    WHEN BTR-CHANGE
                       PERFORM 0250-CHANGE-ENTRY
                    WHEN BTR-DELETE
                       PERFORM 0260-DELETE-ENTRY
                 END-EVALUATE
              END-IF
           ELSE
              PERFORM 0290-REJECT-TRANSACTION
           END-IF.

           READ BANKTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0205-CHECK-AUTHORITY.

      * An unknown action code is left for the edits to reject.
           MOVE 'Y'                   TO AU-RESULT
           EVALUATE TRUE
              WHEN BTR-ADD
                 MOVE 'A'             TO AU-ACTION
              WHEN BTR-CHANGE
                 MOVE 'C'             TO AU-ACTION
              WHEN BTR-DELETE
                 MOVE 'D'             TO AU-ACTION
              WHEN OTHER
                 MOVE SPACE           TO AU-ACTION
           END-EVALUATE
           IF AU-ACTION NOT = SPACE
              MOVE 'BANKMAINT'        TO AU-PROGRAM
              MOVE BTR-OPERATOR       TO AU-OPERATOR
              MOVE BTR-EMPLOYEEID     TO AU-KEY
              CALL 'AUTHCHK' USING AU-PARM
           END-IF.

       0210-FIND-ENTRY.

      * BANK-IDX is left on the hit.
           MOVE 'NO '                 TO WS-FOUND-SW
           PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > WS-BANK-COUNT OR ENTRY-FOUND
              IF WS-BANK-KEEP(BANK-IDX) = 'Y' AND
                 WS-BANK-REC(BANK-IDX)(1:7) = BTR-EMPLOYEEID
                 MOVE 'YES'           TO WS-FOUND-SW
              END-IF
           END-PERFORM
      * The VARYING has stepped one past the hit by the time the
      * switch stops it -- step back onto the matched entry.
           IF ENTRY-FOUND
              SET BANK-IDX DOWN BY 1
           END-IF.

       0220-EDIT-BANK-DETAILS.

           EVALUATE TRUE
              WHEN BTR-ROUTING IS NOT NUMERIC OR BTR-ROUTING = ZERO
                 MOVE 'ROUTING NOT NUMERIC'   TO WS-REJECT-REASON
              WHEN BTR-ACCOUNT = SPACES
                 MOVE 'ACCOUNT MISSING'       TO WS-REJECT-REASON
              WHEN BTR-ACCT-TYPE NOT = 'C' AND BTR-ACCT-TYPE NOT = 'S'
                 MOVE 'ACCOUNT TYPE NOT C/S'  TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM 0230-CHECK-ABA-DIGIT
                 IF NOT ABA-VALID
                    MOVE 'ROUTING CHECK DIGIT BAD'
                                              TO WS-REJECT-REASON
                 END-IF
           END-EVALUATE.

       0225-FIND-APPROVAL.

      * PND-IDX is left on the approved entry.
           MOVE 'NO '                 TO WS-APPROVAL-SW
           PERFORM VARYING PND-IDX FROM 1 BY 1
              UNTIL PND-IDX > WS-PND-COUNT OR APPROVAL-FOUND
              IF WS-PND-STATUS(PND-IDX) = 'A' AND
                 WS-PND-SOURCE(PND-IDX) = 'BANKTRAN' AND
                 WS-PND-TRANS(PND-IDX)(1:53) = BANKTRANS-REC(1:53)
                 AND WS-PND-CHECKER(PND-IDX) = BTR-CHECKER AND
                 BTR-CHECKER NOT = BTR-OPERATOR
                 MOVE 'YES'           TO WS-APPROVAL-SW
              END-IF
           END-PERFORM
           IF APPROVAL-FOUND
              SET PND-IDX DOWN BY 1
           END-IF.

       0226-PARK-TRANSACTION.

           IF WS-PND-COUNT < 2000
              ADD 1                   TO WS-PND-COUNT
              SET PND-IDX             TO WS-PND-COUNT
              ADD 1                   TO WS-NEXT-SEQ
              MOVE WS-NEXT-SEQ        TO WS-PND-SEQ(PND-IDX)
              MOVE 'BANKTRAN'         TO WS-PND-SOURCE(PND-IDX)
              MOVE 'P'                TO WS-PND-STATUS(PND-IDX)
              MOVE WS-TODAY8          TO WS-PND-ENTERED(PND-IDX)
              MOVE BTR-OPERATOR       TO WS-PND-MAKER(PND-IDX)
              MOVE SPACES             TO WS-PND-CHECKER(PND-IDX)
              MOVE ZERO               TO WS-PND-DECIDED(PND-IDX)
              MOVE 'BANK DETAIL CHANGE'
                                      TO WS-PND-REASON(PND-IDX)
              MOVE BANKTRANS-REC      TO WS-PND-TRANS(PND-IDX)
              ADD 1                   TO WS-PARKED-COUNT
              MOVE 'YES'              TO WS-PARKED-SW
              DISPLAY '* PARKED FOR APPROVAL ' WS-NEXT-SEQ ' '
                      BTR-ACTION ' ' BTR-EMPLOYEEID
           ELSE
              MOVE 'PENDING FILE FULL'    TO WS-REJECT-REASON
           END-IF.

       0230-CHECK-ABA-DIGIT.

      * ABA rule: 3 x (d1 + d4 + d7) + 7 x (d2 + d5 + d8) +
      * (d3 + d6 + d9) must come out a multiple of 10.
           COMPUTE WS-ABA-SUM =
                   3 * (BTR-ROUTING-DIGIT(1) + BTR-ROUTING-DIGIT(4)
                      + BTR-ROUTING-DIGIT(7))
                 + 7 * (BTR-ROUTING-DIGIT(2) + BTR-ROUTING-DIGIT(5)
                      + BTR-ROUTING-DIGIT(8))
                 +     (BTR-ROUTING-DIGIT(3) + BTR-ROUTING-DIGIT(6)
                      + BTR-ROUTING-DIGIT(9))
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOT
                  REMAINDER WS-ABA-REM
           IF WS-ABA-REM = ZERO
              MOVE 'YES'              TO WS-ABA-SW
           ELSE
              MOVE 'NO '              TO WS-ABA-SW
           END-IF.

       0240-ADD-ENTRY.

           IF WS-BANK-COUNT < 5000
              ADD 1                   TO WS-BANK-COUNT
              SET BANK-IDX            TO WS-BANK-COUNT
              MOVE SPACES             TO BANKMASTER-REC
              PERFORM 0270-BUILD-PRENOTE-RECORD
              MOVE BANKMASTER-REC     TO WS-BANK-REC(BANK-IDX)
              MOVE 'Y'                TO WS-BANK-KEEP(BANK-IDX)
              ADD 1                   TO WS-ADDED-COUNT
              MOVE SPACES             TO WS-BEFORE-IMAGE
              PERFORM 0280-WRITE-AUDIT
           ELSE
              ADD 1                   TO WS-BANK-DROPPED
           END-IF.

       0250-CHANGE-ENTRY.

           MOVE WS-BANK-REC(BANK-IDX) TO WS-BEFORE-IMAGE
           MOVE WS-BANK-REC(BANK-IDX) TO BANKMASTER-REC
      * A change that moves the money -- routing, account, or type
      * -- proves itself with a fresh prenote. Anything else on the
      * record leaves the status as it was.
           IF BANK-ROUTING NOT = BTR-ROUTING OR
              BANK-ACCOUNT NOT = BTR-ACCOUNT OR
              BANK-ACCT-TYPE NOT = BTR-ACCT-TYPE
              PERFORM 0270-BUILD-PRENOTE-RECORD
              MOVE BANKMASTER-REC     TO WS-BANK-REC(BANK-IDX)
              ADD 1                   TO WS-CHANGED-COUNT
              PERFORM 0280-WRITE-AUDIT
           ELSE
              MOVE 'NO CHANGE TO APPLY'   TO WS-REJECT-REASON
              PERFORM 0290-REJECT-TRANSACTION
           END-IF.

       0260-DELETE-ENTRY.

           MOVE WS-BANK-REC(BANK-IDX) TO WS-BEFORE-IMAGE
           MOVE 'N'                   TO WS-BANK-KEEP(BANK-IDX)
           MOVE SPACES                TO BANKMASTER-REC
           ADD 1                      TO WS-DELETED-COUNT
           PERFORM 0280-WRITE-AUDIT.

       0270-BUILD-PRENOTE-RECORD.

           MOVE BTR-EMPLOYEEID        TO BANK-EMPLOYEEID
           MOVE BTR-ROUTING           TO BANK-ROUTING
           MOVE BTR-ACCOUNT           TO BANK-ACCOUNT
           MOVE BTR-ACCT-TYPE         TO BANK-ACCT-TYPE
           MOVE 'P'                   TO BANK-STATUS
           MOVE ZERO                  TO BANK-PRENOTE-DATE.

       0280-WRITE-AUDIT.

      * A released add or change is applied -- its pending entry
      * closes here, the one place every applied change passes.
           IF APPROVAL-FOUND
              ADD 1                   TO WS-RELEASED-COUNT
              MOVE 'X'                TO WS-PND-STATUS(PND-IDX)
              MOVE WS-TODAY8          TO WS-PND-DECIDED(PND-IDX)
           END-IF
           MOVE SPACES                TO BANKAUDIT-REG
           MOVE BTR-CHECKER           TO AUDIT-CHECKER
           MOVE BTR-OPERATOR          TO AUDIT-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14)
                                      TO AUDIT-TIMESTAMP
           MOVE BTR-ACTION            TO AUDIT-ACTION
           MOVE WS-BEFORE-IMAGE       TO AUDIT-BEFORE
           MOVE BANKMASTER-REC        TO AUDIT-AFTER
           WRITE BANKAUDIT-REG.

       0290-REJECT-TRANSACTION.

           ADD 1                      TO WS-REJECT-COUNT
           DISPLAY '* REJECTED ' BTR-ACTION ' ' BTR-EMPLOYEEID
                   ' -- ' WS-REJECT-REASON
      * AUTHCHK has already logged a refusal to the exception
      * repository.
           IF NOT AU-DENIED
              MOVE WS-REJECT-REASON   TO EXC-REASON
              MOVE BTR-EMPLOYEEID     TO EXC-KEY
              MOVE BANKTRANS-REC(1:40) TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0300-REWRITE-BANK-MASTER.

           OPEN OUTPUT BANKMASTER.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > WS-BANK-COUNT
              IF WS-BANK-KEEP(BANK-IDX) = 'Y'
                 MOVE WS-BANK-REC(BANK-IDX) TO BANKMASTER-REC
                 WRITE BANKMASTER-REC
              END-IF
           END-PERFORM.
           CLOSE BANKMASTER.

       0310-REWRITE-PENDING.

           OPEN OUTPUT PENDAPPR.
           PERFORM VARYING PND-IDX FROM 1 BY 1
              UNTIL PND-IDX > WS-PND-COUNT
              MOVE SPACES             TO PENDAPPR-REC
              MOVE WS-PND-SEQ(PND-IDX)     TO PND-SEQ
              MOVE WS-PND-SOURCE(PND-IDX)  TO PND-SOURCE
              MOVE WS-PND-STATUS(PND-IDX)  TO PND-STATUS
              MOVE WS-PND-ENTERED(PND-IDX) TO PND-ENTERED
              MOVE WS-PND-MAKER(PND-IDX)   TO PND-MAKER
              MOVE WS-PND-CHECKER(PND-IDX) TO PND-CHECKER
              MOVE WS-PND-DECIDED(PND-IDX) TO PND-DECIDED
              MOVE WS-PND-REASON(PND-IDX)  TO PND-REASON
              MOVE WS-PND-TRANS(PND-IDX)   TO PND-TRANS
              WRITE PENDAPPR-REC
           END-PERFORM.
           CLOSE PENDAPPR.

       9000-END-PROGRAM.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* BANK MASTER MAINTENANCE        *"
           DISPLAY "* TRANSACTIONS READ  : " WS-TRANS-COUNT
           DISPLAY "* ACCOUNTS ADDED     : " WS-ADDED-COUNT
           DISPLAY "* ACCOUNTS CHANGED   : " WS-CHANGED-COUNT
           DISPLAY "* ACCOUNTS DELETED   : " WS-DELETED-COUNT
           DISPLAY "* REJECTED           : " WS-REJECT-COUNT
           DISPLAY "*   NOT AUTHORIZED   : " WS-DENIED-COUNT
           DISPLAY "* PARKED FOR APPROVAL: " WS-PARKED-COUNT
           DISPLAY "* APPROVED RELEASES  : " WS-RELEASED-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

      * RUNLOCK hands back a zero return code -- the step's own is
      * carried across the release and restored by RUNLOGGER.
           MOVE RETURN-CODE    TO WS-STEP-RC
           MOVE 'R'            TO LK-ACTION
           CALL 'RUNLOCK' USING LK-PARM
           MOVE 'BANKMASTER'   TO LK-RESOURCE
           CALL 'RUNLOCK' USING LK-PARM

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-TRANS-COUNT TO RL-READ
           COMPUTE RL-WRITTEN = WS-ADDED-COUNT + WS-CHANGED-COUNT
                              + WS-DELETED-COUNT
           MOVE WS-REJECT-COUNT TO RL-REJECTED
           MOVE WS-FS-TRANS    TO RL-FSTATUS
           MOVE WS-STEP-RC     TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'BANKMAINT'           TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-TRANS-REASON
           FS-FIELD  BY WS-FS-TRANS
           FS-REASON BY WS-FS-REASON.

       END PROGRAM BANKMAINT.
