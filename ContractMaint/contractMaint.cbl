       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACTMAINT.
      * BATCH TRANSACTION MAINTENANCE FOR THE STUDIO CONTRACTS FILE
      * -- APPLIES ADD/UPDATE/DELETE TRANSACTIONS FROM
      * CONTRACTTRANS.DAT TO CONTRACTS.DAT, KEYED BY STUDIOSCODE AND
      * CONTRACT NUMBER. EACH CONTRACT CARRIES ITS START AND END
      * DATES, ROYALTY RATE, MINIMUM GUARANTEE AND TERRITORY, AND
      * EARLIER CONTRACTS STAY ON FILE AS THE STUDIO'S HISTORY --
      * STUDIOSCONTRACT ON THE STUDIO RECORD ONLY EVER HELD ONE DATE.
      *
      * A CONTRACT MUST BELONG TO A STUDIO ON STUDIOSREL.DAT, RUN
      * FORWARD, CARRY A NUMERIC RATE AND GUARANTEE, AND MAY NOT
      * OVERLAP ANOTHER CONTRACT OF THE SAME STUDIO -- SO ON ANY DATE
      * A STUDIO HAS AT MOST ONE ACTIVE CONTRACT, WHICH IS THE ONE
      * CONTRACTEXP AND ROYALTY USE. EVERY APPLIED CHANGE IS LOGGED
      * TO CONTRACTAUDIT.DAT WITH THE SAME OPERATOR, TIMESTAMP AND
      * BEFORE/AFTER IMAGES STUDIOAUDIT.DAT KEEPS FOR THE STUDIOS
      * FILE, UNDER THE OPERATOR ID 'BATCH', WHICH MUST HOLD THE
      * ADD, CHANGE OR DELETE AUTHORITY FOR CONTRACTMAINT ON THE
      * OPERATOR AUTHORIZATION FILE (CHECKED THROUGH AUTHCHK) FOR
      * EACH TRANSACTION; A REFUSED ONE IS REJECTED UNAPPLIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * One transaction per record: 'A' ADD, 'U' UPDATE, 'D' DELETE,
      * followed by a full contract record image. DELETE needs only
      * the key filled.
       SELECT OPTIONAL CONTRACTTRANS ASSIGN TO "CONTRACTTRANS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-TRANS.

       SELECT CONTRACTS ASSIGN TO "CONTRACTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTR-KEY
        FILE STATUS IS FS-CONTRACTS.

       SELECT STUDIOSFILE ASSIGN TO "STUDIOSREL.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS STUDIOS-KEY
        FILE STATUS IS FILE-CHECK-KEY.

       SELECT TRANSREJECT ASSIGN TO "CONTRACTTRANSREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-REJECT.

      * Cumulative audit trail, laid out like STUDIOAUDIT.DAT.
       SELECT OPTIONAL CONTRACTAUDIT ASSIGN TO "CONTRACTAUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.

       FD CONTRACTTRANS.
       01 CONTRACTTRANS-REC.
          88 TRANS-EOF        VALUE HIGH-VALUES.
          05 TRANS-ACTION     PIC X(01).
             88 TRANS-ADD     VALUE 'A'.
             88 TRANS-UPDATE  VALUE 'U'.
             88 TRANS-DELETE  VALUE 'D'.
          05 TRANS-CONTRACT.
             10 TRANS-KEY.
                15 TRANS-STUDIO    PIC 999.
                15 TRANS-NUMBER    PIC 9(03).
             10 TRANS-START        PIC 9(08).
             10 TRANS-END          PIC 9(08).
             10 TRANS-RATE         PIC 9V9999.
             10 TRANS-MINGUAR      PIC 9(07)V99.
             10 TRANS-TERRITORY    PIC X(15).

       FD CONTRACTS.
       01 CONTRACTSRECORD.
          05 CTR-KEY.
             10 CTR-STUDIO        PIC 999.
             10 CTR-NUMBER        PIC 9(03).
          05 CTR-START            PIC 9(08).
          05 CTR-END              PIC 9(08).
      * Royalty rate as a fraction of the sale (0.1500 = 15 PERCENT).
          05 CTR-RATE             PIC 9V9999.
      * Minimum royalty guaranteed over the whole contract term.
          05 CTR-MINGUAR          PIC 9(07)V99.
          05 CTR-TERRITORY        PIC X(15).

       FD STUDIOSFILE.
       01 STUDIOSRECORD.
          05 STUDIOSCODE    PIC 999.
          05 STUDIOSNAME    PIC X(20).
          05 STUDIOSADDRESS PIC X(50).
          05 STUDIOSPHONE   PIC X(12).
          05 STUDIOSCONTRACT PIC 9(08).
          05 STUDIOSSTATUS  PIC X(01).

       FD TRANSREJECT.
       01 TRANSREJECT-REG.
          05 REJECT-TRANS     PIC X(52).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 REJECT-REASON    PIC X(20).

       FD CONTRACTAUDIT.
       01 CONTRACTAUDIT-REG.
          05 AUDIT-OPERATOR   PIC X(08).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 AUDIT-TIMESTAMP  PIC X(14).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 AUDIT-ACTION     PIC X(01).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 AUDIT-BEFORE     PIC X(51).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 AUDIT-AFTER      PIC X(51).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05  WS-FS-TRANS      PIC X(02).
           05  FS-CONTRACTS     PIC X(02).
           05  FILE-CHECK-KEY   PIC X(02).
           05  WS-FS-REJECT     PIC X(02).
           05  WS-FS-AUDIT      PIC X(02).
           05  STUDIOS-KEY      PIC 999.
           05  WS-BEFORE-IMAGE  PIC X(51).
           05  WS-AUDIT-ACTION  PIC X(01).
           05  WS-CONTRACT-OK-SW PIC X(03).
               88 CONTRACT-OK   VALUE 'YES'.
           05  WS-SCAN-END-SW   PIC X(03).
               88 SCAN-END      VALUE 'YES'.
           05  WS-FS-REASON     PIC X(32).

           05  WS-TRANS-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-ADDED-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-UPDATED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-DELETED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-DENIED-COUNT  PIC 9(05) VALUE ZERO.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. Every divert below is also appended to
      * EXCEPTIONS.DAT through EXCLOGGER.
       01  EX-PARM.
           COPY EXCREC.

      * Operator-authorization parameter area -- see AUTHCHK
      * copybook.
       01  AU-PARM.
           COPY AUTHCHK.

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'CONTRACTMAINT' TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           OPEN INPUT CONTRACTTRANS.
      * No transaction file is a normal zero-transaction run.
           IF WS-FS-TRANS = '05'
              DISPLAY '* NO CONTRACTTRANS.DAT -- '
                      'NO TRANSACTIONS TO APPLY'
              MOVE '00'             TO WS-FS-TRANS
           END-IF.
           PERFORM 0110-OPEN-CONTRACTS-FILE.
           OPEN INPUT STUDIOSFILE.
           OPEN OUTPUT TRANSREJECT.
           OPEN EXTEND CONTRACTAUDIT.
           IF WS-FS-AUDIT = '05'
              MOVE '00'             TO WS-FS-AUDIT
           END-IF.

           IF WS-FS-TRANS NOT = '00' OR
              FS-CONTRACTS NOT = '00' OR
              FILE-CHECK-KEY NOT = '00' OR
              WS-FS-REJECT NOT = '00' OR
              WS-FS-AUDIT NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9505-TRANS-REASON
              DISPLAY '* FS-TRANSACTIONS: ' WS-FS-TRANS
                       ' (' WS-FS-REASON ')'
              PERFORM 9520-CONTRACTS-REASON
              DISPLAY '* FS-CONTRACTS   : ' FS-CONTRACTS
                       ' (' WS-FS-REASON ')'
              PERFORM 9500-STUDIOS-REASON
              DISPLAY '* FS-STUDIOS FILE: ' FILE-CHECK-KEY
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-REJECT: ' WS-FS-REJECT
              DISPLAY '* FS-AUDIT : ' WS-FS-AUDIT
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           READ CONTRACTTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.
           PERFORM 0200-APPLY-TRANSACTION UNTIL TRANS-EOF.

           PERFORM 9000-END-PROGRAM.

       0110-OPEN-CONTRACTS-FILE.

      * First run ever creates the contracts file; after that the
      * batch maintains it in place.
           OPEN I-O CONTRACTS.
           IF FS-CONTRACTS = '35' OR FS-CONTRACTS = '05'
              OPEN OUTPUT CONTRACTS
              CLOSE CONTRACTS
              OPEN I-O CONTRACTS
           END-IF.

       0200-APPLY-TRANSACTION.

           ADD 1                      TO WS-TRANS-COUNT
           PERFORM 0205-CHECK-AUTHORITY
           EVALUATE TRUE
              WHEN AU-DENIED
                 PERFORM 0245-REJECT-UNAUTHORIZED
              WHEN TRANS-ADD
                 PERFORM 0210-ADD-CONTRACT
              WHEN TRANS-UPDATE
                 PERFORM 0220-UPDATE-CONTRACT
              WHEN TRANS-DELETE
                 PERFORM 0230-DELETE-CONTRACT
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION CODE' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
           END-EVALUATE.

           READ CONTRACTTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0205-CHECK-AUTHORITY.

      * An unknown action code is left for the EVALUATE to reject.
           MOVE 'Y'                   TO AU-RESULT
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE 'A'             TO AU-ACTION
              WHEN TRANS-UPDATE
                 MOVE 'C'             TO AU-ACTION
              WHEN TRANS-DELETE
                 MOVE 'D'             TO AU-ACTION
              WHEN OTHER
                 MOVE SPACE           TO AU-ACTION
           END-EVALUATE
           IF AU-ACTION NOT = SPACE
              MOVE 'CONTRACTMAINT'    TO AU-PROGRAM
              MOVE 'BATCH   '         TO AU-OPERATOR
              MOVE TRANS-KEY          TO AU-KEY
              CALL 'AUTHCHK' USING AU-PARM
           END-IF.

       0210-ADD-CONTRACT.

           PERFORM 0260-EDIT-CONTRACT
           IF CONTRACT-OK
              PERFORM 0270-SCAN-FOR-OVERLAP
           END-IF
           IF NOT CONTRACT-OK
              PERFORM 0240-REJECT-TRANSACTION
           ELSE
              MOVE TRANS-CONTRACT     TO CONTRACTSRECORD
              WRITE CONTRACTSRECORD
                 INVALID KEY
                    MOVE 'CONTRACT ON FILE   ' TO WS-FS-REASON
                    PERFORM 0240-REJECT-TRANSACTION
              END-WRITE
              IF FS-CONTRACTS = '00'
                 ADD 1                TO WS-ADDED-COUNT
                 MOVE SPACES          TO WS-BEFORE-IMAGE
                 MOVE 'A'             TO WS-AUDIT-ACTION
                 PERFORM 0250-WRITE-AUDIT-RECORD
              END-IF
           END-IF.

       0220-UPDATE-CONTRACT.

           PERFORM 0260-EDIT-CONTRACT
           IF CONTRACT-OK
              PERFORM 0270-SCAN-FOR-OVERLAP
           END-IF
           IF NOT CONTRACT-OK
              PERFORM 0240-REJECT-TRANSACTION
           ELSE
              MOVE TRANS-KEY          TO CTR-KEY
              READ CONTRACTS
                 INVALID KEY
                    MOVE 'CONTRACT NOT ON FILE' TO WS-FS-REASON
                    PERFORM 0240-REJECT-TRANSACTION
              END-READ
              IF FS-CONTRACTS = '00'
                 MOVE CONTRACTSRECORD TO WS-BEFORE-IMAGE
                 MOVE TRANS-CONTRACT  TO CONTRACTSRECORD
                 REWRITE CONTRACTSRECORD
                    INVALID KEY
                       MOVE 'REWRITE FAILED     ' TO WS-FS-REASON
                       PERFORM 0240-REJECT-TRANSACTION
                 END-REWRITE
                 IF FS-CONTRACTS = '00'
                    ADD 1             TO WS-UPDATED-COUNT
                    MOVE 'U'          TO WS-AUDIT-ACTION
                    PERFORM 0250-WRITE-AUDIT-RECORD
                 END-IF
              END-IF
           END-IF.

       0230-DELETE-CONTRACT.

      * Read first so the audit trail keeps the record as it stood
      * the moment before the delete.
           MOVE TRANS-KEY             TO CTR-KEY
           READ CONTRACTS
              INVALID KEY
                 MOVE 'CONTRACT NOT ON FILE' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
           END-READ.
           IF FS-CONTRACTS = '00'
              MOVE CONTRACTSRECORD    TO WS-BEFORE-IMAGE
              DELETE CONTRACTS
                 INVALID KEY
                    MOVE 'DELETE FAILED      ' TO WS-FS-REASON
                    PERFORM 0240-REJECT-TRANSACTION
              END-DELETE
              IF FS-CONTRACTS = '00'
                 ADD 1                TO WS-DELETED-COUNT
                 MOVE 'D'             TO WS-AUDIT-ACTION
                 PERFORM 0250-WRITE-AUDIT-RECORD
              END-IF
           END-IF.

       0240-REJECT-TRANSACTION.

           ADD 1                      TO WS-REJECT-COUNT
           MOVE SPACES                TO TRANSREJECT-REG
           MOVE CONTRACTTRANS-REC     TO REJECT-TRANS
           MOVE WS-FS-REASON          TO REJECT-REASON
           WRITE TRANSREJECT-REG
           MOVE WS-FS-REASON          TO EXC-REASON
           MOVE CONTRACTTRANS-REC(1:7) TO EXC-KEY
           MOVE CONTRACTTRANS-REC(1:40) TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0245-REJECT-UNAUTHORIZED.

      * AUTHCHK has already logged the refusal to the exception
      * repository -- only this program's own reject file remains.
           ADD 1                      TO WS-REJECT-COUNT
           ADD 1                      TO WS-DENIED-COUNT
           MOVE SPACES                TO TRANSREJECT-REG
           MOVE CONTRACTTRANS-REC     TO REJECT-TRANS
           MOVE 'NOT AUTHORIZED'      TO REJECT-REASON
           WRITE TRANSREJECT-REG.

       0250-WRITE-AUDIT-RECORD.

      * The caller leaves the before image in WS-BEFORE-IMAGE, the
      * action in WS-AUDIT-ACTION, and the after image in the
      * record area (ignored for deletes).
           MOVE SPACES                TO CONTRACTAUDIT-REG
           MOVE WS-AUDIT-ACTION       TO AUDIT-ACTION
           MOVE 'BATCH   '            TO AUDIT-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14)
                                      TO AUDIT-TIMESTAMP
           MOVE WS-BEFORE-IMAGE       TO AUDIT-BEFORE
           IF AUDIT-ACTION = 'D'
              MOVE SPACES             TO AUDIT-AFTER
           ELSE
              MOVE CONTRACTSRECORD    TO AUDIT-AFTER
           END-IF
           WRITE CONTRACTAUDIT-REG.

       0260-EDIT-CONTRACT.

           MOVE 'NO '                 TO WS-CONTRACT-OK-SW
           MOVE '23'                  TO FILE-CHECK-KEY
           IF TRANS-STUDIO IS NUMERIC AND TRANS-STUDIO > ZERO
              MOVE TRANS-STUDIO       TO STUDIOS-KEY
              READ STUDIOSFILE
                 INVALID KEY CONTINUE
              END-READ
           END-IF
           EVALUATE TRUE
              WHEN FILE-CHECK-KEY NOT = '00'
                 MOVE 'STUDIO NOT ON FILE ' TO WS-FS-REASON
              WHEN TRANS-NUMBER IS NOT NUMERIC OR
                   TRANS-NUMBER = ZERO
                 MOVE 'CONTRACT NO INVALID' TO WS-FS-REASON
              WHEN TRANS-START IS NOT NUMERIC OR
                   TRANS-END IS NOT NUMERIC OR
                   TRANS-START = ZERO
                 MOVE 'DATES NOT NUMERIC  ' TO WS-FS-REASON
              WHEN TRANS-START > TRANS-END
                 MOVE 'START AFTER END    ' TO WS-FS-REASON
              WHEN TRANS-RATE IS NOT NUMERIC
                 MOVE 'RATE NOT NUMERIC   ' TO WS-FS-REASON
              WHEN TRANS-MINGUAR IS NOT NUMERIC
                 MOVE 'GUARANTEE NOT NUMERIC' TO WS-FS-REASON
              WHEN OTHER
                 MOVE 'YES'           TO WS-CONTRACT-OK-SW
           END-EVALUATE.

       0270-SCAN-FOR-OVERLAP.

      * Contracts are keyed studio first, so every contract of the
      * studio is read from its first key onward. The contract being
      * updated is skipped -- it is being replaced.
           MOVE SPACES                TO WS-SCAN-END-SW
           MOVE TRANS-STUDIO          TO CTR-STUDIO
           MOVE ZERO                  TO CTR-NUMBER
           START CONTRACTS KEY IS >= CTR-KEY
              INVALID KEY MOVE 'YES'  TO WS-SCAN-END-SW
           END-START
           PERFORM UNTIL SCAN-END OR NOT CONTRACT-OK
              READ CONTRACTS NEXT RECORD
                 AT END MOVE 'YES'    TO WS-SCAN-END-SW
              END-READ
              IF NOT SCAN-END
                 IF CTR-STUDIO NOT = TRANS-STUDIO
                    MOVE 'YES'        TO WS-SCAN-END-SW
                 ELSE
                    IF CTR-NUMBER NOT = TRANS-NUMBER AND
                       CTR-START <= TRANS-END AND
                       CTR-END >= TRANS-START
                       MOVE 'OVERLAPS CONTRACT  ' TO WS-FS-REASON
                       MOVE 'NO '     TO WS-CONTRACT-OK-SW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       9000-END-PROGRAM.

           CLOSE CONTRACTTRANS, CONTRACTS, STUDIOSFILE, TRANSREJECT,
                 CONTRACTAUDIT.

           DISPLAY "**********************************"
           DISPLAY "* CONTRACT MAINTENANCE            *"
           DISPLAY "* TRANSACTIONS READ : " WS-TRANS-COUNT
           DISPLAY "* CONTRACTS ADDED   : " WS-ADDED-COUNT
           DISPLAY "* CONTRACTS UPDATED : " WS-UPDATED-COUNT
           DISPLAY "* CONTRACTS DELETED : " WS-DELETED-COUNT
           DISPLAY "* REJECTED          : " WS-REJECT-COUNT
           DISPLAY "*   NOT AUTHORIZED  : " WS-DENIED-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-TRANS-COUNT TO RL-READ
           COMPUTE RL-WRITTEN = WS-ADDED-COUNT +
                   WS-UPDATED-COUNT + WS-DELETED-COUNT
           MOVE WS-REJECT-COUNT TO RL-REJECTED
           MOVE FS-CONTRACTS   TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per divert,
      * alongside this program's own exception file.
           MOVE 'CONTRACTMAINT'       TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-STUDIOS-REASON
           FS-FIELD  BY FILE-CHECK-KEY
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9505-TRANS-REASON
           FS-FIELD  BY WS-FS-TRANS
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-CONTRACTS-REASON
           FS-FIELD  BY FS-CONTRACTS
           FS-REASON BY WS-FS-REASON.

       END PROGRAM CONTRACTMAINT.
