       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
      * OUTSTANDING-CHECK RECONCILIATION -- MATCHES THE BANK'S
      * PAID-ITEMS FILE AGAINST THE CHECK REGISTER DIRECTDEP
      * APPENDS TO. A PAID ITEM ON THE REGISTER CLEARS THAT CHECK
      * (AN AMOUNT THAT DIFFERS FROM WHAT WAS ISSUED IS REPORTED);
      * A PAID ITEM NOT ON THE REGISTER AT ALL, OR PAID AGAINST A
      * VOIDED OR ALREADY-CLEARED CHECK, IS LISTED AS PAID BUT
      * NEVER ISSUED. EVERY CHECK STILL OPEN IS LISTED AS
      * OUTSTANDING, AND ONE OPEN PAST THE STALE-DATE LIMIT IS
      * FLAGGED STALE-DATED FOR ESCHEATMENT FOLLOW-UP. THE REGISTER
      * IS WRITTEN BACK WITH THE CLEARED STATUSES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Persistent check register, one line per check issued.
       SELECT CHECKREG ASSIGN TO WS-CHECKREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CHECKREG.

      * The bank's paid-items file, in the bank's fixed layout:
      * check serial, date paid, and amount paid. OPTIONAL -- with
      * no file tonight the run still lists what is outstanding.
       SELECT OPTIONAL PAIDITEMS ASSIGN TO WS-PAID-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAID.

       DATA DIVISION.
       FILE SECTION.
       FD CHECKREG.
       01 CHECKREG-REC.
           88 CHECKREG-EOF VALUE HIGH-VALUES.
           05 CRG-CHECK-NUMBER      PIC 9(08).
           05 FILLER                PIC X(02).
           05 CRG-ISSUE-DATE        PIC 9(08).
           05 FILLER                PIC X(02).
           05 CRG-PERIOD            PIC 9(03).
           05 FILLER                PIC X(02).
           05 CRG-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 CRG-PAYEE             PIC X(21).
           05 FILLER                PIC X(02).
           05 CRG-AMOUNT            PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 CRG-STATUS            PIC X(01).
              88 CRG-OUTSTANDING    VALUE 'O'.
              88 CRG-CLEARED        VALUE 'C'.
              88 CRG-VOIDED         VALUE 'V'.
           05 FILLER                PIC X(02).
           05 CRG-CLEARED-DATE      PIC 9(08).

       FD PAIDITEMS.
       01 PAIDITEMS-REC.
           88 PAID-EOF VALUE HIGH-VALUES.
           05 PDI-CHECK-NUMBER      PIC 9(10).
           05 PDI-PAID-DATE         PIC 9(08).
           05 PDI-AMOUNT            PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. Every paid-but-never-issued item and every amount
      * mismatch is appended to EXCEPTIONS.DAT through EXCLOGGER.
       01  EX-PARM.
           COPY EXCREC.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-CHECKREG-PATH        PIC X(64).
       01  WS-PAID-PATH            PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-CHECKREG      PIC X(02).
           05 WS-FS-PAID          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-TODAY-INT        PIC 9(07).
           05 WS-DAYS-OUT         PIC S9(07).
      * A check still open this many days after issue is stale.
           05 WS-STALE-DAYS       PIC 9(03) VALUE 180.

           05 WS-PAID-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-CLEARED-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-CLEARED-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 WS-MISMATCH-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-NEVER-ISSUED     PIC 9(05) VALUE ZERO.
           05 WS-NEVER-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-OUTSTAND-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-OUTSTAND-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05 WS-STALE-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-STALE-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-PAID-AMOUNT      PIC 9(07)V99.
           05 WS-PAID-CHECK       PIC 9(08).

      * The register held whole for the match-and-rewrite pass.
           05 WS-REG-TABLE.
              10 WS-REG-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-REG-ENTRY OCCURS 20000 TIMES
                                  INDEXED BY REG-IDX.
                 15 WS-REG-REC       PIC X(81).
           05 WS-REG-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-REG-FOUND        PIC X(03).
              88 REG-FOUND        VALUE 'YES'.

           05 PRINTRECORD.
              10 PRINT-CHECK       PIC 9(08).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-DATE        PIC 9(08).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-EMPLOYEEID  PIC 9(07).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-PAYEE       PIC X(21).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-AMOUNT      PIC Z,ZZZ,ZZ9.99.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-NOTE        PIC X(12).

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'CHECKREG'     TO FP-LOGICAL
           MOVE 'CHECKREG.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-CHECKREG-PATH
           MOVE 'PAIDITEMS'    TO FP-LOGICAL
           MOVE 'PAIDITEMS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PAID-PATH

           MOVE 'CHKRECON'     TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY8)

           PERFORM 0110-LOAD-CHECK-REGISTER.

           DISPLAY "================================================"
           DISPLAY "CHECK RECONCILIATION -- " WS-TODAY8
           DISPLAY "================================================"
           DISPLAY " "
           DISPLAY "---- PAID BUT NEVER ISSUED"
           DISPLAY "CHECK     PAID ON"

           OPEN INPUT PAIDITEMS.
           IF WS-FS-PAID NOT = '00' AND WS-FS-PAID NOT = '05'
              PERFORM 9510-PAID-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-PAIDITEMS: ' WS-FS-PAID
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.
           MOVE SPACES              TO PAIDITEMS-REC.
           READ PAIDITEMS
              AT END SET PAID-EOF TO TRUE
           END-READ.
           PERFORM 0200-MATCH-PAID-ITEM UNTIL PAID-EOF.
           CLOSE PAIDITEMS.

           PERFORM 0300-LIST-OUTSTANDING.

      * The register is never rewritten off a blown table -- a
      * dropped line would be a check nobody could ever reconcile.
           IF WS-REG-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* CHECK REGISTER EXCEEDS 20000 LINES"
              DISPLAY "* LINES NOT HELD: " WS-REG-DROPPED
              DISPLAY "* REGISTER NOT REWRITTEN"
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
           ELSE
              PERFORM 0400-REWRITE-CHECK-REGISTER
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-CHECK-REGISTER.

      * No register means no check has ever been issued -- nothing
      * to reconcile, and a paid item is then never-issued.
           OPEN INPUT CHECKREG.
           IF WS-FS-CHECKREG = '00'
              MOVE SPACES             TO CHECKREG-REC
              PERFORM UNTIL CHECKREG-EOF
                 READ CHECKREG
                    AT END SET CHECKREG-EOF TO TRUE
                 END-READ
                 IF NOT CHECKREG-EOF
                    IF WS-REG-COUNT < 20000
                       ADD 1          TO WS-REG-COUNT
                       SET REG-IDX    TO WS-REG-COUNT
                       MOVE CHECKREG-REC TO WS-REG-REC(REG-IDX)
                    ELSE
                       ADD 1          TO WS-REG-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CHECKREG
           ELSE
              PERFORM 9500-CHECKREG-REASON
              DISPLAY '* NO CHECK REGISTER -- FS-CHECKREG: '
                      WS-FS-CHECKREG ' (' WS-FS-REASON ')'
           END-IF.

       0200-MATCH-PAID-ITEM.

           ADD 1                      TO WS-PAID-COUNT
           IF PDI-AMOUNT IS NUMERIC
              MOVE PDI-AMOUNT         TO WS-PAID-AMOUNT
           ELSE
              MOVE ZERO               TO WS-PAID-AMOUNT
           END-IF
           MOVE PDI-CHECK-NUMBER      TO WS-PAID-CHECK

           MOVE 'NO '                 TO WS-REG-FOUND
           PERFORM VARYING REG-IDX FROM 1 BY 1
              UNTIL REG-IDX > WS-REG-COUNT OR REG-FOUND
              IF WS-REG-REC(REG-IDX)(1:8) = WS-PAID-CHECK
                 MOVE 'YES'           TO WS-REG-FOUND
              END-IF
           END-PERFORM
           IF REG-FOUND
              SET REG-IDX DOWN BY 1
              MOVE WS-REG-REC(REG-IDX) TO CHECKREG-REC
           END-IF

      * Only an outstanding check can clear; paid against a void or
      * paid a second time is as suspect as never issued at all.
           IF REG-FOUND AND CRG-OUTSTANDING
              MOVE 'C'                TO CRG-STATUS
              MOVE PDI-PAID-DATE      TO CRG-CLEARED-DATE
              MOVE CHECKREG-REC       TO WS-REG-REC(REG-IDX)
              ADD 1                   TO WS-CLEARED-COUNT
              ADD WS-PAID-AMOUNT      TO WS-CLEARED-TOTAL
              IF WS-PAID-AMOUNT NOT = CRG-AMOUNT
                 ADD 1                TO WS-MISMATCH-COUNT
                 MOVE 'PAID AMOUNT MISMATCH' TO EXC-REASON
                 MOVE WS-PAID-CHECK   TO EXC-KEY
                 MOVE PAIDITEMS-REC   TO EXC-DETAIL
                 PERFORM 8000-LOG-EXCEPTION
              END-IF
           ELSE
              ADD 1                   TO WS-NEVER-ISSUED
              ADD WS-PAID-AMOUNT      TO WS-NEVER-TOTAL
              MOVE SPACES             TO PRINTRECORD
              MOVE WS-PAID-CHECK      TO PRINT-CHECK
              MOVE PDI-PAID-DATE      TO PRINT-DATE
              MOVE WS-PAID-AMOUNT     TO PRINT-AMOUNT
              EVALUATE TRUE
                 WHEN NOT REG-FOUND
                    MOVE 'NOT ISSUED'   TO PRINT-NOTE
                 WHEN CRG-VOIDED
                    MOVE 'VOIDED'       TO PRINT-NOTE
                    MOVE CRG-EMPLOYEEID TO PRINT-EMPLOYEEID
                    MOVE CRG-PAYEE      TO PRINT-PAYEE
                 WHEN OTHER
                    MOVE 'PAID TWICE'   TO PRINT-NOTE
                    MOVE CRG-EMPLOYEEID TO PRINT-EMPLOYEEID
                    MOVE CRG-PAYEE      TO PRINT-PAYEE
              END-EVALUATE
              DISPLAY PRINTRECORD
              MOVE 'PAID NEVER ISSUED'  TO EXC-REASON
              MOVE WS-PAID-CHECK        TO EXC-KEY
              MOVE PAIDITEMS-REC        TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

           READ PAIDITEMS
              AT END SET PAID-EOF TO TRUE
           END-READ.

       0300-LIST-OUTSTANDING.

           DISPLAY " "
           DISPLAY "---- OUTSTANDING (STALE-DATED AFTER "
                   WS-STALE-DAYS " DAYS)"
           DISPLAY "CHECK     ISSUED    EMPLOYEE PAYEE"
           PERFORM VARYING REG-IDX FROM 1 BY 1
              UNTIL REG-IDX > WS-REG-COUNT
              MOVE WS-REG-REC(REG-IDX) TO CHECKREG-REC
              IF CRG-OUTSTANDING
                 PERFORM 0310-PRINT-OUTSTANDING
              END-IF
           END-PERFORM.

       0310-PRINT-OUTSTANDING.

           ADD 1                      TO WS-OUTSTAND-COUNT
           ADD CRG-AMOUNT             TO WS-OUTSTAND-TOTAL
           MOVE SPACES                TO PRINTRECORD
           MOVE CRG-CHECK-NUMBER      TO PRINT-CHECK
           MOVE CRG-ISSUE-DATE        TO PRINT-DATE
           MOVE CRG-EMPLOYEEID        TO PRINT-EMPLOYEEID
           MOVE CRG-PAYEE             TO PRINT-PAYEE
           MOVE CRG-AMOUNT            TO PRINT-AMOUNT
           MOVE 'OUTSTANDING'         TO PRINT-NOTE
           IF CRG-ISSUE-DATE IS NUMERIC AND
              FUNCTION TEST-DATE-YYYYMMDD(CRG-ISSUE-DATE) = ZERO
              COMPUTE WS-DAYS-OUT = WS-TODAY-INT -
                      FUNCTION INTEGER-OF-DATE(CRG-ISSUE-DATE)
              IF WS-DAYS-OUT > WS-STALE-DAYS
                 MOVE 'STALE-DATED'   TO PRINT-NOTE
                 ADD 1                TO WS-STALE-COUNT
                 ADD CRG-AMOUNT       TO WS-STALE-TOTAL
              END-IF
           END-IF
           DISPLAY PRINTRECORD.

       0400-REWRITE-CHECK-REGISTER.

           IF WS-CLEARED-COUNT > ZERO
              OPEN OUTPUT CHECKREG
              PERFORM VARYING REG-IDX FROM 1 BY 1
                 UNTIL REG-IDX > WS-REG-COUNT
                 MOVE WS-REG-REC(REG-IDX) TO CHECKREG-REC
                 WRITE CHECKREG-REC
              END-PERFORM
              CLOSE CHECKREG
           END-IF.

       9000-END-PROGRAM.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* PAID ITEMS READ        : " WS-PAID-COUNT
           DISPLAY "* CHECKS CLEARED         : " WS-CLEARED-COUNT
           DISPLAY "*   AMOUNT CLEARED       : " WS-CLEARED-TOTAL
           DISPLAY "*   AMOUNT MISMATCHES    : " WS-MISMATCH-COUNT
           DISPLAY "* PAID BUT NEVER ISSUED  : " WS-NEVER-ISSUED
           DISPLAY "*   AMOUNT               : " WS-NEVER-TOTAL
           DISPLAY "* OUTSTANDING CHECKS     : " WS-OUTSTAND-COUNT
           DISPLAY "*   AMOUNT               : " WS-OUTSTAND-TOTAL
           DISPLAY "* STALE-DATED            : " WS-STALE-COUNT
           DISPLAY "*   AMOUNT               : " WS-STALE-TOTAL
           DISPLAY "**********************************"

           IF (WS-NEVER-ISSUED > ZERO OR WS-MISMATCH-COUNT > ZERO OR
               WS-STALE-COUNT > ZERO) AND RETURN-CODE = ZERO
              MOVE 4              TO RETURN-CODE
           END-IF

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-PAID-COUNT  TO RL-READ
           MOVE WS-CLEARED-COUNT TO RL-WRITTEN
           MOVE WS-NEVER-ISSUED TO RL-REJECTED
           MOVE WS-FS-PAID     TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'CHKRECON'            TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-CHECKREG-REASON
           FS-FIELD  BY WS-FS-CHECKREG
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-PAID-REASON
           FS-FIELD  BY WS-FS-PAID
           FS-REASON BY WS-FS-REASON.

       END PROGRAM CHKRECON.
