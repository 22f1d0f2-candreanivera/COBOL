       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETLICPAY.
      * PET LICENSE PAYMENT POSTING -- APPLIES THE PAYMENTS ON
      * PETLICPAYTRANS.DAT TO THE LICENSES PETLICBILL WROTE ON
      * PETLICENSE.DAT. A PAYMENT NAMES THE INVOICE (LICENSE YEAR
      * AND OWNER ID) AND MAY NAME ONE PET ON IT; WITH NO PET IT IS
      * SPREAD OVER THE INVOICE'S OPEN LICENSES IN KEY ORDER, EACH
      * PAID UP BEFORE THE NEXT IS TOUCHED. A PAYMENT SHORT OF THE
      * BALANCE IS POSTED AS A PARTIAL PAYMENT AND LEAVES THE REST
      * OPEN; A LICENSE IS MARKED PAID ('P') ONCE ITS FEE IS MET.
      *
      * A PAYMENT FOR AN INVOICE OR PET NOT BILLED, WITH A BAD DATE
      * OR AMOUNT, OR FOR MORE THAN IS STILL OPEN IS NOT POSTED AT
      * ALL -- IT GOES TO PETLICPAYREJ.DAT WITH THE REASON FOR THE
      * COUNTER TO REFUND OR RE-KEY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Year, owner ID, pet name and specie (blank for the whole
      * invoice), date paid, amount paid.
       SELECT OPTIONAL PETLICPAYTRANS ASSIGN TO "PETLICPAYTRANS.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-TRANS.

       SELECT PETLICENSE ASSIGN TO "PETLICENSE.DAT"
        FILE STATUS IS FS-LICENSE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LIC-KEY.

       SELECT PETLICPAYREJ ASSIGN TO "PETLICPAYREJ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-REJECT.

       DATA DIVISION.
       FILE SECTION.
       FD PETLICPAYTRANS.
       01 PETLICPAYTRANS-REC.
           88 TRANS-EOF VALUE HIGH-VALUES.
           05 PAY-KEY.
              10 PAY-YEAR          PIC 9(04).
              10 PAY-OWNER-ID      PIC 9(05).
              10 PAY-PET-NAME      PIC X(10).
              10 PAY-SPECIE        PIC X(10).
           05 PAY-DATE             PIC 9(08).
           05 PAY-AMOUNT           PIC 9(05)V99.

       FD PETLICENSE.
       01 PETLICENSE-REG.
           COPY PETLIC.

       FD PETLICPAYREJ.
       01 PETLICPAYREJ-REG.
           05 PREJ-TRANS           PIC X(44).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PREJ-REASON          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 FS-TRANS          PIC X(02).
           05 FS-LICENSE        PIC X(02).
           05 FS-REJECT         PIC X(02).
           05 WS-FS-REASON      PIC X(32).
           05 WS-REJECT-REASON  PIC X(20).

           05 WS-TODAY8         PIC 9(08).
           05 WS-PAYMENT-OK-SW  PIC X(03).
              88 PAYMENT-OK     VALUE 'YES'.
           05 WS-INVOICE-EOF-SW PIC X(03).
              88 INVOICE-EOF    VALUE 'YES'.
           05 WS-LIC-COUNT      PIC 9(03).
           05 WS-OPEN-BALANCE   PIC 9(07)V99.
           05 WS-LIC-OPEN       PIC 9(05)V99.
           05 WS-TO-APPLY       PIC 9(05)V99.
           05 WS-APPLIED        PIC 9(05)V99.

           05 WS-TRANS-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-POSTED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-PARTIAL-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-PAIDUP-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-REJECT-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-POSTED-AMOUNT  PIC 9(09)V99 VALUE ZERO.
           05 WS-POSTED-PRT     PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0100-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.

           OPEN INPUT PETLICPAYTRANS.
      * No payment file is a normal nothing-to-post run.
           IF FS-TRANS = '05'
              DISPLAY '* NO PETLICPAYTRANS.DAT -- '
                      'NO PAYMENTS TO POST'
              MOVE '00'             TO FS-TRANS
           END-IF.
           OPEN I-O PETLICENSE.
           OPEN OUTPUT PETLICPAYREJ.
           IF FS-TRANS NOT = '00' OR FS-LICENSE NOT = '00' OR
              FS-REJECT NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-TRANS-REASON
              DISPLAY '* FS-TRANS     : ' FS-TRANS
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-LICENSE-REASON
              DISPLAY '* FS-PETLICENSE: ' FS-LICENSE
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-REJECT    : ' FS-REJECT
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           READ PETLICPAYTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.
           PERFORM 0200-POST-PAYMENT UNTIL TRANS-EOF.

           PERFORM 9000-END-PROGRAM.

       0200-POST-PAYMENT.

           ADD 1                      TO WS-TRANS-COUNT
           PERFORM 0210-EDIT-PAYMENT
           IF PAYMENT-OK
              PERFORM 0220-SUM-OPEN-BALANCE
              EVALUATE TRUE
                 WHEN WS-LIC-COUNT = ZERO
                    IF PAY-PET-NAME = SPACES
                       MOVE 'INVOICE NOT BILLED ' TO WS-REJECT-REASON
                    ELSE
                       MOVE 'PET NOT BILLED     ' TO WS-REJECT-REASON
                    END-IF
                    PERFORM 0280-REJECT-PAYMENT
                 WHEN WS-OPEN-BALANCE = ZERO
                    MOVE 'ALREADY PAID       ' TO WS-REJECT-REASON
                    PERFORM 0280-REJECT-PAYMENT
                 WHEN PAY-AMOUNT > WS-OPEN-BALANCE
                    MOVE 'EXCEEDS BALANCE    ' TO WS-REJECT-REASON
                    PERFORM 0280-REJECT-PAYMENT
                 WHEN OTHER
                    PERFORM 0230-APPLY-PAYMENT
              END-EVALUATE
           ELSE
              PERFORM 0280-REJECT-PAYMENT
           END-IF

           READ PETLICPAYTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0210-EDIT-PAYMENT.

           MOVE 'NO '                 TO WS-PAYMENT-OK-SW
           EVALUATE TRUE
              WHEN PAY-YEAR IS NOT NUMERIC OR
                   PAY-OWNER-ID IS NOT NUMERIC
                 MOVE 'INVOICE KEY INVALID' TO WS-REJECT-REASON
              WHEN PAY-PET-NAME = SPACES AND
                   PAY-SPECIE NOT = SPACES
                 MOVE 'PET NAME MISSING   ' TO WS-REJECT-REASON
              WHEN PAY-DATE IS NOT NUMERIC
                 MOVE 'DATE PAID INVALID  ' TO WS-REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(PAY-DATE) NOT = ZERO
                 MOVE 'DATE PAID INVALID  ' TO WS-REJECT-REASON
              WHEN PAY-DATE > WS-TODAY8
                 MOVE 'DATE PAID IN FUTURE' TO WS-REJECT-REASON
              WHEN PAY-AMOUNT IS NOT NUMERIC
                 MOVE 'AMOUNT INVALID     ' TO WS-REJECT-REASON
              WHEN PAY-AMOUNT = ZERO
                 MOVE 'AMOUNT ZERO        ' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'YES'           TO WS-PAYMENT-OK-SW
           END-EVALUATE.

       0220-SUM-OPEN-BALANCE.

      * First pass over the invoice (or the one pet) to see what is
      * still open, so an overpayment is refused before anything is
      * rewritten.
           MOVE ZERO                  TO WS-LIC-COUNT WS-OPEN-BALANCE
           PERFORM 0240-START-INVOICE
           PERFORM UNTIL INVOICE-EOF
              ADD 1                   TO WS-LIC-COUNT
              COMPUTE WS-LIC-OPEN = LIC-FEE - LIC-PAID
              ADD WS-LIC-OPEN         TO WS-OPEN-BALANCE
              PERFORM 0250-NEXT-LICENSE
           END-PERFORM.

       0230-APPLY-PAYMENT.

           MOVE PAY-AMOUNT            TO WS-TO-APPLY
           PERFORM 0240-START-INVOICE
           PERFORM UNTIL INVOICE-EOF OR WS-TO-APPLY = ZERO
              COMPUTE WS-LIC-OPEN = LIC-FEE - LIC-PAID
              IF WS-LIC-OPEN > ZERO
                 IF WS-TO-APPLY >= WS-LIC-OPEN
                    MOVE WS-LIC-OPEN  TO WS-APPLIED
                 ELSE
                    MOVE WS-TO-APPLY  TO WS-APPLIED
                 END-IF
                 ADD WS-APPLIED       TO LIC-PAID
                 SUBTRACT WS-APPLIED  FROM WS-TO-APPLY
                 MOVE PAY-DATE        TO LIC-LAST-PAID
                 IF LIC-PAID >= LIC-FEE
                    SET LIC-PAID-UP   TO TRUE
                    ADD 1             TO WS-PAIDUP-COUNT
                 END-IF
                 REWRITE PETLICENSE-REG
                    INVALID KEY
                       DISPLAY '* REWRITE FAILED: ' LIC-KEY
                               ' FS ' FS-LICENSE
                       MOVE 8         TO RETURN-CODE
                 END-REWRITE
              END-IF
              PERFORM 0250-NEXT-LICENSE
           END-PERFORM

           ADD 1                      TO WS-POSTED-COUNT
           ADD PAY-AMOUNT             TO WS-POSTED-AMOUNT
           IF PAY-AMOUNT < WS-OPEN-BALANCE
              ADD 1                   TO WS-PARTIAL-COUNT
           END-IF.

       0240-START-INVOICE.

      * Position on the invoice's first license -- or on the one
      * pet, when the payment names it.
           MOVE 'NO '                 TO WS-INVOICE-EOF-SW
           MOVE PAY-YEAR              TO LIC-YEAR
           MOVE PAY-OWNER-ID          TO LIC-OWNER-ID
           IF PAY-PET-NAME = SPACES
              MOVE LOW-VALUES         TO LIC-PET-NAME LIC-SPECIE
              START PETLICENSE KEY IS >= LIC-KEY
                 INVALID KEY MOVE 'YES' TO WS-INVOICE-EOF-SW
              END-START
              IF NOT INVOICE-EOF
                 PERFORM 0250-NEXT-LICENSE
              END-IF
           ELSE
              MOVE PAY-PET-NAME       TO LIC-PET-NAME
              MOVE PAY-SPECIE         TO LIC-SPECIE
              READ PETLICENSE
                 INVALID KEY MOVE 'YES' TO WS-INVOICE-EOF-SW
              END-READ
           END-IF.

       0250-NEXT-LICENSE.

      * Reading past the invoice, or any read after a single pet,
      * ends the walk.
           IF PAY-PET-NAME NOT = SPACES
              MOVE 'YES'              TO WS-INVOICE-EOF-SW
           ELSE
              READ PETLICENSE NEXT RECORD
                 AT END MOVE 'YES'    TO WS-INVOICE-EOF-SW
              END-READ
              IF NOT INVOICE-EOF AND
                 (LIC-YEAR NOT = PAY-YEAR OR
                  LIC-OWNER-ID NOT = PAY-OWNER-ID)
                 MOVE 'YES'           TO WS-INVOICE-EOF-SW
              END-IF
           END-IF.

       0280-REJECT-PAYMENT.

           ADD 1                      TO WS-REJECT-COUNT
           MOVE SPACES                TO PETLICPAYREJ-REG
           MOVE PETLICPAYTRANS-REC    TO PREJ-TRANS
           MOVE WS-REJECT-REASON      TO PREJ-REASON
           WRITE PETLICPAYREJ-REG.

       9000-END-PROGRAM.

           CLOSE PETLICPAYTRANS, PETLICENSE, PETLICPAYREJ.

           MOVE WS-POSTED-AMOUNT      TO WS-POSTED-PRT
           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* PET LICENSE PAYMENT POSTING     *"
           DISPLAY "* PAYMENTS READ      : " WS-TRANS-COUNT
           DISPLAY "* PAYMENTS POSTED    : " WS-POSTED-COUNT
           DISPLAY "*   OF WHICH PARTIAL : " WS-PARTIAL-COUNT
           DISPLAY "* LICENSES PAID UP   : " WS-PAIDUP-COUNT
           DISPLAY "* AMOUNT POSTED      : " WS-POSTED-PRT
           DISPLAY "* REJECTED           : " WS-REJECT-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-TRANS-REASON
           FS-FIELD  BY FS-TRANS
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-LICENSE-REASON
           FS-FIELD  BY FS-LICENSE
           FS-REASON BY WS-FS-REASON.

       END PROGRAM PETLICPAY.
