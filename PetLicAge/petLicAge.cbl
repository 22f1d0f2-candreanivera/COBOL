       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETLICAGE.
      * UNPAID PET LICENSE REPORT -- READS PETLICENSE.DAT IN KEY
      * ORDER, SO EACH OWNER'S LICENSES FOR A YEAR COME TOGETHER AS
      * THE INVOICE PETLICBILL SENT, AND LISTS EVERY INVOICE WITH A
      * BALANCE STILL OPEN. EACH LICENSE'S OPEN AMOUNT IS AGED FROM
      * ITS OWN BILL DATE: UNDER 30 DAYS, 30 TO 59 DAYS, OR 60 DAYS
      * AND OVER SINCE BILLING. THE OWNER'S NAME COMES FROM
      * OWNERMASTER.DAT WHEN IT IS ON HAND. A TOTAL LINE CLOSES THE
      * REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PETLICENSE ASSIGN TO "PETLICENSE.DAT"
        FILE STATUS IS FS-LICENSE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LIC-KEY.

       SELECT OPTIONAL OWNERFILE ASSIGN TO "OWNERMASTER.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-OWNER.

       DATA DIVISION.
       FILE SECTION.
       FD PETLICENSE.
       01 PETLICENSE-REG.
           88 LICENSE-EOF VALUE HIGH-VALUES.
           COPY PETLIC.

       FD OWNERFILE.
       01 OWNERFILE-REG.
           88 OWNER-EOF VALUE HIGH-VALUES.
           05 OWN-ID               PIC 9(05).
           05 FILLER               PIC X(02).
           05 OWN-NAME             PIC X(15).
           05 OWN-MIDDLE           PIC X(15).
           05 OWN-SURNAME          PIC X(15).
           05 FILLER               PIC X(02).
           05 OWN-NUMBER           PIC X(10).
           05 FILLER               PIC X(02).
           05 OWN-EMAIL            PIC X(20).
           05 FILLER               PIC X(02).
           05 OWN-PET-COUNT        PIC 9(03).
           05 FILLER               PIC X(02).
           05 OWN-DELIVERABLE      PIC X(01).
           05 FILLER               PIC X(02).
           05 OWN-BOUNCE-DATE      PIC 9(08).
           05 FILLER               PIC X(02).
           05 OWN-BOUNCE-REASON    PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 FS-LICENSE        PIC X(02).
           05 FS-OWNER          PIC X(02).
           05 WS-FS-REASON      PIC X(32).

           05 WS-TODAY8         PIC 9(08).
           05 WS-TODAY-INT      PIC 9(08).
           05 WS-BILL-INT       PIC 9(08).
           05 WS-DAYS-OUT       PIC S9(07).
           05 WS-LIC-OPEN       PIC 9(05)V99.
           05 WS-BUCKET         PIC 9(01).
           05 WS-FIRST-RECORD-SW PIC X(03) VALUE 'YES'.
              88 FIRST-RECORD   VALUE 'YES'.

           05 WS-OWN-TABLE.
              10 WS-OWN-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-OWN-ENTRY OCCURS 1000 TIMES
                                INDEXED BY OWN-IDX.
                 15 WS-OWN-ID      PIC 9(05).
                 15 WS-OWN-SURNAME PIC X(15).
                 15 WS-OWN-NAME    PIC X(15).

      * The invoice in hand: year and owner, with what was billed,
      * what is paid and the open amount in the three age columns.
           05 WS-INV-YEAR       PIC 9(04).
           05 WS-INV-OWNER-ID   PIC 9(05).
           05 WS-INV-PETS       PIC 9(03).
           05 WS-INV-BILLED     PIC 9(07)V99.
           05 WS-INV-PAID       PIC 9(07)V99.
           05 WS-INV-OPEN       PIC 9(07)V99.
           05 WS-INV-BUCKETS.
              10 WS-IB-AMOUNT   PIC 9(07)V99 OCCURS 3 TIMES.
           05 WS-TOTAL-BUCKETS.
              10 WS-TB-AMOUNT   PIC 9(09)V99 OCCURS 3 TIMES.
           05 WS-TOTAL-OPEN     PIC 9(09)V99 VALUE ZERO.

           05 AGERECORD.
              10 AGE-YEAR        PIC 9(04).
              10 FILLER          PIC X(01) VALUE '-'.
              10 AGE-OWNER-ID    PIC 9(05).
              10 FILLER          PIC X(01) VALUE SPACES.
              10 AGE-NAME        PIC X(15).
              10 FILLER          PIC X(01) VALUE SPACES.
              10 AGE-PETS        PIC ZZ9.
              10 FILLER          PIC X(01) VALUE SPACES.
              10 AGE-BILLED      PIC Z(6)9.99.
              10 AGE-COL OCCURS 3 TIMES.
                 15 FILLER       PIC X(01).
                 15 AGE-AMOUNT   PIC Z(6)9.99.
              10 FILLER          PIC X(01) VALUE SPACES.
              10 AGE-OPEN        PIC Z(6)9.99.

           05 WS-AMOUNT-PRT     PIC Z(8)9.99.

           05 WS-LICENSE-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-INVOICE-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-UNPAID-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-AGED30-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-AGED60-COUNT   PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY8)
           INITIALIZE WS-TOTAL-BUCKETS.

           PERFORM 0110-LOAD-OWNERS.

           OPEN INPUT PETLICENSE.
           IF FS-LICENSE NOT = '00'
              PERFORM 9500-LICENSE-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-PETLICENSE: ' FS-LICENSE
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "================================================"
           DISPLAY "UNPAID PET LICENSES AS OF " WS-TODAY8
                   " -- DAYS SINCE BILLING"
           DISPLAY "================================================"
           DISPLAY "INVOICE    OWNER           PETS    BILLED"
                   "   UNDER 30   30 TO 59  60 AND UP       OPEN"

           READ PETLICENSE NEXT RECORD
              AT END SET LICENSE-EOF TO TRUE
           END-READ.
           PERFORM 0200-TAKE-LICENSE UNTIL LICENSE-EOF.
           IF NOT FIRST-RECORD
              PERFORM 0300-REPORT-INVOICE
           END-IF.

           PERFORM 0400-PRINT-TOTALS.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-OWNERS.

      * Names only; without the owner master the report still runs.
           OPEN INPUT OWNERFILE.
           IF FS-OWNER = '00'
              PERFORM UNTIL OWNER-EOF
                 READ OWNERFILE
                    AT END SET OWNER-EOF TO TRUE
                 END-READ
                 IF NOT OWNER-EOF AND
                    WS-OWN-COUNT < 1000
                    ADD 1          TO WS-OWN-COUNT
                    SET OWN-IDX    TO WS-OWN-COUNT
                    MOVE OWN-ID      TO WS-OWN-ID(OWN-IDX)
                    MOVE OWN-SURNAME TO WS-OWN-SURNAME(OWN-IDX)
                    MOVE OWN-NAME    TO WS-OWN-NAME(OWN-IDX)
                 END-IF
              END-PERFORM
              CLOSE OWNERFILE
           ELSE
              IF FS-OWNER = '05' OR FS-OWNER = '35'
                 CLOSE OWNERFILE
              END-IF
           END-IF.

       0200-TAKE-LICENSE.

           ADD 1                      TO WS-LICENSE-COUNT
           IF FIRST-RECORD
              MOVE 'NO '              TO WS-FIRST-RECORD-SW
              PERFORM 0210-START-INVOICE
           ELSE
              IF LIC-YEAR NOT = WS-INV-YEAR OR
                 LIC-OWNER-ID NOT = WS-INV-OWNER-ID
                 PERFORM 0300-REPORT-INVOICE
                 PERFORM 0210-START-INVOICE
              END-IF
           END-IF

           ADD 1                      TO WS-INV-PETS
           ADD LIC-FEE                TO WS-INV-BILLED
           ADD LIC-PAID               TO WS-INV-PAID
           IF LIC-PAID < LIC-FEE
              COMPUTE WS-LIC-OPEN = LIC-FEE - LIC-PAID
              ADD 1                   TO WS-UNPAID-COUNT
              IF LIC-BILL-DATE IS NUMERIC AND
                 FUNCTION TEST-DATE-YYYYMMDD(LIC-BILL-DATE) = ZERO
                 COMPUTE WS-BILL-INT =
                    FUNCTION INTEGER-OF-DATE(LIC-BILL-DATE)
                 COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-BILL-INT
              ELSE
      *          An undated license cannot be shown as recent.
                 MOVE 999             TO WS-DAYS-OUT
              END-IF
              EVALUATE TRUE
                 WHEN WS-DAYS-OUT < 30
                    MOVE 1            TO WS-BUCKET
                 WHEN WS-DAYS-OUT < 60
                    MOVE 2            TO WS-BUCKET
                    ADD 1             TO WS-AGED30-COUNT
                 WHEN OTHER
                    MOVE 3            TO WS-BUCKET
                    ADD 1             TO WS-AGED60-COUNT
              END-EVALUATE
              ADD WS-LIC-OPEN         TO WS-IB-AMOUNT(WS-BUCKET)
                                         WS-TB-AMOUNT(WS-BUCKET)
                                         WS-INV-OPEN
                                         WS-TOTAL-OPEN
           END-IF

           READ PETLICENSE NEXT RECORD
              AT END SET LICENSE-EOF TO TRUE
           END-READ.

       0210-START-INVOICE.

           MOVE LIC-YEAR              TO WS-INV-YEAR
           MOVE LIC-OWNER-ID          TO WS-INV-OWNER-ID
           MOVE ZERO                  TO WS-INV-PETS WS-INV-BILLED
                                         WS-INV-PAID WS-INV-OPEN
           MOVE ZERO                  TO WS-IB-AMOUNT(1)
                                         WS-IB-AMOUNT(2)
                                         WS-IB-AMOUNT(3).

       0300-REPORT-INVOICE.

           ADD 1                      TO WS-INVOICE-COUNT
           IF WS-INV-OPEN > ZERO
              MOVE SPACES             TO AGERECORD
              MOVE WS-INV-YEAR        TO AGE-YEAR
              MOVE '-'                TO AGERECORD(5:1)
              MOVE WS-INV-OWNER-ID    TO AGE-OWNER-ID
              MOVE '** NOT ON FILE **' TO AGE-NAME
              PERFORM VARYING OWN-IDX FROM 1 BY 1
                 UNTIL OWN-IDX > WS-OWN-COUNT
                 IF WS-OWN-ID(OWN-IDX) = WS-INV-OWNER-ID
                    MOVE WS-OWN-SURNAME(OWN-IDX) TO AGE-NAME
                 END-IF
              END-PERFORM
              MOVE WS-INV-PETS        TO AGE-PETS
              MOVE WS-INV-BILLED      TO AGE-BILLED
              PERFORM VARYING WS-BUCKET FROM 1 BY 1
                 UNTIL WS-BUCKET > 3
                 MOVE WS-IB-AMOUNT(WS-BUCKET)
                                      TO AGE-AMOUNT(WS-BUCKET)
              END-PERFORM
              MOVE WS-INV-OPEN        TO AGE-OPEN
              DISPLAY AGERECORD
           END-IF.

       0400-PRINT-TOTALS.

           DISPLAY "------------------------------------------------"
           MOVE WS-TB-AMOUNT(1)       TO WS-AMOUNT-PRT
           DISPLAY "OPEN UNDER 30 DAYS  : " WS-AMOUNT-PRT
           MOVE WS-TB-AMOUNT(2)       TO WS-AMOUNT-PRT
           DISPLAY "OPEN 30 TO 59 DAYS  : " WS-AMOUNT-PRT
           MOVE WS-TB-AMOUNT(3)       TO WS-AMOUNT-PRT
           DISPLAY "OPEN 60 DAYS AND UP : " WS-AMOUNT-PRT
           MOVE WS-TOTAL-OPEN         TO WS-AMOUNT-PRT
           DISPLAY "TOTAL OPEN          : " WS-AMOUNT-PRT.

       9000-END-PROGRAM.

           CLOSE PETLICENSE.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* LICENSES READ      : " WS-LICENSE-COUNT
           DISPLAY "* INVOICES READ      : " WS-INVOICE-COUNT
           DISPLAY "* LICENSES UNPAID    : " WS-UNPAID-COUNT
           DISPLAY "*   OPEN 30-59 DAYS  : " WS-AGED30-COUNT
           DISPLAY "*   OPEN 60+ DAYS    : " WS-AGED60-COUNT
           DISPLAY "**********************************"

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-LICENSE-REASON
           FS-FIELD  BY FS-LICENSE
           FS-REASON BY WS-FS-REASON.

       END PROGRAM PETLICAGE.
