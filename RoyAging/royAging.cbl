       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYAGING.
      * ROYALTY AGED BALANCES AND DUNNING NOTICES -- READS THE
      * ROYALTYLEDGER.DAT THAT ROYALTY POSTS AND, STUDIO BY STUDIO,
      * APPLIES THE PAYMENTS TO THE OLDEST CHARGES FIRST. WHAT IS
      * LEFT OPEN ON EACH CHARGE IS AGED ON NET-30 TERMS: A CHARGE
      * IS CURRENT FOR ITS FIRST 30 DAYS, THEN FALLS INTO THE 30,
      * 60, 90 OR OVER-90 DAYS PAST DUE COLUMN. THE REPORT SHOWS
      * EACH STUDIO'S OPEN BALANCE ACROSS THE FIVE COLUMNS WITH ANY
      * UNAPPLIED CREDIT, AND A TOTAL LINE.
      *
      * A STUDIO WHOSE OLDEST OPEN CHARGE IS AT LEAST THE THRESHOLD
      * NUMBER OF DAYS PAST DUE (ROYAGEPARM.DAT, 3 DIGITS; A MISSING
      * CARD TAKES 60) GETS A DUNNING LETTER ON DUNNING.DAT,
      * ADDRESSED FROM STUDIOSNAME/STUDIOSADDRESS ON STUDIOSREL.DAT.
      * A STUDIO MARKED INACTIVE (STUDIOSSTATUS 'I') THAT STILL HAS
      * A BALANCE OPEN IS FLAGGED FOR COLLECTIONS AND GOES TO THE
      * EXCEPTION REPOSITORY, AS DOES LEDGER ACTIVITY FOR A STUDIO
      * CODE NO LONGER ON THE STUDIOS FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL ROYALTYLEDGER ASSIGN TO "ROYALTYLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LEDGER.

       SELECT STUDIOSFILE ASSIGN TO "STUDIOSREL.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS STUDIOS-KEY
        FILE STATUS IS FILE-CHECK-KEY.

      * Dunning threshold in days past due (3 digits).
       SELECT OPTIONAL ROYAGEPARM ASSIGN TO "ROYAGEPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARM.

      * Dunning letters, one after another, ready for the mailing.
       SELECT DUNNING ASSIGN TO "DUNNING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DUNNING.

       DATA DIVISION.
       FILE SECTION.
       FD ROYALTYLEDGER.
       01 ROYALTYLEDGER-REC.
            88 LEDGER-EOF VALUE HIGH-VALUES.
            05 RL-STUDIO             PIC 999.
            05 FILLER                PIC X(02).
            05 RL-DATE               PIC 9(08).
            05 FILLER                PIC X(02).
            05 RL-TYPE               PIC X(01).
            05 FILLER                PIC X(02).
            05 RL-AMOUNT             PIC 9(07)V99.
            05 FILLER                PIC X(02).
            05 RL-DESC               PIC X(20).
            05 FILLER                PIC X(02).
            05 RL-MOVIEID            PIC 9(04).

       FD STUDIOSFILE.
       01 STUDIOSRECORD.
          05 STUDIOSCODE    PIC 999.
          05 STUDIOSNAME    PIC X(20).
          05 STUDIOSADDRESS PIC X(50).
          05 STUDIOSPHONE   PIC X(12).
          05 STUDIOSCONTRACT PIC 9(08).
          05 STUDIOSSTATUS  PIC X(01).

       FD ROYAGEPARM.
       01 ROYAGEPARM-REC.
           05 PARM-THRESHOLD-DAYS   PIC 9(03).

       FD DUNNING.
       01 DUNNING-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook.
       01  EX-PARM.
           COPY EXCREC.

       01  WS-WORK-AREAS.
           05 WS-FS-LEDGER        PIC X(02).
           05 FILE-CHECK-KEY      PIC X(02).
           05 WS-FS-PARM          PIC X(02).
           05 WS-FS-DUNNING       PIC X(02).
           05 STUDIOS-KEY         PIC 999.
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-TODAY-INT        PIC 9(08).
           05 WS-CHG-INT          PIC 9(08).
           05 WS-PAST-DUE         PIC S9(07).
           05 WS-OLDEST-PAST-DUE  PIC S9(07).
           05 WS-THRESHOLD-DAYS   PIC 9(03) VALUE 60.
           05 WS-TERMS-DAYS       PIC 9(03) VALUE 30.

           05 WS-STUDIO-CODE      PIC 9(04).
           05 WS-STUDIO-KNOWN     PIC X(03).
              88 STUDIO-KNOWN     VALUE 'YES'.
           05 WS-STUDIO-ACTIVE    PIC X(01).
           05 WS-FLAGS            PIC X(24).

           05 WS-LEDGER-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-AGED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-OPEN-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-LETTER-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-COLLECT-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-ORPHAN-COUNT     PIC 9(05) VALUE ZERO.

      * Full ledger held so each studio can be aged on its own.
           05 WS-LED-TABLE.
              10 WS-LED-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-LED-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY LED-IDX.
                 15 WS-LED-STUDIO    PIC 999.
                 15 WS-LED-DATE      PIC 9(08).
                 15 WS-LED-TYPE      PIC X(01).
                 15 WS-LED-AMOUNT    PIC 9(07)V99.
           05 WS-LED-DROPPED      PIC 9(05) VALUE ZERO.

      * One studio's charges, kept in charge-date order so payments
      * can be applied oldest first.
           05 WS-CHG-TABLE.
              10 WS-CHG-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-CHG-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY CHG-IDX CHG-IDX2.
                 15 WS-CHG-DATE      PIC 9(08).
                 15 WS-CHG-OPEN      PIC 9(07)V99.
           05 WS-SLOT-FOUND       PIC X(03).
              88 SLOT-FOUND       VALUE 'YES'.
           05 WS-PAID-POOL        PIC 9(09)V99.
           05 WS-CREDIT           PIC 9(09)V99.

      * The studio's open balance across the five columns, and the
      * same columns summed over every studio.
           05 WS-STUDIO-BUCKETS.
              10 WS-SB-AMOUNT     PIC 9(09)V99 OCCURS 5 TIMES.
           05 WS-STUDIO-OPEN      PIC 9(09)V99.
           05 WS-TOTAL-BUCKETS.
              10 WS-TB-AMOUNT     PIC 9(09)V99 OCCURS 5 TIMES.
           05 WS-TOTAL-OPEN       PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-CREDIT     PIC 9(09)V99 VALUE ZERO.
           05 WS-BUCKET           PIC 9(01).

           05 AGERECORD.
              10 AGE-CODE          PIC 999.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 AGE-NAME          PIC X(20).
              10 AGE-COL OCCURS 5 TIMES.
                 15 FILLER         PIC X(01).
                 15 AGE-AMOUNT     PIC Z(7)9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 AGE-TOTAL         PIC Z(7)9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 AGE-FLAGS         PIC X(24).

           05 WS-AMOUNT-PRT       PIC Z(7)9.99.
           05 WS-DAYS-PRT         PIC ZZZ9.
           05 LETTER-LINE         PIC X(80).

       PROCEDURE DIVISION.
       0100-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY8)

           PERFORM 0110-READ-THRESHOLD.

           OPEN INPUT STUDIOSFILE.
           IF FILE-CHECK-KEY NOT = '00'
              PERFORM 9500-STUDIOS-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-STUDIOS: ' FILE-CHECK-KEY
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT DUNNING.
           INITIALIZE WS-TOTAL-BUCKETS.

           PERFORM 0200-LOAD-LEDGER.

           DISPLAY "================================================"
           DISPLAY "ROYALTY AGED BALANCES BY STUDIO (NET "
                   WS-TERMS-DAYS " DAYS)"
           DISPLAY "DUNNING THRESHOLD: " WS-THRESHOLD-DAYS
                   " DAYS PAST DUE"
           DISPLAY "================================================"
           DISPLAY "STU NAME                     CURRENT"
                   "     30 DAYS     60 DAYS     90 DAYS"
                   "     OVER 90  OPEN TOTAL"

           PERFORM 0300-AGE-ONE-STUDIO
              VARYING WS-STUDIO-CODE FROM 1 BY 1
              UNTIL WS-STUDIO-CODE > 999.

           PERFORM 0500-PRINT-TOTALS.
           PERFORM 9000-END-PROGRAM.

       0110-READ-THRESHOLD.

           OPEN INPUT ROYAGEPARM.
           IF WS-FS-PARM = '00'
              READ ROYAGEPARM
                 AT END CONTINUE
              END-READ
              IF WS-FS-PARM = '00' AND
                 PARM-THRESHOLD-DAYS IS NUMERIC
                 MOVE PARM-THRESHOLD-DAYS TO WS-THRESHOLD-DAYS
              END-IF
              CLOSE ROYAGEPARM
           ELSE
              IF WS-FS-PARM = '05'
                 CLOSE ROYAGEPARM
              END-IF
           END-IF.

       0200-LOAD-LEDGER.

           OPEN INPUT ROYALTYLEDGER.
           IF WS-FS-LEDGER = '00'
              PERFORM UNTIL LEDGER-EOF
                 READ ROYALTYLEDGER
                    AT END SET LEDGER-EOF TO TRUE
                 END-READ
                 IF NOT LEDGER-EOF
                    ADD 1             TO WS-LEDGER-COUNT
                    IF WS-LED-COUNT < 5000
                       ADD 1          TO WS-LED-COUNT
                       SET LED-IDX    TO WS-LED-COUNT
                       MOVE RL-STUDIO TO WS-LED-STUDIO(LED-IDX)
                       MOVE RL-DATE   TO WS-LED-DATE(LED-IDX)
                       MOVE RL-TYPE   TO WS-LED-TYPE(LED-IDX)
                       MOVE RL-AMOUNT TO WS-LED-AMOUNT(LED-IDX)
                    ELSE
                       ADD 1          TO WS-LED-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ROYALTYLEDGER
           ELSE
              IF WS-FS-LEDGER = '05'
                 CLOSE ROYALTYLEDGER
              END-IF
              DISPLAY '* NO ROYALTYLEDGER.DAT -- NOTHING TO AGE'
           END-IF.

      * A ledger entry left out would misstate somebody's balance
      * and could send a dunning letter in error -- refuse instead.
           IF WS-LED-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* LEDGER TABLE EXCEEDS 5000 ENTRIES"
              DISPLAY "* ENTRIES NOT HELD: " WS-LED-DROPPED
              DISPLAY "* AGING AND LETTERS NOT PRODUCED"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

       0300-AGE-ONE-STUDIO.

      * Charges in date order, payments pooled.
           MOVE ZERO                  TO WS-CHG-COUNT WS-PAID-POOL
           PERFORM VARYING LED-IDX FROM 1 BY 1
              UNTIL LED-IDX > WS-LED-COUNT
              IF WS-LED-STUDIO(LED-IDX) = WS-STUDIO-CODE
                 IF WS-LED-TYPE(LED-IDX) = 'C'
                    PERFORM 0310-INSERT-CHARGE
                 ELSE
                    ADD WS-LED-AMOUNT(LED-IDX) TO WS-PAID-POOL
                 END-IF
              END-IF
           END-PERFORM

           IF WS-CHG-COUNT > ZERO OR WS-PAID-POOL > ZERO
              ADD 1                   TO WS-AGED-COUNT
              PERFORM 0320-APPLY-PAYMENTS
              PERFORM 0330-BUCKET-OPEN-CHARGES
              PERFORM 0340-LOOK-UP-STUDIO
              PERFORM 0350-REPORT-STUDIO
           END-IF.

       0310-INSERT-CHARGE.

      * Shift later-dated charges down one slot; equal dates keep
      * their posting order. The table is as large as the ledger
      * table, so it cannot overflow.
           ADD 1                      TO WS-CHG-COUNT
           SET CHG-IDX                TO WS-CHG-COUNT
           MOVE 'NO '                 TO WS-SLOT-FOUND
           PERFORM UNTIL CHG-IDX = 1 OR SLOT-FOUND
              SET CHG-IDX2            TO CHG-IDX
              SET CHG-IDX2 DOWN BY 1
              IF WS-CHG-DATE(CHG-IDX2) > WS-LED-DATE(LED-IDX)
                 MOVE WS-CHG-ENTRY(CHG-IDX2) TO WS-CHG-ENTRY(CHG-IDX)
                 SET CHG-IDX DOWN BY 1
              ELSE
                 MOVE 'YES'           TO WS-SLOT-FOUND
              END-IF
           END-PERFORM
           MOVE WS-LED-DATE(LED-IDX)  TO WS-CHG-DATE(CHG-IDX)
           MOVE WS-LED-AMOUNT(LED-IDX) TO WS-CHG-OPEN(CHG-IDX).

       0320-APPLY-PAYMENTS.

           MOVE ZERO                  TO WS-CREDIT
           PERFORM VARYING CHG-IDX FROM 1 BY 1
              UNTIL CHG-IDX > WS-CHG-COUNT OR WS-PAID-POOL = ZERO
              IF WS-PAID-POOL >= WS-CHG-OPEN(CHG-IDX)
                 SUBTRACT WS-CHG-OPEN(CHG-IDX) FROM WS-PAID-POOL
                 MOVE ZERO            TO WS-CHG-OPEN(CHG-IDX)
              ELSE
                 SUBTRACT WS-PAID-POOL FROM WS-CHG-OPEN(CHG-IDX)
                 MOVE ZERO            TO WS-PAID-POOL
              END-IF
           END-PERFORM
           MOVE WS-PAID-POOL          TO WS-CREDIT
           ADD WS-CREDIT              TO WS-TOTAL-CREDIT.

       0330-BUCKET-OPEN-CHARGES.

           MOVE ZERO                  TO WS-STUDIO-OPEN
           MOVE ZERO                  TO WS-SB-AMOUNT(1) WS-SB-AMOUNT(2)
                                         WS-SB-AMOUNT(3) WS-SB-AMOUNT(4)
                                         WS-SB-AMOUNT(5)
           MOVE -1                    TO WS-OLDEST-PAST-DUE
           PERFORM VARYING CHG-IDX FROM 1 BY 1
              UNTIL CHG-IDX > WS-CHG-COUNT
              IF WS-CHG-OPEN(CHG-IDX) > ZERO
                 IF WS-CHG-DATE(CHG-IDX) IS NUMERIC AND
                    FUNCTION TEST-DATE-YYYYMMDD(WS-CHG-DATE(CHG-IDX))
                       = ZERO
                    COMPUTE WS-CHG-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CHG-DATE(CHG-IDX))
                    COMPUTE WS-PAST-DUE =
                       WS-TODAY-INT - WS-CHG-INT - WS-TERMS-DAYS
                 ELSE
      *             An undated charge cannot be shown as current.
                    MOVE 999          TO WS-PAST-DUE
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-PAST-DUE <= ZERO
                       MOVE 1         TO WS-BUCKET
                    WHEN WS-PAST-DUE <= 30
                       MOVE 2         TO WS-BUCKET
                    WHEN WS-PAST-DUE <= 60
                       MOVE 3         TO WS-BUCKET
                    WHEN WS-PAST-DUE <= 90
                       MOVE 4         TO WS-BUCKET
                    WHEN OTHER
                       MOVE 5         TO WS-BUCKET
                 END-EVALUATE
                 ADD WS-CHG-OPEN(CHG-IDX) TO WS-SB-AMOUNT(WS-BUCKET)
                                            WS-TB-AMOUNT(WS-BUCKET)
                                            WS-STUDIO-OPEN
                                            WS-TOTAL-OPEN
                 IF WS-PAST-DUE > WS-OLDEST-PAST-DUE
                    MOVE WS-PAST-DUE  TO WS-OLDEST-PAST-DUE
                 END-IF
              END-IF
           END-PERFORM.

       0340-LOOK-UP-STUDIO.

           MOVE 'NO '                 TO WS-STUDIO-KNOWN
           MOVE SPACES                TO WS-STUDIO-ACTIVE
           MOVE WS-STUDIO-CODE        TO STUDIOS-KEY
           READ STUDIOSFILE
              INVALID KEY CONTINUE
           END-READ
           IF FILE-CHECK-KEY = '00'
              MOVE 'YES'              TO WS-STUDIO-KNOWN
              MOVE STUDIOSSTATUS      TO WS-STUDIO-ACTIVE
           ELSE
              MOVE SPACES             TO STUDIOSRECORD
              MOVE '** NOT ON FILE **' TO STUDIOSNAME
           END-IF.

       0350-REPORT-STUDIO.

           MOVE SPACES                TO WS-FLAGS
           IF WS-STUDIO-OPEN > ZERO
              ADD 1                   TO WS-OPEN-COUNT
           END-IF

           EVALUATE TRUE
              WHEN NOT STUDIO-KNOWN
                 ADD 1                TO WS-ORPHAN-COUNT
                 MOVE 'STUDIO NOT ON FILE'  TO WS-FLAGS
                 MOVE 'LEDGER STUDIO UNKNOWN   ' TO EXC-REASON
                 PERFORM 0360-LOG-STUDIO
              WHEN WS-STUDIO-ACTIVE = 'I' AND WS-STUDIO-OPEN > ZERO
                 ADD 1                TO WS-COLLECT-COUNT
                 MOVE 'INACTIVE - COLLECTIONS' TO WS-FLAGS
                 MOVE 'INACTIVE STUDIO OWES    ' TO EXC-REASON
                 PERFORM 0360-LOG-STUDIO
           END-EVALUATE

           IF STUDIO-KNOWN AND WS-STUDIO-OPEN > ZERO AND
              WS-OLDEST-PAST-DUE >= WS-THRESHOLD-DAYS
              PERFORM 0400-WRITE-LETTER
              IF WS-FLAGS = SPACES
                 MOVE 'DUNNING LETTER'  TO WS-FLAGS
              END-IF
           END-IF

           MOVE SPACES                TO AGERECORD
           MOVE WS-STUDIO-CODE        TO AGE-CODE
           MOVE STUDIOSNAME           TO AGE-NAME
           PERFORM VARYING WS-BUCKET FROM 1 BY 1
              UNTIL WS-BUCKET > 5
              MOVE WS-SB-AMOUNT(WS-BUCKET) TO AGE-AMOUNT(WS-BUCKET)
           END-PERFORM
           MOVE WS-STUDIO-OPEN        TO AGE-TOTAL
           MOVE WS-FLAGS              TO AGE-FLAGS
           DISPLAY AGERECORD
           IF WS-CREDIT > ZERO
              MOVE WS-CREDIT          TO WS-AMOUNT-PRT
              DISPLAY "    UNAPPLIED CREDIT " WS-AMOUNT-PRT
           END-IF.

       0360-LOG-STUDIO.

           MOVE WS-STUDIO-CODE        TO STUDIOS-KEY
           MOVE STUDIOS-KEY           TO EXC-KEY
           MOVE WS-STUDIO-OPEN        TO WS-AMOUNT-PRT
           MOVE SPACES                TO EXC-DETAIL
           STRING STUDIOSNAME DELIMITED BY SIZE
                  ' OPEN '   DELIMITED BY SIZE
                  WS-AMOUNT-PRT DELIMITED BY SIZE
                  INTO EXC-DETAIL
           IF RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF
           PERFORM 8000-LOG-EXCEPTION.

       0400-WRITE-LETTER.

           ADD 1                      TO WS-LETTER-COUNT
           MOVE WS-OLDEST-PAST-DUE    TO WS-DAYS-PRT

           MOVE SPACES                TO LETTER-LINE
           STRING 'DATE: ' WS-TODAY8(1:4) '-' WS-TODAY8(5:2) '-'
                  WS-TODAY8(7:2)
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE SPACES                TO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE STUDIOSNAME           TO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE STUDIOSADDRESS        TO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE SPACES                TO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE SPACES                TO LETTER-LINE
           STRING 'RE: ROYALTY ACCOUNT ' STUDIOSCODE
                  ' -- PAST DUE NOTICE'
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE SPACES                TO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE 'OUR RECORDS SHOW THE FOLLOWING ROYALTY BALANCE OPEN'
                                      TO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE SPACES                TO LETTER-LINE
           STRING 'ON YOUR ACCOUNT. THE OLDEST CHARGE IS NOW '
                  WS-DAYS-PRT ' DAYS PAST DUE.'
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE SPACES                TO LETTER-LINE
           PERFORM 0410-LETTER-LINE

           MOVE WS-SB-AMOUNT(1)       TO WS-AMOUNT-PRT
           MOVE SPACES                TO LETTER-LINE
           STRING '    CURRENT              ' WS-AMOUNT-PRT
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE WS-SB-AMOUNT(2)       TO WS-AMOUNT-PRT
           MOVE SPACES                TO LETTER-LINE
           STRING '    1-30 DAYS PAST DUE   ' WS-AMOUNT-PRT
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE WS-SB-AMOUNT(3)       TO WS-AMOUNT-PRT
           MOVE SPACES                TO LETTER-LINE
           STRING '    31-60 DAYS PAST DUE  ' WS-AMOUNT-PRT
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE WS-SB-AMOUNT(4)       TO WS-AMOUNT-PRT
           MOVE SPACES                TO LETTER-LINE
           STRING '    61-90 DAYS PAST DUE  ' WS-AMOUNT-PRT
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE WS-SB-AMOUNT(5)       TO WS-AMOUNT-PRT
           MOVE SPACES                TO LETTER-LINE
           STRING '    OVER 90 DAYS PAST DUE' WS-AMOUNT-PRT
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE WS-STUDIO-OPEN        TO WS-AMOUNT-PRT
           MOVE SPACES                TO LETTER-LINE
           STRING '    TOTAL NOW DUE        ' WS-AMOUNT-PRT
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 0410-LETTER-LINE

           MOVE SPACES                TO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE 'PLEASE REMIT THE PAST DUE AMOUNT PROMPTLY. IF PAYMENT'
                                      TO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE 'HAS ALREADY BEEN SENT, PLEASE DISREGARD THIS NOTICE.'
                                      TO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE SPACES                TO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE 'ROYALTY ACCOUNTS' TO LETTER-LINE
           PERFORM 0410-LETTER-LINE
           MOVE ALL '='               TO LETTER-LINE
           PERFORM 0410-LETTER-LINE.

       0410-LETTER-LINE.

           MOVE LETTER-LINE           TO DUNNING-REC
           WRITE DUNNING-REC.

       0500-PRINT-TOTALS.

           MOVE SPACES                TO AGERECORD
           MOVE 'ALL STUDIOS'         TO AGE-NAME
           PERFORM VARYING WS-BUCKET FROM 1 BY 1
              UNTIL WS-BUCKET > 5
              MOVE WS-TB-AMOUNT(WS-BUCKET) TO AGE-AMOUNT(WS-BUCKET)
           END-PERFORM
           MOVE WS-TOTAL-OPEN         TO AGE-TOTAL
           DISPLAY "------------------------------------------------"
           DISPLAY AGERECORD
           IF WS-TOTAL-CREDIT > ZERO
              MOVE WS-TOTAL-CREDIT    TO WS-AMOUNT-PRT
              DISPLAY "    UNAPPLIED CREDIT " WS-AMOUNT-PRT
           END-IF.

       9000-END-PROGRAM.

           CLOSE STUDIOSFILE.
           CLOSE DUNNING.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* LEDGER ENTRIES READ : " WS-LEDGER-COUNT
           DISPLAY "* STUDIOS AGED        : " WS-AGED-COUNT
           DISPLAY "* WITH OPEN BALANCE   : " WS-OPEN-COUNT
           DISPLAY "* DUNNING LETTERS     : " WS-LETTER-COUNT
           DISPLAY "* FOR COLLECTIONS     : " WS-COLLECT-COUNT
           DISPLAY "* STUDIO NOT ON FILE  : " WS-ORPHAN-COUNT
           DISPLAY "**********************************"

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per studio
      * flagged.
           MOVE 'ROYAGING'            TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-STUDIOS-REASON
           FS-FIELD  BY FILE-CHECK-KEY
           FS-REASON BY WS-FS-REASON.

       END PROGRAM ROYAGING.
