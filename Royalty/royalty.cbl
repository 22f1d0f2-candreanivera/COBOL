      * WITH AN AGING SUMMARY OF UNPAID BALANCES. THE STUDIOS FILE
      * FINALLY KNOWS WHETHER A STUDIO OWES US MONEY. CHARGES ('C')
      * RAISE WHAT THE STUDIO OWES; PAYMENTS ('P') REDUCE IT.
      *
      * PER-TITLE LICENSE SALES (LICSALES.DAT, KEYED BY MOVIEID) ARE
      * CHECKED AGAINST THE TITLE'S MOVIELICSTART/MOVIELICEND WINDOW
      * ON MOVIESREL.DAT AND TURNED INTO ROYALTY CHARGES AGAINST THE
      * OWNING STUDIO AT THAT STUDIO'S RATE ON ROYALTYRATE.DAT. THE
      * CHARGE CARRIES THE MOVIEID ONTO THE LEDGER SO EACH STATEMENT
      * BREAKS ITS CHARGES DOWN BY TITLE. A SALE OUTSIDE THE WINDOW,
      * FOR A TITLE WITH NO WINDOW, OR FOR A STUDIO WITH NO RATE IS
      * REJECTED TO ROYALTYREJ.DAT -- NO ROYALTY IS RAISED FOR IT.
      * HAND-KEYED ROYALTYTRANS.DAT CHARGES CARRY NO TITLE.
      *
      * WHERE THE STUDIO HAS A CONTRACT ON CONTRACTS.DAT ACTIVE ON THE
      * SALE DATE, THAT CONTRACT'S RATE IS USED; ROYALTYRATE.DAT
      * ONLY COVERS SALES NO CONTRACT SPEAKS FOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        RELATIVE KEY IS STUDIOS-KEY
        FILE STATUS IS FILE-CHECK-KEY.

      * One license sale per record: movie id, sale date, sale
      * amount, description.
       SELECT OPTIONAL LICSALES ASSIGN TO "LICSALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SALES.

       SELECT MOVIESFILE ASSIGN TO "MOVIESREL.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS MOVIES-KEY
        FILE STATUS IS FS-MOVIES.

      * Royalty rate per studio: studio code, rate as a fraction of
      * the sale (0.1500 = 15 PERCENT).
       SELECT OPTIONAL ROYALTYRATE ASSIGN TO "ROYALTYRATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RATE.

      * Contract terms and history, maintained by CONTRACTMAINT.
       SELECT OPTIONAL CONTRACTS ASSIGN TO "CONTRACTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTR-KEY
        FILE STATUS IS FS-CONTRACTS.

      * The cumulative per-studio ledger -- every posted charge and
      * payment, appended in posting order.
       SELECT OPTIONAL ROYALTYLEDGER ASSIGN TO "ROYALTYLEDGER.DAT"
          05 STUDIOSCONTRACT PIC 9(08).
          05 STUDIOSSTATUS  PIC X(01).

       FD LICSALES.
       01 LICSALES-REC.
            88 SALES-EOF VALUE HIGH-VALUES.
            05 LS-MOVIEID            PIC 9(04).
            05 FILLER                PIC X(02).
            05 LS-DATE               PIC 9(08).
            05 FILLER                PIC X(02).
            05 LS-AMOUNT             PIC 9(07)V99.
            05 FILLER                PIC X(02).
            05 LS-DESC               PIC X(20).

       FD MOVIESFILE.
       01 MOVIESRECORD.
          05 MOVIEID        PIC 9(04).
          05 MOVIETITLE     PIC X(30).
          05 MOVIESTUDIO    PIC 999.
          05 MOVIEYEAR      PIC 9(04).
          05 MOVIESTATUS    PIC X(01).
      * License window -- zero means no window on record.
          05 MOVIELICSTART  PIC 9(08).
          05 MOVIELICEND    PIC 9(08).

       FD ROYALTYRATE.
       01 ROYALTYRATE-REC.
            88 RATE-EOF VALUE HIGH-VALUES.
            05 RR-STUDIO             PIC 999.
            05 FILLER                PIC X(02).
            05 RR-RATE               PIC 9V9999.

       FD CONTRACTS.
       01 CONTRACTSRECORD.
          05 CTR-KEY.
             10 CTR-STUDIO        PIC 999.
             10 CTR-NUMBER        PIC 9(03).
          05 CTR-START            PIC 9(08).
          05 CTR-END              PIC 9(08).
          05 CTR-RATE             PIC 9V9999.
          05 CTR-MINGUAR          PIC 9(07)V99.
          05 CTR-TERRITORY        PIC X(15).

       FD ROYALTYLEDGER.
       01 ROYALTYLEDGER-REC.
            88 LEDGER-EOF VALUE HIGH-VALUES.
            05 RL-AMOUNT             PIC 9(07)V99.
            05 FILLER                PIC X(02).
            05 RL-DESC               PIC X(20).
      *     Title the charge was raised for; blank or zero on charges
      *     and payments keyed by hand.
            05 FILLER                PIC X(02).
            05 RL-MOVIEID            PIC 9(04).

       FD ROYALTYREJ.
       01 ROYALTYREJ-REC.
           05 FILE-CHECK-KEY      PIC X(02).
           05 WS-FS-LEDGER        PIC X(02).
           05 WS-FS-REJECT        PIC X(02).
           05 WS-FS-SALES         PIC X(02).
           05 FS-MOVIES           PIC X(02).
           05 WS-FS-RATE          PIC X(02).
           05 FS-CONTRACTS        PIC X(02).
           05 STUDIOS-KEY         PIC 999.
           05 WS-STUDIO-CODE      PIC 9(04).
           05 MOVIES-KEY          PIC 9(04).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-POSTED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-STMT-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-SALES-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-SALES-POSTED     PIC 9(05) VALUE ZERO.
           05 WS-REJ-OPEN         PIC X(03) VALUE 'NO '.
              88 REJ-FILE-OPEN    VALUE 'YES'.
           05 WS-MOVIES-OPEN      PIC X(03) VALUE 'NO '.
              88 MOVIES-FILE-OPEN VALUE 'YES'.
           05 WS-CONTRACTS-OPEN   PIC X(03) VALUE 'NO '.
              88 CONTRACTS-FILE-OPEN VALUE 'YES'.
           05 WS-SCAN-END-SW      PIC X(03).
              88 SCAN-END         VALUE 'YES'.
      * Rate for the sale in hand -- the active contract's, else the
      * studio's ROYALTYRATE.DAT card.
           05 WS-SALE-RATE        PIC 9V9999.
           05 WS-SALE-RATE-SW     PIC X(03).
              88 SALE-RATE-FOUND  VALUE 'YES'.
           05 WS-CHARGE-AMT       PIC 9(07)V99.
           05 WS-REJ-KEY          PIC X(04).

      * Royalty rate by studio, subscripted by the studio code.
           05 WS-RATE-TABLE.
              10 WS-RATE-ENTRY OCCURS 999 TIMES.
                 15 WS-RATE-SET      PIC X(01).
                 15 WS-RATE-VALUE    PIC 9V9999.

           05 WS-BALANCE          PIC S9(09)V99.
           05 WS-BALANCE-PRT      PIC +(8)9.99.
                 15 WS-LED-TYPE      PIC X(01).
                 15 WS-LED-AMOUNT    PIC 9(07)V99.
                 15 WS-LED-DESC      PIC X(20).
                 15 WS-LED-MOVIEID   PIC 9(04).
           05 WS-LED-DROPPED      PIC 9(05) VALUE ZERO.

      * One studio's charges by title for its statement; movie id
      * zero holds the charges keyed without a title.
           05 WS-TTL-TABLE.
              10 WS-TTL-COUNT     PIC 9(03) COMP VALUE ZERO.
              10 WS-TTL-ENTRY OCCURS 300 TIMES
                                  INDEXED BY TTL-IDX.
                 15 WS-TTL-MOVIEID   PIC 9(04).
                 15 WS-TTL-CHARGES   PIC 9(04).
                 15 WS-TTL-AMOUNT    PIC 9(09)V99.
              10 WS-TTL-FOUND     PIC X(03).
                 88 TTL-ENTRY-FOUND VALUE 'YES'.
           05 WS-TTL-OTHER-CNT    PIC 9(04).
           05 WS-TTL-OTHER-AMT    PIC 9(09)V99.
           05 WS-TTL-AMOUNT-PRT   PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0100-START.

              STOP RUN
           END-IF.

           OPEN INPUT MOVIESFILE.
           IF FS-MOVIES = '00'
              MOVE 'YES'            TO WS-MOVIES-OPEN
           END-IF.

           PERFORM 0200-POST-TRANSACTIONS.
           PERFORM 0250-POST-LICENSE-SALES.
           PERFORM 0300-LOAD-LEDGER.
           PERFORM 0400-PRINT-STATEMENTS.
           PERFORM 9000-END-PROGRAM.
                 MOVE '00'            TO WS-FS-LEDGER
              END-IF
              OPEN OUTPUT ROYALTYREJ
              MOVE 'YES'              TO WS-REJ-OPEN
              READ ROYALTYTRANS
                 AT END SET TRANS-EOF TO TRUE
              END-READ
              PERFORM 0210-POST-ONE UNTIL TRANS-EOF
              CLOSE ROYALTYLEDGER
              CLOSE ROYALTYTRANS
           END-IF.

                 MOVE RT-TYPE         TO RL-TYPE
                 MOVE RT-AMOUNT       TO RL-AMOUNT
                 MOVE RT-DESC         TO RL-DESC
                 MOVE ZERO            TO RL-MOVIEID
                 WRITE ROYALTYLEDGER-REC
           END-EVALUATE.

           MOVE ROYALTYTRANS-REC(1:40) TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0250-POST-LICENSE-SALES.

           OPEN INPUT LICSALES.
           IF WS-FS-SALES NOT = '00'
              IF WS-FS-SALES = '05'
                 CLOSE LICSALES
              END-IF
           ELSE
      *       Without the title master no sale can be checked
      *       against its window -- none is posted.
              IF NOT MOVIES-FILE-OPEN
                 PERFORM 9510-MOVIES-REASON
                 DISPLAY '********************************'
                 DISPLAY '* FS-MOVIES: ' FS-MOVIES
                          ' (' WS-FS-REASON ')'
                 DISPLAY '* LICSALES.DAT NOT POSTED'
                 DISPLAY '********************************'
                 MOVE 8               TO RETURN-CODE
                 CLOSE LICSALES
              ELSE
                 PERFORM 0260-LOAD-RATES
                 OPEN INPUT CONTRACTS
                 IF FS-CONTRACTS = '00'
                    MOVE 'YES'        TO WS-CONTRACTS-OPEN
                 ELSE
                    IF FS-CONTRACTS = '05'
                       CLOSE CONTRACTS
                    END-IF
                 END-IF
                 OPEN EXTEND ROYALTYLEDGER
                 IF WS-FS-LEDGER = '05'
                    MOVE '00'         TO WS-FS-LEDGER
                 END-IF
                 IF NOT REJ-FILE-OPEN
                    OPEN OUTPUT ROYALTYREJ
                    MOVE 'YES'        TO WS-REJ-OPEN
                 END-IF
                 READ LICSALES
                    AT END SET SALES-EOF TO TRUE
                 END-READ
                 PERFORM 0270-POST-ONE-SALE UNTIL SALES-EOF
                 CLOSE ROYALTYLEDGER
                 CLOSE LICSALES
                 IF CONTRACTS-FILE-OPEN
                    CLOSE CONTRACTS
                    MOVE 'NO '        TO WS-CONTRACTS-OPEN
                 END-IF
              END-IF
           END-IF.

           IF REJ-FILE-OPEN
              CLOSE ROYALTYREJ
           END-IF.

       0260-LOAD-RATES.

           INITIALIZE WS-RATE-TABLE.

      * A later card for the same studio replaces the earlier one.
           OPEN INPUT ROYALTYRATE.
           IF WS-FS-RATE = '00'
              PERFORM UNTIL RATE-EOF
                 READ ROYALTYRATE
                    AT END SET RATE-EOF TO TRUE
                 END-READ
                 IF NOT RATE-EOF
                    IF RR-STUDIO IS NUMERIC AND RR-STUDIO > ZERO
                       AND RR-RATE IS NUMERIC
                       MOVE 'Y'       TO WS-RATE-SET(RR-STUDIO)
                       MOVE RR-RATE   TO WS-RATE-VALUE(RR-STUDIO)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ROYALTYRATE
           ELSE
              IF WS-FS-RATE = '05'
                 CLOSE ROYALTYRATE
              END-IF
              DISPLAY '* NO ROYALTYRATE.DAT -- CONTRACT RATES ONLY'
           END-IF.

       0270-POST-ONE-SALE.

           ADD 1                      TO WS-SALES-COUNT
           MOVE 'NO '                 TO WS-STUDIO-OK
           MOVE ZERO                  TO MOVIESTUDIO
           IF LS-MOVIEID IS NUMERIC AND LS-MOVIEID > ZERO
              MOVE LS-MOVIEID         TO MOVIES-KEY
              READ MOVIESFILE
                 INVALID KEY CONTINUE
              END-READ
           ELSE
              MOVE '23'               TO FS-MOVIES
           END-IF
           IF FS-MOVIES = '00'
              MOVE MOVIESTUDIO        TO STUDIOS-KEY
              READ STUDIOSFILE
                 INVALID KEY CONTINUE
              END-READ
              IF FILE-CHECK-KEY = '00'
                 MOVE 'YES'           TO WS-STUDIO-OK
                 PERFORM 0275-FIND-SALE-RATE
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN FS-MOVIES NOT = '00'
                 MOVE 'MOVIE NOT ON FILE  ' TO WS-FS-REASON
                 PERFORM 0280-REJECT-SALE
              WHEN NOT STUDIO-OK
                 MOVE 'STUDIO NOT ON FILE ' TO WS-FS-REASON
                 PERFORM 0280-REJECT-SALE
              WHEN LS-AMOUNT IS NOT NUMERIC
                 MOVE 'AMOUNT NOT NUMERIC ' TO WS-FS-REASON
                 PERFORM 0280-REJECT-SALE
              WHEN LS-DATE IS NOT NUMERIC
                 MOVE 'SALE DATE INVALID  ' TO WS-FS-REASON
                 PERFORM 0280-REJECT-SALE
              WHEN MOVIELICSTART IS NOT NUMERIC OR
                   MOVIELICSTART = ZERO
                 MOVE 'NO LICENSE WINDOW  ' TO WS-FS-REASON
                 PERFORM 0280-REJECT-SALE
              WHEN LS-DATE < MOVIELICSTART OR
                   LS-DATE > MOVIELICEND
                 MOVE 'OUTSIDE LIC WINDOW ' TO WS-FS-REASON
                 PERFORM 0280-REJECT-SALE
              WHEN NOT SALE-RATE-FOUND
                 MOVE 'NO ROYALTY RATE    ' TO WS-FS-REASON
                 PERFORM 0280-REJECT-SALE
              WHEN OTHER
                 COMPUTE WS-CHARGE-AMT ROUNDED =
                         LS-AMOUNT * WS-SALE-RATE
                 ADD 1                TO WS-SALES-POSTED
                 MOVE SPACES          TO ROYALTYLEDGER-REC
                 MOVE MOVIESTUDIO     TO RL-STUDIO
                 MOVE LS-DATE         TO RL-DATE
                 MOVE 'C'             TO RL-TYPE
                 MOVE WS-CHARGE-AMT   TO RL-AMOUNT
                 MOVE LS-DESC         TO RL-DESC
                 MOVE LS-MOVIEID      TO RL-MOVIEID
                 WRITE ROYALTYLEDGER-REC
           END-EVALUATE.

           READ LICSALES
              AT END SET SALES-EOF TO TRUE
           END-READ.

       0275-FIND-SALE-RATE.

      * Contracts are keyed studio first; the one whose term covers
      * the sale date sets the rate. CONTRACTMAINT allows no overlap,
      * so at most one can.
           MOVE 'NO '                 TO WS-SALE-RATE-SW
           MOVE ZERO                  TO WS-SALE-RATE
           IF CONTRACTS-FILE-OPEN AND LS-DATE IS NUMERIC
              MOVE SPACES             TO WS-SCAN-END-SW
              MOVE MOVIESTUDIO        TO CTR-STUDIO
              MOVE ZERO               TO CTR-NUMBER
              START CONTRACTS KEY IS >= CTR-KEY
                 INVALID KEY MOVE 'YES' TO WS-SCAN-END-SW
              END-START
              PERFORM UNTIL SCAN-END OR SALE-RATE-FOUND
                 READ CONTRACTS NEXT RECORD
                    AT END MOVE 'YES' TO WS-SCAN-END-SW
                 END-READ
                 IF NOT SCAN-END
                    IF CTR-STUDIO NOT = MOVIESTUDIO
                       MOVE 'YES'     TO WS-SCAN-END-SW
                    ELSE
                       IF LS-DATE >= CTR-START AND
                          LS-DATE <= CTR-END
                          MOVE 'YES'  TO WS-SALE-RATE-SW
                          MOVE CTR-RATE TO WS-SALE-RATE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT SALE-RATE-FOUND AND
              WS-RATE-SET(MOVIESTUDIO) = 'Y'
              MOVE 'YES'              TO WS-SALE-RATE-SW
              MOVE WS-RATE-VALUE(MOVIESTUDIO) TO WS-SALE-RATE
           END-IF.

       0280-REJECT-SALE.

           ADD 1                      TO WS-REJECT-COUNT
           MOVE SPACES                TO ROYALTYREJ-REC
           MOVE LICSALES-REC(1:47)    TO RREJ-TRANS
           MOVE WS-FS-REASON          TO RREJ-REASON
           WRITE ROYALTYREJ-REC
           MOVE WS-FS-REASON          TO EXC-REASON
           MOVE LS-MOVIEID            TO WS-REJ-KEY
           MOVE WS-REJ-KEY            TO EXC-KEY
           MOVE LICSALES-REC(1:40)    TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0300-LOAD-LEDGER.

           MOVE ZERO                  TO WS-LED-COUNT
                       MOVE RL-TYPE   TO WS-LED-TYPE(LED-IDX)
                       MOVE RL-AMOUNT TO WS-LED-AMOUNT(LED-IDX)
                       MOVE RL-DESC   TO WS-LED-DESC(LED-IDX)
                       IF RL-MOVIEID IS NUMERIC
                          MOVE RL-MOVIEID
                                      TO WS-LED-MOVIEID(LED-IDX)
                       ELSE
                          MOVE ZERO   TO WS-LED-MOVIEID(LED-IDX)
                       END-IF
                    ELSE
                       ADD 1          TO WS-LED-DROPPED
                    END-IF
           DISPLAY "ROYALTY STATEMENTS BY STUDIO"
           DISPLAY "================================================"

      * Walked on a four-digit counter: the three-digit relative key
      * cannot pass 999 and would wrap back to zero.
           PERFORM 0410-STATEMENT-ONE-STUDIO
              VARYING WS-STUDIO-CODE FROM 1 BY 1
              UNTIL WS-STUDIO-CODE > 999.

           DISPLAY " "
           DISPLAY "================================================"

       0410-STATEMENT-ONE-STUDIO.

           MOVE WS-STUDIO-CODE        TO STUDIOS-KEY
           READ STUDIOSFILE
              INVALID KEY CONTINUE
           END-READ
                    DISPLAY "  " WS-LED-DATE(LED-IDX) " "
                            WS-LED-TYPE(LED-IDX) " "
                            WS-LED-AMOUNT(LED-IDX) " "
                            WS-LED-DESC(LED-IDX) " "
                            WS-LED-MOVIEID(LED-IDX)
                            "  BAL " WS-BALANCE-PRT
                    IF WS-LED-DATE(LED-IDX) > WS-LAST-DATE
                       MOVE WS-LED-DATE(LED-IDX) TO WS-LAST-DATE
                    END-IF
                 END-IF
              END-PERFORM
              IF STUDIO-OK
                 PERFORM 0430-CHARGES-BY-TITLE
              END-IF
              IF STUDIO-OK AND WS-BALANCE > ZERO
                 PERFORM 0420-AGE-BALANCE
              END-IF
              END-EVALUATE
           END-IF.

       0430-CHARGES-BY-TITLE.

           MOVE ZERO                  TO WS-TTL-COUNT WS-TTL-OTHER-CNT
                                         WS-TTL-OTHER-AMT
           PERFORM VARYING LED-IDX FROM 1 BY 1
              UNTIL LED-IDX > WS-LED-COUNT
              IF WS-LED-STUDIO(LED-IDX) = STUDIOSCODE AND
                 WS-LED-TYPE(LED-IDX) = 'C'
                 PERFORM 0440-ADD-TITLE-CHARGE
              END-IF
           END-PERFORM

           DISPLAY "  CHARGES BY TITLE:"
           PERFORM VARYING TTL-IDX FROM 1 BY 1
              UNTIL TTL-IDX > WS-TTL-COUNT
              MOVE WS-TTL-AMOUNT(TTL-IDX) TO WS-TTL-AMOUNT-PRT
              IF WS-TTL-MOVIEID(TTL-IDX) = ZERO
                 DISPLAY "    ---- NO TITLE (KEYED BY HAND)       "
                         WS-TTL-CHARGES(TTL-IDX) " "
                         WS-TTL-AMOUNT-PRT
              ELSE
                 MOVE SPACES          TO MOVIETITLE
                 IF MOVIES-FILE-OPEN
                    MOVE WS-TTL-MOVIEID(TTL-IDX) TO MOVIES-KEY
                    READ MOVIESFILE
                       INVALID KEY MOVE SPACES TO MOVIETITLE
                    END-READ
                 END-IF
                 DISPLAY "    " WS-TTL-MOVIEID(TTL-IDX) " "
                         MOVIETITLE " "
                         WS-TTL-CHARGES(TTL-IDX) " "
                         WS-TTL-AMOUNT-PRT
              END-IF
           END-PERFORM
           IF WS-TTL-OTHER-AMT > ZERO
              MOVE WS-TTL-OTHER-AMT   TO WS-TTL-AMOUNT-PRT
              DISPLAY "    ---- OTHER TITLES (NOT LISTED)      "
                      WS-TTL-OTHER-CNT " " WS-TTL-AMOUNT-PRT
           END-IF.

       0440-ADD-TITLE-CHARGE.

           MOVE 'NO '                 TO WS-TTL-FOUND
           PERFORM VARYING TTL-IDX FROM 1 BY 1
              UNTIL TTL-IDX > WS-TTL-COUNT OR TTL-ENTRY-FOUND
              IF WS-TTL-MOVIEID(TTL-IDX) = WS-LED-MOVIEID(LED-IDX)
                 MOVE 'YES'           TO WS-TTL-FOUND
              END-IF
           END-PERFORM
           IF TTL-ENTRY-FOUND
              SET TTL-IDX DOWN BY 1
           ELSE
              IF WS-TTL-COUNT < 300
                 ADD 1                TO WS-TTL-COUNT
                 SET TTL-IDX          TO WS-TTL-COUNT
                 MOVE WS-LED-MOVIEID(LED-IDX)
                                      TO WS-TTL-MOVIEID(TTL-IDX)
                 MOVE ZERO            TO WS-TTL-CHARGES(TTL-IDX)
                                         WS-TTL-AMOUNT(TTL-IDX)
                 MOVE 'YES'           TO WS-TTL-FOUND
              END-IF
           END-IF
           IF TTL-ENTRY-FOUND
              ADD 1                   TO WS-TTL-CHARGES(TTL-IDX)
              ADD WS-LED-AMOUNT(LED-IDX) TO WS-TTL-AMOUNT(TTL-IDX)
           ELSE
              ADD 1                   TO WS-TTL-OTHER-CNT
              ADD WS-LED-AMOUNT(LED-IDX) TO WS-TTL-OTHER-AMT
           END-IF.

       9000-END-PROGRAM.

           CLOSE STUDIOSFILE.
           IF MOVIES-FILE-OPEN
              CLOSE MOVIESFILE
           END-IF.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* TRANSACTIONS READ   : " WS-TRANS-COUNT
           DISPLAY "* POSTED TO LEDGER    : " WS-POSTED-COUNT
           DISPLAY "* LICENSE SALES READ  : " WS-SALES-COUNT
           DISPLAY "* ROYALTIES RAISED    : " WS-SALES-POSTED
           DISPLAY "* REJECTED            : " WS-REJECT-COUNT
           DISPLAY "* STATEMENTS PRINTED  : " WS-STMT-COUNT
           DISPLAY "**********************************"
           FS-FIELD  BY FILE-CHECK-KEY
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-MOVIES-REASON
           FS-FIELD  BY FS-MOVIES
           FS-REASON BY WS-FS-REASON.

       END PROGRAM ROYALTY.
