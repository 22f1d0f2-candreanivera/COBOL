       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYGUAR.
      * YEAR-END MINIMUM GUARANTEE REPORT -- FOR EVERY STUDIO
      * CONTRACT ON CONTRACTS.DAT WHOSE TERM TOUCHES THE REPORT
      * YEAR, ADDS UP THE ROYALTY CHARGES ON ROYALTYLEDGER.DAT THAT
      * FALL INSIDE THE TERM AND COMPARES THEM WITH THE CONTRACT'S
      * MINIMUM GUARANTEE. A CHARGE BELONGS TO THE CONTRACT ACTIVE
      * FOR ITS STUDIO ON THE CHARGE DATE -- THE SAME RULE ROYALTY
      * USES TO PICK THE RATE -- SO EACH CHARGE COUNTS UNDER ONE
      * CONTRACT AT MOST.
      *
      * THE GUARANTEE RUNS OVER THE WHOLE TERM. A CONTRACT WHOSE
      * TERM ENDED BY THE CLOSE OF THE YEAR IS SETTLED: ANY GAP
      * BETWEEN THE GUARANTEE AND WHAT WAS EARNED IS A SHORTFALL
      * OWED. A CONTRACT STILL RUNNING AT YEAR END SHOWS WHAT IT HAS
      * YET TO EARN, MARKED OPEN, BUT NOTHING IS OWED ON IT YET.
      * THE REPORT YEAR COMES FROM ROYGUARPARM.DAT (YYYY); A MISSING
      * CARD TAKES THE CURRENT YEAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTRACTS ASSIGN TO "CONTRACTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CTR-KEY
        FILE STATUS IS FS-CONTRACTS.

       SELECT OPTIONAL ROYALTYLEDGER ASSIGN TO "ROYALTYLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LEDGER.

       SELECT STUDIOSFILE ASSIGN TO "STUDIOSREL.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS STUDIOS-KEY
        FILE STATUS IS FILE-CHECK-KEY.

      * Report year (YYYY).
       SELECT OPTIONAL ROYGUARPARM ASSIGN TO "ROYGUARPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRACTS.
       01 CONTRACTSRECORD.
          88 CONTRACTS-EOF        VALUE HIGH-VALUES.
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

       FD ROYGUARPARM.
       01 ROYGUARPARM-REC.
           05 PARM-YEAR             PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 FS-CONTRACTS        PIC X(02).
           05 WS-FS-LEDGER        PIC X(02).
           05 FILE-CHECK-KEY      PIC X(02).
           05 WS-FS-PARM          PIC X(02).
           05 STUDIOS-KEY         PIC 999.
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-REPORT-YEAR      PIC 9(04).
           05 WS-YEAR-START       PIC 9(08).
           05 WS-YEAR-END         PIC 9(08).
      * Where the term's share of the year begins, and where the
      * term stands at the close of the year.
           05 WS-YEAR-FROM        PIC 9(08).
           05 WS-TERM-TO          PIC 9(08).

           05 WS-LEDGER-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-CONTRACT-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-REPORTED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-SETTLED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-SHORT-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-OPEN-COUNT       PIC 9(05) VALUE ZERO.

      * Royalty charges from the ledger; payments play no part in
      * what a contract earned.
           05 WS-LED-TABLE.
              10 WS-LED-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-LED-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY LED-IDX.
                 15 WS-LED-STUDIO    PIC 999.
                 15 WS-LED-DATE      PIC 9(08).
                 15 WS-LED-AMOUNT    PIC 9(07)V99.
           05 WS-LED-DROPPED      PIC 9(05) VALUE ZERO.

           05 WS-YEAR-EARNED      PIC 9(09)V99.
           05 WS-TERM-EARNED      PIC 9(09)V99.
           05 WS-SHORTFALL        PIC 9(09)V99.
           05 WS-TOT-GUARANTEE    PIC 9(09)V99 VALUE ZERO.
           05 WS-TOT-YEAR-EARNED  PIC 9(09)V99 VALUE ZERO.
           05 WS-TOT-SHORTFALL    PIC 9(09)V99 VALUE ZERO.
           05 WS-TOT-TO-EARN      PIC 9(09)V99 VALUE ZERO.

           05 GUARRECORD.
              10 GR-STUDIO         PIC 999.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 GR-NAME           PIC X(20).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 GR-NUMBER         PIC 9(03).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 GR-START          PIC 9(08).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 GR-END            PIC 9(08).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 GR-GUARANTEE      PIC Z(7)9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 GR-YEAR-EARNED    PIC Z(7)9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 GR-TERM-EARNED    PIC Z(7)9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 GR-SHORTFALL      PIC Z(7)9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 GR-STATUS         PIC X(14).

           05 WS-AMOUNT-PRT       PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0100-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8
           PERFORM 0110-READ-YEAR.

           OPEN INPUT CONTRACTS.
           OPEN INPUT STUDIOSFILE.
           IF FS-CONTRACTS NOT = '00' OR FILE-CHECK-KEY NOT = '00'
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              PERFORM 9520-CONTRACTS-REASON
              DISPLAY '* FS-CONTRACTS: ' FS-CONTRACTS
                       ' (' WS-FS-REASON ')'
              PERFORM 9500-STUDIOS-REASON
              DISPLAY '* FS-STUDIOS  : ' FILE-CHECK-KEY
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 0200-LOAD-LEDGER.

           DISPLAY "================================================"
           DISPLAY "ROYALTIES AGAINST MINIMUM GUARANTEE -- YEAR "
                   WS-REPORT-YEAR
           DISPLAY "================================================"
           DISPLAY "STU NAME                 CTR START    END      "
                   "   GUARANTEE YEAR EARNED TERM EARNED"
                   "   SHORTFALL"

           READ CONTRACTS
              AT END SET CONTRACTS-EOF TO TRUE
           END-READ.
           PERFORM 0300-CHECK-ONE-CONTRACT UNTIL CONTRACTS-EOF.

           PERFORM 0500-PRINT-TOTALS.
           PERFORM 9000-END-PROGRAM.

       0110-READ-YEAR.

           MOVE WS-TODAY8(1:4)        TO WS-REPORT-YEAR
           OPEN INPUT ROYGUARPARM.
           IF WS-FS-PARM = '00'
              READ ROYGUARPARM
                 AT END CONTINUE
              END-READ
              IF WS-FS-PARM = '00' AND
                 PARM-YEAR IS NUMERIC AND PARM-YEAR > ZERO
                 MOVE PARM-YEAR       TO WS-REPORT-YEAR
              END-IF
              CLOSE ROYGUARPARM
           ELSE
              IF WS-FS-PARM = '05'
                 CLOSE ROYGUARPARM
              END-IF
           END-IF.

           MOVE WS-REPORT-YEAR        TO WS-YEAR-START(1:4)
           MOVE '0101'                TO WS-YEAR-START(5:4)
           MOVE WS-REPORT-YEAR        TO WS-YEAR-END(1:4)
           MOVE '1231'                TO WS-YEAR-END(5:4).

       0200-LOAD-LEDGER.

           OPEN INPUT ROYALTYLEDGER.
           IF WS-FS-LEDGER = '00'
              PERFORM UNTIL LEDGER-EOF
                 READ ROYALTYLEDGER
                    AT END SET LEDGER-EOF TO TRUE
                 END-READ
                 IF NOT LEDGER-EOF
                    ADD 1             TO WS-LEDGER-COUNT
                    IF RL-TYPE = 'C' AND RL-DATE IS NUMERIC
                       AND RL-AMOUNT IS NUMERIC
                       IF WS-LED-COUNT < 5000
                          ADD 1       TO WS-LED-COUNT
                          SET LED-IDX TO WS-LED-COUNT
                          MOVE RL-STUDIO TO WS-LED-STUDIO(LED-IDX)
                          MOVE RL-DATE   TO WS-LED-DATE(LED-IDX)
                          MOVE RL-AMOUNT TO WS-LED-AMOUNT(LED-IDX)
                       ELSE
                          ADD 1       TO WS-LED-DROPPED
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ROYALTYLEDGER
           ELSE
              IF WS-FS-LEDGER = '05'
                 CLOSE ROYALTYLEDGER
              END-IF
              DISPLAY '* NO ROYALTYLEDGER.DAT -- NOTHING EARNED'
           END-IF.

      * A charge left out would overstate every shortfall it
      * belonged to -- refuse instead.
           IF WS-LED-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* LEDGER CHARGES EXCEED 5000 ENTRIES"
              DISPLAY "* CHARGES NOT HELD: " WS-LED-DROPPED
              DISPLAY "* GUARANTEE REPORT NOT PRODUCED"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

       0300-CHECK-ONE-CONTRACT.

           ADD 1                      TO WS-CONTRACT-COUNT
           IF CTR-START <= WS-YEAR-END AND
              CTR-END >= WS-YEAR-START
              PERFORM 0310-SUM-EARNINGS
              PERFORM 0320-REPORT-CONTRACT
           END-IF.

           READ CONTRACTS
              AT END SET CONTRACTS-EOF TO TRUE
           END-READ.

       0310-SUM-EARNINGS.

           MOVE CTR-START             TO WS-YEAR-FROM
           IF WS-YEAR-START > WS-YEAR-FROM
              MOVE WS-YEAR-START      TO WS-YEAR-FROM
           END-IF
           MOVE CTR-END               TO WS-TERM-TO
           IF WS-YEAR-END < WS-TERM-TO
              MOVE WS-YEAR-END        TO WS-TERM-TO
           END-IF

           MOVE ZERO                  TO WS-YEAR-EARNED WS-TERM-EARNED
           PERFORM VARYING LED-IDX FROM 1 BY 1
              UNTIL LED-IDX > WS-LED-COUNT
              IF WS-LED-STUDIO(LED-IDX) = CTR-STUDIO AND
                 WS-LED-DATE(LED-IDX) >= CTR-START AND
                 WS-LED-DATE(LED-IDX) <= WS-TERM-TO
                 ADD WS-LED-AMOUNT(LED-IDX) TO WS-TERM-EARNED
                 IF WS-LED-DATE(LED-IDX) >= WS-YEAR-FROM
                    ADD WS-LED-AMOUNT(LED-IDX) TO WS-YEAR-EARNED
                 END-IF
              END-IF
           END-PERFORM.

       0320-REPORT-CONTRACT.

           ADD 1                      TO WS-REPORTED-COUNT
           ADD CTR-MINGUAR            TO WS-TOT-GUARANTEE
           ADD WS-YEAR-EARNED         TO WS-TOT-YEAR-EARNED
           MOVE ZERO                  TO WS-SHORTFALL
           IF WS-TERM-EARNED < CTR-MINGUAR
              COMPUTE WS-SHORTFALL = CTR-MINGUAR - WS-TERM-EARNED
           END-IF

           MOVE CTR-STUDIO            TO STUDIOS-KEY
           READ STUDIOSFILE
              INVALID KEY MOVE '*** NOT ON FILE ***' TO STUDIOSNAME
           END-READ

           MOVE CTR-STUDIO            TO GR-STUDIO
           MOVE STUDIOSNAME           TO GR-NAME
           MOVE CTR-NUMBER            TO GR-NUMBER
           MOVE CTR-START             TO GR-START
           MOVE CTR-END               TO GR-END
           MOVE CTR-MINGUAR           TO GR-GUARANTEE
           MOVE WS-YEAR-EARNED        TO GR-YEAR-EARNED
           MOVE WS-TERM-EARNED        TO GR-TERM-EARNED
           MOVE WS-SHORTFALL          TO GR-SHORTFALL

      * Only a term that has run its course can owe a shortfall.
           IF CTR-END <= WS-YEAR-END
              ADD 1                   TO WS-SETTLED-COUNT
              IF WS-SHORTFALL > ZERO
                 ADD 1                TO WS-SHORT-COUNT
                 ADD WS-SHORTFALL     TO WS-TOT-SHORTFALL
                 MOVE 'SHORTFALL OWED' TO GR-STATUS
              ELSE
                 MOVE 'GUARANTEE MET ' TO GR-STATUS
              END-IF
           ELSE
              ADD 1                   TO WS-OPEN-COUNT
              ADD WS-SHORTFALL        TO WS-TOT-TO-EARN
              MOVE 'OPEN - TO EARN' TO GR-STATUS
           END-IF

           DISPLAY GUARRECORD.

       0500-PRINT-TOTALS.

           DISPLAY "================================================"
           MOVE WS-TOT-GUARANTEE      TO WS-AMOUNT-PRT
           DISPLAY "GUARANTEES REPORTED       : " WS-AMOUNT-PRT
           MOVE WS-TOT-YEAR-EARNED    TO WS-AMOUNT-PRT
           DISPLAY "EARNED IN " WS-REPORT-YEAR
                   "             : " WS-AMOUNT-PRT
           MOVE WS-TOT-SHORTFALL      TO WS-AMOUNT-PRT
           DISPLAY "SHORTFALL OWED (SETTLED)  : " WS-AMOUNT-PRT
           MOVE WS-TOT-TO-EARN        TO WS-AMOUNT-PRT
           DISPLAY "STILL TO EARN (OPEN TERMS): " WS-AMOUNT-PRT
           DISPLAY "================================================".

       9000-END-PROGRAM.

           CLOSE CONTRACTS.
           CLOSE STUDIOSFILE.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* LEDGER ENTRIES READ : " WS-LEDGER-COUNT
           DISPLAY "* CONTRACTS READ      : " WS-CONTRACT-COUNT
           DISPLAY "* CONTRACTS REPORTED  : " WS-REPORTED-COUNT
           DISPLAY "* TERMS SETTLED       : " WS-SETTLED-COUNT
           DISPLAY "* WITH SHORTFALL OWED : " WS-SHORT-COUNT
           DISPLAY "* TERMS STILL OPEN    : " WS-OPEN-COUNT
           DISPLAY "**********************************"

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-STUDIOS-REASON
           FS-FIELD  BY FILE-CHECK-KEY
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-CONTRACTS-REASON
           FS-FIELD  BY FS-CONTRACTS
           FS-REASON BY WS-FS-REASON.

       END PROGRAM ROYGUAR.
