      * TO REVIEW AND FEED THROUGH STUDIOBATCH, SO A RENEWAL
      * UPDATES THE FILE THROUGH THE AUDITED PATH. NOBODY WAITS FOR
      * THE STUDIO TO CALL.
      *
      * WHERE A STUDIO HAS CONTRACTS ON CONTRACTS.DAT THE EXPIRY IS
      * THE END DATE OF THE CONTRACT ACTIVE TODAY (OR, WHEN NONE IS
      * ACTIVE, OF THE LAST ONE TO END) AND THE PROPOSED RENEWAL IS
      * AN 'A' FOR THE NEXT CONTRACT NUMBER, WRITTEN TO
      * CONTRACTRENEW.DAT IN CONTRACTTRANS.DAT LAYOUT FOR
      * CONTRACTMAINT -- SAME RATE, GUARANTEE AND TERRITORY, STARTING
      * THE DAY AFTER THE OLD ONE ENDS AND RUNNING ONE YEAR. A STUDIO
      * WITH A LATER CONTRACT ALREADY ON FILE HAS BEEN RENEWED AND
      * IS LEFT ALONE. STUDIOS WITH NO CONTRACTS ON FILE STILL RUN
      * OFF STUDIOSCONTRACT AS BEFORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RENEW.

      * Contract terms and history, maintained by CONTRACTMAINT.
       SELECT OPTIONAL CONTRACTS ASSIGN TO "CONTRACTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTR-KEY
        FILE STATUS IS FS-CONTRACTS.

      * Proposed contract renewals in CONTRACTTRANS.DAT layout,
      * reviewed and fed through CONTRACTMAINT.
       SELECT CONTRACTRENEW ASSIGN TO "CONTRACTRENEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CTRRENEW.

       DATA DIVISION.
       FILE SECTION.
       FD STUDIOSFILE.
             10 RENEW-CONTRACT PIC 9(08).
             10 RENEW-STATUS  PIC X(01).

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

       FD CONTRACTRENEW.
       01 CONTRACTRENEW-REC.
          05 CRENEW-ACTION        PIC X(01).
          05 CRENEW-CONTRACT.
             10 CRENEW-STUDIO     PIC 999.
             10 CRENEW-NUMBER     PIC 9(03).
             10 CRENEW-START      PIC 9(08).
             10 CRENEW-END        PIC 9(08).
             10 CRENEW-RATE       PIC 9V9999.
             10 CRENEW-MINGUAR    PIC 9(07)V99.
             10 CRENEW-TERRITORY  PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
           05 FILE-CHECK-KEY      PIC X(02).
           05 WS-FS-PARM          PIC X(02).
           05 WS-FS-RENEW         PIC X(02).
           05 FS-CONTRACTS        PIC X(02).
           05 WS-FS-CTRRENEW      PIC X(02).
           05 STUDIOS-KEY         PIC 999.
      * Slot counter runs one past 999, which STUDIOS-KEY cannot hold.
           05 WS-STUDIO-CODE      PIC 9(04).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).

           05 WS-RENEW-YEAR       PIC 9(04).

           05 WS-CONTRACTS-OPEN-SW PIC X(03) VALUE 'NO '.
              88 CONTRACTS-FILE-OPEN VALUE 'YES'.
           05 WS-SCAN-END-SW      PIC X(03).
              88 SCAN-END         VALUE 'YES'.
           05 WS-CTR-FOUND-SW     PIC X(03).
              88 CONTRACT-ON-FILE VALUE 'YES'.
           05 WS-CTR-ACTIVE-SW    PIC X(03).
              88 CONTRACT-ACTIVE  VALUE 'YES'.
           05 WS-CTR-RENEWED-SW   PIC X(03).
              88 CONTRACT-RENEWED VALUE 'YES'.
      * Date the studio's contract runs out -- the active contract's
      * end, else STUDIOSCONTRACT for a studio with no contracts.
           05 WS-EXPIRY-DATE      PIC 9(08).
           05 WS-LAST-NUMBER      PIC 9(03).
           05 WS-CTRRENEW-COUNT   PIC 9(05) VALUE ZERO.
      * Contract the expiry was taken from, as the renewal's basis.
           05 WS-BASIS-CONTRACT.
              10 WS-BASIS-KEY.
                 15 WS-BASIS-STUDIO  PIC 999.
                 15 WS-BASIS-NUMBER  PIC 9(03).
              10 WS-BASIS-START      PIC 9(08).
              10 WS-BASIS-END        PIC 9(08).
              10 WS-BASIS-RATE       PIC 9V9999.
              10 WS-BASIS-MINGUAR    PIC 9(07)V99.
              10 WS-BASIS-TERRITORY  PIC X(15).

       PROCEDURE DIVISION.
       0100-START.


           OPEN INPUT STUDIOSFILE.
           OPEN OUTPUT STUDIORENEW.
           OPEN OUTPUT CONTRACTRENEW.
           OPEN INPUT CONTRACTS.
      * No contracts file yet -- every studio runs off
      * STUDIOSCONTRACT.
           IF FS-CONTRACTS = '00'
              MOVE 'YES'            TO WS-CONTRACTS-OPEN-SW
           ELSE
              IF FS-CONTRACTS = '05'
                 CLOSE CONTRACTS
              ELSE
                 DISPLAY '* CONTRACTS.DAT NOT READABLE -- FS '
                         FS-CONTRACTS ' -- USING STUDIOSCONTRACT'
              END-IF
           END-IF.
           IF FILE-CHECK-KEY NOT = '00' OR WS-FS-RENEW NOT = '00'
              OR WS-FS-CTRRENEW NOT = '00'
              PERFORM 9500-STUDIOS-REASON
              DISPLAY '********************'
              DISPLAY '* FILE OPEN ERROR  *'
              DISPLAY '* FS-STUDIOS: ' FILE-CHECK-KEY
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-RENEW  : ' WS-FS-RENEW
              DISPLAY '* FS-CTRRENEW: ' WS-FS-CTRRENEW
              DISPLAY '********************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           DISPLAY "================================================"

           PERFORM 0200-CHECK-ONE-SLOT
              VARYING WS-STUDIO-CODE FROM 1 BY 1
              UNTIL WS-STUDIO-CODE > 999.

           PERFORM 0400-PRINT-BAND-SUMMARY.
           PERFORM 9000-END-PROGRAM.

       0200-CHECK-ONE-SLOT.

           MOVE WS-STUDIO-CODE        TO STUDIOS-KEY
           READ STUDIOSFILE
              INVALID KEY CONTINUE
           END-READ
           IF FILE-CHECK-KEY = '00'
              ADD 1                   TO WS-STUDIO-COUNT
              PERFORM 0230-FIND-ACTIVE-CONTRACT
              IF NOT CONTRACT-RENEWED
                 PERFORM 0210-CHECK-CONTRACT
              END-IF
           END-IF.

       0210-CHECK-CONTRACT.

           IF CONTRACT-ON-FILE
              MOVE WS-BASIS-END       TO WS-EXPIRY-DATE
           ELSE
              MOVE STUDIOSCONTRACT    TO WS-EXPIRY-DATE
           END-IF

           IF WS-EXPIRY-DATE IS NOT NUMERIC OR
              WS-EXPIRY-DATE = ZERO
              ADD 1                   TO WS-BADDATE-COUNT
              DISPLAY STUDIOSCODE " " STUDIOSNAME
                      "  ** NO USABLE CONTRACT DATE"
           ELSE
              COMPUTE WS-CONTRACT-INT =
                      FUNCTION INTEGER-OF-DATE(WS-EXPIRY-DATE)
              COMPUTE WS-DAYS-TO-EXPIRY =
                      WS-CONTRACT-INT - WS-TODAY-INT
              IF WS-DAYS-TO-EXPIRY < ZERO
                 ADD 1                TO WS-LAPSED-COUNT
                 DISPLAY STUDIOSCODE " " STUDIOSNAME
                         "  ** LAPSED " WS-EXPIRY-DATE
                 PERFORM 0300-WRITE-RENEWAL
              ELSE
                 PERFORM 0220-BAND-CONTRACT
                 ADD 1                TO WS-BAND-HITS(BAND-IDX)
                 MOVE 'YES'           TO WS-BANDED-SW
                 DISPLAY STUDIOSCODE " " STUDIOSNAME
                         "  EXPIRES " WS-EXPIRY-DATE
                         "  IN " WS-DAYS-TO-EXPIRY " DAYS"
                         "  (BAND " WS-BAND-DAYS(BAND-IDX) ")"
              END-IF
              PERFORM 0300-WRITE-RENEWAL
           END-IF.

       0230-FIND-ACTIVE-CONTRACT.

      * Reads every contract of the studio (keyed studio first). The
      * contract active today wins; failing that, the last one to
      * end. Any contract starting after today means the renewal is
      * already on file.
           MOVE 'NO '                 TO WS-CTR-FOUND-SW
                                         WS-CTR-ACTIVE-SW
                                         WS-CTR-RENEWED-SW
           MOVE ZERO                  TO WS-LAST-NUMBER
           INITIALIZE WS-BASIS-CONTRACT
           IF CONTRACTS-FILE-OPEN
              MOVE SPACES             TO WS-SCAN-END-SW
              MOVE STUDIOSCODE        TO CTR-STUDIO
              MOVE ZERO               TO CTR-NUMBER
              START CONTRACTS KEY IS >= CTR-KEY
                 INVALID KEY MOVE 'YES' TO WS-SCAN-END-SW
              END-START
              PERFORM UNTIL SCAN-END
                 READ CONTRACTS NEXT RECORD
                    AT END MOVE 'YES' TO WS-SCAN-END-SW
                 END-READ
                 IF NOT SCAN-END
                    IF CTR-STUDIO NOT = STUDIOSCODE
                       MOVE 'YES'     TO WS-SCAN-END-SW
                    ELSE
                       PERFORM 0240-WEIGH-CONTRACT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       0240-WEIGH-CONTRACT.

           MOVE 'YES'                 TO WS-CTR-FOUND-SW
           MOVE CTR-NUMBER            TO WS-LAST-NUMBER
           EVALUATE TRUE
              WHEN CTR-START > WS-TODAY8
                 MOVE 'YES'           TO WS-CTR-RENEWED-SW
              WHEN CTR-END >= WS-TODAY8
                 MOVE 'YES'           TO WS-CTR-ACTIVE-SW
                 MOVE CONTRACTSRECORD TO WS-BASIS-CONTRACT
              WHEN NOT CONTRACT-ACTIVE AND
                   CTR-END > WS-BASIS-END
                 MOVE CONTRACTSRECORD TO WS-BASIS-CONTRACT
           END-EVALUATE.

       0300-WRITE-RENEWAL.

           IF CONTRACT-ON-FILE
              PERFORM 0310-WRITE-CONTRACT-RENEWAL
           ELSE
              PERFORM 0320-WRITE-STUDIO-RENEWAL
           END-IF.

       0310-WRITE-CONTRACT-RENEWAL.

      * Proposed next contract: same terms, starting the day after
      * the old one ends and ending a year after it did, as an 'A'
      * under the studio's next contract number.
           ADD 1                      TO WS-CTRRENEW-COUNT
           MOVE SPACES                TO CONTRACTRENEW-REC
           MOVE 'A'                   TO CRENEW-ACTION
           MOVE WS-BASIS-STUDIO       TO CRENEW-STUDIO
           COMPUTE CRENEW-NUMBER = WS-LAST-NUMBER + 1
           COMPUTE CRENEW-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BASIS-END) + 1)
           MOVE WS-BASIS-END(1:4)     TO WS-RENEW-YEAR
           ADD 1                      TO WS-RENEW-YEAR
           MOVE WS-BASIS-END          TO CRENEW-END
           MOVE WS-RENEW-YEAR         TO CRENEW-END(1:4)
           IF CRENEW-END(5:4) = '0229'
              MOVE '0228'             TO CRENEW-END(5:4)
           END-IF
           MOVE WS-BASIS-RATE         TO CRENEW-RATE
           MOVE WS-BASIS-MINGUAR      TO CRENEW-MINGUAR
           MOVE WS-BASIS-TERRITORY    TO CRENEW-TERRITORY
           WRITE CONTRACTRENEW-REC.

       0320-WRITE-STUDIO-RENEWAL.

      * Proposed renewal: same studio image, contract date advanced
      * one year, as an 'U' the contracts group reviews before it
      * ever touches the file.

       9000-END-PROGRAM.

           CLOSE STUDIOSFILE, STUDIORENEW, CONTRACTRENEW.
           IF CONTRACTS-FILE-OPEN
              CLOSE CONTRACTS
           END-IF.

           DISPLAY "**********************************"
           DISPLAY "* STUDIOS READ        : " WS-STUDIO-COUNT
           DISPLAY "* RENEWALS GENERATED  : " WS-RENEW-COUNT
           DISPLAY "* CONTRACT RENEWALS   : " WS-CTRRENEW-COUNT
           DISPLAY "* UNUSABLE DATES      : " WS-BADDATE-COUNT
           DISPLAY "**********************************"

