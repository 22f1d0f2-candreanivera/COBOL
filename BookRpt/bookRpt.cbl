       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKRPT.
      * EXHIBITION BOOKINGS CALENDAR -- READS BOOKINGS.DAT (KEPT BY
      * BOOKMAINT) IN KEY ORDER, WHICH IS TITLE THEN START DATE, AND
      * PRINTS EACH TITLE'S ENGAGEMENTS AS A CALENDAR: START, END,
      * EXHIBITOR, TERRITORY, EXCLUSIVE FLAG AND FEE, WITH THE
      * TITLE'S LICENSE WINDOW FROM MOVIESREL.DAT AND ITS FEE TOTAL.
      *
      * A BOOKING WAS INSIDE THE WINDOW WHEN BOOKMAINT TOOK IT, BUT
      * A LATER WINDOW CHANGE THROUGH MOVIEMAINT CAN LEAVE IT RUNNING
      * PAST THE LICENSE END. EVERY SUCH BOOKING -- AND EVERY BOOKING
      * WHOSE TITLE HAS SINCE LOST ITS WINDOW OR LEFT THE FILE -- IS
      * MARKED ON THE CALENDAR AND LISTED AGAIN AT THE END SO
      * LICENSING CAN RENEGOTIATE OR CANCEL IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BOOKINGS ASSIGN TO "BOOKINGS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BOOK-KEY
        FILE STATUS IS FS-BOOKINGS.

       SELECT MOVIESFILE ASSIGN TO "MOVIESREL.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS MOVIES-KEY
        FILE STATUS IS FS-MOVIES.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKINGS.
       01 BOOKINGSRECORD.
          88 BOOKINGS-EOF         VALUE HIGH-VALUES.
          05 BOOK-KEY.
             10 BOOK-MOVIEID      PIC 9(04).
             10 BOOK-START        PIC 9(08).
             10 BOOK-EXHIBITOR    PIC X(20).
          05 BOOK-TERRITORY       PIC X(15).
          05 BOOK-END             PIC 9(08).
          05 BOOK-FEE             PIC 9(07)V99.
          05 BOOK-EXCLUSIVE       PIC X(01).

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

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 FS-BOOKINGS         PIC X(02).
           05 FS-MOVIES           PIC X(02).
           05 MOVIES-KEY          PIC 9(04).
           05 WS-FS-REASON        PIC X(32).

           05 WS-BOOKING-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-TITLE-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-PAST-END-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-CUR-MOVIEID      PIC 9(04) VALUE ZERO.
           05 WS-TITLE-KNOWN      PIC X(03).
              88 TITLE-KNOWN      VALUE 'YES'.
           05 WS-TITLE-FEES       PIC 9(09)V99.
           05 WS-TOTAL-FEES       PIC 9(09)V99 VALUE ZERO.
           05 WS-FEE-PRT          PIC Z(8)9.99.
           05 WS-PROBLEM          PIC X(20).

      * Bookings running past the license end, listed after the
      * calendar.
           05 WS-PAST-AREA.
              10 WS-PAST-COUNT    PIC 9(04) COMP VALUE ZERO.
              10 WS-PAST-ENTRY OCCURS 1000 TIMES
                                 INDEXED BY PAST-IDX.
                 15 WS-PAST-MOVIEID   PIC 9(04).
                 15 WS-PAST-TITLE     PIC X(30).
                 15 WS-PAST-EXHIBITOR PIC X(20).
                 15 WS-PAST-TERRITORY PIC X(15).
                 15 WS-PAST-END       PIC 9(08).
                 15 WS-PAST-LICEND    PIC 9(08).
                 15 WS-PAST-PROBLEM   PIC X(20).
           05 WS-PAST-OVERFLOW    PIC 9(05) VALUE ZERO.

           05 CALRECORD.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 CAL-START         PIC 9(08).
              10 FILLER            PIC X(01) VALUE '-'.
              10 CAL-END           PIC 9(08).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 CAL-EXHIBITOR     PIC X(20).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 CAL-TERRITORY     PIC X(15).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 CAL-EXCLUSIVE     PIC X(04).
              10 CAL-FEE           PIC Z(6)9.99.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 CAL-PROBLEM       PIC X(20).

       PROCEDURE DIVISION.
       0100-START.

           OPEN INPUT BOOKINGS.
           IF FS-BOOKINGS NOT = '00'
              PERFORM 9515-BOOKINGS-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-BOOKINGS: ' FS-BOOKINGS
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MOVIESFILE.
           IF FS-MOVIES NOT = '00'
              PERFORM 9510-MOVIES-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-MOVIES: ' FS-MOVIES
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              CLOSE BOOKINGS
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "================================================"
           DISPLAY "EXHIBITION BOOKINGS CALENDAR BY TITLE"
           DISPLAY "================================================"

           READ BOOKINGS NEXT RECORD
              AT END SET BOOKINGS-EOF TO TRUE
           END-READ
           PERFORM 0200-LIST-BOOKING UNTIL BOOKINGS-EOF.
           IF WS-CUR-MOVIEID > ZERO
              PERFORM 0220-CLOSE-TITLE
           END-IF.

           PERFORM 0300-PRINT-PAST-END.
           PERFORM 9000-END-PROGRAM.

       0200-LIST-BOOKING.

           ADD 1                      TO WS-BOOKING-COUNT
           IF BOOK-MOVIEID NOT = WS-CUR-MOVIEID
              IF WS-CUR-MOVIEID > ZERO
                 PERFORM 0220-CLOSE-TITLE
              END-IF
              PERFORM 0210-OPEN-TITLE
           END-IF

           MOVE SPACES                TO WS-PROBLEM
           EVALUATE TRUE
              WHEN NOT TITLE-KNOWN
                 MOVE '** TITLE NOT ON FILE' TO WS-PROBLEM
              WHEN MOVIELICSTART IS NOT NUMERIC OR
                   MOVIELICSTART = ZERO
                 MOVE '** NO LICENSE WINDOW' TO WS-PROBLEM
              WHEN BOOK-END > MOVIELICEND
                 MOVE '** PAST LICENSE END ' TO WS-PROBLEM
           END-EVALUATE

           MOVE BOOK-START            TO CAL-START
           MOVE BOOK-END              TO CAL-END
           MOVE BOOK-EXHIBITOR        TO CAL-EXHIBITOR
           MOVE BOOK-TERRITORY        TO CAL-TERRITORY
           IF BOOK-EXCLUSIVE = 'Y'
              MOVE 'EXCL'             TO CAL-EXCLUSIVE
           ELSE
              MOVE SPACES             TO CAL-EXCLUSIVE
           END-IF
           MOVE BOOK-FEE              TO CAL-FEE
           MOVE WS-PROBLEM            TO CAL-PROBLEM
           DISPLAY CALRECORD
           ADD BOOK-FEE               TO WS-TITLE-FEES WS-TOTAL-FEES

           IF WS-PROBLEM NOT = SPACES
              PERFORM 0230-HOLD-PAST-END
           END-IF

           READ BOOKINGS NEXT RECORD
              AT END SET BOOKINGS-EOF TO TRUE
           END-READ.

       0210-OPEN-TITLE.

           MOVE BOOK-MOVIEID          TO WS-CUR-MOVIEID MOVIES-KEY
           ADD 1                      TO WS-TITLE-COUNT
           MOVE ZERO                  TO WS-TITLE-FEES
           MOVE 'NO '                 TO WS-TITLE-KNOWN
           READ MOVIESFILE
              INVALID KEY CONTINUE
           END-READ
           IF FS-MOVIES = '00'
              MOVE 'YES'              TO WS-TITLE-KNOWN
           ELSE
              MOVE SPACES             TO MOVIESRECORD
              MOVE ZERO               TO MOVIELICSTART MOVIELICEND
           END-IF
           DISPLAY " "
           IF TITLE-KNOWN
              DISPLAY BOOK-MOVIEID "  " MOVIETITLE
                      "  LICENSED " MOVIELICSTART " - " MOVIELICEND
           ELSE
              DISPLAY BOOK-MOVIEID "  ** NOT ON MOVIESREL.DAT **"
           END-IF.

       0220-CLOSE-TITLE.

           MOVE WS-TITLE-FEES         TO WS-FEE-PRT
           DISPLAY "  TITLE FEES " WS-FEE-PRT.

       0230-HOLD-PAST-END.

           ADD 1                      TO WS-PAST-END-COUNT
           IF WS-PAST-COUNT < 1000
              ADD 1                   TO WS-PAST-COUNT
              SET PAST-IDX            TO WS-PAST-COUNT
              MOVE BOOK-MOVIEID       TO WS-PAST-MOVIEID(PAST-IDX)
              MOVE MOVIETITLE         TO WS-PAST-TITLE(PAST-IDX)
              MOVE BOOK-EXHIBITOR     TO WS-PAST-EXHIBITOR(PAST-IDX)
              MOVE BOOK-TERRITORY     TO WS-PAST-TERRITORY(PAST-IDX)
              MOVE BOOK-END           TO WS-PAST-END(PAST-IDX)
              MOVE MOVIELICEND        TO WS-PAST-LICEND(PAST-IDX)
              MOVE WS-PROBLEM         TO WS-PAST-PROBLEM(PAST-IDX)
           ELSE
              ADD 1                   TO WS-PAST-OVERFLOW
           END-IF.

       0300-PRINT-PAST-END.

           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "BOOKINGS RUNNING PAST THE LICENSE END"
           DISPLAY "================================================"
           IF WS-PAST-COUNT = ZERO
              DISPLAY "  NONE"
           END-IF
           PERFORM VARYING PAST-IDX FROM 1 BY 1
              UNTIL PAST-IDX > WS-PAST-COUNT
              DISPLAY WS-PAST-MOVIEID(PAST-IDX) "  "
                      WS-PAST-TITLE(PAST-IDX) " "
                      WS-PAST-EXHIBITOR(PAST-IDX) " "
                      WS-PAST-TERRITORY(PAST-IDX)
              DISPLAY "      BOOKED TO " WS-PAST-END(PAST-IDX)
                      "  LICENSE ENDS " WS-PAST-LICEND(PAST-IDX)
                      "  " WS-PAST-PROBLEM(PAST-IDX)
           END-PERFORM
           IF WS-PAST-OVERFLOW > ZERO
              DISPLAY "* PLUS " WS-PAST-OVERFLOW
                      " MORE NOT LISTED -- SEE CALENDAR ABOVE"
           END-IF.

       9000-END-PROGRAM.

           CLOSE BOOKINGS, MOVIESFILE.

           MOVE WS-TOTAL-FEES         TO WS-FEE-PRT
           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* BOOKINGS LISTED     : " WS-BOOKING-COUNT
           DISPLAY "* TITLES              : " WS-TITLE-COUNT
           DISPLAY "* TOTAL FEES          : " WS-FEE-PRT
           DISPLAY "* PAST LICENSE END    : " WS-PAST-END-COUNT
           DISPLAY "**********************************"

           IF WS-PAST-END-COUNT > ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-MOVIES-REASON
           FS-FIELD  BY FS-MOVIES
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9515-BOOKINGS-REASON
           FS-FIELD  BY FS-BOOKINGS
           FS-REASON BY WS-FS-REASON.

       END PROGRAM BOOKRPT.
