       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKMAINT.
      * EXHIBITION BOOKING MAINTENANCE -- APPLIES ADD/DELETE
      * TRANSACTIONS FROM BOOKTRANS.DAT TO BOOKINGS.DAT, THE FILE OF
      * ENGAGEMENTS ACTUALLY SOLD: ONE RECORD PER TITLE, START DATE
      * AND EXHIBITOR, CARRYING THE TERRITORY, END DATE, FEE AND
      * WHETHER THE ENGAGEMENT IS EXCLUSIVE IN ITS TERRITORY.
      *
      * A BOOKING IS REFUSED WHEN THE TITLE IS NOT ON MOVIESREL.DAT,
      * WHEN IT FALLS OUTSIDE THE TITLE'S MOVIELICSTART/MOVIELICEND
      * WINDOW (A TITLE WITH NO WINDOW CANNOT BE BOOKED), WHEN THE
      * OWNING STUDIO IS MISSING FROM STUDIOSREL.DAT OR MARKED
      * INACTIVE, AND WHEN ITS DATES OVERLAP ANOTHER BOOKING OF THE
      * SAME TITLE IN THE SAME TERRITORY WHERE EITHER ONE IS
      * EXCLUSIVE. REJECTS GO TO BOOKTRANSREJ.DAT AND THE EXCEPTION
      * REPOSITORY. BOOKRPT PRINTS THE CALENDAR FROM THE SAME FILE.
      * THE BATCH RUNS UNDER THE OPERATOR ID 'BATCH', WHICH MUST HOLD
      * THE ADD OR DELETE AUTHORITY FOR BOOKMAINT ON THE OPERATOR
      * AUTHORIZATION FILE (CHECKED THROUGH AUTHCHK) FOR EACH
      * TRANSACTION; A REFUSED ONE IS REJECTED UNAPPLIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * One transaction per record: 'A' ADD, 'D' DELETE, followed by
      * a full booking record image. A changed engagement is deleted
      * and added again.
       SELECT BOOKTRANS ASSIGN TO "BOOKTRANS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-TRANS.

       SELECT BOOKINGS ASSIGN TO "BOOKINGS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BOOK-KEY
        FILE STATUS IS FS-BOOKINGS.

       SELECT MOVIESFILE ASSIGN TO "MOVIESREL.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS MOVIES-KEY
        FILE STATUS IS FS-MOVIES.

       SELECT STUDIOSFILE ASSIGN TO "STUDIOSREL.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS STUDIOS-KEY
        FILE STATUS IS FILE-CHECK-KEY.

       SELECT TRANSREJECT ASSIGN TO "BOOKTRANSREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-REJECT.

       DATA DIVISION.
       FILE SECTION.

       FD BOOKTRANS.
       01 BOOKTRANS-REC.
          88 TRANS-EOF        VALUE HIGH-VALUES.
          05 TRANS-ACTION     PIC X(01).
             88 TRANS-ADD     VALUE 'A'.
             88 TRANS-DELETE  VALUE 'D'.
          05 TRANS-BOOKING.
             10 TRANS-KEY.
                15 TRANS-MOVIEID   PIC 9(04).
                15 TRANS-START     PIC 9(08).
                15 TRANS-EXHIBITOR PIC X(20).
             10 TRANS-TERRITORY    PIC X(15).
             10 TRANS-END          PIC 9(08).
             10 TRANS-FEE          PIC 9(07)V99.
             10 TRANS-EXCLUSIVE    PIC X(01).

       FD BOOKINGS.
       01 BOOKINGSRECORD.
          05 BOOK-KEY.
             10 BOOK-MOVIEID      PIC 9(04).
             10 BOOK-START        PIC 9(08).
             10 BOOK-EXHIBITOR    PIC X(20).
          05 BOOK-TERRITORY       PIC X(15).
          05 BOOK-END             PIC 9(08).
          05 BOOK-FEE             PIC 9(07)V99.
      * 'Y' -- no other booking of the title may run in the same
      * territory on any of these dates.
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
          05 REJECT-TRANS     PIC X(66).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 REJECT-REASON    PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. Every divert below is also appended to
      * EXCEPTIONS.DAT through EXCLOGGER.
       01  EX-PARM.
           COPY EXCREC.

      * Operator-authorization parameter area -- see AUTHCHK
      * copybook.
       01  AU-PARM.
           COPY AUTHCHK.

       01  WS-WORK-AREAS.
           05  WS-FS-TRANS      PIC X(02).
           05  FS-BOOKINGS      PIC X(02).
           05  FS-MOVIES        PIC X(02).
           05  FILE-CHECK-KEY   PIC X(02).
           05  WS-FS-REJECT     PIC X(02).
           05  MOVIES-KEY       PIC 9(04).
           05  STUDIOS-KEY      PIC 999.
           05  WS-BOOKING-OK-SW PIC X(03).
               88 BOOKING-OK    VALUE 'YES'.
           05  WS-SCAN-END-SW   PIC X(03).
               88 SCAN-END      VALUE 'YES'.
           05  WS-FS-REASON     PIC X(32).

           05  WS-TRANS-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-ADDED-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-DELETED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-DENIED-COUNT  PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START.

           OPEN INPUT BOOKTRANS.
           PERFORM 0110-OPEN-BOOKINGS-FILE.
           OPEN INPUT MOVIESFILE.
           OPEN INPUT STUDIOSFILE.
           OPEN OUTPUT TRANSREJECT.

           IF WS-FS-TRANS NOT = '00' OR
              FS-BOOKINGS NOT = '00' OR
              FS-MOVIES NOT = '00' OR
              FILE-CHECK-KEY NOT = '00' OR
              WS-FS-REJECT NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9505-TRANS-REASON
              DISPLAY '* FS-TRANSACTIONS: ' WS-FS-TRANS
                       ' (' WS-FS-REASON ')'
              PERFORM 9515-BOOKINGS-REASON
              DISPLAY '* FS-BOOKINGS    : ' FS-BOOKINGS
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-MOVIES-REASON
              DISPLAY '* FS-MOVIES FILE : ' FS-MOVIES
                       ' (' WS-FS-REASON ')'
              PERFORM 9500-STUDIOS-REASON
              DISPLAY '* FS-STUDIOS FILE: ' FILE-CHECK-KEY
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-REJECT: ' WS-FS-REJECT
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           READ BOOKTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.
           PERFORM 0200-APPLY-TRANSACTION UNTIL TRANS-EOF.

           PERFORM 9000-END-PROGRAM.

       0110-OPEN-BOOKINGS-FILE.

      * First run ever creates the bookings file; after that the
      * batch maintains it in place.
           OPEN I-O BOOKINGS.
           IF FS-BOOKINGS = '35' OR FS-BOOKINGS = '05'
              OPEN OUTPUT BOOKINGS
              CLOSE BOOKINGS
              OPEN I-O BOOKINGS
           END-IF.

       0200-APPLY-TRANSACTION.

           ADD 1                      TO WS-TRANS-COUNT
           PERFORM 0205-CHECK-AUTHORITY
           EVALUATE TRUE
              WHEN AU-DENIED
                 PERFORM 0245-REJECT-UNAUTHORIZED
              WHEN TRANS-ADD
                 PERFORM 0210-ADD-BOOKING
              WHEN TRANS-DELETE
                 PERFORM 0230-DELETE-BOOKING
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION CODE' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
           END-EVALUATE.

           READ BOOKTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0205-CHECK-AUTHORITY.

      * An unknown action code is left for the EVALUATE to reject.
           MOVE 'Y'                   TO AU-RESULT
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE 'A'             TO AU-ACTION
              WHEN TRANS-DELETE
                 MOVE 'D'             TO AU-ACTION
              WHEN OTHER
                 MOVE SPACE           TO AU-ACTION
           END-EVALUATE
           IF AU-ACTION NOT = SPACE
              MOVE 'BOOKMAINT'        TO AU-PROGRAM
              MOVE 'BATCH   '         TO AU-OPERATOR
              MOVE BOOKTRANS-REC(2:12) TO AU-KEY
              CALL 'AUTHCHK' USING AU-PARM
           END-IF.

       0210-ADD-BOOKING.

           PERFORM 0250-EDIT-BOOKING
           IF BOOKING-OK
              PERFORM 0260-CHECK-TITLE-AND-STUDIO
           END-IF
           IF BOOKING-OK
              PERFORM 0270-SCAN-FOR-OVERLAP
           END-IF
           IF NOT BOOKING-OK
              PERFORM 0240-REJECT-TRANSACTION
           ELSE
              MOVE TRANS-BOOKING      TO BOOKINGSRECORD
              WRITE BOOKINGSRECORD
                 INVALID KEY
                    MOVE 'DUPLICATE BOOKING  ' TO WS-FS-REASON
                    PERFORM 0240-REJECT-TRANSACTION
              END-WRITE
              IF FS-BOOKINGS = '00'
                 ADD 1                TO WS-ADDED-COUNT
              END-IF
           END-IF.

       0230-DELETE-BOOKING.

           MOVE TRANS-KEY             TO BOOK-KEY
           DELETE BOOKINGS
              INVALID KEY
                 MOVE 'BOOKING NOT ON FILE' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
           END-DELETE.
           IF FS-BOOKINGS = '00'
              ADD 1                   TO WS-DELETED-COUNT
           END-IF.

       0240-REJECT-TRANSACTION.

           ADD 1                      TO WS-REJECT-COUNT
           MOVE SPACES                TO TRANSREJECT-REG
           MOVE BOOKTRANS-REC         TO REJECT-TRANS
           MOVE WS-FS-REASON          TO REJECT-REASON
           WRITE TRANSREJECT-REG
           MOVE WS-FS-REASON          TO EXC-REASON
           MOVE BOOKTRANS-REC(2:12)   TO EXC-KEY
           MOVE BOOKTRANS-REC(1:40)   TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0245-REJECT-UNAUTHORIZED.

      * AUTHCHK has already logged the refusal to the exception
      * repository -- only this program's own reject file remains.
           ADD 1                      TO WS-REJECT-COUNT
           ADD 1                      TO WS-DENIED-COUNT
           MOVE SPACES                TO TRANSREJECT-REG
           MOVE BOOKTRANS-REC         TO REJECT-TRANS
           MOVE 'NOT AUTHORIZED'      TO REJECT-REASON
           WRITE TRANSREJECT-REG.

       0250-EDIT-BOOKING.

           MOVE 'NO '                 TO WS-BOOKING-OK-SW
           EVALUATE TRUE
              WHEN TRANS-MOVIEID IS NOT NUMERIC OR
                   TRANS-MOVIEID = ZERO
                 MOVE 'MOVIE ID INVALID   ' TO WS-FS-REASON
              WHEN TRANS-EXHIBITOR = SPACES
                 MOVE 'NO EXHIBITOR       ' TO WS-FS-REASON
              WHEN TRANS-TERRITORY = SPACES
                 MOVE 'NO TERRITORY       ' TO WS-FS-REASON
              WHEN TRANS-START IS NOT NUMERIC OR
                   TRANS-END IS NOT NUMERIC
                 MOVE 'DATES NOT NUMERIC  ' TO WS-FS-REASON
              WHEN TRANS-START > TRANS-END
                 MOVE 'START AFTER END    ' TO WS-FS-REASON
              WHEN TRANS-FEE IS NOT NUMERIC
                 MOVE 'FEE NOT NUMERIC    ' TO WS-FS-REASON
              WHEN TRANS-EXCLUSIVE NOT = 'Y' AND
                   TRANS-EXCLUSIVE NOT = 'N'
                 MOVE 'EXCLUSIVE NOT Y/N  ' TO WS-FS-REASON
              WHEN OTHER
                 MOVE 'YES'           TO WS-BOOKING-OK-SW
           END-EVALUATE.

       0260-CHECK-TITLE-AND-STUDIO.

      * The engagement must sit wholly inside the title's license
      * window, and the owning studio must still be active.
           MOVE 'NO '                 TO WS-BOOKING-OK-SW
           MOVE TRANS-MOVIEID         TO MOVIES-KEY
           READ MOVIESFILE
              INVALID KEY CONTINUE
           END-READ
           IF FS-MOVIES = '00'
              MOVE MOVIESTUDIO        TO STUDIOS-KEY
              READ STUDIOSFILE
                 INVALID KEY CONTINUE
              END-READ
           END-IF

           EVALUATE TRUE
              WHEN FS-MOVIES NOT = '00'
                 MOVE 'MOVIE NOT ON FILE  ' TO WS-FS-REASON
              WHEN MOVIELICSTART IS NOT NUMERIC OR
                   MOVIELICSTART = ZERO
                 MOVE 'NO LICENSE WINDOW  ' TO WS-FS-REASON
              WHEN TRANS-START < MOVIELICSTART OR
                   TRANS-END > MOVIELICEND
                 MOVE 'OUTSIDE LIC WINDOW ' TO WS-FS-REASON
              WHEN FILE-CHECK-KEY NOT = '00'
                 MOVE 'STUDIO NOT ON FILE ' TO WS-FS-REASON
              WHEN STUDIOSSTATUS = 'I'
                 MOVE 'STUDIO INACTIVE    ' TO WS-FS-REASON
              WHEN OTHER
                 MOVE 'YES'           TO WS-BOOKING-OK-SW
           END-EVALUATE.

       0270-SCAN-FOR-OVERLAP.

      * Bookings are keyed title first, so every booking of the title
      * is read from the title's first key onward. Two engagements
      * of the same title in the same territory may share dates only
      * when neither is exclusive.
           MOVE SPACES                TO WS-SCAN-END-SW
           MOVE TRANS-MOVIEID         TO BOOK-MOVIEID
           MOVE ZERO                  TO BOOK-START
           MOVE LOW-VALUES            TO BOOK-EXHIBITOR
           START BOOKINGS KEY IS >= BOOK-KEY
              INVALID KEY MOVE 'YES'  TO WS-SCAN-END-SW
           END-START
           PERFORM UNTIL SCAN-END OR NOT BOOKING-OK
              READ BOOKINGS NEXT RECORD
                 AT END MOVE 'YES'    TO WS-SCAN-END-SW
              END-READ
              IF NOT SCAN-END
                 IF BOOK-MOVIEID NOT = TRANS-MOVIEID OR
                    BOOK-START > TRANS-END
                    MOVE 'YES'        TO WS-SCAN-END-SW
                 ELSE
                    IF BOOK-TERRITORY = TRANS-TERRITORY AND
                       BOOK-END >= TRANS-START AND
                       (BOOK-EXCLUSIVE = 'Y' OR
                        TRANS-EXCLUSIVE = 'Y')
                       MOVE 'OVERLAPS EXCLUSIVE ' TO WS-FS-REASON
                       MOVE 'NO '     TO WS-BOOKING-OK-SW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       9000-END-PROGRAM.

           CLOSE BOOKTRANS, BOOKINGS, MOVIESFILE, STUDIOSFILE,
                 TRANSREJECT.

           DISPLAY "**********************************"
           DISPLAY "* BOOKING MAINTENANCE             *"
           DISPLAY "* TRANSACTIONS READ : " WS-TRANS-COUNT
           DISPLAY "* BOOKINGS ADDED    : " WS-ADDED-COUNT
           DISPLAY "* BOOKINGS DELETED  : " WS-DELETED-COUNT
           DISPLAY "* REJECTED          : " WS-REJECT-COUNT
           DISPLAY "*   NOT AUTHORIZED  : " WS-DENIED-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per divert,
      * alongside this program's own exception file.
           MOVE 'BOOKMAINT'           TO EXC-PROGRAM
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
           FS-PARA   BY 9510-MOVIES-REASON
           FS-FIELD  BY FS-MOVIES
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9515-BOOKINGS-REASON
           FS-FIELD  BY FS-BOOKINGS
           FS-REASON BY WS-FS-REASON.

       END PROGRAM BOOKMAINT.
