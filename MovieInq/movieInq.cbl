       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIEINQ.
      * MOVIE CATALOGUE INQUIRY -- FINDS TITLES ON MOVIESREL.DAT
      * WITHOUT KNOWING THE MOVIEID. A TITLE IS A HIT WHEN THE
      * KEYWORD MATCHES ANY WHOLE WORD OF MOVIETITLE (UPPER AND LOWER
      * CASE ALIKE, PUNCTUATION TREATED AS A BREAK BETWEEN WORDS),
      * NARROWED BY THE OPTIONAL FILTERS: OWNING STUDIO, RELEASE-
      * YEAR RANGE, MOVIESTATUS, AND LICENSABLE TODAY (TODAY INSIDE
      * THE MOVIELICSTART/MOVIELICEND WINDOW). A BLANK KEYWORD OR
      * FILTER SELECTS EVERYTHING. EACH HIT SHOWS THE STUDIO NAME
      * FROM STUDIOSREL.DAT AND THE LICENSE WINDOW.
      *
      * RUN WITHOUT A CARD IT ASKS FOR THE KEYWORD AND FILTERS AT
      * THE TERMINAL AND LISTS THE HITS BY TITLE, ONE SEARCH AFTER
      * ANOTHER UNTIL THE CONTRACTS DESK ANSWERS N. WITH A CARD ON
      * MOVIEINQPARM.DAT IT RUNS AS A BATCH STEP AND PRINTS THE
      * CATALOGUE FOR THE SALES TEAM, SORTED BY TITLE ('T') OR BY
      * STUDIO ('S', TITLES IN ORDER WITHIN EACH STUDIO), WITH THE
      * CARD'S FILTERS APPLIED -- A CARD CARRYING ONLY THE SORT
      * ORDER PRINTS THE FULL CATALOGUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

      * Batch catalogue card: sort order, then the same keyword and
      * filters the terminal asks for. No card means a terminal
      * inquiry.
       SELECT OPTIONAL MOVIEINQPARM ASSIGN TO "MOVIEINQPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARM.

       SELECT INQWORK ASSIGN TO "INQWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
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

       FD MOVIEINQPARM.
       01 MOVIEINQPARM-REC.
           05 PARM-SORT             PIC X(01).
           05 FILLER                PIC X(01).
           05 PARM-KEYWORD          PIC X(20).
           05 FILLER                PIC X(01).
           05 PARM-STUDIO           PIC X(03).
           05 FILLER                PIC X(01).
           05 PARM-YEAR-FROM        PIC X(04).
           05 FILLER                PIC X(01).
           05 PARM-YEAR-TO          PIC X(04).
           05 FILLER                PIC X(01).
           05 PARM-STATUS           PIC X(01).
           05 FILLER                PIC X(01).
           05 PARM-LICENSABLE       PIC X(01).

       SD INQWORK.
       01 INQREC.
          05 INQ-STUDIO            PIC 999.
          05 INQ-TITLE             PIC X(30).
          05 INQ-MOVIEID           PIC 9(04).
          05 INQ-STUDIO-NAME       PIC X(20).
          05 INQ-YEAR              PIC 9(04).
          05 INQ-STATUS            PIC X(01).
          05 INQ-LICSTART          PIC 9(08).
          05 INQ-LICEND            PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 FS-MOVIES           PIC X(02).
           05 FILE-CHECK-KEY      PIC X(02).
           05 WS-FS-PARM          PIC X(02).
           05 MOVIES-KEY          PIC 9(04).
           05 STUDIOS-KEY         PIC 999.
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
      * Slot counter runs one past 9999, which MOVIES-KEY cannot
      * hold.
           05 WS-MOVIE-SLOT       PIC 9(05).
           05 WS-SORT-EOF-SW      PIC X(03).
              88 SORT-EOF         VALUE 'YES'.
           05 WS-MORE-SW          PIC X(01) VALUE 'Y'.
              88 MORE-INQUIRIES   VALUE 'Y' 'y'.

      * Search criteria, from the card or the terminal. Blank means
      * no filter.
           05 WS-SORT-ORDER       PIC X(01).
              88 SORT-BY-STUDIO   VALUE 'S'.
           05 WS-KEYWORD          PIC X(20).
           05 WS-STUDIO-IN        PIC X(03).
           05 WS-YEAR-FROM-IN     PIC X(04).
           05 WS-YEAR-TO-IN       PIC X(04).
           05 WS-STATUS-IN        PIC X(01).
           05 WS-LICENSABLE-IN    PIC X(01).
              88 LICENSABLE-ONLY  VALUE 'Y' 'y'.
           05 WS-FILTER-STUDIO    PIC 999.
           05 WS-FILTER-YEAR-FROM PIC 9(04).
           05 WS-FILTER-YEAR-TO   PIC 9(04).

      * Keyword matching: title and keyword in upper case with a
      * space either side, so only whole words match.
           05 WS-LOWER-ALPHABET   PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
           05 WS-UPPER-ALPHABET   PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 WS-PUNCTUATION      PIC X(10) VALUE ':;,.-!?&/'.
           05 WS-KEY-LEN          PIC 9(02) COMP.
           05 WS-KEY-PAD          PIC X(22).
           05 WS-TITLE-PAD        PIC X(32).
           05 WS-WORD-HITS        PIC 9(03) COMP.
           05 WS-SELECT-SW        PIC X(03).
              88 TITLE-SELECTED   VALUE 'YES'.

           05 WS-MOVIE-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-HIT-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-TOTAL-HITS       PIC 9(07) VALUE ZERO.
           05 WS-SEARCH-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-STUDIO-HITS      PIC 9(05) VALUE ZERO.
           05 WS-CURR-STUDIO      PIC 999.
           05 WS-FIRST-RECORD-SW  PIC X(03).
              88 FIRST-RECORD     VALUE 'YES'.

           05 CATRECORD.
              10 CAT-MOVIEID       PIC 9(04).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 CAT-TITLE         PIC X(30).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 CAT-STUDIO        PIC 999.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 CAT-STUDIO-NAME   PIC X(20).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 CAT-YEAR          PIC 9(04).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 CAT-STATUS        PIC X(01).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 CAT-WINDOW.
                 15 CAT-LICSTART   PIC 9(08).
                 15 CAT-DASH       PIC X(03).
                 15 CAT-LICEND     PIC 9(08).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 CAT-FLAG          PIC X(10).

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

       PROCEDURE DIVISION.
       0100-MAINLINE SECTION.
       0110-START.

           MOVE 'MOVIEINQ'     TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8

           OPEN INPUT MOVIESFILE.
           OPEN INPUT STUDIOSFILE.
           IF FS-MOVIES NOT = '00' OR FILE-CHECK-KEY NOT = '00'
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              PERFORM 9510-MOVIES-REASON
              DISPLAY '* FS-MOVIES : ' FS-MOVIES
                       ' (' WS-FS-REASON ')'
              PERFORM 9500-STUDIOS-REASON
              DISPLAY '* FS-STUDIOS: ' FILE-CHECK-KEY
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8                TO RETURN-CODE
              PERFORM 0190-END-PROGRAM
           END-IF.

           OPEN INPUT MOVIEINQPARM.
           IF WS-FS-PARM = '00'
              READ MOVIEINQPARM
                 AT END MOVE '10'   TO WS-FS-PARM
              END-READ
              CLOSE MOVIEINQPARM
           ELSE
              IF WS-FS-PARM = '05'
                 CLOSE MOVIEINQPARM
              END-IF
              MOVE '10'             TO WS-FS-PARM
           END-IF.

           IF WS-FS-PARM = '00'
              PERFORM 0120-BATCH-CATALOGUE
           ELSE
              PERFORM 0130-TERMINAL-INQUIRY UNTIL NOT MORE-INQUIRIES
           END-IF.

           PERFORM 0190-END-PROGRAM.

       0120-BATCH-CATALOGUE.

           MOVE PARM-SORT             TO WS-SORT-ORDER
           MOVE PARM-KEYWORD          TO WS-KEYWORD
           MOVE PARM-STUDIO           TO WS-STUDIO-IN
           MOVE PARM-YEAR-FROM        TO WS-YEAR-FROM-IN
           MOVE PARM-YEAR-TO          TO WS-YEAR-TO-IN
           MOVE PARM-STATUS           TO WS-STATUS-IN
           MOVE PARM-LICENSABLE       TO WS-LICENSABLE-IN
           IF WS-SORT-ORDER NOT = 'S' AND WS-SORT-ORDER NOT = 'T'
              DISPLAY '* SORT ORDER ' WS-SORT-ORDER
                      ' NOT T OR S -- SORTED BY TITLE'
              MOVE 'T'                TO WS-SORT-ORDER
              MOVE 4                  TO RETURN-CODE
           END-IF.
           PERFORM 0140-EDIT-CRITERIA.
           PERFORM 0150-RUN-SEARCH.

       0130-TERMINAL-INQUIRY.

           MOVE 'T'                   TO WS-SORT-ORDER
           DISPLAY " "
           DISPLAY "TITLE WORD (BLANK FOR ANY): " WITH NO ADVANCING
           ACCEPT WS-KEYWORD
           DISPLAY "STUDIO CODE (BLANK FOR ANY): " WITH NO ADVANCING
           ACCEPT WS-STUDIO-IN
           DISPLAY "RELEASED FROM YEAR (BLANK FOR ANY): "
              WITH NO ADVANCING
           ACCEPT WS-YEAR-FROM-IN
           DISPLAY "RELEASED TO YEAR (BLANK FOR ANY): "
              WITH NO ADVANCING
           ACCEPT WS-YEAR-TO-IN
           DISPLAY "STATUS (BLANK FOR ANY): " WITH NO ADVANCING
           ACCEPT WS-STATUS-IN
           DISPLAY "LICENSABLE TODAY ONLY (Y/N): " WITH NO ADVANCING
           ACCEPT WS-LICENSABLE-IN

           PERFORM 0140-EDIT-CRITERIA
           PERFORM 0150-RUN-SEARCH

           DISPLAY "ANOTHER SEARCH (Y/N): " WITH NO ADVANCING
           ACCEPT WS-MORE-SW.

       0140-EDIT-CRITERIA.

      * A filter that is not a number is dropped rather than
      * allowed to select nothing.
           MOVE ZERO                  TO WS-FILTER-STUDIO
           MOVE ZERO                  TO WS-FILTER-YEAR-FROM
           MOVE 9999                  TO WS-FILTER-YEAR-TO
           IF WS-STUDIO-IN NOT = SPACES
              IF WS-STUDIO-IN IS NUMERIC
                 MOVE WS-STUDIO-IN    TO WS-FILTER-STUDIO
              ELSE
                 DISPLAY '* STUDIO ' WS-STUDIO-IN
                         ' NOT NUMERIC -- ANY STUDIO'
              END-IF
           END-IF
           IF WS-YEAR-FROM-IN NOT = SPACES
              IF WS-YEAR-FROM-IN IS NUMERIC
                 MOVE WS-YEAR-FROM-IN TO WS-FILTER-YEAR-FROM
              ELSE
                 DISPLAY '* FROM YEAR ' WS-YEAR-FROM-IN
                         ' NOT NUMERIC -- NO LOWER LIMIT'
              END-IF
           END-IF
           IF WS-YEAR-TO-IN NOT = SPACES
              IF WS-YEAR-TO-IN IS NUMERIC
                 MOVE WS-YEAR-TO-IN   TO WS-FILTER-YEAR-TO
              ELSE
                 DISPLAY '* TO YEAR ' WS-YEAR-TO-IN
                         ' NOT NUMERIC -- NO UPPER LIMIT'
              END-IF
           END-IF

           INSPECT WS-KEYWORD CONVERTING WS-LOWER-ALPHABET
                                      TO WS-UPPER-ALPHABET
           INSPECT WS-STATUS-IN CONVERTING WS-LOWER-ALPHABET
                                        TO WS-UPPER-ALPHABET
           PERFORM VARYING WS-KEY-LEN FROM 20 BY -1
              UNTIL WS-KEY-LEN = ZERO
                 OR WS-KEYWORD(WS-KEY-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           MOVE SPACES                TO WS-KEY-PAD
           IF WS-KEY-LEN > ZERO
              MOVE WS-KEYWORD(1:WS-KEY-LEN)
                                      TO WS-KEY-PAD(2:WS-KEY-LEN)
           END-IF.

       0150-RUN-SEARCH.

           ADD 1                      TO WS-SEARCH-COUNT
           MOVE ZERO                  TO WS-HIT-COUNT
           IF SORT-BY-STUDIO
              SORT INQWORK ON ASCENDING KEY INQ-STUDIO
                                            INQ-TITLE
                                            INQ-MOVIEID
                 INPUT PROCEDURE IS 0200-SELECT-TITLES
                 OUTPUT PROCEDURE IS 0300-PRINT-CATALOGUE
           ELSE
              SORT INQWORK ON ASCENDING KEY INQ-TITLE
                                            INQ-MOVIEID
                 INPUT PROCEDURE IS 0200-SELECT-TITLES
                 OUTPUT PROCEDURE IS 0300-PRINT-CATALOGUE
           END-IF
           ADD WS-HIT-COUNT           TO WS-TOTAL-HITS.

       0190-END-PROGRAM.

           CLOSE MOVIESFILE.
           CLOSE STUDIOSFILE.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* SEARCHES RUN        : " WS-SEARCH-COUNT
           DISPLAY "* TITLES EXAMINED     : " WS-MOVIE-COUNT
           DISPLAY "* TITLES LISTED       : " WS-TOTAL-HITS
           DISPLAY "**********************************"

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-MOVIE-COUNT TO RL-READ
           MOVE WS-TOTAL-HITS  TO RL-WRITTEN
           MOVE ZERO           TO RL-REJECTED
           MOVE FS-MOVIES      TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       0200-SELECT-TITLES SECTION.
       0210-READ-SLOTS.

           PERFORM 0220-CHECK-ONE-SLOT
              VARYING WS-MOVIE-SLOT FROM 1 BY 1
              UNTIL WS-MOVIE-SLOT > 9999.
           GO TO 0290-SELECT-EXIT.

       0220-CHECK-ONE-SLOT.

           MOVE WS-MOVIE-SLOT         TO MOVIES-KEY
           READ MOVIESFILE
              INVALID KEY CONTINUE
           END-READ
           IF FS-MOVIES = '00'
              ADD 1                   TO WS-MOVIE-COUNT
              PERFORM 0230-APPLY-FILTERS
              IF TITLE-SELECTED
                 PERFORM 0250-RELEASE-TITLE
              END-IF
           END-IF.

       0230-APPLY-FILTERS.

           MOVE 'YES'                 TO WS-SELECT-SW
           EVALUATE TRUE
              WHEN WS-FILTER-STUDIO > ZERO AND
                   MOVIESTUDIO NOT = WS-FILTER-STUDIO
                 MOVE 'NO '           TO WS-SELECT-SW
              WHEN MOVIEYEAR < WS-FILTER-YEAR-FROM OR
                   MOVIEYEAR > WS-FILTER-YEAR-TO
                 MOVE 'NO '           TO WS-SELECT-SW
              WHEN WS-STATUS-IN NOT = SPACE AND
                   MOVIESTATUS NOT = WS-STATUS-IN
                 MOVE 'NO '           TO WS-SELECT-SW
              WHEN LICENSABLE-ONLY AND
                   (MOVIELICSTART IS NOT NUMERIC OR
                    MOVIELICSTART = ZERO OR
                    WS-TODAY8 < MOVIELICSTART OR
                    WS-TODAY8 > MOVIELICEND)
                 MOVE 'NO '           TO WS-SELECT-SW
           END-EVALUATE
           IF TITLE-SELECTED AND WS-KEY-LEN > ZERO
              PERFORM 0240-MATCH-KEYWORD
           END-IF.

       0240-MATCH-KEYWORD.

           MOVE SPACES                TO WS-TITLE-PAD
           MOVE MOVIETITLE            TO WS-TITLE-PAD(2:30)
           INSPECT WS-TITLE-PAD CONVERTING WS-LOWER-ALPHABET
                                        TO WS-UPPER-ALPHABET
           INSPECT WS-TITLE-PAD CONVERTING WS-PUNCTUATION
                                        TO SPACES
           MOVE ZERO                  TO WS-WORD-HITS
           INSPECT WS-TITLE-PAD TALLYING WS-WORD-HITS
              FOR ALL WS-KEY-PAD(1:WS-KEY-LEN + 2)
           IF WS-WORD-HITS = ZERO
              MOVE 'NO '              TO WS-SELECT-SW
           END-IF.

       0250-RELEASE-TITLE.

           MOVE MOVIESTUDIO           TO STUDIOS-KEY
           READ STUDIOSFILE
              INVALID KEY
                 MOVE '*** NOT ON FILE ***' TO STUDIOSNAME
           END-READ
           MOVE MOVIESTUDIO           TO INQ-STUDIO
           MOVE MOVIETITLE            TO INQ-TITLE
           MOVE MOVIEID               TO INQ-MOVIEID
           MOVE STUDIOSNAME           TO INQ-STUDIO-NAME
           MOVE MOVIEYEAR             TO INQ-YEAR
           MOVE MOVIESTATUS           TO INQ-STATUS
           MOVE MOVIELICSTART         TO INQ-LICSTART
           MOVE MOVIELICEND           TO INQ-LICEND
           RELEASE INQREC.

       0290-SELECT-EXIT.
           EXIT.

       0300-PRINT-CATALOGUE SECTION.
       0310-HEADING.

           DISPLAY "================================================"
           IF SORT-BY-STUDIO
              DISPLAY "MOVIE CATALOGUE BY STUDIO AS OF " WS-TODAY8
           ELSE
              DISPLAY "MOVIE CATALOGUE BY TITLE AS OF " WS-TODAY8
           END-IF
           DISPLAY "================================================"
           DISPLAY "ID    TITLE                          STU "
                   "STUDIO NAME          YEAR  S  LICENSE WINDOW"

           MOVE 'NO '                 TO WS-SORT-EOF-SW
           MOVE 'YES'                 TO WS-FIRST-RECORD-SW
           MOVE ZERO                  TO WS-STUDIO-HITS
           RETURN INQWORK
              AT END SET SORT-EOF TO TRUE
           END-RETURN.
           PERFORM 0320-PRINT-ONE-TITLE UNTIL SORT-EOF.

           IF SORT-BY-STUDIO AND NOT FIRST-RECORD
              PERFORM 0340-PRINT-STUDIO-COUNT
           END-IF
           DISPLAY "================================================"
           DISPLAY "TITLES FOUND: " WS-HIT-COUNT
           GO TO 0390-PRINT-EXIT.

       0320-PRINT-ONE-TITLE.

      * By studio, each new studio closes the one before with its
      * title count.
           IF SORT-BY-STUDIO
              IF FIRST-RECORD
                 MOVE 'NO '           TO WS-FIRST-RECORD-SW
                 MOVE INQ-STUDIO      TO WS-CURR-STUDIO
              ELSE
                 IF INQ-STUDIO NOT = WS-CURR-STUDIO
                    PERFORM 0340-PRINT-STUDIO-COUNT
                    MOVE INQ-STUDIO   TO WS-CURR-STUDIO
                 END-IF
              END-IF
           END-IF

           ADD 1                      TO WS-HIT-COUNT WS-STUDIO-HITS
           MOVE INQ-MOVIEID           TO CAT-MOVIEID
           MOVE INQ-TITLE             TO CAT-TITLE
           MOVE INQ-STUDIO            TO CAT-STUDIO
           MOVE INQ-STUDIO-NAME       TO CAT-STUDIO-NAME
           MOVE INQ-YEAR              TO CAT-YEAR
           MOVE INQ-STATUS            TO CAT-STATUS
           MOVE SPACES                TO CAT-FLAG
           IF INQ-LICSTART IS NOT NUMERIC OR INQ-LICSTART = ZERO
              MOVE 'NO WINDOW ON RECORD' TO CAT-WINDOW
           ELSE
              MOVE INQ-LICSTART       TO CAT-LICSTART
              MOVE ' - '              TO CAT-DASH
              MOVE INQ-LICEND         TO CAT-LICEND
              IF WS-TODAY8 >= INQ-LICSTART AND
                 WS-TODAY8 <= INQ-LICEND
                 MOVE 'LICENSABLE'    TO CAT-FLAG
              END-IF
           END-IF
           DISPLAY CATRECORD

           RETURN INQWORK
              AT END SET SORT-EOF TO TRUE
           END-RETURN.

       0340-PRINT-STUDIO-COUNT.

           DISPLAY "      ---- STUDIO " WS-CURR-STUDIO ": "
                   WS-STUDIO-HITS " TITLES ----"
           MOVE ZERO                  TO WS-STUDIO-HITS.

       0390-PRINT-EXIT.
           EXIT.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-STUDIOS-REASON
           FS-FIELD  BY FILE-CHECK-KEY
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-MOVIES-REASON
           FS-FIELD  BY FS-MOVIES
           FS-REASON BY WS-FS-REASON.

       END PROGRAM MOVIEINQ.
