       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAGUEFEED.
      * LEAGUE DAILY-RESULTS INTAKE -- READS THE LEAGUE OFFICE'S
      * COMMA-DELIMITED RESULTS FILE LEAGUERESULTS.DAT IN THE
      * LEAGUE'S OWN LAYOUT AND TURNS EACH RESULT INTO A GAMESTAT
      * 'R' SCORE TRANSACTION ON LEAGUETRANS.DAT -- NO MORE
      * REFORMATTING THE FEED BY HAND. THE LEAGUE'S TEAM CODES ARE
      * TRANSLATED THROUGH THE TEAM ALIAS TABLE TEAMALIAS.DAT, ITS
      * M/D/YYYY DATES ARE REFORMATTED TO IDX-DATE STYLE (YYYY-MM-
      * DD), AND EACH RESULT IS MATCHED TO ITS GAME ON
      * BASEBALLINDEXED.DAT THROUGH THE IDX-DATE ALTERNATE KEY BY
      * DATE, HOME CLUB AND VISITING CLUB.
      *
      * LEAGUE LAYOUT, ONE RESULT PER ROW, FIELDS MAY BE QUOTED:
      *    GAME DATE, VISITOR CODE, VISITOR RUNS, HOME CODE,
      *    HOME RUNS, ATTENDANCE (ATTENDANCE MAY BE EMPTY)
      * A LEADING HEADER ROW (NO DATE IN THE FIRST COLUMN) IS
      * SKIPPED.
      *
      * A RESULT THAT MATCHES NO GAME, OR MORE THAN ONE (A
      * DOUBLEHEADER THE FEED CANNOT TELL APART), IS NOT GUESSED AT:
      * IT GOES TO LEAGUEEXC.DAT WITH A REASON, TO THE EXCEPTION
      * REPOSITORY, AND ENDS THE RUN RC 4, AS DOES A ROW THAT WILL
      * NOT PARSE. POSTPONED GAMES ARE NEVER MATCHED. GAMESTAT
      * APPLIES LEAGUETRANS.DAT AFTER THE VERIFIED KEYED
      * TRANSACTIONS; THE FILE IS EMPTIED AT THE START OF EVERY RUN
      * SO A RESULT IS NEVER APPLIED FROM A STALE FEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL LEAGUERESULTS ASSIGN TO "LEAGUERESULTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FEED.

      * League/variant team name -> canonical team name.
       SELECT OPTIONAL TEAMALIAS ASSIGN TO "TEAMALIAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALIAS.

        SELECT BASEBALL ASSIGN TO "BASEBALLINDEXED.DAT"
        FILE STATUS IS BASEBALL-FS
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BASEBALLID
          ALTERNATE RECORD KEY IS IDX-HOMETEAM
             WITH DUPLICATES
          ALTERNATE RECORD KEY IS IDX-AWAYTEAM
             WITH DUPLICATES
          ALTERNATE RECORD KEY IS IDX-DATE
             WITH DUPLICATES.

      * Score transactions for GAMESTAT, GAMESTATTRANS layout.
       SELECT LEAGUETRANS ASSIGN TO "LEAGUETRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANS.

      * Results not turned into transactions, reason-coded.
       SELECT LEAGUEEXC ASSIGN TO "LEAGUEEXC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD LEAGUERESULTS.
       01 LEAGUERESULTS-REC.
           88 FEED-EOF              VALUE HIGH-VALUES.
           05 LR-DETAILS            PIC X(120).

       FD TEAMALIAS.
       01 TEAMALIAS-REC.
          05 ALIAS-VARIANT         PIC X(12).
          05 ALIAS-CANONICAL       PIC X(12).

       FD BASEBALL.
       01 BASE-IDX-REG.
         88 BASEBALL-EOF            VALUE HIGH-VALUES.
          05 BASEBALLID              PIC X(36).
          05 IDX-YEAR                PIC 9(04).
          05 IDX-DATE                PIC X(10).
          05 IDX-TIME                PIC X(13).
          05 IDX-ATTENDANCE          PIC X(05).
          05 IDX-HOMETEAM            PIC X(12).
          05 IDX-AWAYTEAM            PIC X(12).
          05 IDX-MOREINFO.
             10 IDX-HOME-SCORE    PIC 9(02).
             10 IDX-AWAY-SCORE    PIC 9(02).
             10 IDX-WINNER        PIC X(01).
             10 IDX-GAMENOTES     PIC X(30).
          05 IDX-GAME-STATUS       PIC X(01).
      *      'P' PLAYED, 'S' SCHEDULED, 'O' POSTPONED, 'M' MAKEUP;
      *      RECORDS LOADED BEFORE THE STATUS EXISTED CARRY SPACE
      *      AND READ AS PLAYED.
          05 IDX-MAKEUP-LINK       PIC X(36).

       FD LEAGUETRANS.
       01 LEAGUETRANS-REC.
           05 LT-ACTION             PIC X(01).
           05 FILLER                PIC X(02).
           05 LT-GAME-ID            PIC X(36).
           05 FILLER                PIC X(02).
           05 LT-HOME-SCORE         PIC 9(02).
           05 FILLER                PIC X(01).
           05 LT-AWAY-SCORE         PIC 9(02).
           05 FILLER                PIC X(01).
           05 LT-ATTENDANCE         PIC X(05).
           05 FILLER                PIC X(25).

       FD LEAGUEEXC.
       01 LEAGUEEXC-REC.
           05 LEXC-DETAILS          PIC X(100).
           05 FILLER                PIC X(02).
           05 LEXC-REASON           PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook.
       01  EX-PARM.
           COPY EXCREC.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

       01  WS-WORK-AREAS.
           05 WS-FS-FEED          PIC X(02).
           05 WS-FS-ALIAS         PIC X(02).
           05 BASEBALL-FS         PIC X(02).
           05 WS-FS-TRANS         PIC X(02).
           05 WS-FS-EXC           PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-FEED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-TRANS-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-EXC-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-NOMATCH-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-MULTI-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-BAD-ROW-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-ALIAS-DROPPED    PIC 9(05) VALUE ZERO.
           05 WS-FIRST-ROW-SW     PIC X(03) VALUE 'YES'.
              88 FIRST-ROW        VALUE 'YES'.
           05 WS-HEADER-SW        PIC X(03) VALUE 'NO '.
              88 HEADER-SKIPPED   VALUE 'YES'.
           05 WS-EXC-REASON       PIC X(24).

      * Quote-aware split of one feed row -- the same approach the
      * pet-file UNSTRING step takes: commas inside double quotes do
      * not split and the quotes themselves are dropped.
           05 WS-ROW-END          PIC 9(04).
           05 WS-PARSE-POS        PIC 9(04).
           05 WS-PARSE-CHAR       PIC X(01).
           05 WS-FIELD-NUM        PIC 9(02).
           05 WS-FIELD-POS        PIC 9(02).
           05 WS-IN-QUOTE-SW      PIC X(03).
              88 IN-QUOTED-FIELD  VALUE 'YES'.
           05 WS-FIELD-TABLE.
              10 WS-FIELD OCCURS 7 TIMES
                          PIC X(20).
           05 WS-EXPECTED-FIELDS  PIC 9(02) VALUE 6.

      * One numeric column, blanks trimmed and right-justified.
           05 WS-TOKEN            PIC X(20).
           05 WS-TOKEN-WORK       PIC X(20).
           05 WS-TOKEN-LEAD       PIC 9(02).
           05 WS-TOKEN-LEN        PIC 9(02).
           05 WS-TOKEN-NUM-X      PIC X(07).
           05 WS-TOKEN-NUM REDEFINES WS-TOKEN-NUM-X
                                  PIC 9(07).
           05 WS-TOKEN-SW         PIC X(03).
              88 TOKEN-NUMERIC    VALUE 'YES'.

      * The result in house terms.
           05 WS-DATE-MM-X        PIC X(04).
           05 WS-DATE-DD-X        PIC X(04).
           05 WS-DATE-YYYY-X      PIC X(06).
           05 WS-LG-MONTH         PIC 9(02).
           05 WS-LG-DAY           PIC 9(02).
           05 WS-LG-YEAR          PIC 9(04).
           05 WS-LG-DATE.
              10 WS-LG-DATE-YYYY  PIC 9(04).
              10 FILLER           PIC X(01) VALUE '-'.
              10 WS-LG-DATE-MM    PIC 9(02).
              10 FILLER           PIC X(01) VALUE '-'.
              10 WS-LG-DATE-DD    PIC 9(02).
           05 WS-LG-AWAY          PIC X(12).
           05 WS-LG-HOME          PIC X(12).
           05 WS-LG-AWAY-RUNS     PIC 9(02).
           05 WS-LG-HOME-RUNS     PIC 9(02).
           05 WS-LG-GATE          PIC X(05).
           05 WS-TEAM-WORK        PIC X(12).

           05 WS-MATCH-COUNT      PIC 9(03).
           05 WS-MATCH-ID         PIC X(36).

           05 WS-ALIAS-TABLE.
              10 WS-ALIAS-ENTRY OCCURS 100 TIMES
                                INDEXED BY ALIAS-IDX.
                 15 WS-ALIAS-VARIANT   PIC X(12).
                 15 WS-ALIAS-CANONICAL PIC X(12).
           05 WS-ALIAS-COUNT      PIC 9(03) VALUE ZERO.
           05 WS-ALIAS-FOUND      PIC X(03).
              88 ALIAS-FOUND      VALUE 'YES'.

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'LEAGUEFEED'   TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

      * The transaction file is emptied before anything else, so a
      * run that stops early leaves GAMESTAT nothing stale.
           OPEN OUTPUT LEAGUETRANS.
           OPEN OUTPUT LEAGUEEXC.
           IF WS-FS-TRANS NOT = '00' OR WS-FS-EXC NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9530-TRANS-REASON
              DISPLAY '* FS-TRANSACTIONS: ' WS-FS-TRANS
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-EXCEPTIONS  : ' WS-FS-EXC
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM 0110-LOAD-ALIASES.

           OPEN INPUT BASEBALL.
           IF BASEBALL-FS NOT = '00'
              PERFORM 9510-BASEBALL-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-INPUT: ' BASEBALL-FS
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

      * No feed tonight is not an error -- nothing to apply.
           OPEN INPUT LEAGUERESULTS.
           IF WS-FS-FEED NOT = '00'
              DISPLAY '* NO LEAGUERESULTS.DAT -- NOTHING TO APPLY'
              IF WS-FS-FEED = '05'
                 CLOSE LEAGUERESULTS
              END-IF
           ELSE
              READ LEAGUERESULTS
                 AT END SET FEED-EOF TO TRUE
              END-READ
              PERFORM 0200-PROCESS-RESULT UNTIL FEED-EOF
              CLOSE LEAGUERESULTS
           END-IF.

           CLOSE BASEBALL.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-ALIASES.

           OPEN INPUT TEAMALIAS.
           IF WS-FS-ALIAS = '00'
              PERFORM UNTIL WS-FS-ALIAS = '10'
                 READ TEAMALIAS
                    AT END MOVE '10' TO WS-FS-ALIAS
                 END-READ
                 IF WS-FS-ALIAS NOT = '10'
                    IF WS-ALIAS-COUNT < 100
                       ADD 1          TO WS-ALIAS-COUNT
                       SET ALIAS-IDX  TO WS-ALIAS-COUNT
                       MOVE ALIAS-VARIANT
                                   TO WS-ALIAS-VARIANT(ALIAS-IDX)
                       MOVE ALIAS-CANONICAL
                                   TO WS-ALIAS-CANONICAL(ALIAS-IDX)
                    ELSE
                       ADD 1          TO WS-ALIAS-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE TEAMALIAS
           ELSE
              IF WS-FS-ALIAS = '05'
                 CLOSE TEAMALIAS
              END-IF
           END-IF.

       0200-PROCESS-RESULT.

           IF LR-DETAILS NOT = SPACES
              PERFORM 0210-PARSE-ROW
              MOVE SPACES             TO WS-EXC-REASON
              IF WS-FIELD-NUM NOT = WS-EXPECTED-FIELDS
                 MOVE 'FIELD COUNT WRONG' TO WS-EXC-REASON
              ELSE
                 PERFORM 0220-CONVERT-DATE
              END-IF
              IF WS-EXC-REASON = 'BAD GAME DATE' AND FIRST-ROW
                 SET HEADER-SKIPPED   TO TRUE
              ELSE
                 ADD 1                TO WS-FEED-COUNT
                 IF WS-EXC-REASON = SPACES
                    PERFORM 0230-CONVERT-SCORES
                 END-IF
                 IF WS-EXC-REASON = SPACES
                    PERFORM 0240-TRANSLATE-TEAMS
                    PERFORM 0300-MATCH-GAME
                 END-IF
                 IF WS-EXC-REASON = SPACES
                    PERFORM 0400-WRITE-TRANSACTION
                 ELSE
                    PERFORM 0410-WRITE-EXCEPTION
                 END-IF
              END-IF
              MOVE 'NO '              TO WS-FIRST-ROW-SW
           END-IF

           READ LEAGUERESULTS
              AT END SET FEED-EOF TO TRUE
           END-READ.

       0210-PARSE-ROW.

           PERFORM VARYING WS-ROW-END FROM 120 BY -1
              UNTIL WS-ROW-END < 1 OR
                    LR-DETAILS(WS-ROW-END:1) NOT = SPACE
              CONTINUE
           END-PERFORM

           MOVE SPACES                TO WS-FIELD-TABLE
           MOVE 'NO '                 TO WS-IN-QUOTE-SW
           MOVE 1                     TO WS-FIELD-NUM
           MOVE ZERO                  TO WS-FIELD-POS
           PERFORM VARYING WS-PARSE-POS FROM 1 BY 1
              UNTIL WS-PARSE-POS > WS-ROW-END
              MOVE LR-DETAILS(WS-PARSE-POS:1) TO WS-PARSE-CHAR
              EVALUATE TRUE
                 WHEN WS-PARSE-CHAR = '"'
                    IF IN-QUOTED-FIELD
                       MOVE 'NO '     TO WS-IN-QUOTE-SW
                    ELSE
                       MOVE 'YES'     TO WS-IN-QUOTE-SW
                    END-IF
                 WHEN WS-PARSE-CHAR = ',' AND NOT IN-QUOTED-FIELD
                    IF WS-FIELD-NUM < 7
                       ADD 1          TO WS-FIELD-NUM
                    END-IF
                    MOVE ZERO         TO WS-FIELD-POS
                 WHEN OTHER
                    IF WS-FIELD-POS < 20
                       ADD 1          TO WS-FIELD-POS
                       MOVE WS-PARSE-CHAR TO
                            WS-FIELD(WS-FIELD-NUM)(WS-FIELD-POS:1)
                    END-IF
              END-EVALUATE
           END-PERFORM.

       0220-CONVERT-DATE.

      * League M/D/YYYY (leading zeros optional) to YYYY-MM-DD.
           MOVE SPACES                TO WS-DATE-MM-X WS-DATE-DD-X
                                         WS-DATE-YYYY-X
           UNSTRING WS-FIELD(1) DELIMITED BY '/'
              INTO WS-DATE-MM-X WS-DATE-DD-X WS-DATE-YYYY-X
           END-UNSTRING

           MOVE WS-DATE-MM-X          TO WS-TOKEN
           PERFORM 0500-NUMERIC-TOKEN
           IF TOKEN-NUMERIC AND WS-TOKEN-NUM >= 1 AND
              WS-TOKEN-NUM <= 12
              MOVE WS-TOKEN-NUM       TO WS-LG-MONTH
           ELSE
              MOVE 'BAD GAME DATE'    TO WS-EXC-REASON
           END-IF

           MOVE WS-DATE-DD-X          TO WS-TOKEN
           PERFORM 0500-NUMERIC-TOKEN
           IF TOKEN-NUMERIC AND WS-TOKEN-NUM >= 1 AND
              WS-TOKEN-NUM <= 31
              MOVE WS-TOKEN-NUM       TO WS-LG-DAY
           ELSE
              MOVE 'BAD GAME DATE'    TO WS-EXC-REASON
           END-IF

           MOVE WS-DATE-YYYY-X        TO WS-TOKEN
           PERFORM 0500-NUMERIC-TOKEN
           IF TOKEN-NUMERIC AND WS-TOKEN-LEN = 4
              MOVE WS-TOKEN-NUM       TO WS-LG-YEAR
           ELSE
              MOVE 'BAD GAME DATE'    TO WS-EXC-REASON
           END-IF

           IF WS-EXC-REASON = SPACES
              MOVE WS-LG-YEAR         TO WS-LG-DATE-YYYY
              MOVE WS-LG-MONTH        TO WS-LG-DATE-MM
              MOVE WS-LG-DAY          TO WS-LG-DATE-DD
           END-IF.

       0230-CONVERT-SCORES.

           MOVE WS-FIELD(3)           TO WS-TOKEN
           PERFORM 0500-NUMERIC-TOKEN
           IF TOKEN-NUMERIC AND WS-TOKEN-NUM <= 99
              MOVE WS-TOKEN-NUM       TO WS-LG-AWAY-RUNS
           ELSE
              MOVE 'SCORE NOT NUMERIC' TO WS-EXC-REASON
           END-IF

           MOVE WS-FIELD(5)           TO WS-TOKEN
           PERFORM 0500-NUMERIC-TOKEN
           IF TOKEN-NUMERIC AND WS-TOKEN-NUM <= 99
              MOVE WS-TOKEN-NUM       TO WS-LG-HOME-RUNS
           ELSE
              MOVE 'SCORE NOT NUMERIC' TO WS-EXC-REASON
           END-IF

      * An empty attendance column leaves the gate on file alone.
      * The league quotes a gate with a thousands comma ("35,012").
           MOVE SPACES                TO WS-LG-GATE
           IF WS-FIELD(6) NOT = SPACES
              MOVE WS-FIELD(6)        TO WS-TOKEN
              PERFORM 0520-DROP-COMMAS
              PERFORM 0500-NUMERIC-TOKEN
              IF TOKEN-NUMERIC AND WS-TOKEN-NUM <= 99999
                 MOVE WS-TOKEN-NUM-X(3:5) TO WS-LG-GATE
              ELSE
                 MOVE 'GATE NOT NUMERIC' TO WS-EXC-REASON
              END-IF
           END-IF.

       0240-TRANSLATE-TEAMS.

      * A league code on the alias table becomes the canonical name;
      * a code not on it is taken as already canonical and stands
      * or falls on the game match.
           MOVE WS-FIELD(2)           TO WS-TOKEN
           PERFORM 0510-LEFT-JUSTIFY
           MOVE WS-TOKEN-WORK         TO WS-TEAM-WORK
           PERFORM 0250-LOOKUP-ALIAS
           MOVE WS-TEAM-WORK          TO WS-LG-AWAY

           MOVE WS-FIELD(4)           TO WS-TOKEN
           PERFORM 0510-LEFT-JUSTIFY
           MOVE WS-TOKEN-WORK         TO WS-TEAM-WORK
           PERFORM 0250-LOOKUP-ALIAS
           MOVE WS-TEAM-WORK          TO WS-LG-HOME.

       0250-LOOKUP-ALIAS.

           MOVE 'NO '                 TO WS-ALIAS-FOUND
           PERFORM VARYING ALIAS-IDX FROM 1 BY 1
              UNTIL ALIAS-IDX > WS-ALIAS-COUNT OR ALIAS-FOUND
              IF WS-ALIAS-VARIANT(ALIAS-IDX) = WS-TEAM-WORK
                 MOVE WS-ALIAS-CANONICAL(ALIAS-IDX) TO WS-TEAM-WORK
                 MOVE 'YES'           TO WS-ALIAS-FOUND
              END-IF
           END-PERFORM.

       0300-MATCH-GAME.

      * Every game on the date is looked at; exactly one that is
      * not postponed and has the same home and visiting clubs is a
      * match. None, or more than one, is an exception.
           MOVE ZERO                  TO WS-MATCH-COUNT
           MOVE SPACES                TO WS-MATCH-ID
           MOVE WS-LG-DATE            TO IDX-DATE
           START BASEBALL KEY IS = IDX-DATE
              INVALID KEY SET BASEBALL-EOF TO TRUE
           END-START
           IF NOT BASEBALL-EOF
              READ BASEBALL NEXT RECORD
                 AT END SET BASEBALL-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL BASEBALL-EOF
              IF IDX-DATE NOT = WS-LG-DATE
                 SET BASEBALL-EOF     TO TRUE
              ELSE
                 IF IDX-HOMETEAM = WS-LG-HOME AND
                    IDX-AWAYTEAM = WS-LG-AWAY AND
                    IDX-GAME-STATUS NOT = 'O'
                    ADD 1             TO WS-MATCH-COUNT
                    MOVE BASEBALLID   TO WS-MATCH-ID
                 END-IF
                 READ BASEBALL NEXT RECORD
                    AT END SET BASEBALL-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-MATCH-COUNT = ZERO
                 MOVE 'NO SCHEDULED GAME'  TO WS-EXC-REASON
                 ADD 1                TO WS-NOMATCH-COUNT
              WHEN WS-MATCH-COUNT > 1
                 MOVE 'MORE THAN ONE GAME' TO WS-EXC-REASON
                 ADD 1                TO WS-MULTI-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0400-WRITE-TRANSACTION.

           MOVE SPACES                TO LEAGUETRANS-REC
           MOVE 'R'                   TO LT-ACTION
           MOVE WS-MATCH-ID           TO LT-GAME-ID
           MOVE WS-LG-HOME-RUNS       TO LT-HOME-SCORE
           MOVE WS-LG-AWAY-RUNS       TO LT-AWAY-SCORE
           MOVE WS-LG-GATE            TO LT-ATTENDANCE
           WRITE LEAGUETRANS-REC
           ADD 1                      TO WS-TRANS-COUNT.

       0410-WRITE-EXCEPTION.

           ADD 1                      TO WS-EXC-COUNT
           IF WS-EXC-REASON NOT = 'NO SCHEDULED GAME' AND
              WS-EXC-REASON NOT = 'MORE THAN ONE GAME'
              ADD 1                   TO WS-BAD-ROW-COUNT
           END-IF
           MOVE SPACES                TO LEAGUEEXC-REC
           MOVE LR-DETAILS(1:100)     TO LEXC-DETAILS
           MOVE WS-EXC-REASON         TO LEXC-REASON
           WRITE LEAGUEEXC-REC
           MOVE WS-EXC-REASON         TO EXC-REASON
           MOVE LR-DETAILS(1:20)      TO EXC-KEY
           MOVE LR-DETAILS(1:40)      TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0500-NUMERIC-TOKEN.

      * WS-TOKEN -> WS-TOKEN-NUM when it holds 1-7 digits and
      * nothing else but blanks.
           MOVE 'NO '                 TO WS-TOKEN-SW
           PERFORM 0510-LEFT-JUSTIFY
           MOVE ZERO                  TO WS-TOKEN-LEN
           INSPECT WS-TOKEN-WORK TALLYING WS-TOKEN-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZEROS                 TO WS-TOKEN-NUM-X
           IF WS-TOKEN-LEN > ZERO AND WS-TOKEN-LEN <= 7
              IF WS-TOKEN-WORK(1:WS-TOKEN-LEN) IS NUMERIC AND
                 WS-TOKEN-WORK(WS-TOKEN-LEN + 1:) = SPACES
                 MOVE WS-TOKEN-WORK(1:WS-TOKEN-LEN) TO
                      WS-TOKEN-NUM-X(8 - WS-TOKEN-LEN:WS-TOKEN-LEN)
                 MOVE 'YES'           TO WS-TOKEN-SW
              END-IF
           END-IF.

       0510-LEFT-JUSTIFY.

           MOVE ZERO                  TO WS-TOKEN-LEAD
           INSPECT WS-TOKEN TALLYING WS-TOKEN-LEAD
              FOR LEADING SPACES
           MOVE SPACES                TO WS-TOKEN-WORK
           IF WS-TOKEN-LEAD < 20
              MOVE WS-TOKEN(WS-TOKEN-LEAD + 1:) TO WS-TOKEN-WORK
           END-IF.

       0520-DROP-COMMAS.

           MOVE SPACES                TO WS-TOKEN-WORK
           MOVE ZERO                  TO WS-TOKEN-LEN
           PERFORM VARYING WS-PARSE-POS FROM 1 BY 1
              UNTIL WS-PARSE-POS > 20
              IF WS-TOKEN(WS-PARSE-POS:1) NOT = ','
                 ADD 1                TO WS-TOKEN-LEN
                 MOVE WS-TOKEN(WS-PARSE-POS:1) TO
                      WS-TOKEN-WORK(WS-TOKEN-LEN:1)
              END-IF
           END-PERFORM
           MOVE WS-TOKEN-WORK         TO WS-TOKEN.

       9000-END-PROGRAM.

           CLOSE LEAGUETRANS, LEAGUEEXC.

           DISPLAY "**********************************"
           DISPLAY "* LEAGUE RESULTS INTAKE           *"
           DISPLAY "* RESULTS READ        : " WS-FEED-COUNT
           DISPLAY "* TRANSACTIONS WRITTEN: " WS-TRANS-COUNT
           DISPLAY "* EXCEPTIONS          : " WS-EXC-COUNT
           DISPLAY "*   NO SCHEDULED GAME : " WS-NOMATCH-COUNT
           DISPLAY "*   MORE THAN ONE GAME: " WS-MULTI-COUNT
           DISPLAY "*   ROW WOULD NOT READ: " WS-BAD-ROW-COUNT
           IF HEADER-SKIPPED
              DISPLAY "* HEADER ROW SKIPPED"
           END-IF
           IF WS-ALIAS-DROPPED > ZERO
              DISPLAY "* ALIASES NOT LOADED  : " WS-ALIAS-DROPPED
           END-IF
           DISPLAY "**********************************"

           IF WS-EXC-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-FEED-COUNT  TO RL-READ
           MOVE WS-TRANS-COUNT TO RL-WRITTEN
           MOVE WS-EXC-COUNT   TO RL-REJECTED
           MOVE BASEBALL-FS    TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per divert,
      * alongside this program's own exception file.
           MOVE 'LEAGUEFEED'          TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-BASEBALL-REASON
           FS-FIELD  BY BASEBALL-FS
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9530-TRANS-REASON
           FS-FIELD  BY WS-FS-TRANS
           FS-REASON BY WS-FS-REASON.

       END PROGRAM LEAGUEFEED.
