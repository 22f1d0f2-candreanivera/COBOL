       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNFCST.
      * ATTENDANCE FORECAST -- PROJECTS THE GATE FOR EVERY 'S'
      * (SCHEDULED) GAME ON BASEBALLINDEXED.DAT FROM THE HOME CLUB'S
      * PLAYED-GAME HISTORY, BUCKETED THE WAY ATTENDANALYSIS BUCKETS
      * IT: BY DAY OF WEEK AND DAY/EVENING START, WITH THE CLUB'S
      * OVERALL AVERAGE AS THE FALLBACK, THEN SCALED BY HOW THE CLUB
      * DRAWS AGAINST THIS OPPONENT COMPARED WITH ITS OVERALL
      * AVERAGE. EACH PROJECTION IS CAPPED AT THE VENUE CAPACITY ON
      * VENUEMASTER.DAT. THE PROJECTIONS GO TO THE FORECAST FILE
      * ATTNFCST.DAT AND THE FORECAST REPORT.
      *
      * THE FORECAST FILE IS CARRIED FROM RUN TO RUN. A GAME STILL
      * SCHEDULED IS RE-PROJECTED ON EVERY RUN FROM THE LATEST
      * HISTORY; ONCE THE GAME IS PLAYED ITS LAST FORECAST IS FROZEN
      * AND THE ACTUAL GATE IS POSTED BESIDE IT, AND THE FORECAST-
      * ERROR REPORT COMPARES THE TWO PER HOME CLUB AND SEASON. A
      * POSTPONED GAME'S FORECAST IS MARKED VOID AND LEFT OUT OF THE
      * ERROR; A FORECAST WHOSE GAME IS NO LONGER ON THE FILE
      * (PURGED) IS DROPPED.
      *
      * A SCHEDULED GAME WHOSE HOME CLUB HAS NO VENUE ON THE MASTER
      * IS FORECAST UNCAPPED, LOGGED TO THE EXCEPTION REPOSITORY AND
      * ENDS THE RUN RC 4. IF THE FORECAST TABLE WOULD OVERFLOW THE
      * RUN IS REFUSED RC 8 AND THE FORECAST FILE IS LEFT AS IT WAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

      * Venue master: home team, venue name, seating capacity.
       SELECT VENUEMASTER ASSIGN TO "VENUEMASTER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-FS-VENUE.

      * Forecast file: one row per forecast game, carried forward
      * and rewritten by every run.
       SELECT OPTIONAL ATTNFCST ASSIGN TO "ATTNFCST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-FS-FCST.

       DATA DIVISION.
       FILE SECTION.
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

       FD VENUEMASTER.
       01 VENUEMASTER-REC.
          05 VENUE-HOMETEAM        PIC X(12).
          05 VENUE-NAME            PIC X(20).
          05 VENUE-CAPACITY        PIC 9(06).

       FD ATTNFCST.
       01 ATTNFCST-REC.
          05 FC-GAMEID             PIC X(36).
          05 FILLER                PIC X(01).
          05 FC-YEAR               PIC 9(04).
          05 FILLER                PIC X(01).
          05 FC-DATE               PIC X(10).
          05 FILLER                PIC X(01).
          05 FC-TIME               PIC X(13).
          05 FILLER                PIC X(01).
          05 FC-HOMETEAM           PIC X(12).
          05 FILLER                PIC X(01).
          05 FC-AWAYTEAM           PIC X(12).
          05 FILLER                PIC X(01).
          05 FC-DOW                PIC 9(01).
          05 FC-PART               PIC X(01).
          05 FILLER                PIC X(01).
          05 FC-PROJECTED          PIC 9(06).
          05 FILLER                PIC X(01).
          05 FC-CAPACITY           PIC 9(06).
          05 FILLER                PIC X(01).
          05 FC-CAPPED             PIC X(01).
      *      'Y' PROJECTION CUT BACK TO THE VENUE CAPACITY.
          05 FC-BASIS              PIC X(01).
      *      'F' DAY/START BUCKET AND OPPONENT, 'D' DAY/START BUCKET
      *      ONLY, 'O' CLUB AVERAGE AND OPPONENT, 'T' CLUB AVERAGE
      *      ONLY, 'N' NO HISTORY.
          05 FILLER                PIC X(01).
          05 FC-STATUS             PIC X(01).
      *      'F' FORECAST, GAME NOT YET PLAYED; 'P' PLAYED, ACTUAL
      *      POSTED; 'X' VOID, GAME POSTPONED.
          05 FILLER                PIC X(01).
          05 FC-ACTUAL             PIC 9(06).
          05 FILLER                PIC X(01).
          05 FC-RUN-DATE           PIC X(08).

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
           05 BASEBALL-FS         PIC X(02).
           05 WS-FS-VENUE         PIC X(02).
           05 WS-FS-FCST          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC X(08).

           05 WS-GAME-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-HISTORY-GAMES    PIC 9(07) VALUE ZERO.
           05 WS-OLD-FCST-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-FORECAST-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-NOHIST-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-CAPPED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-NOVENUE-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-POSTED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-VOID-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-PURGED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-WRITTEN-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-BUCKET-OVERFLOW  PIC 9(05) VALUE ZERO.
           05 WS-FCST-OVERFLOW    PIC 9(05) VALUE ZERO.

      * Day-of-week derivation (Zeller) work fields -- the same
      * derivation ATTENDANALYSIS uses, so the forecast buckets
      * line up with the published averages.
           05 WS-Z-YEAR              PIC 9(04).
           05 WS-Z-MONTH             PIC 9(02).
           05 WS-Z-DAY               PIC 9(02).
           05 WS-Z-CENTURY           PIC 9(02).
           05 WS-Z-YY                PIC 9(02).
           05 WS-Z-T1                PIC 9(05).
           05 WS-Z-T2                PIC 9(05).
           05 WS-Z-T3                PIC 9(05).
           05 WS-Z-TERM              PIC 9(05).
           05 WS-DAY-OF-WEEK         PIC 9(01).
           05 WS-DATE-YEAR-X         PIC X(04).
           05 WS-DATE-MONTH-X        PIC X(02).
           05 WS-DATE-DAY-X          PIC X(02).

      * Day-of-week names, Zeller order (1 = Saturday).
           05 WS-DOW-NAME-DATA.
              10 FILLER              PIC X(03) VALUE 'SAT'.
              10 FILLER              PIC X(03) VALUE 'SUN'.
              10 FILLER              PIC X(03) VALUE 'MON'.
              10 FILLER              PIC X(03) VALUE 'TUE'.
              10 FILLER              PIC X(03) VALUE 'WED'.
              10 FILLER              PIC X(03) VALUE 'THU'.
              10 FILLER              PIC X(03) VALUE 'FRI'.
           05 WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAME-DATA.
              10 WS-DOW-NAME         PIC X(03) OCCURS 7 TIMES.

      * Start-time bucketing work fields.
           05 WS-TIME-HOUR-X         PIC X(02).
           05 WS-TIME-HOUR-N REDEFINES WS-TIME-HOUR-X
                                     PIC 9(02).
           05 WS-PM-TALLY            PIC 9(02).
           05 WS-AM-TALLY            PIC 9(02).
           05 WS-DAYPART             PIC X(01).
               88 PART-DAY           VALUE 'D'.
               88 PART-EVENING       VALUE 'E'.
               88 PART-UNKNOWN       VALUE 'U'.

      * Projection work fields.
           05 WS-PLAYED-SW           PIC X(03).
              88 GAME-PLAYED         VALUE 'YES'.
           05 WS-ATTEND-5            PIC 9(05) VALUE ZERO.
           05 WS-BASE-AVG            PIC 9(07)V99.
           05 WS-TEAM-AVG            PIC 9(07)V99.
           05 WS-OPP-AVG             PIC 9(07)V99.
           05 WS-PROJECTED           PIC 9(07).
           05 WS-CAPACITY            PIC 9(06).
           05 WS-CAPPED              PIC X(01).
           05 WS-BASIS               PIC X(01).
           05 WS-SLOT-FOUND          PIC X(03).
              88 SLOT-FOUND          VALUE 'YES'.
           05 WS-OPP-FOUND           PIC X(03).
              88 OPP-FOUND           VALUE 'YES'.
           05 WS-CLUB-FOUND          PIC X(03).
              88 CLUB-FOUND          VALUE 'YES'.

      * Played-game attendance by (home club, day of week, daypart)
      * -- the ATTENDANALYSIS buckets.
           05 WS-SLOT-AREA.
              10 WS-SLOT-COUNT    PIC 9(04) COMP VALUE ZERO.
              10 WS-SLOT-ENTRY OCCURS 1200 TIMES
                               INDEXED BY SLOT-IDX.
                 15 WS-SLOT-TEAM     PIC X(12).
                 15 WS-SLOT-DOW      PIC 9(01).
                 15 WS-SLOT-PART     PIC X(01).
                 15 WS-SLOT-GAMES    PIC 9(05).
                 15 WS-SLOT-ATTEND   PIC 9(09).

      * Played-game attendance by (home club, opponent).
           05 WS-OPP-AREA.
              10 WS-OPP-COUNT     PIC 9(04) COMP VALUE ZERO.
              10 WS-OPP-ENTRY OCCURS 1200 TIMES
                              INDEXED BY OPP-IDX.
                 15 WS-OPP-TEAM      PIC X(12).
                 15 WS-OPP-AWAY      PIC X(12).
                 15 WS-OPP-GAMES     PIC 9(05).
                 15 WS-OPP-ATTEND    PIC 9(09).

      * Played-game attendance by home club -- the fallback and the
      * yardstick the opponent factor is measured against.
           05 WS-CLUB-AREA.
              10 WS-CLUB-COUNT    PIC 9(03) COMP VALUE ZERO.
              10 WS-CLUB-ENTRY OCCURS 100 TIMES
                               INDEXED BY CLUB-IDX.
                 15 WS-CLUB-TEAM     PIC X(12).
                 15 WS-CLUB-GAMES    PIC 9(05).
                 15 WS-CLUB-ATTEND   PIC 9(09).

           05 WS-VENUE-TABLE.
              10 WS-VENUE-ENTRY OCCURS 50 TIMES
                                INDEXED BY VENUE-IDX.
                 15 WS-VENUE-TEAM     PIC X(12).
                 15 WS-VENUE-CAP      PIC 9(06).
           05 WS-VENUE-COUNT         PIC 9(03) VALUE ZERO.
           05 WS-VENUE-DROPPED       PIC 9(05) VALUE ZERO.
           05 WS-VENUE-FOUND         PIC X(03).
               88 VENUE-FOUND        VALUE 'YES'.

      * The forecast file in memory: last run's rows first, this
      * run's new games appended. WS-FT-SEEN marks rows whose game
      * is still on BASEBALLINDEXED.DAT.
           05 WS-FCST-AREA.
              10 WS-FCST-COUNT    PIC 9(04) COMP VALUE ZERO.
              10 WS-FCST-ENTRY OCCURS 4000 TIMES
                               INDEXED BY FCST-IDX.
                 15 WS-FT-REC        PIC X(130).
                 15 WS-FT-SEEN       PIC X(01).
              10 WS-FCST-FOUND    PIC X(03).
                 88 FCST-ENTRY-FOUND VALUE 'YES'.
           05 WS-FCST-REFUSED     PIC X(03) VALUE 'NO '.
              88 FCST-REFUSED     VALUE 'YES'.

      * Forecast error by (season, home club), rebuilt every run
      * from the played rows on the forecast file.
           05 WS-ERR-AREA.
              10 WS-ERR-COUNT     PIC 9(03) COMP VALUE ZERO.
              10 WS-ERR-ENTRY OCCURS 200 TIMES
                              INDEXED BY ERR-IDX.
                 15 WS-ERR-YEAR      PIC 9(04).
                 15 WS-ERR-TEAM      PIC X(12).
                 15 WS-ERR-GAMES     PIC 9(05).
                 15 WS-ERR-FCST      PIC 9(09).
                 15 WS-ERR-ACTUAL    PIC 9(09).
                 15 WS-ERR-ABS       PIC 9(09).
              10 WS-ERR-FOUND     PIC X(03).
                 88 ERR-ENTRY-FOUND  VALUE 'YES'.
           05 WS-ERR-OVERFLOW     PIC 9(05) VALUE ZERO.
           05 WS-ERR-DIFF         PIC S9(07).
           05 WS-ERR-MEAN-ABS     PIC 9(07).
           05 WS-ERR-BIAS         PIC S9(07).
           05 WS-ERR-PCT          PIC 9(05)V9.

           05 PRINTRECORD.
              10 PRINT-DATE        PIC X(10).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-DOW         PIC X(03).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-PART        PIC X(01).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-HOME        PIC X(12).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-AWAY        PIC X(12).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-PROJ        PIC ZZZ,ZZ9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-CAP         PIC ZZZ,ZZ9.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-BASIS       PIC X(01).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-FLAG        PIC X(10).

           05 ERRRECORD.
              10 ERR-YEAR          PIC 9(04).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 ERR-TEAM          PIC X(12).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 ERR-GAMES         PIC ZZZZ9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 ERR-FCST          PIC ZZZ,ZZZ,ZZ9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 ERR-ACTUAL        PIC ZZZ,ZZZ,ZZ9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 ERR-MEAN-ABS      PIC ZZZ,ZZ9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 ERR-BIAS          PIC -ZZZ,ZZ9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 ERR-PCT           PIC ZZZZ9.9.

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'ATTNFCST'     TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8

           PERFORM 0110-LOAD-VENUE-MASTER.
           PERFORM 0120-LOAD-FORECAST-FILE.

           OPEN INPUT BASEBALL.
           IF BASEBALL-FS NOT = '00'
              PERFORM 9500-BASEBALL-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-INPUT: ' BASEBALL-FS
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM 0200-BUILD-HISTORY.
           PERFORM 0300-FORECAST-SCHEDULED.
           CLOSE BASEBALL.

           IF NOT FCST-REFUSED
              PERFORM 0500-WRITE-FORECAST-FILE
              PERFORM 0600-FORECAST-ERROR-REPORT
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-VENUE-MASTER.

      * The capacity is the ceiling on every projection -- without
      * the master the forecast cannot be trusted, so the run stops.
           OPEN INPUT VENUEMASTER.
           IF WS-FS-VENUE NOT = '00'
              PERFORM 9510-VENUE-REASON
              DISPLAY "********************************"
              DISPLAY "* VENUEMASTER.DAT REQUIRED     *"
              DISPLAY "* FS-VENUE: " WS-FS-VENUE
                       " (" WS-FS-REASON ")"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-FS-VENUE = '10'
              READ VENUEMASTER
                 AT END MOVE '10' TO WS-FS-VENUE
              END-READ
              IF WS-FS-VENUE NOT = '10'
                 IF WS-VENUE-COUNT < 50
                    ADD 1          TO WS-VENUE-COUNT
                    SET VENUE-IDX  TO WS-VENUE-COUNT
                    MOVE VENUE-HOMETEAM
                                   TO WS-VENUE-TEAM(VENUE-IDX)
                    MOVE VENUE-CAPACITY
                                   TO WS-VENUE-CAP(VENUE-IDX)
                 ELSE
                    ADD 1          TO WS-VENUE-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE VENUEMASTER.

       0120-LOAD-FORECAST-FILE.

      * Last run's forecasts. No file is a first run. A file too big
      * for the table refuses the run rather than lose the rows that
      * would not fit when the file is rewritten.
           OPEN INPUT ATTNFCST.
           IF WS-FS-FCST = '00'
              PERFORM UNTIL WS-FS-FCST = '10' OR FCST-REFUSED
                 READ ATTNFCST
                    AT END MOVE '10' TO WS-FS-FCST
                 END-READ
                 IF WS-FS-FCST NOT = '10' AND
                    FC-GAMEID NOT = SPACES
                    IF WS-FCST-COUNT < 4000
                       ADD 1       TO WS-FCST-COUNT
                       ADD 1       TO WS-OLD-FCST-COUNT
                       SET FCST-IDX TO WS-FCST-COUNT
                       MOVE ATTNFCST-REC
                                   TO WS-FT-REC(FCST-IDX)
                       MOVE 'N'    TO WS-FT-SEEN(FCST-IDX)
                    ELSE
                       ADD 1       TO WS-FCST-OVERFLOW
                       SET FCST-REFUSED TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ATTNFCST
           ELSE
              IF WS-FS-FCST = '05'
                 CLOSE ATTNFCST
              END-IF
           END-IF.

       0200-BUILD-HISTORY.

      * One pass over every game: played games feed the history
      * buckets, and a game already on the forecast file has its
      * actual gate posted (played) or its forecast voided
      * (postponed).
           READ BASEBALL NEXT RECORD
              AT END SET BASEBALL-EOF TO TRUE
           END-READ
           PERFORM 0210-TALLY-ONE-GAME UNTIL BASEBALL-EOF.

       0210-TALLY-ONE-GAME.

      * A makeup not yet scored has not been played either.
           ADD 1                      TO WS-GAME-COUNT
           MOVE 'NO '                 TO WS-PLAYED-SW
           IF IDX-GAME-STATUS NOT = 'S' AND
              IDX-GAME-STATUS NOT = 'O' AND
              (IDX-GAME-STATUS NOT = 'M' OR IDX-WINNER NOT = SPACE)
              MOVE 'YES'              TO WS-PLAYED-SW
           END-IF
           IF GAME-PLAYED AND
              IDX-ATTENDANCE IS NUMERIC AND
              IDX-DATE(1:4) IS NUMERIC
              MOVE IDX-DATE(1:4)      TO WS-DATE-YEAR-X
              MOVE IDX-DATE(6:2)      TO WS-DATE-MONTH-X
              MOVE IDX-DATE(9:2)      TO WS-DATE-DAY-X
              IF WS-DATE-MONTH-X IS NUMERIC AND
                 WS-DATE-DAY-X IS NUMERIC
                 ADD 1                TO WS-HISTORY-GAMES
                 PERFORM 0700-DERIVE-DAY-OF-WEEK
                 PERFORM 0710-BUCKET-START-TIME
                 PERFORM 0220-ACCUMULATE-BUCKETS
              END-IF
           END-IF

           PERFORM 0400-FIND-FORECAST
           IF FCST-ENTRY-FOUND
              MOVE 'Y'                TO WS-FT-SEEN(FCST-IDX)
              MOVE WS-FT-REC(FCST-IDX) TO ATTNFCST-REC
              EVALUATE TRUE
                 WHEN IDX-GAME-STATUS = 'O'
                    IF FC-STATUS NOT = 'X'
                       MOVE 'X'       TO FC-STATUS
                       ADD 1          TO WS-VOID-COUNT
                    END-IF
                 WHEN GAME-PLAYED AND IDX-ATTENDANCE IS NUMERIC
                    IF FC-STATUS NOT = 'P'
                       ADD 1          TO WS-POSTED-COUNT
                    END-IF
                    MOVE 'P'          TO FC-STATUS
                    MOVE IDX-ATTENDANCE TO WS-ATTEND-5
                    MOVE WS-ATTEND-5  TO FC-ACTUAL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE ATTNFCST-REC       TO WS-FT-REC(FCST-IDX)
           END-IF

           READ BASEBALL NEXT RECORD
              AT END SET BASEBALL-EOF TO TRUE
           END-READ.

       0220-ACCUMULATE-BUCKETS.

           MOVE IDX-ATTENDANCE        TO WS-ATTEND-5

           PERFORM 0420-FIND-SLOT
           IF SLOT-FOUND
              ADD 1                   TO WS-SLOT-GAMES(SLOT-IDX)
              ADD WS-ATTEND-5         TO WS-SLOT-ATTEND(SLOT-IDX)
           ELSE
              IF WS-SLOT-COUNT < 1200
                 ADD 1                TO WS-SLOT-COUNT
                 SET SLOT-IDX         TO WS-SLOT-COUNT
                 MOVE IDX-HOMETEAM    TO WS-SLOT-TEAM(SLOT-IDX)
                 MOVE WS-DAY-OF-WEEK  TO WS-SLOT-DOW(SLOT-IDX)
                 MOVE WS-DAYPART      TO WS-SLOT-PART(SLOT-IDX)
                 MOVE 1               TO WS-SLOT-GAMES(SLOT-IDX)
                 MOVE WS-ATTEND-5     TO WS-SLOT-ATTEND(SLOT-IDX)
              ELSE
                 ADD 1                TO WS-BUCKET-OVERFLOW
              END-IF
           END-IF

           PERFORM 0430-FIND-OPPONENT
           IF OPP-FOUND
              ADD 1                   TO WS-OPP-GAMES(OPP-IDX)
              ADD WS-ATTEND-5         TO WS-OPP-ATTEND(OPP-IDX)
           ELSE
              IF WS-OPP-COUNT < 1200
                 ADD 1                TO WS-OPP-COUNT
                 SET OPP-IDX          TO WS-OPP-COUNT
                 MOVE IDX-HOMETEAM    TO WS-OPP-TEAM(OPP-IDX)
                 MOVE IDX-AWAYTEAM    TO WS-OPP-AWAY(OPP-IDX)
                 MOVE 1               TO WS-OPP-GAMES(OPP-IDX)
                 MOVE WS-ATTEND-5     TO WS-OPP-ATTEND(OPP-IDX)
              ELSE
                 ADD 1                TO WS-BUCKET-OVERFLOW
              END-IF
           END-IF

           PERFORM 0440-FIND-CLUB
           IF CLUB-FOUND
              ADD 1                   TO WS-CLUB-GAMES(CLUB-IDX)
              ADD WS-ATTEND-5         TO WS-CLUB-ATTEND(CLUB-IDX)
           ELSE
              IF WS-CLUB-COUNT < 100
                 ADD 1                TO WS-CLUB-COUNT
                 SET CLUB-IDX         TO WS-CLUB-COUNT
                 MOVE IDX-HOMETEAM    TO WS-CLUB-TEAM(CLUB-IDX)
                 MOVE 1               TO WS-CLUB-GAMES(CLUB-IDX)
                 MOVE WS-ATTEND-5     TO WS-CLUB-ATTEND(CLUB-IDX)
              ELSE
                 ADD 1                TO WS-BUCKET-OVERFLOW
              END-IF
           END-IF.

       0300-FORECAST-SCHEDULED.

      * Second pass in IDX-DATE order, so the report reads as a
      * calendar: every scheduled game is projected and its row on
      * the forecast file replaced or added.
           DISPLAY "================================================"
                   "=========================="
           DISPLAY "ATTENDANCE FORECAST -- SCHEDULED GAMES"
           DISPLAY "================================================"
                   "=========================="
           DISPLAY "DATE       DAY P  HOME         AWAY         "
                   "PROJECTD CAPACITY  B FLAG"

           MOVE SPACES                TO BASE-IDX-REG
           MOVE LOW-VALUES            TO IDX-DATE
           START BASEBALL KEY IS >= IDX-DATE
              INVALID KEY SET BASEBALL-EOF TO TRUE
           END-START.
           IF NOT BASEBALL-EOF
              READ BASEBALL NEXT RECORD
                 AT END SET BASEBALL-EOF TO TRUE
              END-READ
           END-IF.
           PERFORM 0310-FORECAST-ONE-GAME UNTIL BASEBALL-EOF.

       0310-FORECAST-ONE-GAME.

           IF IDX-GAME-STATUS = 'S'
              ADD 1                   TO WS-FORECAST-COUNT
              PERFORM 0320-PROJECT-ATTENDANCE
              PERFORM 0330-APPLY-CAPACITY
              PERFORM 0340-STORE-FORECAST
              PERFORM 0350-PRINT-FORECAST
           END-IF

           READ BASEBALL NEXT RECORD
              AT END SET BASEBALL-EOF TO TRUE
           END-READ.

       0320-PROJECT-ATTENDANCE.

      * Base: the club's average for this day of week and start, or
      * its overall average where the history has never seen the
      * combination. The base is then scaled by the opponent factor
      * -- the club's average gate against this visitor over its
      * overall average gate -- where the pairing has been played.
           MOVE ZERO                  TO WS-BASE-AVG WS-TEAM-AVG
                                         WS-OPP-AVG WS-PROJECTED
           MOVE 'U'                   TO WS-DAYPART
           MOVE ZERO                  TO WS-DAY-OF-WEEK
           MOVE IDX-DATE(1:4)         TO WS-DATE-YEAR-X
           MOVE IDX-DATE(6:2)         TO WS-DATE-MONTH-X
           MOVE IDX-DATE(9:2)         TO WS-DATE-DAY-X
           MOVE 'NO '                 TO WS-SLOT-FOUND
           IF WS-DATE-YEAR-X IS NUMERIC AND
              WS-DATE-MONTH-X IS NUMERIC AND
              WS-DATE-DAY-X IS NUMERIC
              PERFORM 0700-DERIVE-DAY-OF-WEEK
              PERFORM 0710-BUCKET-START-TIME
              PERFORM 0420-FIND-SLOT
           END-IF
           PERFORM 0440-FIND-CLUB
           PERFORM 0430-FIND-OPPONENT

           IF CLUB-FOUND
              COMPUTE WS-TEAM-AVG ROUNDED =
                      WS-CLUB-ATTEND(CLUB-IDX) /
                      WS-CLUB-GAMES(CLUB-IDX)
           END-IF
           IF OPP-FOUND
              COMPUTE WS-OPP-AVG ROUNDED =
                      WS-OPP-ATTEND(OPP-IDX) /
                      WS-OPP-GAMES(OPP-IDX)
           END-IF

           EVALUATE TRUE
              WHEN SLOT-FOUND
                 COMPUTE WS-BASE-AVG ROUNDED =
                         WS-SLOT-ATTEND(SLOT-IDX) /
                         WS-SLOT-GAMES(SLOT-IDX)
                 MOVE 'D'             TO WS-BASIS
              WHEN CLUB-FOUND
                 MOVE WS-TEAM-AVG     TO WS-BASE-AVG
                 MOVE 'T'             TO WS-BASIS
              WHEN OTHER
                 MOVE 'N'             TO WS-BASIS
                 ADD 1                TO WS-NOHIST-COUNT
           END-EVALUATE

           IF WS-BASIS NOT = 'N'
              IF OPP-FOUND AND WS-TEAM-AVG > ZERO
                 COMPUTE WS-PROJECTED ROUNDED =
                         WS-BASE-AVG * WS-OPP-AVG / WS-TEAM-AVG
                    ON SIZE ERROR
                       MOVE 9999999   TO WS-PROJECTED
                 END-COMPUTE
                 IF WS-BASIS = 'D'
                    MOVE 'F'          TO WS-BASIS
                 ELSE
                    MOVE 'O'          TO WS-BASIS
                 END-IF
              ELSE
                 COMPUTE WS-PROJECTED ROUNDED = WS-BASE-AVG
              END-IF
           END-IF.

       0330-APPLY-CAPACITY.

           MOVE 'N'                   TO WS-CAPPED
           MOVE ZERO                  TO WS-CAPACITY
           MOVE 'NO '                 TO WS-VENUE-FOUND
           PERFORM VARYING VENUE-IDX FROM 1 BY 1
              UNTIL VENUE-IDX > WS-VENUE-COUNT OR VENUE-FOUND
              IF WS-VENUE-TEAM(VENUE-IDX) = IDX-HOMETEAM
                 MOVE WS-VENUE-CAP(VENUE-IDX) TO WS-CAPACITY
                 MOVE 'YES'           TO WS-VENUE-FOUND
              END-IF
           END-PERFORM

           IF VENUE-FOUND
              IF WS-PROJECTED > WS-CAPACITY
                 MOVE WS-CAPACITY     TO WS-PROJECTED
                 MOVE 'Y'             TO WS-CAPPED
                 ADD 1                TO WS-CAPPED-COUNT
              END-IF
           ELSE
              ADD 1                   TO WS-NOVENUE-COUNT
              IF WS-PROJECTED > 999999
                 MOVE 999999          TO WS-PROJECTED
              END-IF
              MOVE 'NO VENUE ON MASTER' TO EXC-REASON
              MOVE BASEBALLID(1:20)   TO EXC-KEY
              MOVE SPACES             TO EXC-DETAIL
              STRING IDX-DATE ' ' IDX-HOMETEAM ' UNCAPPED'
                 DELIMITED BY SIZE INTO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0340-STORE-FORECAST.

           PERFORM 0400-FIND-FORECAST
           IF NOT FCST-ENTRY-FOUND
              IF WS-FCST-COUNT < 4000
                 ADD 1                TO WS-FCST-COUNT
                 SET FCST-IDX         TO WS-FCST-COUNT
                 MOVE 'NO '           TO WS-FCST-FOUND
              ELSE
                 ADD 1                TO WS-FCST-OVERFLOW
                 SET FCST-REFUSED     TO TRUE
              END-IF
           END-IF

           IF FCST-ENTRY-FOUND OR NOT FCST-REFUSED
              MOVE SPACES             TO ATTNFCST-REC
              MOVE BASEBALLID         TO FC-GAMEID
              MOVE IDX-YEAR           TO FC-YEAR
              MOVE IDX-DATE           TO FC-DATE
              MOVE IDX-TIME           TO FC-TIME
              MOVE IDX-HOMETEAM       TO FC-HOMETEAM
              MOVE IDX-AWAYTEAM       TO FC-AWAYTEAM
              MOVE WS-DAY-OF-WEEK     TO FC-DOW
              MOVE WS-DAYPART         TO FC-PART
              MOVE WS-PROJECTED       TO FC-PROJECTED
              MOVE WS-CAPACITY        TO FC-CAPACITY
              MOVE WS-CAPPED          TO FC-CAPPED
              MOVE WS-BASIS           TO FC-BASIS
              MOVE 'F'                TO FC-STATUS
              MOVE ZERO               TO FC-ACTUAL
              MOVE WS-TODAY8          TO FC-RUN-DATE
              MOVE ATTNFCST-REC       TO WS-FT-REC(FCST-IDX)
              MOVE 'Y'                TO WS-FT-SEEN(FCST-IDX)
           END-IF.

       0350-PRINT-FORECAST.

           MOVE IDX-DATE              TO PRINT-DATE
           IF WS-DAY-OF-WEEK > ZERO
              MOVE WS-DOW-NAME(WS-DAY-OF-WEEK) TO PRINT-DOW
           ELSE
              MOVE '???'              TO PRINT-DOW
           END-IF
           MOVE WS-DAYPART            TO PRINT-PART
           MOVE IDX-HOMETEAM          TO PRINT-HOME
           MOVE IDX-AWAYTEAM          TO PRINT-AWAY
           MOVE WS-PROJECTED          TO PRINT-PROJ
           MOVE WS-CAPACITY           TO PRINT-CAP
           MOVE WS-BASIS              TO PRINT-BASIS
           EVALUATE TRUE
              WHEN WS-BASIS = 'N'
                 MOVE 'NO HISTORY'    TO PRINT-FLAG
              WHEN NOT VENUE-FOUND
                 MOVE 'NO VENUE'      TO PRINT-FLAG
              WHEN WS-CAPPED = 'Y'
                 MOVE 'SELLOUT'       TO PRINT-FLAG
              WHEN OTHER
                 MOVE SPACES          TO PRINT-FLAG
           END-EVALUATE
           DISPLAY PRINTRECORD.

       0400-FIND-FORECAST.

           MOVE 'NO '                 TO WS-FCST-FOUND
           PERFORM VARYING FCST-IDX FROM 1 BY 1
              UNTIL FCST-IDX > WS-FCST-COUNT OR FCST-ENTRY-FOUND
              IF WS-FT-REC(FCST-IDX)(1:36) = BASEBALLID
                 MOVE 'YES'           TO WS-FCST-FOUND
              END-IF
           END-PERFORM
           IF FCST-ENTRY-FOUND
              SET FCST-IDX DOWN BY 1
           END-IF.

       0420-FIND-SLOT.

           MOVE 'NO '                 TO WS-SLOT-FOUND
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
              UNTIL SLOT-IDX > WS-SLOT-COUNT OR SLOT-FOUND
              IF WS-SLOT-TEAM(SLOT-IDX) = IDX-HOMETEAM AND
                 WS-SLOT-DOW(SLOT-IDX)  = WS-DAY-OF-WEEK AND
                 WS-SLOT-PART(SLOT-IDX) = WS-DAYPART
                 MOVE 'YES'           TO WS-SLOT-FOUND
              END-IF
           END-PERFORM
           IF SLOT-FOUND
              SET SLOT-IDX DOWN BY 1
           END-IF.

       0430-FIND-OPPONENT.

           MOVE 'NO '                 TO WS-OPP-FOUND
           PERFORM VARYING OPP-IDX FROM 1 BY 1
              UNTIL OPP-IDX > WS-OPP-COUNT OR OPP-FOUND
              IF WS-OPP-TEAM(OPP-IDX) = IDX-HOMETEAM AND
                 WS-OPP-AWAY(OPP-IDX) = IDX-AWAYTEAM
                 MOVE 'YES'           TO WS-OPP-FOUND
              END-IF
           END-PERFORM
           IF OPP-FOUND
              SET OPP-IDX DOWN BY 1
           END-IF.

       0440-FIND-CLUB.

           MOVE 'NO '                 TO WS-CLUB-FOUND
           PERFORM VARYING CLUB-IDX FROM 1 BY 1
              UNTIL CLUB-IDX > WS-CLUB-COUNT OR CLUB-FOUND
              IF WS-CLUB-TEAM(CLUB-IDX) = IDX-HOMETEAM
                 MOVE 'YES'           TO WS-CLUB-FOUND
              END-IF
           END-PERFORM
           IF CLUB-FOUND
              SET CLUB-IDX DOWN BY 1
           END-IF.

       0500-WRITE-FORECAST-FILE.

      * Rows whose game is gone from the file (purged) are dropped;
      * everything else goes back out, played and void rows kept so
      * the error report can be rerun at any time.
           OPEN OUTPUT ATTNFCST.
           IF WS-FS-FCST NOT = '00'
              PERFORM 9520-FCST-REASON
              DISPLAY "********************************"
              DISPLAY "* ATTNFCST.DAT OPEN ERROR      *"
              DISPLAY "* FS-FCST: " WS-FS-FCST
                       " (" WS-FS-REASON ")"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM VARYING FCST-IDX FROM 1 BY 1
              UNTIL FCST-IDX > WS-FCST-COUNT
              IF WS-FT-SEEN(FCST-IDX) = 'Y'
                 MOVE WS-FT-REC(FCST-IDX) TO ATTNFCST-REC
                 WRITE ATTNFCST-REC
                 ADD 1             TO WS-WRITTEN-COUNT
              ELSE
                 ADD 1             TO WS-PURGED-COUNT
              END-IF
           END-PERFORM.
           CLOSE ATTNFCST.

       0600-FORECAST-ERROR-REPORT.

      * Forecast against actual for every played game on the file,
      * per season and home club: mean absolute error, bias (plus
      * means the forecast ran high) and absolute error as a percent
      * of the actual gate. A game forecast with no history carried
      * no real projection and is left out.
           PERFORM VARYING FCST-IDX FROM 1 BY 1
              UNTIL FCST-IDX > WS-FCST-COUNT
              MOVE WS-FT-REC(FCST-IDX) TO ATTNFCST-REC
              IF WS-FT-SEEN(FCST-IDX) = 'Y' AND FC-STATUS = 'P'
                 AND FC-BASIS NOT = 'N'
                 PERFORM 0610-ACCUMULATE-ERROR
              END-IF
           END-PERFORM.

           DISPLAY " "
           DISPLAY "================================================"
                   "=========================="
           DISPLAY "FORECAST ERROR BY HOME CLUB -- PLAYED GAMES"
           DISPLAY "================================================"
                   "=========================="
           DISPLAY "YEAR  HOME CLUB    GAMES    FORECAST      "
                   "ACTUAL MEANERR     BIAS  ERR %"
           IF WS-ERR-COUNT = ZERO
              DISPLAY "* NO FORECAST GAMES PLAYED YET"
           END-IF

           PERFORM VARYING ERR-IDX FROM 1 BY 1
              UNTIL ERR-IDX > WS-ERR-COUNT
              COMPUTE WS-ERR-MEAN-ABS ROUNDED =
                      WS-ERR-ABS(ERR-IDX) / WS-ERR-GAMES(ERR-IDX)
              COMPUTE WS-ERR-BIAS ROUNDED =
                      (WS-ERR-FCST(ERR-IDX) - WS-ERR-ACTUAL(ERR-IDX))
                      / WS-ERR-GAMES(ERR-IDX)
              IF WS-ERR-ACTUAL(ERR-IDX) > ZERO
                 COMPUTE WS-ERR-PCT ROUNDED =
                         WS-ERR-ABS(ERR-IDX) * 100 /
                         WS-ERR-ACTUAL(ERR-IDX)
                    ON SIZE ERROR
                       MOVE 99999.9   TO WS-ERR-PCT
                 END-COMPUTE
              ELSE
                 MOVE ZERO            TO WS-ERR-PCT
              END-IF
              MOVE WS-ERR-YEAR(ERR-IDX)   TO ERR-YEAR
              MOVE WS-ERR-TEAM(ERR-IDX)   TO ERR-TEAM
              MOVE WS-ERR-GAMES(ERR-IDX)  TO ERR-GAMES
              MOVE WS-ERR-FCST(ERR-IDX)   TO ERR-FCST
              MOVE WS-ERR-ACTUAL(ERR-IDX) TO ERR-ACTUAL
              MOVE WS-ERR-MEAN-ABS        TO ERR-MEAN-ABS
              MOVE WS-ERR-BIAS            TO ERR-BIAS
              MOVE WS-ERR-PCT             TO ERR-PCT
              DISPLAY ERRRECORD
           END-PERFORM.

       0610-ACCUMULATE-ERROR.

           COMPUTE WS-ERR-DIFF = FC-PROJECTED - FC-ACTUAL
           IF WS-ERR-DIFF < ZERO
              COMPUTE WS-ERR-DIFF = ZERO - WS-ERR-DIFF
           END-IF

           MOVE 'NO '                 TO WS-ERR-FOUND
           PERFORM VARYING ERR-IDX FROM 1 BY 1
              UNTIL ERR-IDX > WS-ERR-COUNT OR ERR-ENTRY-FOUND
              IF WS-ERR-YEAR(ERR-IDX) = FC-YEAR AND
                 WS-ERR-TEAM(ERR-IDX) = FC-HOMETEAM
                 MOVE 'YES'           TO WS-ERR-FOUND
              END-IF
           END-PERFORM
           IF ERR-ENTRY-FOUND
              SET ERR-IDX DOWN BY 1
           ELSE
              IF WS-ERR-COUNT < 200
                 ADD 1                TO WS-ERR-COUNT
                 SET ERR-IDX          TO WS-ERR-COUNT
                 MOVE FC-YEAR         TO WS-ERR-YEAR(ERR-IDX)
                 MOVE FC-HOMETEAM     TO WS-ERR-TEAM(ERR-IDX)
                 MOVE ZERO            TO WS-ERR-GAMES(ERR-IDX)
                                         WS-ERR-FCST(ERR-IDX)
                                         WS-ERR-ACTUAL(ERR-IDX)
                                         WS-ERR-ABS(ERR-IDX)
                 MOVE 'YES'           TO WS-ERR-FOUND
              ELSE
                 ADD 1                TO WS-ERR-OVERFLOW
              END-IF
           END-IF

           IF ERR-ENTRY-FOUND
              ADD 1                   TO WS-ERR-GAMES(ERR-IDX)
              ADD FC-PROJECTED        TO WS-ERR-FCST(ERR-IDX)
              ADD FC-ACTUAL           TO WS-ERR-ACTUAL(ERR-IDX)
              ADD WS-ERR-DIFF         TO WS-ERR-ABS(ERR-IDX)
           END-IF.

       0700-DERIVE-DAY-OF-WEEK.

      * Zeller's congruence: January and February count as months
      * 13 and 14 of the prior year; the result is 1-7 with 1 =
      * Saturday, the same derivation ATTENDANALYSIS prints from.
           MOVE WS-DATE-YEAR-X         TO WS-Z-YEAR
           MOVE WS-DATE-MONTH-X        TO WS-Z-MONTH
           MOVE WS-DATE-DAY-X          TO WS-Z-DAY
           IF WS-Z-MONTH < 3
              ADD 12                   TO WS-Z-MONTH
              SUBTRACT 1               FROM WS-Z-YEAR
           END-IF
           DIVIDE WS-Z-YEAR BY 100
              GIVING WS-Z-CENTURY REMAINDER WS-Z-YY
           COMPUTE WS-Z-T1 = 13 * (WS-Z-MONTH + 1)
           DIVIDE WS-Z-T1 BY 5 GIVING WS-Z-T1
           DIVIDE WS-Z-YY BY 4 GIVING WS-Z-T2
           DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-T3
           COMPUTE WS-Z-TERM =
                   WS-Z-DAY + WS-Z-T1 + WS-Z-YY +
                   WS-Z-T2 + WS-Z-T3 + (5 * WS-Z-CENTURY)
           COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-Z-TERM, 7) + 1.

       0710-BUCKET-START-TIME.

      * A time carrying PM is an evening start and AM a day start;
      * otherwise the leading hour decides on the 24-hour clock.
           MOVE ZERO                   TO WS-PM-TALLY WS-AM-TALLY
           INSPECT IDX-TIME TALLYING WS-PM-TALLY FOR ALL 'PM'
           INSPECT IDX-TIME TALLYING WS-AM-TALLY FOR ALL 'AM'
           EVALUATE TRUE
              WHEN WS-PM-TALLY > ZERO
                 MOVE 'E'              TO WS-DAYPART
              WHEN WS-AM-TALLY > ZERO
                 MOVE 'D'              TO WS-DAYPART
              WHEN OTHER
                 MOVE IDX-TIME(1:2)    TO WS-TIME-HOUR-X
                 IF WS-TIME-HOUR-X IS NUMERIC
                    IF WS-TIME-HOUR-N >= 17
                       MOVE 'E'        TO WS-DAYPART
                    ELSE
                       MOVE 'D'        TO WS-DAYPART
                    END-IF
                 ELSE
                    MOVE 'U'           TO WS-DAYPART
                 END-IF
           END-EVALUATE.

       9000-END-PROGRAM.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* ATTENDANCE FORECAST             *"
           DISPLAY "* GAMES READ          : " WS-GAME-COUNT
           DISPLAY "* PLAYED GAMES IN HIST: " WS-HISTORY-GAMES
           DISPLAY "* FORECASTS ON FILE IN: " WS-OLD-FCST-COUNT
           DISPLAY "* GAMES FORECAST      : " WS-FORECAST-COUNT
           DISPLAY "*   CAPPED AT CAPACITY: " WS-CAPPED-COUNT
           DISPLAY "*   NO HISTORY        : " WS-NOHIST-COUNT
           DISPLAY "*   NO VENUE (UNCAPPD): " WS-NOVENUE-COUNT
           DISPLAY "* ACTUALS POSTED      : " WS-POSTED-COUNT
           DISPLAY "* FORECASTS VOIDED    : " WS-VOID-COUNT
           DISPLAY "* PURGED GAMES DROPPED: " WS-PURGED-COUNT
           DISPLAY "* FORECASTS WRITTEN   : " WS-WRITTEN-COUNT
           IF WS-BUCKET-OVERFLOW > ZERO
              DISPLAY "* HISTORY NOT BUCKETED: " WS-BUCKET-OVERFLOW
           END-IF
           IF WS-VENUE-DROPPED > ZERO
              DISPLAY "* VENUES NOT LOADED   : " WS-VENUE-DROPPED
           END-IF
           IF WS-ERR-OVERFLOW > ZERO
              DISPLAY "* ERROR ROWS DROPPED  : " WS-ERR-OVERFLOW
           END-IF
           IF FCST-REFUSED
              DISPLAY "* FORECAST TABLE FULL -- RUN REFUSED,"
              DISPLAY "* ATTNFCST.DAT NOT REWRITTEN"
           END-IF
           DISPLAY "**********************************"

           IF FCST-REFUSED
              MOVE 8                  TO RETURN-CODE
           END-IF
           IF WS-NOVENUE-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-GAME-COUNT  TO RL-READ
           MOVE WS-WRITTEN-COUNT TO RL-WRITTEN
           MOVE WS-NOVENUE-COUNT TO RL-REJECTED
           MOVE BASEBALL-FS    TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'ATTNFCST'            TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-BASEBALL-REASON
           FS-FIELD  BY BASEBALL-FS
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-VENUE-REASON
           FS-FIELD  BY WS-FS-VENUE
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-FCST-REASON
           FS-FIELD  BY WS-FS-FCST
           FS-REASON BY WS-FS-REASON.

       END PROGRAM ATTNFCST.
