       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDPROF.
      * SCHEDULE PROFILE -- HOW HARD EACH CLUB'S SCHEDULE IS. FOR
      * EVERY CLUB ON BASEBALLINDEXED.DAT, WALKS ITS GAMES (HOME AND
      * ROAD) IN IDX-DATE ORDER THROUGH THE DATE ALTERNATE KEY AND,
      * SEASON BY SEASON, LISTS EVERY HOMESTAND AND ROAD TRIP WITH
      * ITS LENGTH IN GAMES AND DAYS AND ITS FIRST AND LAST DATES.
      * IT COUNTS THE DAYS OFF BETWEEN THE CLUB'S FIRST AND LAST
      * GAME, FINDS THE LONGEST STRETCH OF CONSECUTIVE DAYS WITH A
      * GAME, AND FLAGS EVERY NIGHT GAME FOLLOWED BY A DAY GAME THE
      * NEXT DAY. START TIMES ARE BUCKETED DAY/EVENING THE WAY
      * ATTENDANALYSIS BUCKETS THEM.
      *
      * PLAYED SEASONS AND THE FUTURE SCHEDULE SCHEDLOAD HAS PUT ON
      * THE FILE ('S' GAMES) ARE PROFILED ALIKE, SO A BAD TURNAROUND
      * IN NEXT YEAR'S SCHEDULE SHOWS UP BEFORE OPENING DAY. A
      * POSTPONED GAME NEVER TOOK ITS DATE AND IS LEFT OUT; ITS
      * MAKEUP COUNTS ON THE DAY IT IS PLAYED. THE OPTIONAL
      * SCHEDPROFPARM.DAT CARD (YYYY) LIMITS THE RUN TO ONE SEASON;
      * WITH NO CARD EVERY SEASON ON THE FILE IS PROFILED. SCHEDAUDIT
      * STILL OWNS DOUBLE-BOOKED CLUBS -- THIS REPORT ASSUMES A
      * CLEAN FILE.
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

      * Optional season card (YYYY).
       SELECT OPTIONAL SCHEDPROFPARM ASSIGN TO "SCHEDPROFPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARM.

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

       FD SCHEDPROFPARM.
       01 SCHEDPROFPARM-REC.
           05 PARM-SEASON           PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 BASEBALL-FS         PIC X(02).
           05 WS-FS-PARM          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-PARM-SEASON      PIC 9(04) VALUE ZERO.
           05 WS-GAME-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-BAD-DATE-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-PROFILE-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-TOTAL-TURNS      PIC 9(05) VALUE ZERO.

      * Every club found on the file, home or away.
           05 WS-TEAM-AREA.
              10 WS-TEAM-COUNT    PIC 9(03) COMP VALUE ZERO.
              10 WS-TEAM-ENTRY OCCURS 100 TIMES
                               INDEXED BY TEAM-IDX.
                 15 WS-TEAM-NAME     PIC X(12).
              10 WS-TEAM-FOUND    PIC X(03).
                 88 TEAM-ENTRY-FOUND VALUE 'YES'.
           05 WS-TEAM-OVERFLOW    PIC 9(05) VALUE ZERO.
           05 WS-TEAM-WORK        PIC X(12).

      * The game being posted, in the club's terms.
           05 WS-PROF-TEAM        PIC X(12).
           05 WS-SIDE             PIC X(01).
              88 SIDE-HOME        VALUE 'H'.
              88 SIDE-ROAD        VALUE 'R'.
           05 WS-OPPONENT         PIC X(12).
           05 WS-DATE8            PIC X(08).
           05 WS-DATE8-N REDEFINES WS-DATE8
                                  PIC 9(08).
           05 WS-DATE-INT         PIC 9(07).
           05 WS-DATE-GAP         PIC S9(05).

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

      * One club-season's running profile.
           05 WS-SEASON           PIC 9(04) VALUE ZERO.
           05 WS-SEASON-GAMES     PIC 9(04).
           05 WS-HOME-GAMES       PIC 9(04).
           05 WS-ROAD-GAMES       PIC 9(04).
           05 WS-PREV-INT         PIC 9(07).
           05 WS-PREV-DATE        PIC X(10).
           05 WS-FIRST-DATE       PIC X(10).
           05 WS-FIRST-INT        PIC 9(07).
           05 WS-DAYS-OFF         PIC 9(04).
           05 WS-DAY-GAP-TO-PREV  PIC S9(05).
           05 WS-PREV-EVENING     PIC X(01).
           05 WS-CUR-EVENING      PIC X(01).
           05 WS-DATE-FLAGGED     PIC X(01).

           05 WS-RUN-DAYS         PIC 9(04).
           05 WS-RUN-START        PIC X(10).
           05 WS-MAX-RUN-DAYS     PIC 9(04).
           05 WS-MAX-RUN-START    PIC X(10).
           05 WS-MAX-RUN-END      PIC X(10).

           05 WS-STINT-SIDE       PIC X(01).
           05 WS-STINT-GAMES      PIC 9(03).
           05 WS-STINT-START      PIC X(10).
           05 WS-STINT-START-INT  PIC 9(07).
           05 WS-STINT-END        PIC X(10).
           05 WS-STINT-END-INT    PIC 9(07).
           05 WS-STINT-DAYS       PIC 9(04).
           05 WS-HOMESTANDS       PIC 9(03).
           05 WS-ROAD-TRIPS       PIC 9(03).
           05 WS-LONGEST-HOME     PIC 9(03).
           05 WS-LONGEST-ROAD     PIC 9(03).

      * Night-to-day turnarounds for the club-season, printed after
      * its homestands and road trips.
           05 WS-TURN-AREA.
              10 WS-TURN-COUNT    PIC 9(03) COMP VALUE ZERO.
              10 WS-TURN-ENTRY OCCURS 60 TIMES
                               INDEXED BY TURN-IDX.
                 15 WS-TURN-NIGHT    PIC X(10).
                 15 WS-TURN-DAY      PIC X(10).
                 15 WS-TURN-SIDE     PIC X(01).
                 15 WS-TURN-OPP      PIC X(12).
           05 WS-TURN-OVERFLOW    PIC 9(03).

           05 STINTRECORD.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 STINT-TYPE        PIC X(10).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 STINT-GAMES       PIC ZZ9.
              10 FILLER            PIC X(07) VALUE ' GAMES '.
              10 STINT-DAYS        PIC ZZ9.
              10 FILLER            PIC X(07) VALUE ' DAYS  '.
              10 STINT-FROM        PIC X(10).
              10 FILLER            PIC X(04) VALUE ' TO '.
              10 STINT-TO          PIC X(10).

       PROCEDURE DIVISION.
       0100-START.

           PERFORM 0110-READ-SEASON-PARM.

           OPEN INPUT BASEBALL.
           IF BASEBALL-FS NOT = '00'
              PERFORM 9500-BASEBALL-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-INPUT: ' BASEBALL-FS
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "================================================"
           DISPLAY "SCHEDULE PROFILE -- HOMESTANDS, ROAD TRIPS, REST"
           DISPLAY "================================================"

           PERFORM 0200-COLLECT-TEAMS.
           PERFORM VARYING TEAM-IDX FROM 1 BY 1
              UNTIL TEAM-IDX > WS-TEAM-COUNT
              MOVE WS-TEAM-NAME(TEAM-IDX) TO WS-PROF-TEAM
              PERFORM 0300-PROFILE-ONE-TEAM
           END-PERFORM.

           PERFORM 9000-END-PROGRAM.

       0110-READ-SEASON-PARM.

           OPEN INPUT SCHEDPROFPARM.
           IF WS-FS-PARM = '00'
              READ SCHEDPROFPARM
                 AT END CONTINUE
              END-READ
              IF WS-FS-PARM = '00' AND PARM-SEASON IS NUMERIC
                 MOVE PARM-SEASON     TO WS-PARM-SEASON
              END-IF
              CLOSE SCHEDPROFPARM
           ELSE
              IF WS-FS-PARM = '05'
                 CLOSE SCHEDPROFPARM
              END-IF
           END-IF.

       0200-COLLECT-TEAMS.

      * One pass for the club list, in the order clubs first appear.
           READ BASEBALL NEXT RECORD
              AT END SET BASEBALL-EOF TO TRUE
           END-READ
           PERFORM UNTIL BASEBALL-EOF
              ADD 1                   TO WS-GAME-COUNT
              IF WS-PARM-SEASON = ZERO OR IDX-YEAR = WS-PARM-SEASON
                 MOVE IDX-HOMETEAM    TO WS-TEAM-WORK
                 PERFORM 0210-ADD-TEAM
                 MOVE IDX-AWAYTEAM    TO WS-TEAM-WORK
                 PERFORM 0210-ADD-TEAM
              END-IF
              READ BASEBALL NEXT RECORD
                 AT END SET BASEBALL-EOF TO TRUE
              END-READ
           END-PERFORM.

       0210-ADD-TEAM.

           IF WS-TEAM-WORK NOT = SPACES
              MOVE 'NO '              TO WS-TEAM-FOUND
              PERFORM VARYING TEAM-IDX FROM 1 BY 1
                 UNTIL TEAM-IDX > WS-TEAM-COUNT OR TEAM-ENTRY-FOUND
                 IF WS-TEAM-NAME(TEAM-IDX) = WS-TEAM-WORK
                    MOVE 'YES'        TO WS-TEAM-FOUND
                 END-IF
              END-PERFORM
              IF NOT TEAM-ENTRY-FOUND
                 IF WS-TEAM-COUNT < 100
                    ADD 1             TO WS-TEAM-COUNT
                    SET TEAM-IDX      TO WS-TEAM-COUNT
                    MOVE WS-TEAM-WORK TO WS-TEAM-NAME(TEAM-IDX)
                 ELSE
                    ADD 1             TO WS-TEAM-OVERFLOW
                 END-IF
              END-IF
           END-IF.

       0300-PROFILE-ONE-TEAM.

      * A full IDX-DATE walk per club: the club's home and road
      * games interleave in date order only on the date key.
           MOVE ZERO                  TO WS-SEASON
           MOVE SPACES                TO BASE-IDX-REG
           MOVE LOW-VALUES            TO IDX-DATE
           START BASEBALL KEY IS >= IDX-DATE
              INVALID KEY SET BASEBALL-EOF TO TRUE
           END-START
           IF NOT BASEBALL-EOF
              READ BASEBALL NEXT RECORD
                 AT END SET BASEBALL-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 0310-PROFILE-GAME UNTIL BASEBALL-EOF
           IF WS-SEASON > ZERO
              PERFORM 0500-CLOSE-SEASON
           END-IF.

       0310-PROFILE-GAME.

           IF (IDX-HOMETEAM = WS-PROF-TEAM OR
               IDX-AWAYTEAM = WS-PROF-TEAM) AND
              IDX-GAME-STATUS NOT = 'O' AND
              (WS-PARM-SEASON = ZERO OR IDX-YEAR = WS-PARM-SEASON)
              STRING IDX-DATE(1:4) IDX-DATE(6:2) IDX-DATE(9:2)
                 DELIMITED BY SIZE INTO WS-DATE8
              IF WS-DATE8 IS NUMERIC
                 IF IDX-YEAR NOT = WS-SEASON
                    IF WS-SEASON > ZERO
                       PERFORM 0500-CLOSE-SEASON
                    END-IF
                    PERFORM 0320-OPEN-SEASON
                 END-IF
                 PERFORM 0400-POST-GAME
              ELSE
                 ADD 1                TO WS-BAD-DATE-COUNT
              END-IF
           END-IF

           READ BASEBALL NEXT RECORD
              AT END SET BASEBALL-EOF TO TRUE
           END-READ.

       0320-OPEN-SEASON.

           MOVE IDX-YEAR              TO WS-SEASON
           ADD 1                      TO WS-PROFILE-COUNT
           MOVE ZERO                  TO WS-SEASON-GAMES WS-HOME-GAMES
                                         WS-ROAD-GAMES WS-DAYS-OFF
                                         WS-RUN-DAYS WS-MAX-RUN-DAYS
                                         WS-STINT-GAMES WS-HOMESTANDS
                                         WS-ROAD-TRIPS WS-LONGEST-HOME
                                         WS-LONGEST-ROAD WS-TURN-COUNT
                                         WS-TURN-OVERFLOW
           MOVE SPACES                TO WS-STINT-SIDE
           DISPLAY " "
           DISPLAY "CLUB: " WS-PROF-TEAM "   SEASON: " WS-SEASON
           DISPLAY "------------------------------------------------".

       0400-POST-GAME.

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE8-N)
           PERFORM 0600-BUCKET-START-TIME
           IF IDX-HOMETEAM = WS-PROF-TEAM
              MOVE 'H'                TO WS-SIDE
              MOVE IDX-AWAYTEAM       TO WS-OPPONENT
              ADD 1                   TO WS-HOME-GAMES
           ELSE
              MOVE 'R'                TO WS-SIDE
              MOVE IDX-HOMETEAM       TO WS-OPPONENT
              ADD 1                   TO WS-ROAD-GAMES
           END-IF
           ADD 1                      TO WS-SEASON-GAMES

           IF WS-SEASON-GAMES = 1
              MOVE IDX-DATE           TO WS-FIRST-DATE WS-RUN-START
                                         WS-MAX-RUN-START
                                         WS-MAX-RUN-END
              MOVE WS-DATE-INT        TO WS-FIRST-INT
              MOVE 1                  TO WS-RUN-DAYS WS-MAX-RUN-DAYS
              MOVE ZERO               TO WS-DAY-GAP-TO-PREV
              MOVE 'N'                TO WS-PREV-EVENING
                                         WS-CUR-EVENING
                                         WS-DATE-FLAGGED
           ELSE
              COMPUTE WS-DATE-GAP = WS-DATE-INT - WS-PREV-INT
      *       A new date closes out the last one; a second game on
      *       the same date (doubleheader) changes nothing here.
              IF WS-DATE-GAP > ZERO
                 MOVE WS-DATE-GAP     TO WS-DAY-GAP-TO-PREV
                 MOVE WS-CUR-EVENING  TO WS-PREV-EVENING
                 MOVE 'N'             TO WS-CUR-EVENING
                                         WS-DATE-FLAGGED
                 IF WS-DATE-GAP > 1
                    COMPUTE WS-DAYS-OFF =
                            WS-DAYS-OFF + WS-DATE-GAP - 1
                    MOVE 1            TO WS-RUN-DAYS
                    MOVE IDX-DATE     TO WS-RUN-START
                 ELSE
                    ADD 1             TO WS-RUN-DAYS
                 END-IF
                 IF WS-RUN-DAYS > WS-MAX-RUN-DAYS
                    MOVE WS-RUN-DAYS  TO WS-MAX-RUN-DAYS
                    MOVE WS-RUN-START TO WS-MAX-RUN-START
                    MOVE IDX-DATE     TO WS-MAX-RUN-END
                 END-IF
              END-IF
           END-IF

      * Night game yesterday, day game today: one flag per date.
           IF WS-DAY-GAP-TO-PREV = 1 AND WS-PREV-EVENING = 'Y' AND
              PART-DAY AND WS-DATE-FLAGGED = 'N'
              MOVE 'Y'                TO WS-DATE-FLAGGED
              PERFORM 0420-RECORD-TURNAROUND
           END-IF
           IF PART-EVENING
              MOVE 'Y'                TO WS-CUR-EVENING
           END-IF

      * Homestand / road trip: a change of side closes the stint.
           IF WS-SIDE NOT = WS-STINT-SIDE
              IF WS-STINT-SIDE NOT = SPACES
                 PERFORM 0410-CLOSE-STINT
              END-IF
              MOVE WS-SIDE            TO WS-STINT-SIDE
              MOVE ZERO               TO WS-STINT-GAMES
              MOVE IDX-DATE           TO WS-STINT-START
              MOVE WS-DATE-INT        TO WS-STINT-START-INT
           END-IF
           ADD 1                      TO WS-STINT-GAMES
           MOVE IDX-DATE              TO WS-STINT-END
           MOVE WS-DATE-INT           TO WS-STINT-END-INT

           MOVE WS-DATE-INT           TO WS-PREV-INT
           MOVE IDX-DATE              TO WS-PREV-DATE.

       0410-CLOSE-STINT.

           COMPUTE WS-STINT-DAYS =
                   WS-STINT-END-INT - WS-STINT-START-INT + 1
           IF WS-STINT-SIDE = 'H'
              MOVE 'HOMESTAND'        TO STINT-TYPE
              ADD 1                   TO WS-HOMESTANDS
              IF WS-STINT-GAMES > WS-LONGEST-HOME
                 MOVE WS-STINT-GAMES  TO WS-LONGEST-HOME
              END-IF
           ELSE
              MOVE 'ROAD TRIP'        TO STINT-TYPE
              ADD 1                   TO WS-ROAD-TRIPS
              IF WS-STINT-GAMES > WS-LONGEST-ROAD
                 MOVE WS-STINT-GAMES  TO WS-LONGEST-ROAD
              END-IF
           END-IF
           MOVE WS-STINT-GAMES        TO STINT-GAMES
           MOVE WS-STINT-DAYS         TO STINT-DAYS
           MOVE WS-STINT-START        TO STINT-FROM
           MOVE WS-STINT-END          TO STINT-TO
           DISPLAY STINTRECORD.

       0420-RECORD-TURNAROUND.

           ADD 1                      TO WS-TOTAL-TURNS
           IF WS-TURN-COUNT < 60
              ADD 1                   TO WS-TURN-COUNT
              SET TURN-IDX            TO WS-TURN-COUNT
              MOVE WS-PREV-DATE       TO WS-TURN-NIGHT(TURN-IDX)
              MOVE IDX-DATE           TO WS-TURN-DAY(TURN-IDX)
              MOVE WS-SIDE            TO WS-TURN-SIDE(TURN-IDX)
              MOVE WS-OPPONENT        TO WS-TURN-OPP(TURN-IDX)
           ELSE
              ADD 1                   TO WS-TURN-OVERFLOW
           END-IF.

       0500-CLOSE-SEASON.

           IF WS-STINT-SIDE NOT = SPACES
              PERFORM 0410-CLOSE-STINT
           END-IF

           PERFORM VARYING TURN-IDX FROM 1 BY 1
              UNTIL TURN-IDX > WS-TURN-COUNT
              IF WS-TURN-SIDE(TURN-IDX) = 'H'
                 DISPLAY "  ** NIGHT " WS-TURN-NIGHT(TURN-IDX)
                         " THEN DAY " WS-TURN-DAY(TURN-IDX)
                         " VS " WS-TURN-OPP(TURN-IDX)
              ELSE
                 DISPLAY "  ** NIGHT " WS-TURN-NIGHT(TURN-IDX)
                         " THEN DAY " WS-TURN-DAY(TURN-IDX)
                         " AT " WS-TURN-OPP(TURN-IDX)
              END-IF
           END-PERFORM
           IF WS-TURN-OVERFLOW > ZERO
              DISPLAY "  ** PLUS " WS-TURN-OVERFLOW
                      " MORE NIGHT-DAY TURNAROUNDS NOT LISTED"
           END-IF

           DISPLAY "  GAMES " WS-SEASON-GAMES
                   "  HOME " WS-HOME-GAMES
                   "  ROAD " WS-ROAD-GAMES
           DISPLAY "  HOMESTANDS " WS-HOMESTANDS
                   " (LONGEST " WS-LONGEST-HOME " GAMES)"
                   "  ROAD TRIPS " WS-ROAD-TRIPS
                   " (LONGEST " WS-LONGEST-ROAD " GAMES)"
           DISPLAY "  DAYS OFF " WS-DAYS-OFF
                   " FROM " WS-FIRST-DATE " TO " WS-PREV-DATE
           DISPLAY "  LONGEST STRETCH WITHOUT A DAY OFF "
                   WS-MAX-RUN-DAYS " DAYS, " WS-MAX-RUN-START
                   " TO " WS-MAX-RUN-END
           DISPLAY "  NIGHT GAME THEN DAY GAME NEXT DAY: "
                   WS-TURN-COUNT.

       0600-BUCKET-START-TIME.

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

           CLOSE BASEBALL.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* GAMES ON FILE      : " WS-GAME-COUNT
           DISPLAY "* CLUBS PROFILED     : " WS-TEAM-COUNT
           DISPLAY "* CLUB-SEASONS       : " WS-PROFILE-COUNT
           DISPLAY "* NIGHT-DAY TURNS    : " WS-TOTAL-TURNS
           IF WS-BAD-DATE-COUNT > ZERO
              DISPLAY "* GAMES WITH BAD DATE: " WS-BAD-DATE-COUNT
           END-IF
           IF WS-TEAM-OVERFLOW > ZERO
              DISPLAY "* WARNING: " WS-TEAM-OVERFLOW
                      " CLUBS PAST THE TABLE LIMIT NOT PROFILED"
           END-IF
           DISPLAY "**********************************"

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-BASEBALL-REASON
           FS-FIELD  BY BASEBALL-FS
           FS-REASON BY WS-FS-REASON.

       END PROGRAM SCHEDPROF.
