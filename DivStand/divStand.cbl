       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVSTAND.
      * DIVISION STANDINGS -- GROUPS EVERY CLUB ON THE TEAM MASTER
      * TEAMMASTER.DAT BY LEAGUE AND DIVISION AND PRINTS EACH
      * DIVISION IN ORDER OF WINNING PERCENTAGE WITH WINS, LOSSES,
      * TIES, GAMES BACK OF THE LEADER, HOME AND ROAD RECORDS, THE
      * LAST-10 RECORD, AND GAMES REMAINING. THE SEASON'S GAMES ARE
      * WALKED IN IDX-DATE ORDER THROUGH THE DATE ALTERNATE KEY SO
      * THE LAST 10 ARE THE LAST 10 PLAYED. GAMES REMAINING ARE THE
      * 'S' SCHEDULED GAMES (AND MAKEUPS NOT YET SCORED) ON
      * BASEBALLINDEXED.DAT, AND EACH DIVISION LEADER'S MAGIC NUMBER
      * OVER THE SECOND-PLACE CLUB IS PRINTED UNDER ITS DIVISION.
      *
      * THE SEASON COMES FROM THE OPTIONAL DIVSTPARM.DAT CARD; WITH
      * NO CARD IT IS THE LATEST SEASON WITH A SCORED GAME. WIN
      * PERCENTAGE IS OVER DECIDED GAMES, AS STANDINGS PRINTS IT. A
      * CLUB PLAYING GAMES BUT MISSING FROM THE MASTER IS LISTED
      * SEPARATELY -- TEAMVALID SAYS WHICH GAMES CARRY IT.
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

      * Team master: canonical team name, league, division, city.
       SELECT TEAMMASTER ASSIGN TO "TEAMMASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MASTER.

      * Optional season card (YYYY).
       SELECT OPTIONAL DIVSTPARM ASSIGN TO "DIVSTPARM.DAT"
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

       FD TEAMMASTER.
       01 TEAMMASTER-REC.
           05 TM-TEAM               PIC X(12).
           05 FILLER                PIC X(02).
           05 TM-LEAGUE             PIC X(12).
           05 FILLER                PIC X(02).
           05 TM-DIVISION           PIC X(12).
           05 FILLER                PIC X(02).
           05 TM-CITY               PIC X(20).

       FD DIVSTPARM.
       01 DIVSTPARM-REC.
           05 PARM-SEASON           PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 BASEBALL-FS         PIC X(02).
           05 WS-FS-MASTER        PIC X(02).
           05 WS-FS-PARM          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-SEASON           PIC 9(04) VALUE ZERO.
           05 WS-GAME-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-SCORED-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-REMAIN-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-UNKNOWN-COUNT    PIC 9(03) VALUE ZERO.
           05 WS-TEAM-OVERFLOW    PIC 9(05) VALUE ZERO.

           05 WS-TEAM-WORK        PIC X(12).
           05 WS-RESULT           PIC X(01).
           05 WS-SIDE             PIC X(01).
           05 WS-L10-WORK         PIC X(10).
           05 WS-DECIDED          PIC 9(05).

      * One entry per club: the master's league and division, then
      * the season's record built up game by game. Clubs found only
      * on the games are added with no division.
           05 WS-TEAM-AREA.
              10 WS-TEAM-COUNT    PIC 9(03) COMP VALUE ZERO.
              10 WS-TEAM-ENTRY OCCURS 100 TIMES
                               INDEXED BY TEAM-IDX.
                 15 WS-TM-NAME       PIC X(12).
                 15 WS-TM-LEAGUE     PIC X(12).
                 15 WS-TM-DIVISION   PIC X(12).
                 15 WS-TM-ON-MASTER  PIC X(01).
                 15 WS-TM-WINS       PIC 9(03).
                 15 WS-TM-LOSSES     PIC 9(03).
                 15 WS-TM-TIES       PIC 9(03).
                 15 WS-TM-HOME-W     PIC 9(03).
                 15 WS-TM-HOME-L     PIC 9(03).
                 15 WS-TM-ROAD-W     PIC 9(03).
                 15 WS-TM-ROAD-L     PIC 9(03).
                 15 WS-TM-REMAIN     PIC 9(03).
                 15 WS-TM-LAST10     PIC X(10).
                 15 WS-TM-PCT        PIC 9V999.
                 15 WS-TM-PRINTED    PIC X(01).
              10 WS-TEAM-FOUND    PIC X(03).
                 88 TEAM-ENTRY-FOUND VALUE 'YES'.

      * Distinct league/division pairs in master order.
           05 WS-DIV-AREA.
              10 WS-DIV-COUNT     PIC 9(03) COMP VALUE ZERO.
              10 WS-DIV-ENTRY OCCURS 30 TIMES
                              INDEXED BY DIV-IDX.
                 15 WS-DIV-LEAGUE    PIC X(12).
                 15 WS-DIV-DIVISION  PIC X(12).
              10 WS-DIV-FOUND     PIC X(03).
                 88 DIV-ENTRY-FOUND  VALUE 'YES'.
           05 WS-DIV-OVERFLOW     PIC 9(05) VALUE ZERO.

      * Ranking work for one division.
           05 WS-RANK             PIC 9(03) COMP.
           05 WS-DIV-TEAMS        PIC 9(03) COMP.
           05 WS-BEST-SUB         PIC 9(03) COMP.
           05 WS-LEADER-SUB       PIC 9(03) COMP.
           05 WS-SECOND-SUB       PIC 9(03) COMP.
           05 WS-GAMES-BACK       PIC S9(03)V9.
           05 WS-MAGIC            PIC S9(04).
           05 WS-SEASON-GAMES     PIC 9(04).
           05 WS-L10-W            PIC 9(02).
           05 WS-L10-L            PIC 9(02).
           05 WS-L10-T            PIC 9(02).

           05 PRINTRECORD.
              10 PRINT-TEAM        PIC X(12).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-WINS        PIC ZZ9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-LOSSES      PIC ZZ9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-TIES        PIC ZZ9.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-PCT         PIC .999.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-GB          PIC X(05).
              10 PRINT-GB-NUM REDEFINES PRINT-GB
                                   PIC ZZ9.9.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-HOME-W      PIC ZZ9.
              10 FILLER            PIC X(01) VALUE '-'.
              10 PRINT-HOME-L      PIC 9(03).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-ROAD-W      PIC ZZ9.
              10 FILLER            PIC X(01) VALUE '-'.
              10 PRINT-ROAD-L      PIC 9(03).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-L10-W       PIC Z9.
              10 FILLER            PIC X(01) VALUE '-'.
              10 PRINT-L10-L       PIC 99.
              10 FILLER            PIC X(03) VALUE SPACES.
              10 PRINT-REMAIN      PIC ZZ9.

       PROCEDURE DIVISION.
       0100-START.

           PERFORM 0110-READ-SEASON-PARM.
           PERFORM 0120-LOAD-TEAM-MASTER.

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

           IF WS-SEASON = ZERO
              PERFORM 0130-FIND-LATEST-SEASON
           END-IF.

           PERFORM 0140-START-DATE-ORDER.
           PERFORM 0200-POST-GAME UNTIL BASEBALL-EOF.
           CLOSE BASEBALL.

           PERFORM 0300-COMPUTE-PERCENTAGES.
           PERFORM 0400-PRINT-DIVISIONS.
           PERFORM 9000-END-PROGRAM.

       0110-READ-SEASON-PARM.

           OPEN INPUT DIVSTPARM.
           IF WS-FS-PARM = '00'
              READ DIVSTPARM
                 AT END CONTINUE
              END-READ
              IF WS-FS-PARM = '00' AND PARM-SEASON IS NUMERIC
                 MOVE PARM-SEASON     TO WS-SEASON
              END-IF
              CLOSE DIVSTPARM
           ELSE
              IF WS-FS-PARM = '05'
                 CLOSE DIVSTPARM
              END-IF
           END-IF.

       0120-LOAD-TEAM-MASTER.

      * The master decides who is in which division -- without it
      * there is nothing to group, so the run stops.
           OPEN INPUT TEAMMASTER.
           IF WS-FS-MASTER NOT = '00'
              PERFORM 9510-MASTER-REASON
              DISPLAY "********************************"
              DISPLAY "* TEAMMASTER.DAT REQUIRED      *"
              DISPLAY "* FS-MASTER: " WS-FS-MASTER
                       " (" WS-FS-REASON ")"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-MASTER = '10'
              READ TEAMMASTER
                 AT END MOVE '10' TO WS-FS-MASTER
              END-READ
              IF WS-FS-MASTER NOT = '10' AND TM-TEAM NOT = SPACES
                 MOVE TM-TEAM         TO WS-TEAM-WORK
                 PERFORM 0230-FIND-TEAM
                 IF TEAM-ENTRY-FOUND
                    MOVE TM-LEAGUE    TO WS-TM-LEAGUE(TEAM-IDX)
                    MOVE TM-DIVISION  TO WS-TM-DIVISION(TEAM-IDX)
                    MOVE 'Y'          TO WS-TM-ON-MASTER(TEAM-IDX)
                    PERFORM 0125-ADD-DIVISION
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE TEAMMASTER.

       0125-ADD-DIVISION.

           MOVE 'NO '                 TO WS-DIV-FOUND
           PERFORM VARYING DIV-IDX FROM 1 BY 1
              UNTIL DIV-IDX > WS-DIV-COUNT OR DIV-ENTRY-FOUND
              IF WS-DIV-LEAGUE(DIV-IDX) = TM-LEAGUE AND
                 WS-DIV-DIVISION(DIV-IDX) = TM-DIVISION
                 MOVE 'YES'           TO WS-DIV-FOUND
              END-IF
           END-PERFORM
           IF NOT DIV-ENTRY-FOUND
              IF WS-DIV-COUNT < 30
                 ADD 1                TO WS-DIV-COUNT
                 SET DIV-IDX          TO WS-DIV-COUNT
                 MOVE TM-LEAGUE       TO WS-DIV-LEAGUE(DIV-IDX)
                 MOVE TM-DIVISION     TO WS-DIV-DIVISION(DIV-IDX)
              ELSE
                 ADD 1                TO WS-DIV-OVERFLOW
              END-IF
           END-IF.

       0130-FIND-LATEST-SEASON.

      * No season card: the latest season with a scored game, so an
      * off-season run still shows the season just finished rather
      * than next year's empty schedule.
           READ BASEBALL NEXT RECORD
              AT END SET BASEBALL-EOF TO TRUE
           END-READ
           PERFORM UNTIL BASEBALL-EOF
              IF IDX-GAME-STATUS NOT = 'S' AND
                 IDX-GAME-STATUS NOT = 'O' AND
                 (IDX-WINNER = 'H' OR IDX-WINNER = 'A' OR
                  IDX-WINNER = 'T') AND
                 IDX-YEAR > WS-SEASON
                 MOVE IDX-YEAR        TO WS-SEASON
              END-IF
              READ BASEBALL NEXT RECORD
                 AT END SET BASEBALL-EOF TO TRUE
              END-READ
           END-PERFORM
           MOVE SPACES                TO BASE-IDX-REG.

       0140-START-DATE-ORDER.

           MOVE LOW-VALUES            TO IDX-DATE
           START BASEBALL KEY IS >= IDX-DATE
              INVALID KEY SET BASEBALL-EOF TO TRUE
           END-START.
           IF NOT BASEBALL-EOF
              READ BASEBALL NEXT RECORD
                 AT END SET BASEBALL-EOF TO TRUE
              END-READ
           END-IF.

       0200-POST-GAME.

      * Postponed games never happened; scheduled games and makeups
      * not yet scored count toward games remaining; everything
      * scored goes on both clubs' records.
           IF IDX-YEAR = WS-SEASON
              ADD 1                   TO WS-GAME-COUNT
              EVALUATE TRUE
                 WHEN IDX-GAME-STATUS = 'O'
                    CONTINUE
                 WHEN IDX-WINNER = 'H' OR IDX-WINNER = 'A' OR
                      IDX-WINNER = 'T'
                    IF IDX-GAME-STATUS NOT = 'S'
                       ADD 1          TO WS-SCORED-COUNT
                       PERFORM 0210-POST-RESULTS
                    ELSE
                       PERFORM 0220-POST-REMAINING
                    END-IF
                 WHEN IDX-GAME-STATUS = 'S' OR IDX-GAME-STATUS = 'M'
                    PERFORM 0220-POST-REMAINING
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           READ BASEBALL NEXT RECORD
              AT END SET BASEBALL-EOF TO TRUE
           END-READ.

       0210-POST-RESULTS.

           MOVE IDX-HOMETEAM          TO WS-TEAM-WORK
           MOVE 'H'                   TO WS-SIDE
           EVALUATE IDX-WINNER
              WHEN 'H' MOVE 'W'       TO WS-RESULT
              WHEN 'A' MOVE 'L'       TO WS-RESULT
              WHEN OTHER MOVE 'T'     TO WS-RESULT
           END-EVALUATE
           PERFORM 0215-POST-TEAM-RESULT

           MOVE IDX-AWAYTEAM          TO WS-TEAM-WORK
           MOVE 'A'                   TO WS-SIDE
           EVALUATE IDX-WINNER
              WHEN 'A' MOVE 'W'       TO WS-RESULT
              WHEN 'H' MOVE 'L'       TO WS-RESULT
              WHEN OTHER MOVE 'T'     TO WS-RESULT
           END-EVALUATE
           PERFORM 0215-POST-TEAM-RESULT.

       0215-POST-TEAM-RESULT.

           PERFORM 0230-FIND-TEAM
           IF TEAM-ENTRY-FOUND
              EVALUATE WS-RESULT
                 WHEN 'W'
                    ADD 1             TO WS-TM-WINS(TEAM-IDX)
                    IF WS-SIDE = 'H'
                       ADD 1          TO WS-TM-HOME-W(TEAM-IDX)
                    ELSE
                       ADD 1          TO WS-TM-ROAD-W(TEAM-IDX)
                    END-IF
                 WHEN 'L'
                    ADD 1             TO WS-TM-LOSSES(TEAM-IDX)
                    IF WS-SIDE = 'H'
                       ADD 1          TO WS-TM-HOME-L(TEAM-IDX)
                    ELSE
                       ADD 1          TO WS-TM-ROAD-L(TEAM-IDX)
                    END-IF
                 WHEN OTHER
                    ADD 1             TO WS-TM-TIES(TEAM-IDX)
              END-EVALUATE
      * Last 10 kept as a ten-character window, oldest result at the
      * left; each new result shifts the window one place.
              MOVE WS-TM-LAST10(TEAM-IDX)(2:9) TO WS-L10-WORK(1:9)
              MOVE WS-RESULT          TO WS-L10-WORK(10:1)
              MOVE WS-L10-WORK        TO WS-TM-LAST10(TEAM-IDX)
           END-IF.

       0220-POST-REMAINING.

           ADD 1                      TO WS-REMAIN-COUNT
           MOVE IDX-HOMETEAM          TO WS-TEAM-WORK
           PERFORM 0230-FIND-TEAM
           IF TEAM-ENTRY-FOUND
              ADD 1                   TO WS-TM-REMAIN(TEAM-IDX)
           END-IF
           MOVE IDX-AWAYTEAM          TO WS-TEAM-WORK
           PERFORM 0230-FIND-TEAM
           IF TEAM-ENTRY-FOUND
              ADD 1                   TO WS-TM-REMAIN(TEAM-IDX)
           END-IF.

       0230-FIND-TEAM.

      * Finds the club's entry, adding it when it is new; a club not
      * on the master comes in with no division.
           MOVE 'NO '                 TO WS-TEAM-FOUND
           PERFORM VARYING TEAM-IDX FROM 1 BY 1
              UNTIL TEAM-IDX > WS-TEAM-COUNT OR TEAM-ENTRY-FOUND
              IF WS-TM-NAME(TEAM-IDX) = WS-TEAM-WORK
                 MOVE 'YES'           TO WS-TEAM-FOUND
              END-IF
           END-PERFORM
           IF TEAM-ENTRY-FOUND
              SET TEAM-IDX DOWN BY 1
           ELSE
              IF WS-TEAM-COUNT < 100
                 ADD 1                TO WS-TEAM-COUNT
                 SET TEAM-IDX         TO WS-TEAM-COUNT
                 MOVE WS-TEAM-WORK    TO WS-TM-NAME(TEAM-IDX)
                 MOVE SPACES          TO WS-TM-LEAGUE(TEAM-IDX)
                 MOVE SPACES          TO WS-TM-DIVISION(TEAM-IDX)
                 MOVE 'N'             TO WS-TM-ON-MASTER(TEAM-IDX)
                 MOVE ZERO            TO WS-TM-WINS(TEAM-IDX)
                 MOVE ZERO            TO WS-TM-LOSSES(TEAM-IDX)
                 MOVE ZERO            TO WS-TM-TIES(TEAM-IDX)
                 MOVE ZERO            TO WS-TM-HOME-W(TEAM-IDX)
                 MOVE ZERO            TO WS-TM-HOME-L(TEAM-IDX)
                 MOVE ZERO            TO WS-TM-ROAD-W(TEAM-IDX)
                 MOVE ZERO            TO WS-TM-ROAD-L(TEAM-IDX)
                 MOVE ZERO            TO WS-TM-REMAIN(TEAM-IDX)
                 MOVE SPACES          TO WS-TM-LAST10(TEAM-IDX)
                 MOVE 'N'             TO WS-TM-PRINTED(TEAM-IDX)
                 MOVE 'YES'           TO WS-TEAM-FOUND
              ELSE
                 ADD 1                TO WS-TEAM-OVERFLOW
              END-IF
           END-IF.

       0300-COMPUTE-PERCENTAGES.

      * Win percentage over decided games only; ties sit outside
      * the percentage the way the league prints them.
           PERFORM VARYING TEAM-IDX FROM 1 BY 1
              UNTIL TEAM-IDX > WS-TEAM-COUNT
              COMPUTE WS-DECIDED = WS-TM-WINS(TEAM-IDX)
                                 + WS-TM-LOSSES(TEAM-IDX)
              IF WS-DECIDED > ZERO
                 COMPUTE WS-TM-PCT(TEAM-IDX) ROUNDED =
                         WS-TM-WINS(TEAM-IDX) / WS-DECIDED
              ELSE
                 MOVE ZERO            TO WS-TM-PCT(TEAM-IDX)
              END-IF
           END-PERFORM.

       0400-PRINT-DIVISIONS.

           DISPLAY "================================================"
           DISPLAY "DIVISION STANDINGS -- SEASON " WS-SEASON
           DISPLAY "================================================"
           PERFORM VARYING DIV-IDX FROM 1 BY 1
              UNTIL DIV-IDX > WS-DIV-COUNT
              PERFORM 0410-PRINT-DIVISION
           END-PERFORM

           PERFORM 0450-PRINT-UNKNOWN-TEAMS

           IF WS-TEAM-OVERFLOW > ZERO OR WS-DIV-OVERFLOW > ZERO
              DISPLAY "* WARNING: TEAM/DIVISION TABLE FULL, "
                      WS-TEAM-OVERFLOW " TEAM POSTINGS AND "
                      WS-DIV-OVERFLOW " DIVISIONS DROPPED"
              MOVE 4                  TO RETURN-CODE
           END-IF.

       0410-PRINT-DIVISION.

           DISPLAY " "
           DISPLAY WS-DIV-LEAGUE(DIV-IDX) " " WS-DIV-DIVISION(DIV-IDX)
           DISPLAY "TEAM           W   L   T   PCT     GB   HOME"
                   "     ROAD     LAST10  REM"
           MOVE ZERO                  TO WS-LEADER-SUB
           MOVE ZERO                  TO WS-SECOND-SUB
           MOVE ZERO                  TO WS-DIV-TEAMS
           PERFORM VARYING TEAM-IDX FROM 1 BY 1
              UNTIL TEAM-IDX > WS-TEAM-COUNT
              IF WS-TM-ON-MASTER(TEAM-IDX) = 'Y' AND
                 WS-TM-LEAGUE(TEAM-IDX) = WS-DIV-LEAGUE(DIV-IDX) AND
                 WS-TM-DIVISION(TEAM-IDX) = WS-DIV-DIVISION(DIV-IDX)
                 ADD 1                TO WS-DIV-TEAMS
              END-IF
           END-PERFORM

           PERFORM VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-DIV-TEAMS
              PERFORM 0420-FIND-NEXT-BEST
              EVALUATE WS-RANK
                 WHEN 1 MOVE WS-BEST-SUB TO WS-LEADER-SUB
                 WHEN 2 MOVE WS-BEST-SUB TO WS-SECOND-SUB
              END-EVALUATE
              PERFORM 0430-PRINT-TEAM-LINE
           END-PERFORM

           PERFORM 0440-PRINT-MAGIC-NUMBER.

       0420-FIND-NEXT-BEST.

      * Best percentage not yet printed in this division; more wins
      * breaks a tie in percentage, then the master's order.
           MOVE ZERO                  TO WS-BEST-SUB
           PERFORM VARYING TEAM-IDX FROM 1 BY 1
              UNTIL TEAM-IDX > WS-TEAM-COUNT
              IF WS-TM-ON-MASTER(TEAM-IDX) = 'Y' AND
                 WS-TM-PRINTED(TEAM-IDX) = 'N' AND
                 WS-TM-LEAGUE(TEAM-IDX) = WS-DIV-LEAGUE(DIV-IDX) AND
                 WS-TM-DIVISION(TEAM-IDX) = WS-DIV-DIVISION(DIV-IDX)
                 IF WS-BEST-SUB = ZERO
                    SET WS-BEST-SUB   TO TEAM-IDX
                 ELSE
                    IF WS-TM-PCT(TEAM-IDX) > WS-TM-PCT(WS-BEST-SUB)
                       OR (WS-TM-PCT(TEAM-IDX) =
                           WS-TM-PCT(WS-BEST-SUB) AND
                           WS-TM-WINS(TEAM-IDX) >
                           WS-TM-WINS(WS-BEST-SUB))
                       SET WS-BEST-SUB TO TEAM-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE 'Y'                   TO WS-TM-PRINTED(WS-BEST-SUB).

       0430-PRINT-TEAM-LINE.

           SET TEAM-IDX               TO WS-BEST-SUB
           MOVE WS-TM-NAME(TEAM-IDX)  TO PRINT-TEAM
           MOVE WS-TM-WINS(TEAM-IDX)  TO PRINT-WINS
           MOVE WS-TM-LOSSES(TEAM-IDX) TO PRINT-LOSSES
           MOVE WS-TM-TIES(TEAM-IDX)  TO PRINT-TIES
           MOVE WS-TM-PCT(TEAM-IDX)   TO PRINT-PCT

      * Games back: half the leader's edge in wins plus half its
      * edge in losses; the leader shows a dash.
           IF WS-RANK = 1
              MOVE '    -'            TO PRINT-GB
           ELSE
              COMPUTE WS-GAMES-BACK =
                      ((WS-TM-WINS(WS-LEADER-SUB) -
                        WS-TM-WINS(TEAM-IDX)) +
                       (WS-TM-LOSSES(TEAM-IDX) -
                        WS-TM-LOSSES(WS-LEADER-SUB))) / 2
              IF WS-GAMES-BACK > ZERO
                 MOVE WS-GAMES-BACK   TO PRINT-GB-NUM
              ELSE
                 MOVE '    -'         TO PRINT-GB
              END-IF
           END-IF

           MOVE WS-TM-HOME-W(TEAM-IDX) TO PRINT-HOME-W
           MOVE WS-TM-HOME-L(TEAM-IDX) TO PRINT-HOME-L
           MOVE WS-TM-ROAD-W(TEAM-IDX) TO PRINT-ROAD-W
           MOVE WS-TM-ROAD-L(TEAM-IDX) TO PRINT-ROAD-L
           MOVE ZERO                  TO WS-L10-W WS-L10-L WS-L10-T
           INSPECT WS-TM-LAST10(TEAM-IDX)
              TALLYING WS-L10-W FOR ALL 'W'
                       WS-L10-L FOR ALL 'L'
                       WS-L10-T FOR ALL 'T'
           MOVE WS-L10-W              TO PRINT-L10-W
           MOVE WS-L10-L              TO PRINT-L10-L
           MOVE WS-TM-REMAIN(TEAM-IDX) TO PRINT-REMAIN
           DISPLAY PRINTRECORD.

       0440-PRINT-MAGIC-NUMBER.

      * Magic number: the leader's season length plus one, less its
      * wins and the second-place club's losses -- any mix of leader
      * wins and runner-up losses that adds up to it clinches. The
      * season length is what the leader has played plus what it
      * has left on the schedule.
           IF WS-SECOND-SUB > ZERO
              COMPUTE WS-SEASON-GAMES =
                      WS-TM-WINS(WS-LEADER-SUB) +
                      WS-TM-LOSSES(WS-LEADER-SUB) +
                      WS-TM-REMAIN(WS-LEADER-SUB)
              COMPUTE WS-MAGIC = WS-SEASON-GAMES + 1
                               - WS-TM-WINS(WS-LEADER-SUB)
                               - WS-TM-LOSSES(WS-SECOND-SUB)
              IF WS-MAGIC > ZERO
                 MOVE WS-MAGIC        TO WS-SEASON-GAMES
                 DISPLAY "  MAGIC NUMBER, "
                         WS-TM-NAME(WS-LEADER-SUB) ": "
                         WS-SEASON-GAMES
              ELSE
                 DISPLAY "  " WS-TM-NAME(WS-LEADER-SUB)
                         " HAS CLINCHED THE DIVISION"
              END-IF
           END-IF.

       0450-PRINT-UNKNOWN-TEAMS.

      * Clubs that played but have no master row belong to no
      * division -- listed on their own so they aren't lost.
           PERFORM VARYING TEAM-IDX FROM 1 BY 1
              UNTIL TEAM-IDX > WS-TEAM-COUNT
              IF WS-TM-ON-MASTER(TEAM-IDX) = 'N'
                 IF WS-UNKNOWN-COUNT = ZERO
                    DISPLAY " "
                    DISPLAY "** NOT ON TEAM MASTER -- RUN TEAMVALID"
                 END-IF
                 ADD 1                TO WS-UNKNOWN-COUNT
                 DISPLAY "   " WS-TM-NAME(TEAM-IDX) "  "
                         WS-TM-WINS(TEAM-IDX) "-"
                         WS-TM-LOSSES(TEAM-IDX) "-"
                         WS-TM-TIES(TEAM-IDX)
              END-IF
           END-PERFORM.

       9000-END-PROGRAM.

           DISPLAY "**********************************"
           DISPLAY "* SEASON              : " WS-SEASON
           DISPLAY "* GAMES IN SEASON     : " WS-GAME-COUNT
           DISPLAY "* GAMES SCORED        : " WS-SCORED-COUNT
           DISPLAY "* GAMES REMAINING     : " WS-REMAIN-COUNT
           DISPLAY "* DIVISIONS           : " WS-DIV-COUNT
           DISPLAY "* TEAMS NOT ON MASTER : " WS-UNKNOWN-COUNT
           DISPLAY "**********************************"

           IF WS-UNKNOWN-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-BASEBALL-REASON
           FS-FIELD  BY BASEBALL-FS
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-MASTER-REASON
           FS-FIELD  BY WS-FS-MASTER
           FS-REASON BY WS-FS-REASON.

       END PROGRAM DIVSTAND.
