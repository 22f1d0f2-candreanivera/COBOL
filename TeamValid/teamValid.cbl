       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEAMVALID.
      * TEAM VALIDATION PASS -- CHECKS EVERY GAME ON
      * BASEBALLINDEXED.DAT AGAINST THE TEAM MASTER TEAMMASTER.DAT
      * (ONE ROW PER CLUB, KEYED BY THE CANONICAL TEAM NAME THE LOAD
      * WRITES THROUGH TEAMALIAS.DAT, WITH ITS LEAGUE, DIVISION AND
      * CITY) AND WRITES EVERY IDX-HOMETEAM OR IDX-AWAYTEAM NOT ON
      * THE MASTER TO AN EXCEPTION FILE. A CLUB MISSING FROM THE
      * MASTER DROPS OUT OF THE DIVISION STANDINGS, SO THIS PASS
      * SURFACES IT FIRST. THE MASTER ITSELF IS CHECKED TOO: A
      * DUPLICATE ROW, A ROW WITH NO LEAGUE OR DIVISION, AND A ROW
      * KEYED BY AN ALIAS VARIANT INSTEAD OF ITS CANONICAL NAME ARE
      * ALL REPORTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        SELECT BASEBALL ASSIGN TO "BASEBALLINDEXED.DAT"
        FILE STATUS IS BASEBALL-FS
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS BASEBALLID
          ALTERNATE RECORD KEY IS IDX-HOMETEAM
             WITH DUPLICATES
          ALTERNATE RECORD KEY IS IDX-AWAYTEAM
             WITH DUPLICATES
          ALTERNATE RECORD KEY IS IDX-DATE
             WITH DUPLICATES.

      * Team master: canonical team name, league, division, city.
      * Required -- validation is the whole job here.
       SELECT TEAMMASTER ASSIGN TO "TEAMMASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MASTER.

      * Alias table the load translates team names through --
      * optional; without it the master's names are not cross-
      * checked.
       SELECT OPTIONAL TEAMALIAS ASSIGN TO "TEAMALIAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALIAS.

       SELECT TEAMEXCEPT ASSIGN TO "TEAMEXCEPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXCEPT.

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

       FD TEAMALIAS.
       01 TEAMALIAS-REC.
          05 ALIAS-VARIANT         PIC X(12).
          05 ALIAS-CANONICAL       PIC X(12).

       FD TEAMEXCEPT.
       01 TEAMEXCEPT-REC.
           05 EXCEPT-GAMEID         PIC X(36).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EXCEPT-SIDE           PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EXCEPT-TEAM           PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EXCEPT-REASON         PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 BASEBALL-FS         PIC X(02).
           05 WS-FS-MASTER        PIC X(02).
           05 WS-FS-ALIAS         PIC X(02).
           05 WS-FS-EXCEPT        PIC X(02).
           05 WS-FS-REASON        PIC X(32).

      * Team names loaded once from the master.
           05 WS-MASTER-TABLE.
              10 WS-MASTER-ENTRY OCCURS 100 TIMES
                                 INDEXED BY MASTER-IDX
                                 PIC X(12).
           05 WS-MASTER-COUNT     PIC 9(03) VALUE ZERO.
           05 WS-MASTER-DROPPED   PIC 9(05) VALUE ZERO.
           05 WS-TEAM-VALID       PIC X(03).
               88 TEAM-IS-VALID   VALUE 'YES'.

           05 WS-ALIAS-TABLE.
              10 WS-ALIAS-ENTRY OCCURS 100 TIMES
                                INDEXED BY ALIAS-IDX.
                 15 WS-ALIAS-VARIANT   PIC X(12).
                 15 WS-ALIAS-CANONICAL PIC X(12).
           05 WS-ALIAS-COUNT      PIC 9(03) VALUE ZERO.

           05 WS-TEAM-WORK        PIC X(12).
           05 WS-SIDE-WORK        PIC X(04).
           05 WS-MASTER-BAD-SW    PIC X(03).
               88 MASTER-ROW-BAD  VALUE 'YES'.
           05 WS-MASTER-REASON    PIC X(24).

           05 WS-GAME-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-EXCEPT-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-MASTER-ERRORS    PIC 9(05) VALUE ZERO.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. Every divert below is also appended to
      * EXCEPTIONS.DAT through EXCLOGGER.
       01  EX-PARM.
           COPY EXCREC.

       PROCEDURE DIVISION.
       0100-START.

           PERFORM 0110-LOAD-ALIASES.
           PERFORM 0120-LOAD-TEAM-MASTER.

           OPEN INPUT BASEBALL.
           OPEN OUTPUT TEAMEXCEPT.
           IF BASEBALL-FS NOT = '00' OR WS-FS-EXCEPT NOT = '00'
              PERFORM 9500-BASEBALL-REASON
              DISPLAY '********************'
              DISPLAY '* FILE OPEN ERROR  *'
              DISPLAY '* FS-INPUT : ' BASEBALL-FS
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-EXCEPT: ' WS-FS-EXCEPT
              DISPLAY '********************'
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

           READ BASEBALL NEXT RECORD
              AT END SET BASEBALL-EOF TO TRUE
           END-READ.
           PERFORM 0200-VALIDATE-GAME UNTIL BASEBALL-EOF.

           PERFORM 9000-END-PROGRAM.

       0110-LOAD-ALIASES.

           OPEN INPUT TEAMALIAS.
           IF WS-FS-ALIAS = '00'
              PERFORM UNTIL WS-FS-ALIAS = '10'
                 READ TEAMALIAS
                    AT END MOVE '10' TO WS-FS-ALIAS
                 END-READ
                 IF WS-FS-ALIAS NOT = '10' AND
                    WS-ALIAS-COUNT < 100
                    ADD 1             TO WS-ALIAS-COUNT
                    SET ALIAS-IDX     TO WS-ALIAS-COUNT
                    MOVE ALIAS-VARIANT
                                   TO WS-ALIAS-VARIANT(ALIAS-IDX)
                    MOVE ALIAS-CANONICAL
                                   TO WS-ALIAS-CANONICAL(ALIAS-IDX)
                 END-IF
              END-PERFORM
              CLOSE TEAMALIAS
           ELSE
              IF WS-FS-ALIAS = '05'
                 CLOSE TEAMALIAS
              END-IF
           END-IF.

       0120-LOAD-TEAM-MASTER.

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
              IF WS-FS-MASTER NOT = '10'
                 PERFORM 0130-CHECK-MASTER-ROW
              END-IF
           END-PERFORM.
           CLOSE TEAMMASTER.

           IF WS-MASTER-COUNT = ZERO
              DISPLAY "********************************"
              DISPLAY "* TEAMMASTER.DAT IS EMPTY      *"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

      * A team that didn't fit would be reported below as unknown
      * on every game it played -- say why instead.
           IF WS-MASTER-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* TEAMMASTER.DAT EXCEEDS 100 TEAMS"
              DISPLAY "* TEAMS NOT LOADED: " WS-MASTER-DROPPED
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

       0130-CHECK-MASTER-ROW.

           MOVE 'NO '                 TO WS-MASTER-BAD-SW
           MOVE TM-TEAM               TO WS-TEAM-WORK
           PERFORM 0220-FIND-TEAM
           EVALUATE TRUE
              WHEN TM-TEAM = SPACES
                 MOVE 'YES'           TO WS-MASTER-BAD-SW
                 MOVE 'BLANK TEAM NAME' TO WS-MASTER-REASON
              WHEN TEAM-IS-VALID
                 MOVE 'YES'           TO WS-MASTER-BAD-SW
                 MOVE 'DUPLICATE MASTER ROW' TO WS-MASTER-REASON
              WHEN TM-LEAGUE = SPACES OR TM-DIVISION = SPACES
                 MOVE 'YES'           TO WS-MASTER-BAD-SW
                 MOVE 'NO LEAGUE/DIVISION' TO WS-MASTER-REASON
              WHEN OTHER
                 PERFORM VARYING ALIAS-IDX FROM 1 BY 1
                    UNTIL ALIAS-IDX > WS-ALIAS-COUNT
                    IF WS-ALIAS-VARIANT(ALIAS-IDX) = TM-TEAM AND
                       WS-ALIAS-CANONICAL(ALIAS-IDX) NOT = TM-TEAM
                       MOVE 'YES'     TO WS-MASTER-BAD-SW
                       MOVE 'MASTER NAME IS AN ALIAS'
                                      TO WS-MASTER-REASON
                    END-IF
                 END-PERFORM
           END-EVALUATE

      * A duplicate or blank row is left off the table; a row that
      * is only incomplete still names a real club and is kept, so
      * its games are not reported twice over.
           IF MASTER-ROW-BAD
              ADD 1                   TO WS-MASTER-ERRORS
              DISPLAY '* TEAMMASTER ' TM-TEAM ' -- ' WS-MASTER-REASON
              MOVE WS-MASTER-REASON   TO EXC-REASON
              MOVE TM-TEAM            TO EXC-KEY
              MOVE TEAMMASTER-REC     TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF
           IF TM-TEAM NOT = SPACES AND NOT TEAM-IS-VALID
              IF WS-MASTER-COUNT < 100
                 ADD 1                TO WS-MASTER-COUNT
                 SET MASTER-IDX       TO WS-MASTER-COUNT
                 MOVE TM-TEAM         TO WS-MASTER-ENTRY(MASTER-IDX)
              ELSE
                 ADD 1                TO WS-MASTER-DROPPED
              END-IF
           END-IF.

       0200-VALIDATE-GAME.

           ADD 1                      TO WS-GAME-COUNT
           MOVE IDX-HOMETEAM          TO WS-TEAM-WORK
           MOVE 'HOME'                TO WS-SIDE-WORK
           PERFORM 0210-CHECK-TEAM
           MOVE IDX-AWAYTEAM          TO WS-TEAM-WORK
           MOVE 'AWAY'                TO WS-SIDE-WORK
           PERFORM 0210-CHECK-TEAM

           READ BASEBALL NEXT RECORD
              AT END SET BASEBALL-EOF TO TRUE
           END-READ.

       0210-CHECK-TEAM.

           PERFORM 0220-FIND-TEAM
           IF NOT TEAM-IS-VALID
              ADD 1                   TO WS-EXCEPT-COUNT
              MOVE SPACES             TO TEAMEXCEPT-REC
              MOVE BASEBALLID         TO EXCEPT-GAMEID
              MOVE WS-SIDE-WORK       TO EXCEPT-SIDE
              MOVE WS-TEAM-WORK       TO EXCEPT-TEAM
              MOVE 'TEAM NOT ON MASTER' TO EXCEPT-REASON
              WRITE TEAMEXCEPT-REC
              MOVE 'TEAM NOT ON MASTER' TO EXC-REASON
              MOVE BASEBALLID(1:20)   TO EXC-KEY
              MOVE SPACES             TO EXC-DETAIL
              STRING WS-SIDE-WORK ' ' WS-TEAM-WORK ' ' IDX-DATE
                 DELIMITED BY SIZE INTO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0220-FIND-TEAM.

           MOVE 'NO '                 TO WS-TEAM-VALID
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
              UNTIL MASTER-IDX > WS-MASTER-COUNT OR TEAM-IS-VALID
              IF WS-MASTER-ENTRY(MASTER-IDX) = WS-TEAM-WORK
                 MOVE 'YES'           TO WS-TEAM-VALID
              END-IF
           END-PERFORM.

       9000-END-PROGRAM.

           CLOSE BASEBALL, TEAMEXCEPT.

           DISPLAY "**********************************"
           DISPLAY "* TEAM VALIDATION                *"
           DISPLAY "* TEAMS ON MASTER     : " WS-MASTER-COUNT
           DISPLAY "* MASTER ROW ERRORS   : " WS-MASTER-ERRORS
           DISPLAY "* GAMES CHECKED       : " WS-GAME-COUNT
           DISPLAY "* UNKNOWN TEAMS       : " WS-EXCEPT-COUNT
           DISPLAY "**********************************"

           IF (WS-EXCEPT-COUNT > ZERO OR WS-MASTER-ERRORS > ZERO)
              AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per divert,
      * alongside this program's own exception file.
           MOVE 'TEAMVALID'           TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-BASEBALL-REASON
           FS-FIELD  BY BASEBALL-FS
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-MASTER-REASON
           FS-FIELD  BY WS-FS-MASTER
           FS-REASON BY WS-FS-REASON.

       END PROGRAM TEAMVALID.
