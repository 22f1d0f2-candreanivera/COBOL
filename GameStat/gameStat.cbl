      * POSTPONED GAME TO ITS MAKEUP: THE POSTPONED RECORD GETS THE
      * MAKEUP'S GAME ID ON ITS LINK, THE MAKEUP RECORD IS MARKED
      * 'M' WITH THE ORIGINAL'S ID ON ITS LINK, SO EVERY MAKEUP
      * TIES BACK TO ITS ORIGINAL DATE. 'R' POSTS A GAME'S RESULT
      * -- HOME AND AWAY SCORE, THE WINNER DERIVED FROM THEM, AND THE
      * GATE WHEN KEYED -- AND MARKS A SCHEDULED GAME PLAYED.
      * UNKNOWN GAME IDS REJECT.
      *
      * GAMESTATTRANS.DAT IS WRITTEN BY SCOREVER FROM TWO
      * INDEPENDENT KEYINGS OF THE NIGHT'S ENTRIES, SO ONLY
      * TRANSACTIONS BOTH OPERATORS AGREED ON (OR A THIRD PERSON
      * RESOLVED) REACH THE FILE. THE LEAGUE RESULTS LEAGUEFEED
      * TURNS INTO 'R' TRANSACTIONS ON LEAGUETRANS.DAT ARE APPLIED
      * AFTER THEM -- NOBODY KEYS THOSE -- SO FOR A GAME ON BOTH THE
      * LEAGUE'S RESULT STANDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * One transaction per record: 'O' <GAME ID>,
      * 'M' <POSTPONED GAME ID> <MAKEUP GAME ID>, or
      * 'R' <GAME ID> <HOME SCORE> <AWAY SCORE> <ATTENDANCE>.
       SELECT GAMESTATTRANS ASSIGN TO "GAMESTATTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANS.

      * League-feed score transactions, same layout.
       SELECT OPTIONAL LEAGUETRANS ASSIGN TO "LEAGUETRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LEAGUE.

        SELECT BASEBALL ASSIGN TO "BASEBALLINDEXED.DAT"
        FILE STATUS IS BASEBALL-FS
          ORGANIZATION IS INDEXED
            05 GST-ACTION            PIC X(01).
               88 GST-POSTPONE       VALUE 'O'.
               88 GST-MAKEUP         VALUE 'M'.
               88 GST-RESULT         VALUE 'R'.
            05 FILLER                PIC X(02).
            05 GST-GAME-ID           PIC X(36).
            05 FILLER                PIC X(02).
            05 GST-LINK-ID           PIC X(36).
            05 GST-RESULT-DATA REDEFINES GST-LINK-ID.
               10 GST-HOME-SCORE     PIC 9(02).
               10 FILLER             PIC X(01).
               10 GST-AWAY-SCORE     PIC 9(02).
               10 FILLER             PIC X(01).
               10 GST-ATTENDANCE     PIC X(05).
               10 FILLER             PIC X(25).

       FD LEAGUETRANS.
       01 LEAGUETRANS-REC           PIC X(77).

       FD BASEBALL.
       01 BASE-IDX-REG.

       01  WS-WORK-AREAS.
           05 WS-FS-TRANS         PIC X(02).
           05 WS-FS-LEAGUE        PIC X(02).
           05 WS-TRANS-SOURCE     PIC X(01) VALUE 'K'.
              88 SOURCE-KEYED     VALUE 'K'.
              88 SOURCE-LEAGUE    VALUE 'L'.
           05 BASEBALL-FS         PIC X(02).
           05 WS-FS-REJECT        PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TRANS-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-LEAGUE-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-POSTPONED-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-LINKED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-RESULT-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
           END-READ.
           PERFORM 0200-APPLY-TRANSACTION UNTIL TRANS-EOF.

      * Then the league feed's results, read into the same record
      * area so every apply paragraph serves both.
           OPEN INPUT LEAGUETRANS.
           IF WS-FS-LEAGUE = '00'
              SET SOURCE-LEAGUE       TO TRUE
              READ LEAGUETRANS INTO GAMESTATTRANS-REC
                 AT END SET TRANS-EOF TO TRUE
              END-READ
              PERFORM 0200-APPLY-TRANSACTION UNTIL TRANS-EOF
              CLOSE LEAGUETRANS
           ELSE
              IF WS-FS-LEAGUE = '05'
                 CLOSE LEAGUETRANS
              END-IF
           END-IF.

           PERFORM 9000-END-PROGRAM.

       0200-APPLY-TRANSACTION.

           ADD 1                      TO WS-TRANS-COUNT
           IF SOURCE-LEAGUE
              ADD 1                   TO WS-LEAGUE-COUNT
           END-IF
           EVALUATE TRUE
              WHEN GST-POSTPONE
                 PERFORM 0210-MARK-POSTPONED
              WHEN GST-MAKEUP
                 PERFORM 0220-LINK-MAKEUP
              WHEN GST-RESULT
                 PERFORM 0250-POST-RESULT
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION CODE' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
           END-EVALUATE.

           IF SOURCE-KEYED
              READ GAMESTATTRANS
                 AT END SET TRANS-EOF TO TRUE
              END-READ
           ELSE
              READ LEAGUETRANS INTO GAMESTATTRANS-REC
                 AT END SET TRANS-EOF TO TRUE
              END-READ
           END-IF.

       0210-MARK-POSTPONED.

           MOVE GAMESTATTRANS-REC(1:40) TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0250-POST-RESULT.

      * A postponed game has no result to post -- its makeup carries
      * the score. Attendance is optional on the transaction; left
      * blank, whatever gate is on file stands.
           IF GST-HOME-SCORE IS NOT NUMERIC OR
              GST-AWAY-SCORE IS NOT NUMERIC
              MOVE 'SCORE NOT NUMERIC  ' TO WS-FS-REASON
              PERFORM 0240-REJECT-TRANSACTION
           ELSE
              IF GST-ATTENDANCE NOT = SPACES AND
                 GST-ATTENDANCE IS NOT NUMERIC
                 MOVE 'GATE NOT NUMERIC   ' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
              ELSE
                 MOVE GST-GAME-ID     TO BASEBALLID
                 READ BASEBALL
                    INVALID KEY
                       MOVE 'GAME NOT ON FILE   ' TO WS-FS-REASON
                       PERFORM 0240-REJECT-TRANSACTION
                 END-READ
                 IF BASEBALL-FS = '00'
                    IF IDX-GAME-STATUS = 'O'
                       MOVE 'GAME IS POSTPONED  ' TO WS-FS-REASON
                       PERFORM 0240-REJECT-TRANSACTION
                    ELSE
                       PERFORM 0260-REWRITE-RESULT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0260-REWRITE-RESULT.

           MOVE GST-HOME-SCORE        TO IDX-HOME-SCORE
           MOVE GST-AWAY-SCORE        TO IDX-AWAY-SCORE
           EVALUATE TRUE
              WHEN GST-HOME-SCORE > GST-AWAY-SCORE
                 MOVE 'H'             TO IDX-WINNER
              WHEN GST-AWAY-SCORE > GST-HOME-SCORE
                 MOVE 'A'             TO IDX-WINNER
              WHEN OTHER
                 MOVE 'T'             TO IDX-WINNER
           END-EVALUATE
           IF GST-ATTENDANCE NOT = SPACES
              MOVE GST-ATTENDANCE     TO IDX-ATTENDANCE
           END-IF
           IF IDX-GAME-STATUS = 'S'
              MOVE 'P'                TO IDX-GAME-STATUS
              IF IDX-GAMENOTES = 'SCHEDULED'
                 MOVE SPACES          TO IDX-GAMENOTES
              END-IF
           END-IF
           REWRITE BASE-IDX-REG
              INVALID KEY
                 MOVE 'REWRITE FAILED     ' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
           END-REWRITE
           IF BASEBALL-FS = '00' OR BASEBALL-FS = '02'
              ADD 1                   TO WS-RESULT-COUNT
           END-IF.

       9000-END-PROGRAM.

           CLOSE GAMESTATTRANS, BASEBALL, GAMESTATREJ.
           DISPLAY "**********************************"
           DISPLAY "* GAME-STATUS MAINTENANCE         *"
           DISPLAY "* TRANSACTIONS READ   : " WS-TRANS-COUNT
           DISPLAY "*   FROM LEAGUE FEED  : " WS-LEAGUE-COUNT
           DISPLAY "* GAMES POSTPONED     : " WS-POSTPONED-COUNT
           DISPLAY "* MAKEUPS LINKED      : " WS-LINKED-COUNT
           DISPLAY "* RESULTS POSTED      : " WS-RESULT-COUNT
           DISPLAY "* TRANSACTIONS REJECTED: " WS-REJECT-COUNT
           DISPLAY "**********************************"

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-TRANS-COUNT TO RL-READ
           COMPUTE RL-WRITTEN = WS-POSTPONED-COUNT +
                   WS-LINKED-COUNT + WS-RESULT-COUNT
           MOVE WS-REJECT-COUNT TO RL-REJECTED
           MOVE BASEBALL-FS    TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
