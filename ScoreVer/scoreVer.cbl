       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOREVER.
      * DOUBLE-KEYED ENTRY VERIFICATION FOR GAMESTAT -- THE NIGHT'S
      * GAME TRANSACTIONS (RESULTS, POSTPONEMENTS, MAKEUP LINKS) ARE
      * KEYED TWICE, BY TWO DIFFERENT OPERATORS, ONTO GAMEKEY1.DAT
      * AND GAMEKEY2.DAT. THIS STEP MATCHES THE TWO KEYINGS BY GAME
      * ID (BASEBALLID) AND WRITES GAMESTATTRANS.DAT WITH ONLY THE
      * TRANSACTIONS BOTH KEYINGS AGREE ON, CHARACTER FOR CHARACTER,
      * KEYED BY DIFFERENT OPERATORS. A 12 KEYED AS 21 NO LONGER
      * FLIPS A WINNER AND RIPPLES INTO STANDINGS AND STREAKRPT.
      *
      * EVERY GAME THAT DOES NOT VERIFY -- THE KEYINGS DISAGREE, ONE
      * KEYING IS MISSING IT, ONE KEYING HAS IT TWICE, OR THE SAME
      * OPERATOR KEYED BOTH -- GOES TO THE DISCREPANCY FILE
      * SCOREDISC.DAT AND THE REPORT WITH BOTH VERSIONS SIDE BY SIDE
      * FOR A THIRD PERSON TO RESOLVE, AND TO THE EXCEPTION
      * REPOSITORY. THE RESOLVER KEYS THE CORRECT TRANSACTION ONTO
      * THE OPTIONAL GAMEKEYRES.DAT; ON THE RERUN A RESOLUTION FOR A
      * DISCREPANT GAME IS PASSED TO GAMESTAT IN ITS PLACE. A
      * RESOLUTION NEVER OVERRIDES A GAME BOTH KEYINGS AGREED ON.
      *
      * GAMESTATTRANS.DAT IS EMPTIED AT THE START OF EVERY RUN, SO A
      * REFUSED RUN LEAVES GAMESTAT NOTHING TO APPLY. ANY UNVERIFIED
      * GAME ENDS THE RUN RC 4; A MISSING KEYING FILE OR A KEYING
      * TOO BIG FOR THE TABLES REFUSES THE RUN RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * The two keyings: a GAMESTAT transaction, then the keying
      * operator's id.
       SELECT GAMEKEY1 ASSIGN TO "GAMEKEY1.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-KEY1.

       SELECT GAMEKEY2 ASSIGN TO "GAMEKEY2.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-KEY2.

      * Third-person resolutions, same layout.
       SELECT OPTIONAL GAMEKEYRES ASSIGN TO "GAMEKEYRES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RES.

      * Verified transactions for GAMESTAT.
       SELECT GAMESTATTRANS ASSIGN TO "GAMESTATTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANS.

      * Games that did not verify, both keyings side by side.
       SELECT SCOREDISC ASSIGN TO "SCOREDISC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DISC.

       DATA DIVISION.
       FILE SECTION.
       FD GAMEKEY1.
       01 GAMEKEY1-REC.
           05 KEY1-TRANS            PIC X(77).
           05 FILLER                PIC X(02).
           05 KEY1-OPERATOR         PIC X(08).

       FD GAMEKEY2.
       01 GAMEKEY2-REC.
           05 KEY2-TRANS            PIC X(77).
           05 FILLER                PIC X(02).
           05 KEY2-OPERATOR         PIC X(08).

       FD GAMEKEYRES.
       01 GAMEKEYRES-REC.
           05 RES-TRANS             PIC X(77).
           05 FILLER                PIC X(02).
           05 RES-OPERATOR          PIC X(08).

      * Same layout GAMESTAT reads.
       FD GAMESTATTRANS.
       01 GAMESTATTRANS-REC         PIC X(77).

       FD SCOREDISC.
       01 SCOREDISC-REC.
           05 DISC-GAME-ID          PIC X(36).
           05 FILLER                PIC X(02).
           05 DISC-REASON           PIC X(24).
           05 FILLER                PIC X(02).
           05 DISC-STATUS           PIC X(08).
      *      'OPEN' AWAITING A RESOLUTION; 'RESOLVED' THE RESOLVER'S
      *      TRANSACTION WENT TO GAMESTAT.
           05 FILLER                PIC X(02).
           05 DISC-KEY1-OPER        PIC X(08).
           05 FILLER                PIC X(02).
           05 DISC-KEY1-TRANS       PIC X(77).
           05 FILLER                PIC X(02).
           05 DISC-KEY2-OPER        PIC X(08).
           05 FILLER                PIC X(02).
           05 DISC-KEY2-TRANS       PIC X(77).

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
           05 WS-FS-KEY1          PIC X(02).
           05 WS-FS-KEY2          PIC X(02).
           05 WS-FS-RES           PIC X(02).
           05 WS-FS-TRANS         PIC X(02).
           05 WS-FS-DISC          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-KEY1-READ        PIC 9(05) VALUE ZERO.
           05 WS-KEY2-READ        PIC 9(05) VALUE ZERO.
           05 WS-RES-READ         PIC 9(05) VALUE ZERO.
           05 WS-VERIFIED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-RESOLVED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-UNVERIFIED-COUNT PIC 9(05) VALUE ZERO.
           05 WS-RES-UNUSED       PIC 9(05) VALUE ZERO.
           05 WS-TABLE-DROPPED    PIC 9(05) VALUE ZERO.

      * Work fields for the game being matched.
           05 WS-GAME-ID          PIC X(36).
           05 WS-KEY1-COUNT       PIC 9(05) COMP.
           05 WS-KEY2-COUNT       PIC 9(05) COMP.
           05 WS-KEY1-SUB         PIC 9(05) COMP.
           05 WS-KEY2-SUB         PIC 9(05) COMP.
           05 WS-DISC-REASON      PIC X(24).

      * Both keyings held in memory so each game can be matched
      * whatever order the operators keyed in. Game id is
      * positions 4-39 of the transaction.
           05 WS-KEY1-AREA.
              10 WS-KEY1-TOTAL    PIC 9(05) COMP VALUE ZERO.
              10 WS-KEY1-ENTRY OCCURS 3000 TIMES
                               INDEXED BY KEY1-IDX.
                 15 WS-K1-TRANS      PIC X(77).
                 15 WS-K1-OPER       PIC X(08).
                 15 WS-K1-DONE       PIC X(01).
           05 WS-KEY2-AREA.
              10 WS-KEY2-TOTAL    PIC 9(05) COMP VALUE ZERO.
              10 WS-KEY2-ENTRY OCCURS 3000 TIMES
                               INDEXED BY KEY2-IDX.
                 15 WS-K2-TRANS      PIC X(77).
                 15 WS-K2-OPER       PIC X(08).
                 15 WS-K2-DONE       PIC X(01).
           05 WS-RES-AREA.
              10 WS-RES-TOTAL     PIC 9(05) COMP VALUE ZERO.
              10 WS-RES-ENTRY OCCURS 500 TIMES
                              INDEXED BY RES-IDX.
                 15 WS-RS-TRANS      PIC X(77).
                 15 WS-RS-OPER       PIC X(08).
                 15 WS-RS-USED       PIC X(01).
              10 WS-RES-FOUND     PIC X(03).
                 88 RES-ENTRY-FOUND  VALUE 'YES'.

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'SCOREVER'     TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

      * The outputs are opened first so that whatever happens next,
      * last night's transactions cannot be applied a second time.
           OPEN OUTPUT GAMESTATTRANS.
           OPEN OUTPUT SCOREDISC.
           IF WS-FS-TRANS NOT = '00' OR WS-FS-DISC NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9530-TRANS-REASON
              DISPLAY '* FS-TRANSACTIONS: ' WS-FS-TRANS
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-DISCREPANCY : ' WS-FS-DISC
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM 0110-LOAD-KEYING-1.
           PERFORM 0120-LOAD-KEYING-2.
           PERFORM 0130-LOAD-RESOLUTIONS.
           IF WS-TABLE-DROPPED > ZERO
              DISPLAY '****************************************'
              DISPLAY '* KEYING TOO LARGE FOR TABLES -- RUN    '
              DISPLAY '* REFUSED, NOTHING PASSED TO GAMESTAT   '
              DISPLAY '* RECORDS NOT LOADED: ' WS-TABLE-DROPPED
              DISPLAY '****************************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           DISPLAY "================================================"
           DISPLAY "SCORE ENTRY VERIFICATION -- DISCREPANCIES"
           DISPLAY "================================================"

           PERFORM VARYING KEY1-IDX FROM 1 BY 1
              UNTIL KEY1-IDX > WS-KEY1-TOTAL
              IF WS-K1-DONE(KEY1-IDX) NOT = 'Y'
                 SET WS-KEY1-SUB      TO KEY1-IDX
                 PERFORM 0200-MATCH-KEY1-GAME
              END-IF
           END-PERFORM.

           PERFORM VARYING KEY2-IDX FROM 1 BY 1
              UNTIL KEY2-IDX > WS-KEY2-TOTAL
              IF WS-K2-DONE(KEY2-IDX) NOT = 'Y'
                 SET WS-KEY2-SUB      TO KEY2-IDX
                 PERFORM 0300-KEY2-ONLY-GAME
              END-IF
           END-PERFORM.

           IF WS-UNVERIFIED-COUNT = ZERO AND WS-RESOLVED-COUNT = ZERO
              DISPLAY "* NONE -- BOTH KEYINGS AGREE ON EVERY GAME"
           END-IF.

           PERFORM VARYING RES-IDX FROM 1 BY 1
              UNTIL RES-IDX > WS-RES-TOTAL
              IF WS-RS-USED(RES-IDX) NOT = 'Y'
                 ADD 1                TO WS-RES-UNUSED
              END-IF
           END-PERFORM.

           PERFORM 9000-END-PROGRAM.

       0110-LOAD-KEYING-1.

           OPEN INPUT GAMEKEY1.
           IF WS-FS-KEY1 NOT = '00'
              PERFORM 9500-KEY1-REASON
              DISPLAY "********************************"
              DISPLAY "* GAMEKEY1.DAT REQUIRED        *"
              DISPLAY "* FS-KEY1: " WS-FS-KEY1
                       " (" WS-FS-REASON ")"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-FS-KEY1 = '10'
              READ GAMEKEY1
                 AT END MOVE '10' TO WS-FS-KEY1
              END-READ
              IF WS-FS-KEY1 NOT = '10' AND KEY1-TRANS NOT = SPACES
                 ADD 1             TO WS-KEY1-READ
                 IF WS-KEY1-TOTAL < 3000
                    ADD 1          TO WS-KEY1-TOTAL
                    SET KEY1-IDX   TO WS-KEY1-TOTAL
                    MOVE KEY1-TRANS    TO WS-K1-TRANS(KEY1-IDX)
                    MOVE KEY1-OPERATOR TO WS-K1-OPER(KEY1-IDX)
                    MOVE 'N'       TO WS-K1-DONE(KEY1-IDX)
                 ELSE
                    ADD 1          TO WS-TABLE-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE GAMEKEY1.

       0120-LOAD-KEYING-2.

           OPEN INPUT GAMEKEY2.
           IF WS-FS-KEY2 NOT = '00'
              PERFORM 9510-KEY2-REASON
              DISPLAY "********************************"
              DISPLAY "* GAMEKEY2.DAT REQUIRED        *"
              DISPLAY "* FS-KEY2: " WS-FS-KEY2
                       " (" WS-FS-REASON ")"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-FS-KEY2 = '10'
              READ GAMEKEY2
                 AT END MOVE '10' TO WS-FS-KEY2
              END-READ
              IF WS-FS-KEY2 NOT = '10' AND KEY2-TRANS NOT = SPACES
                 ADD 1             TO WS-KEY2-READ
                 IF WS-KEY2-TOTAL < 3000
                    ADD 1          TO WS-KEY2-TOTAL
                    SET KEY2-IDX   TO WS-KEY2-TOTAL
                    MOVE KEY2-TRANS    TO WS-K2-TRANS(KEY2-IDX)
                    MOVE KEY2-OPERATOR TO WS-K2-OPER(KEY2-IDX)
                    MOVE 'N'       TO WS-K2-DONE(KEY2-IDX)
                 ELSE
                    ADD 1          TO WS-TABLE-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE GAMEKEY2.

       0130-LOAD-RESOLUTIONS.

           OPEN INPUT GAMEKEYRES.
           IF WS-FS-RES = '00'
              PERFORM UNTIL WS-FS-RES = '10'
                 READ GAMEKEYRES
                    AT END MOVE '10' TO WS-FS-RES
                 END-READ
                 IF WS-FS-RES NOT = '10' AND RES-TRANS NOT = SPACES
                    ADD 1          TO WS-RES-READ
                    IF WS-RES-TOTAL < 500
                       ADD 1       TO WS-RES-TOTAL
                       SET RES-IDX TO WS-RES-TOTAL
                       MOVE RES-TRANS    TO WS-RS-TRANS(RES-IDX)
                       MOVE RES-OPERATOR TO WS-RS-OPER(RES-IDX)
                       MOVE 'N'    TO WS-RS-USED(RES-IDX)
                    ELSE
                       ADD 1       TO WS-TABLE-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GAMEKEYRES
           ELSE
              IF WS-FS-RES = '05'
                 CLOSE GAMEKEYRES
              END-IF
           END-IF.

       0200-MATCH-KEY1-GAME.

      * Every first-keying entry for this game and every second-
      * keying entry for it are claimed together, so a game is
      * judged once however many times it was keyed.
           SET KEY1-IDX               TO WS-KEY1-SUB
           MOVE WS-K1-TRANS(KEY1-IDX)(4:36) TO WS-GAME-ID
           MOVE ZERO                  TO WS-KEY1-COUNT WS-KEY2-COUNT
                                         WS-KEY2-SUB

           PERFORM VARYING KEY1-IDX FROM WS-KEY1-SUB BY 1
              UNTIL KEY1-IDX > WS-KEY1-TOTAL
              IF WS-K1-TRANS(KEY1-IDX)(4:36) = WS-GAME-ID
                 ADD 1                TO WS-KEY1-COUNT
                 MOVE 'Y'             TO WS-K1-DONE(KEY1-IDX)
              END-IF
           END-PERFORM

           PERFORM VARYING KEY2-IDX FROM 1 BY 1
              UNTIL KEY2-IDX > WS-KEY2-TOTAL
              IF WS-K2-TRANS(KEY2-IDX)(4:36) = WS-GAME-ID
                 ADD 1                TO WS-KEY2-COUNT
                 MOVE 'Y'             TO WS-K2-DONE(KEY2-IDX)
                 IF WS-KEY2-SUB = ZERO
                    SET WS-KEY2-SUB   TO KEY2-IDX
                 END-IF
              END-IF
           END-PERFORM

           SET KEY1-IDX               TO WS-KEY1-SUB
           IF WS-KEY2-SUB > ZERO
              SET KEY2-IDX            TO WS-KEY2-SUB
           END-IF

           MOVE SPACES                TO WS-DISC-REASON
           EVALUATE TRUE
              WHEN WS-KEY1-COUNT > 1
                 MOVE 'KEYED TWICE IN KEYING 1' TO WS-DISC-REASON
              WHEN WS-KEY2-COUNT = ZERO
                 MOVE 'MISSING FROM KEYING 2' TO WS-DISC-REASON
              WHEN WS-KEY2-COUNT > 1
                 MOVE 'KEYED TWICE IN KEYING 2' TO WS-DISC-REASON
              WHEN WS-K1-TRANS(KEY1-IDX) NOT = WS-K2-TRANS(KEY2-IDX)
                 MOVE 'KEYINGS DISAGREE' TO WS-DISC-REASON
              WHEN WS-K1-OPER(KEY1-IDX) = WS-K2-OPER(KEY2-IDX)
                 MOVE 'SAME OPERATOR KEYED BOTH' TO WS-DISC-REASON
              WHEN OTHER
                 MOVE WS-K1-TRANS(KEY1-IDX) TO GAMESTATTRANS-REC
                 WRITE GAMESTATTRANS-REC
                 ADD 1                TO WS-VERIFIED-COUNT
           END-EVALUATE

           IF WS-DISC-REASON NOT = SPACES
              MOVE SPACES             TO SCOREDISC-REC
              MOVE WS-K1-OPER(KEY1-IDX)  TO DISC-KEY1-OPER
              MOVE WS-K1-TRANS(KEY1-IDX) TO DISC-KEY1-TRANS
              IF WS-KEY2-SUB > ZERO
                 MOVE WS-K2-OPER(KEY2-IDX)  TO DISC-KEY2-OPER
                 MOVE WS-K2-TRANS(KEY2-IDX) TO DISC-KEY2-TRANS
              END-IF
              PERFORM 0400-REPORT-DISCREPANCY
           END-IF.

       0300-KEY2-ONLY-GAME.

      * Whatever the second keying has that the first never did.
           SET KEY2-IDX               TO WS-KEY2-SUB
           MOVE WS-K2-TRANS(KEY2-IDX)(4:36) TO WS-GAME-ID
           MOVE ZERO                  TO WS-KEY2-COUNT
           PERFORM VARYING KEY2-IDX FROM WS-KEY2-SUB BY 1
              UNTIL KEY2-IDX > WS-KEY2-TOTAL
              IF WS-K2-TRANS(KEY2-IDX)(4:36) = WS-GAME-ID
                 ADD 1                TO WS-KEY2-COUNT
                 MOVE 'Y'             TO WS-K2-DONE(KEY2-IDX)
              END-IF
           END-PERFORM
           SET KEY2-IDX               TO WS-KEY2-SUB

           MOVE SPACES                TO SCOREDISC-REC
           MOVE WS-K2-OPER(KEY2-IDX)  TO DISC-KEY2-OPER
           MOVE WS-K2-TRANS(KEY2-IDX) TO DISC-KEY2-TRANS
           IF WS-KEY2-COUNT > 1
              MOVE 'KEYED TWICE IN KEYING 2' TO WS-DISC-REASON
           ELSE
              MOVE 'MISSING FROM KEYING 1' TO WS-DISC-REASON
           END-IF
           PERFORM 0400-REPORT-DISCREPANCY.

       0400-REPORT-DISCREPANCY.

      * SCOREDISC-REC carries both keyings on entry. A third-person
      * resolution for the game goes to GAMESTAT in their place.
           MOVE WS-GAME-ID            TO DISC-GAME-ID
           MOVE WS-DISC-REASON        TO DISC-REASON

           MOVE 'NO '                 TO WS-RES-FOUND
           PERFORM VARYING RES-IDX FROM 1 BY 1
              UNTIL RES-IDX > WS-RES-TOTAL OR RES-ENTRY-FOUND
              IF WS-RS-TRANS(RES-IDX)(4:36) = WS-GAME-ID AND
                 WS-RS-USED(RES-IDX) NOT = 'Y'
                 MOVE 'YES'           TO WS-RES-FOUND
                 MOVE 'Y'             TO WS-RS-USED(RES-IDX)
                 MOVE WS-RS-TRANS(RES-IDX) TO GAMESTATTRANS-REC
              END-IF
           END-PERFORM

           IF RES-ENTRY-FOUND
              WRITE GAMESTATTRANS-REC
              ADD 1                   TO WS-RESOLVED-COUNT
              MOVE 'RESOLVED'         TO DISC-STATUS
           ELSE
              ADD 1                   TO WS-UNVERIFIED-COUNT
              MOVE 'OPEN'             TO DISC-STATUS
              MOVE WS-DISC-REASON     TO EXC-REASON
              MOVE WS-GAME-ID(1:20)   TO EXC-KEY
              MOVE SPACES             TO EXC-DETAIL
              STRING 'KEY1 ' DISC-KEY1-OPER ' KEY2 ' DISC-KEY2-OPER
                 DELIMITED BY SIZE INTO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF
           WRITE SCOREDISC-REC

           DISPLAY WS-GAME-ID "  " WS-DISC-REASON "  " DISC-STATUS
           DISPLAY "   KEY 1 " DISC-KEY1-OPER ": " DISC-KEY1-TRANS
           DISPLAY "   KEY 2 " DISC-KEY2-OPER ": " DISC-KEY2-TRANS.

       9000-END-PROGRAM.

           CLOSE GAMESTATTRANS, SCOREDISC.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* SCORE ENTRY VERIFICATION        *"
           DISPLAY "* KEYING 1 RECORDS    : " WS-KEY1-READ
           DISPLAY "* KEYING 2 RECORDS    : " WS-KEY2-READ
           DISPLAY "* GAMES VERIFIED      : " WS-VERIFIED-COUNT
           DISPLAY "* GAMES RESOLVED      : " WS-RESOLVED-COUNT
           DISPLAY "* GAMES UNVERIFIED    : " WS-UNVERIFIED-COUNT
           DISPLAY "* RESOLUTIONS READ    : " WS-RES-READ
           DISPLAY "* RESOLUTIONS UNUSED  : " WS-RES-UNUSED
           DISPLAY "**********************************"

           IF WS-UNVERIFIED-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE 'END  '        TO RL-EVENT
           COMPUTE RL-READ = WS-KEY1-READ + WS-KEY2-READ
           COMPUTE RL-WRITTEN = WS-VERIFIED-COUNT +
                   WS-RESOLVED-COUNT
           MOVE WS-UNVERIFIED-COUNT TO RL-REJECTED
           MOVE WS-FS-TRANS    TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per game
      * left for the resolver, alongside SCOREDISC.DAT.
           MOVE 'SCOREVER'            TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-KEY1-REASON
           FS-FIELD  BY WS-FS-KEY1
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-KEY2-REASON
           FS-FIELD  BY WS-FS-KEY2
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9530-TRANS-REASON
           FS-FIELD  BY WS-FS-TRANS
           FS-REASON BY WS-FS-REASON.

       END PROGRAM SCOREVER.
