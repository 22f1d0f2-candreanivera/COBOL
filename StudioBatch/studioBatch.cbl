      * ADDS MATTER MOST: UNTIL NOW A NEW STUDIO COULD ONLY ARRIVE
      * VIA A FULL RELATIVERECORDS RELOAD. EVERY APPLIED CHANGE IS
      * ALSO LOGGED TO THE STUDIOAUDIT.DAT TRAIL STUDIOMAINT KEEPS,
      * UNDER THE OPERATOR ID 'BATCH', WHICH MUST HOLD THE ADD,
      * CHANGE OR DELETE AUTHORITY FOR STUDIOBATCH ON THE OPERATOR
      * AUTHORIZATION FILE (CHECKED THROUGH AUTHCHK) FOR EACH
      * TRANSACTION; A REFUSED ONE IS REJECTED UNAPPLIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  WS-UPDATED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-DELETED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-DENIED-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-STEP-RC       PIC 9(04).

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
       01  LK-PARM.
           COPY LOCKREQ.

      * Operator-authorization parameter area -- see AUTHCHK
      * copybook.
       01  AU-PARM.
           COPY AUTHCHK.

       PROCEDURE DIVISION.
       0100-START.
      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,

           ADD 1                      TO WS-TRANS-COUNT
           MOVE TRANS-CODE            TO STUDIOS-KEY
           PERFORM 0205-CHECK-AUTHORITY
           EVALUATE TRUE
              WHEN AU-DENIED
                 PERFORM 0245-REJECT-UNAUTHORIZED
              WHEN TRANS-ADD
                 PERFORM 0210-ADD-STUDIO
              WHEN TRANS-UPDATE
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0205-CHECK-AUTHORITY.

      * An unknown action code is left for the EVALUATE to reject.
           MOVE 'Y'                   TO AU-RESULT
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE 'A'             TO AU-ACTION
              WHEN TRANS-UPDATE
                 MOVE 'C'             TO AU-ACTION
              WHEN TRANS-DELETE
                 MOVE 'D'             TO AU-ACTION
              WHEN OTHER
                 MOVE SPACE           TO AU-ACTION
           END-EVALUATE
           IF AU-ACTION NOT = SPACE
              MOVE 'STUDIOBATCH'      TO AU-PROGRAM
              MOVE 'BATCH   '         TO AU-OPERATOR
              MOVE STUDIOTRANS-REC(1:4) TO AU-KEY
              CALL 'AUTHCHK' USING AU-PARM
           END-IF.

       0210-ADD-STUDIO.

           MOVE TRANS-STUDIO          TO STUDIOSRECORD
           MOVE STUDIOTRANS-REC(1:40) TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0245-REJECT-UNAUTHORIZED.

      * AUTHCHK has already logged the refusal to the exception
      * repository -- only this program's own reject file remains.
           ADD 1                      TO WS-REJECT-COUNT
           ADD 1                      TO WS-DENIED-COUNT
           MOVE SPACES                TO TRANSREJECT-REG
           MOVE STUDIOTRANS-REC       TO REJECT-TRANS
           MOVE 'NOT AUTHORIZED'      TO REJECT-REASON
           WRITE TRANSREJECT-REG.

       0260-CHECK-ACTIVE-MOVIES.

      * One pass over the movies file counting active movies that
           DISPLAY "* STUDIOS UPDATED   : " WS-UPDATED-COUNT
           DISPLAY "* STUDIOS DELETED   : " WS-DELETED-COUNT
           DISPLAY "* REJECTED          : " WS-REJECT-COUNT
           DISPLAY "*   NOT AUTHORIZED  : " WS-DENIED-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
           END-IF


      * RUNLOCK hands back a zero return code -- the step's own is
      * carried across the release and restored by RUNLOGGER.
           MOVE RETURN-CODE    TO WS-STEP-RC
           MOVE 'R'            TO LK-ACTION
           CALL 'RUNLOCK' USING LK-PARM

                   WS-UPDATED-COUNT + WS-DELETED-COUNT
           MOVE WS-REJECT-COUNT TO RL-REJECTED
           MOVE FILE-CHECK-KEY  TO RL-FSTATUS
           MOVE WS-STEP-RC     TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.
