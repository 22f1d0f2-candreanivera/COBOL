       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDIOMAINT.
      * UPDATES OR REMOVES A STUDIOSRECORD IN STUDIOSREL.DAT BY KEY
      * THE OPERATOR ID KEYED AT THE START MUST HOLD THE CHANGE OR
      * DELETE AUTHORITY FOR STUDIOMAINT ON THE OPERATOR
      * AUTHORIZATION FILE (CHECKED THROUGH AUTHCHK); A REFUSAL IS
      * LOGGED TO THE EXCEPTION REPOSITORY AND NOTHING IS APPLIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  WS-OPERATOR      PIC X(08).
           05  WS-BEFORE-IMAGE  PIC X(94).
           05  WS-FS-REASON     PIC X(32).
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
           MOVE 'STUDIOMAINT' TO RL-PROGRAM
              WITH NO ADVANCING
           ACCEPT STUDIOS-KEY.

           MOVE 'C'                   TO AU-ACTION
           PERFORM 0600-CHECK-AUTHORITY.

           IF AU-GRANTED
              READ STUDIOSFILE
                 INVALID KEY
                    PERFORM 9500-STUDIOS-REASON
                    DISPLAY "ERROR ON KEY: " FILE-CHECK-KEY
                             " (" WS-FS-REASON ")"
              END-READ
           END-IF.

           IF FILE-CHECK-KEY = '00'
              MOVE STUDIOSRECORD      TO WS-BEFORE-IMAGE
              WITH NO ADVANCING
           ACCEPT STUDIOS-KEY.

           MOVE 'D'                   TO AU-ACTION
           PERFORM 0600-CHECK-AUTHORITY.

      * Read first so the audit trail keeps the record as it stood
      * the moment before the delete.
           IF AU-GRANTED
              READ STUDIOSFILE
                 INVALID KEY
                    PERFORM 9500-STUDIOS-REASON
                    DISPLAY "ERROR ON KEY: " FILE-CHECK-KEY
                             " (" WS-FS-REASON ")"
              END-READ
           END-IF.

           IF FILE-CHECK-KEY = '00'
              PERFORM 0500-CHECK-ACTIVE-MOVIES
              CLOSE MOVIESFILE
           END-IF.

       0600-CHECK-AUTHORITY.

      * The caller sets the action; a refusal leaves '99' in the
      * status so nothing further is applied, as a refused delete
      * does.
           MOVE 'STUDIOMAINT'         TO AU-PROGRAM
           MOVE WS-OPERATOR           TO AU-OPERATOR
           MOVE STUDIOS-KEY           TO AU-KEY
           CALL 'AUTHCHK' USING AU-PARM
           IF AU-DENIED
              DISPLAY "OPERATOR " WS-OPERATOR " NOT AUTHORIZED -- "
                      "NOTHING APPLIED"
              MOVE '99'               TO FILE-CHECK-KEY
              MOVE 4                  TO RETURN-CODE
           END-IF.

       0400-WRITE-AUDIT-RECORD.

           MOVE WS-OPERATOR           TO AUDIT-OPERATOR

           CLOSE STUDIOSFILE, STUDIOAUDIT.

      * RUNLOCK hands back a zero return code -- the step's own is
      * carried across the release and restored by RUNLOGGER.
           MOVE RETURN-CODE    TO WS-STEP-RC
           MOVE 'R'            TO LK-ACTION
           CALL 'RUNLOCK' USING LK-PARM

           MOVE ZERO TO RL-WRITTEN
           MOVE ZERO TO RL-REJECTED
           MOVE FILE-CHECK-KEY  TO RL-FSTATUS
           MOVE WS-STEP-RC     TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.
