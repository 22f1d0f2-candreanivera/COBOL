      * UTILITY READS THE RESOURCE NAME FROM ITS CONTROL CARD,
      * SHOWS WHO THE LOCK SAYS WAS HOLDING IT, AND DELETES IT.
      * REQUIRED CARD -- CLEARING A LOCK BY ACCIDENT IS HOW THE
      * STUDIOS FILE GOT CORRUPTED THE FIRST TWO TIMES. THE CARD
      * ALSO NAMES THE OPERATOR CLEARING THE LOCK, WHO MUST HOLD THE
      * OVERRIDE AUTHORITY FOR LOCKCLEAR ON THE OPERATOR
      * AUTHORIZATION FILE (CHECKED THROUGH AUTHCHK); A REFUSED
      * OPERATOR LEAVES THE LOCK WHERE IT IS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD LOCKCLEARPARM.
       01 LOCKCLEARPARM-REC.
           05 PARM-RESOURCE        PIC X(12).
           05 FILLER               PIC X(02).
           05 PARM-OPERATOR        PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
       01  LK-PARM.
           COPY LOCKREQ.

      * Operator-authorization parameter area -- see AUTHCHK
      * copybook.
       01  AU-PARM.
           COPY AUTHCHK.

       PROCEDURE DIVISION.
       0100-START.

              STOP RUN
           END-IF.

           MOVE 'LOCKCLEAR'           TO AU-PROGRAM
           MOVE PARM-OPERATOR         TO AU-OPERATOR
           MOVE 'O'                   TO AU-ACTION
           MOVE PARM-RESOURCE         TO AU-KEY
           CALL 'AUTHCHK' USING AU-PARM
           IF AU-DENIED
              DISPLAY '* OPERATOR ' PARM-OPERATOR
                      ' NOT AUTHORIZED TO CLEAR LOCKS'
              DISPLAY '* LOCK ON ' PARM-RESOURCE ' LEFT IN PLACE'
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE PARM-RESOURCE         TO LK-RESOURCE
           MOVE 'C'                   TO LK-ACTION
           CALL 'RUNLOCK' USING LK-PARM
