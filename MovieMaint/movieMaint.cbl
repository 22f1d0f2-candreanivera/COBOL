      * STUDIOSCODE. A MOVIE MAY NOT BE ADDED (OR MOVED) UNDER A
      * STUDIO CODE MISSING FROM STUDIOSREL.DAT -- THE STUDIO SIDE
      * OF THE SAME LINK IS ENFORCED IN STUDIO MAINTENANCE, WHICH
      * REFUSES TO DELETE A STUDIO WITH ACTIVE MOVIES. EACH
      * TRANSACTION CARRIES THE KEYING OPERATOR, WHO MUST HOLD THE
      * ADD, CHANGE OR DELETE AUTHORITY FOR MOVIEMAINT ON THE
      * OPERATOR AUTHORIZATION FILE (CHECKED THROUGH AUTHCHK); A
      * REFUSED TRANSACTION IS REJECTED UNAPPLIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * One transaction per record: 'A' ADD, 'U' UPDATE, 'D' DELETE,
      * followed by a full movie record image and the keying
      * operator (spaces on a transaction cut to the old length).
       SELECT MOVIETRANS ASSIGN TO "MOVIETRANS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-TRANS.
      * no window and the movie loads (or stays) without one.
             10 TRANS-LICSTART PIC 9(08).
             10 TRANS-LICEND  PIC 9(08).
          05 TRANS-OPERATOR   PIC X(08).

       FD MOVIESFILE.
       01 MOVIESRECORD.

       FD TRANSREJECT.
       01 TRANSREJECT-REG.
          05 REJECT-TRANS     PIC X(67).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 REJECT-REASON    PIC X(20).

           05  WS-UPDATED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-DELETED-COUNT PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-DENIED-COUNT  PIC 9(05) VALUE ZERO.

      * Run-lock parameter area -- see LOCKREQ copybook.
       01  LK-PARM.
           COPY LOCKREQ.

      * Operator-authorization parameter area -- see AUTHCHK
      * copybook.
       01  AU-PARM.
           COPY AUTHCHK.

       PROCEDURE DIVISION.
       0100-START.


           ADD 1                      TO WS-TRANS-COUNT
           MOVE TRANS-MOVIEID         TO MOVIES-KEY
           PERFORM 0205-CHECK-AUTHORITY
           EVALUATE TRUE
              WHEN AU-DENIED
                 PERFORM 0245-REJECT-UNAUTHORIZED
              WHEN TRANS-ADD
                 PERFORM 0210-ADD-MOVIE
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
              MOVE 'MOVIEMAINT'       TO AU-PROGRAM
              MOVE TRANS-OPERATOR     TO AU-OPERATOR
              MOVE MOVIETRANS-REC(1:8) TO AU-KEY
              CALL 'AUTHCHK' USING AU-PARM
           END-IF.

       0210-ADD-MOVIE.

           PERFORM 0250-CHECK-STUDIO-EXISTS
           MOVE MOVIETRANS-REC(1:40)  TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0245-REJECT-UNAUTHORIZED.

      * AUTHCHK has already logged the refusal to the exception
      * repository -- only this program's own reject file remains.
           ADD 1                      TO WS-REJECT-COUNT
           ADD 1                      TO WS-DENIED-COUNT
           MOVE SPACES                TO TRANSREJECT-REG
           MOVE MOVIETRANS-REC        TO REJECT-TRANS
           MOVE 'NOT AUTHORIZED'      TO REJECT-REASON
           WRITE TRANSREJECT-REG.

       0250-CHECK-STUDIO-EXISTS.

      * The owning studio must be on STUDIOSREL.DAT before a movie
           DISPLAY "* MOVIES UPDATED    : " WS-UPDATED-COUNT
           DISPLAY "* MOVIES DELETED    : " WS-DELETED-COUNT
           DISPLAY "* REJECTED          : " WS-REJECT-COUNT
           DISPLAY "*   NOT AUTHORIZED  : " WS-DENIED-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
