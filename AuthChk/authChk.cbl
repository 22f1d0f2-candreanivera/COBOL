       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK.
      * SHARED OPERATOR-AUTHORIZATION CHECK -- ANSWERS WHETHER THE
      * OPERATOR DRIVING A MAINTENANCE PROGRAM MAY PERFORM THE ACTION
      * ABOUT TO BE APPLIED (ADD, CHANGE, DELETE, OR OVERRIDE), OR MAY
      * SEE A FULL SSN (VIEW, ASKED BY SSNMASK; A VIEW REFUSAL ONLY
      * MEANS THE NUMBER STAYS MASKED AND IS NOT LOGGED AS AN
      * EXCEPTION). THE AUTHORIZATION FILE OPERAUTH.DAT GIVES ONE LINE
      * PER OPERATOR AND PROGRAM WITH THE ACTION LETTERS THAT OPERATOR
      * HOLDS THERE; A PROGRAM NAME OF *ALL GRANTS THE ACTIONS IN EVERY
      * PROGRAM. OPERATOR IDS ARE MATCHED WITHOUT REGARD TO CASE, SINCE
      * TERMINAL OPERATORS KEY THEIR OWN. THE FILE IS LOADED ON THE
      * FIRST CALL AND HELD FOR THE REST OF THE RUN. A DENIAL IS WRITTEN
      * TO THE EXCEPTION REPOSITORY UNDER THE CALLER'S NAME. NO
      * AUTHORIZATION FILE AT ALL GRANTS EVERYTHING BUT THE SSN VIEW,
      * THE WAY THE SHOP RAN BEFORE THERE WAS ONE. A FILE TOO LONG
      * FOR THE 500-LINE TABLE CANNOT BE TRUSTED -- A GRANT OR A
      * WITHDRAWAL MAY BE AMONG THE LINES LEFT OFF -- SO EVERY REQUEST
      * OF THE RUN IS DENIED AND ONE EXCEPTION SAYS WHY. AUTHRPT
      * PRINTS THE FILE FOR THE PERIODIC ACCESS REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL OPERAUTH ASSIGN TO WS-OPERAUTH-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-OPERAUTH.

       DATA DIVISION.
       FILE SECTION.
       FD OPERAUTH.
       01 OPERAUTH-REC.
           88 OPERAUTH-EOF VALUE HIGH-VALUES.
           05 OPA-OPERATOR          PIC X(08).
           05 FILLER                PIC X(02).
           05 OPA-PROGRAM           PIC X(16).
           05 FILLER                PIC X(02).
           05 OPA-ACTIONS           PIC X(05).
           05 FILLER                PIC X(02).
           05 OPA-GRANTED           PIC 9(08).
           05 FILLER                PIC X(02).
           05 OPA-GRANTED-BY        PIC X(08).
           05 FILLER                PIC X(02).
           05 OPA-NAME              PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 WS-FS-OPERAUTH      PIC X(02).
           05 WS-LOADED-SW        PIC X(03) VALUE 'NO '.
              88 AUTH-LOADED      VALUE 'YES'.
           05 WS-FILE-SW          PIC X(03) VALUE 'NO '.
              88 AUTH-IN-FORCE    VALUE 'YES'.
           05 WS-OPERATOR         PIC X(08).
           05 WS-ACTION-HITS      PIC 9(02).
           05 WS-LOWER-ALPHABET   PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
           05 WS-UPPER-ALPHABET   PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * Authorization lines held for the run.
           05 WS-AUTH-TABLE.
              10 WS-AUTH-COUNT    PIC 9(03) VALUE ZERO.
              10 WS-AUTH-ENTRY OCCURS 500 TIMES
                                  INDEXED BY AUTH-IDX.
                 15 WS-AUTH-OPERATOR  PIC X(08).
                 15 WS-AUTH-PROGRAM   PIC X(16).
                 15 WS-AUTH-ACTIONS   PIC X(05).
           05 WS-AUTH-DROPPED     PIC 9(05) VALUE ZERO.
           05 WS-OVERFLOW-SW      PIC X(03) VALUE 'NO '.
              88 OVERFLOW-LOGGED  VALUE 'YES'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook.
       01  EX-PARM.
           COPY EXCREC.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-OPERAUTH-PATH        PIC X(64).

       LINKAGE SECTION.
       01 AU-PARM.
           COPY AUTHCHK.

       PROCEDURE DIVISION USING AU-PARM.
       0100-CHECK-OPERATOR.

           IF NOT AUTH-LOADED
              PERFORM 0200-LOAD-AUTHORIZATIONS
           END-IF.

      * Without an authorization file everything is granted except a
      * full SSN view, which must be granted explicitly.
           MOVE 'Y'                 TO AU-RESULT.
           IF AU-VIEW-SSN
              MOVE 'N'              TO AU-RESULT
           END-IF.
      * A table that could not hold the whole file answers no to
      * everyone; the one exception logged stands for every refusal.
           EVALUATE TRUE
              WHEN AUTH-IN-FORCE AND WS-AUTH-DROPPED > ZERO
                 MOVE 'N'           TO AU-RESULT
                 IF NOT OVERFLOW-LOGGED
                    PERFORM 0410-LOG-OVERFLOW
                 END-IF
              WHEN AUTH-IN-FORCE
                 MOVE AU-OPERATOR   TO WS-OPERATOR
                 INSPECT WS-OPERATOR
                    CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
                 MOVE 'N'           TO AU-RESULT
                 IF WS-OPERATOR NOT = SPACES
                    PERFORM 0300-FIND-GRANT
                       VARYING AUTH-IDX FROM 1 BY 1
                       UNTIL AUTH-IDX > WS-AUTH-COUNT OR AU-GRANTED
                 END-IF
                 IF AU-DENIED AND NOT AU-VIEW-SSN
                    PERFORM 0400-LOG-DENIAL
                 END-IF
           END-EVALUATE.

           GOBACK.

       0200-LOAD-AUTHORIZATIONS.

           MOVE 'OPERAUTH'          TO FP-LOGICAL
           MOVE 'OPERAUTH.DAT'      TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-OPERAUTH-PATH

           OPEN INPUT OPERAUTH.
           IF WS-FS-OPERAUTH = '00'
              MOVE 'YES'            TO WS-FILE-SW
              MOVE SPACES           TO OPERAUTH-REC
              READ OPERAUTH
                 AT END SET OPERAUTH-EOF TO TRUE
              END-READ
              PERFORM 0210-LOAD-ONE-GRANT UNTIL OPERAUTH-EOF
              CLOSE OPERAUTH
           ELSE
              IF WS-FS-OPERAUTH = '05'
                 CLOSE OPERAUTH
              END-IF
              DISPLAY '* NO OPERAUTH.DAT -- OPERATOR AUTHORIZATION'
                      ' NOT IN FORCE'
           END-IF.

           IF WS-AUTH-DROPPED > ZERO
              DISPLAY '* AUTHORIZATION TABLE FULL, '
                      WS-AUTH-DROPPED ' LINES NOT LOADED'
              DISPLAY '* EVERY AUTHORIZATION REQUEST THIS RUN DENIED'
           END-IF.

           MOVE 'YES'               TO WS-LOADED-SW.

       0210-LOAD-ONE-GRANT.

      * A line with no operator or no program grants nothing.
           IF OPA-OPERATOR NOT = SPACES AND
              OPA-PROGRAM NOT = SPACES
              IF WS-AUTH-COUNT < 500
                 ADD 1              TO WS-AUTH-COUNT
                 SET AUTH-IDX       TO WS-AUTH-COUNT
                 MOVE OPA-OPERATOR  TO WS-AUTH-OPERATOR(AUTH-IDX)
                 MOVE OPA-PROGRAM   TO WS-AUTH-PROGRAM(AUTH-IDX)
                 MOVE OPA-ACTIONS   TO WS-AUTH-ACTIONS(AUTH-IDX)
                 INSPECT WS-AUTH-ENTRY(AUTH-IDX)
                    CONVERTING WS-LOWER-ALPHABET
                            TO WS-UPPER-ALPHABET
              ELSE
                 ADD 1              TO WS-AUTH-DROPPED
              END-IF
           END-IF.

           MOVE SPACES              TO OPERAUTH-REC
           READ OPERAUTH
              AT END SET OPERAUTH-EOF TO TRUE
           END-READ.

       0300-FIND-GRANT.

           IF WS-AUTH-OPERATOR(AUTH-IDX) = WS-OPERATOR AND
              (WS-AUTH-PROGRAM(AUTH-IDX) = AU-PROGRAM OR
               WS-AUTH-PROGRAM(AUTH-IDX) = '*ALL')
              MOVE ZERO             TO WS-ACTION-HITS
              INSPECT WS-AUTH-ACTIONS(AUTH-IDX)
                 TALLYING WS-ACTION-HITS FOR ALL AU-ACTION
              IF WS-ACTION-HITS > ZERO AND AU-ACTION NOT = SPACE
                 MOVE 'Y'           TO AU-RESULT
              END-IF
           END-IF.

       0400-LOG-DENIAL.

           MOVE AU-PROGRAM          TO EXC-PROGRAM
           MOVE 'OPERATOR NOT AUTHORIZED' TO EXC-REASON
           MOVE AU-KEY              TO EXC-KEY
           MOVE SPACES              TO EXC-DETAIL
           STRING 'OPERATOR ' AU-OPERATOR ' ACTION ' AU-ACTION
                  ' REFUSED'
              DELIMITED BY SIZE INTO EXC-DETAIL
           MOVE 4                   TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       0410-LOG-OVERFLOW.

           MOVE AU-PROGRAM          TO EXC-PROGRAM
           MOVE 'AUTHORIZATION TABLE FULL' TO EXC-REASON
           MOVE 'OPERAUTH'          TO EXC-KEY
           MOVE SPACES              TO EXC-DETAIL
           STRING WS-AUTH-DROPPED ' LINES OVER 500 -- ALL DENIED'
              DELIMITED BY SIZE INTO EXC-DETAIL
           MOVE 8                   TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM
           MOVE 'YES'               TO WS-OVERFLOW-SW.

       END PROGRAM AUTHCHK.
