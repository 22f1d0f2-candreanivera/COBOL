       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHRPT.
      * OPERATOR ACCESS-REVIEW REPORT -- LISTS THE OPERATOR
      * AUTHORIZATION FILE OPERAUTH.DAT THAT AUTHCHK ENFORCES, ONE
      * BLOCK PER OPERATOR IN OPERATOR/PROGRAM ORDER, WITH THE
      * ACTIONS HELD IN EACH PROGRAM, WHEN AND BY WHOM THEY WERE
      * GRANTED, SO THE PERIODIC ACCESS REVIEW CAN SEE WHO HOLDS
      * WHAT. LINES THE REVIEW SHOULD LOOK AT ARE FLAGGED: A *ALL
      * GRANT (EVERY PROGRAM), THE OVERRIDE AND SSN-VIEW
      * AUTHORITIES, A GRANT SIGNED BY THE SAME OPERATOR IT GRANTS
      * TO, ONE OLDER THAN A YEAR OR WITH NO USABLE GRANT DATE, AND
      * ACTION LETTERS AUTHCHK DOES NOT KNOW. CALENDARED -- A
      * MONTHLY RUNCALENDAR.DAT ENTRY KEEPS THE REVIEW ON ITS
      * SCHEDULE. NO AUTHORIZATION FILE MEANS NOTHING IS ENFORCED,
      * WHICH THE REVIEW REPORTS AS AN EXCEPTION IN ITSELF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL OPERAUTH ASSIGN TO WS-OPERAUTH-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-OPERAUTH.

       SELECT AUTHWORK ASSIGN TO "AUTHWORK".

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

       SD AUTHWORK.
       01 AUTHREC.
           05 SRT-OPERATOR          PIC X(08).
           05 SRT-PROGRAM           PIC X(16).
           05 SRT-ACTIONS           PIC X(05).
           05 SRT-GRANTED           PIC 9(08).
           05 SRT-GRANTED-X REDEFINES SRT-GRANTED
                                    PIC X(08).
           05 SRT-GRANTED-BY        PIC X(08).
           05 SRT-NAME              PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-OPERAUTH-PATH        PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-OPERAUTH      PIC X(02).
           05 WS-FS-REASON        PIC X(32).
           05 WS-SORT-EOF-SW      PIC X(03) VALUE 'NO '.
              88 SORT-EOF         VALUE 'YES'.
           05 WS-FIRST-SW         PIC X(03) VALUE 'YES'.
              88 FIRST-OPERATOR   VALUE 'YES'.
           05 WS-OVERRIDE-SW      PIC X(03) VALUE 'NO '.
              88 OPERATOR-OVERRIDES VALUE 'YES'.
           05 WS-LOWER-ALPHABET   PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
           05 WS-UPPER-ALPHABET   PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * A grant not looked at again in this many days is due for
      * review.
           05 WS-REVIEW-DAYS      PIC 9(05) VALUE 365.
           05 WS-TODAY8           PIC 9(08).
           05 WS-TODAY-INT        PIC 9(08).
           05 WS-GRANT-AGE        PIC S9(08).

           05 WS-CURR-OPERATOR    PIC X(08).
           05 WS-ACTION-HITS      PIC 9(02).
           05 WS-FLAGS            PIC X(64).
           05 WS-FLAG-PTR         PIC 9(02).

           05 WS-READ-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-SKIPPED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-GRANT-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-OPERATOR-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-OPER-GRANTS      PIC 9(05) VALUE ZERO.
           05 WS-ALL-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-OVERRIDE-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-SELF-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-STALE-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-NODATE-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-BADACT-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-SSNVIEW-COUNT    PIC 9(05) VALUE ZERO.

           05 PRINTRECORD.
              10 FILLER            PIC X(04) VALUE SPACES.
              10 PRINT-PROGRAM     PIC X(16).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-ACTIONS     PIC X(05).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-GRANTED     PIC X(08).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-GRANTED-BY  PIC X(08).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-FLAGS       PIC X(64).

       PROCEDURE DIVISION.
       0100-MAINLINE SECTION.
       0110-START.

      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
      * clean so the COND chain carries on, and RUNSCHED logs the
      * bypass for the planned-versus-executed report.
           MOVE 'AUTHRPT' TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* AUTHRPT BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'AUTHRPT'      TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE 'OPERAUTH'          TO FP-LOGICAL
           MOVE 'OPERAUTH.DAT'      TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-OPERAUTH-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY8)

           DISPLAY "================================================"
           DISPLAY "OPERATOR ACCESS REVIEW AS OF " WS-TODAY8
           DISPLAY "================================================"

      * No authorization file: AUTHCHK grants everything to
      * everyone, so there is nothing to list and that is the
      * finding.
           OPEN INPUT OPERAUTH.
           IF WS-FS-OPERAUTH = '05'
              CLOSE OPERAUTH
              DISPLAY '* NO OPERAUTH.DAT -- OPERATOR AUTHORIZATION'
                      ' NOT IN FORCE'
              DISPLAY '* EVERY OPERATOR MAY PERFORM EVERY ACTION'
              MOVE 4                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.
           IF WS-FS-OPERAUTH NOT = '00'
              PERFORM 9500-OPERAUTH-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-OPERAUTH: ' WS-FS-OPERAUTH
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           DISPLAY "    PROGRAM           ACTS   GRANTED   BY        "
                   "FLAGS"

           SORT AUTHWORK ON ASCENDING KEY SRT-OPERATOR
                                          SRT-PROGRAM
              INPUT PROCEDURE IS 0200-RELEASE-GRANTS
              OUTPUT PROCEDURE IS 0300-REVIEW-REPORT.

           IF WS-SELF-COUNT + WS-BADACT-COUNT > ZERO AND
              RETURN-CODE = ZERO
              MOVE 4                TO RETURN-CODE
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0200-RELEASE-GRANTS SECTION.
       0210-READ-FIRST.

      * The file is already open. Operator IDs and program names
      * are folded to upper case the way AUTHCHK matches them.
           MOVE SPACES              TO OPERAUTH-REC.
           READ OPERAUTH
              AT END SET OPERAUTH-EOF TO TRUE
           END-READ.
           PERFORM 0220-RELEASE-ONE-GRANT UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
           GO TO 0290-RELEASE-EXIT.

       0220-RELEASE-ONE-GRANT.

           ADD 1                    TO WS-READ-COUNT
      * A line with no operator or no program grants nothing.
           IF OPA-OPERATOR = SPACES OR OPA-PROGRAM = SPACES
              ADD 1                 TO WS-SKIPPED-COUNT
           ELSE
              MOVE OPA-OPERATOR     TO SRT-OPERATOR
              MOVE OPA-PROGRAM      TO SRT-PROGRAM
              MOVE OPA-ACTIONS      TO SRT-ACTIONS
              INSPECT SRT-OPERATOR
                 CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
              INSPECT SRT-PROGRAM
                 CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
              INSPECT SRT-ACTIONS
                 CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
              MOVE OPA-GRANTED      TO SRT-GRANTED
              MOVE OPA-GRANTED-BY   TO SRT-GRANTED-BY
              INSPECT SRT-GRANTED-BY
                 CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
              MOVE OPA-NAME         TO SRT-NAME
              RELEASE AUTHREC
           END-IF.

           MOVE SPACES              TO OPERAUTH-REC.
           READ OPERAUTH
              AT END SET OPERAUTH-EOF TO TRUE
           END-READ.

       0290-RELEASE-EXIT.
           EXIT.

       0300-REVIEW-REPORT SECTION.
       0310-RETURN-FIRST.

           RETURN AUTHWORK
              AT END SET SORT-EOF TO TRUE
           END-RETURN.
           PERFORM 0330-REVIEW-GRANT UNTIL SORT-EOF.

           IF FIRST-OPERATOR
              DISPLAY "(NO GRANTS ON FILE)"
           ELSE
              PERFORM 0360-CLOSE-OPERATOR
           END-IF.
           GO TO 0390-REPORT-EXIT.

       0330-REVIEW-GRANT.

      * Control break on the operator: each operator gets a heading
      * line with the name from their first grant.
           IF FIRST-OPERATOR OR SRT-OPERATOR NOT = WS-CURR-OPERATOR
              IF NOT FIRST-OPERATOR
                 PERFORM 0360-CLOSE-OPERATOR
              END-IF
              MOVE 'NO '            TO WS-FIRST-SW
              MOVE SRT-OPERATOR     TO WS-CURR-OPERATOR
              MOVE 'NO '            TO WS-OVERRIDE-SW
              MOVE ZERO             TO WS-OPER-GRANTS
              ADD 1                 TO WS-OPERATOR-COUNT
              DISPLAY " "
              DISPLAY "OPERATOR " SRT-OPERATOR "  " SRT-NAME
           END-IF

           ADD 1                    TO WS-GRANT-COUNT
           ADD 1                    TO WS-OPER-GRANTS
           PERFORM 0340-FLAG-GRANT

           MOVE SRT-PROGRAM         TO PRINT-PROGRAM
           MOVE SRT-ACTIONS         TO PRINT-ACTIONS
           MOVE SRT-GRANTED-X       TO PRINT-GRANTED
           MOVE SRT-GRANTED-BY      TO PRINT-GRANTED-BY
           MOVE WS-FLAGS            TO PRINT-FLAGS
           DISPLAY PRINTRECORD

           RETURN AUTHWORK
              AT END SET SORT-EOF TO TRUE
           END-RETURN.

       0340-FLAG-GRANT.

           MOVE SPACES              TO WS-FLAGS
           MOVE 1                   TO WS-FLAG-PTR

           IF SRT-PROGRAM = '*ALL'
              ADD 1                 TO WS-ALL-COUNT
              STRING 'ALL PROGRAMS ' DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF

           MOVE ZERO                TO WS-ACTION-HITS
           INSPECT SRT-ACTIONS TALLYING WS-ACTION-HITS FOR ALL 'O'
           IF WS-ACTION-HITS > ZERO
              MOVE 'YES'            TO WS-OVERRIDE-SW
              STRING 'OVERRIDE ' DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF

           MOVE ZERO                TO WS-ACTION-HITS
           INSPECT SRT-ACTIONS TALLYING WS-ACTION-HITS FOR ALL 'V'
           IF WS-ACTION-HITS > ZERO
              ADD 1                 TO WS-SSNVIEW-COUNT
              STRING 'SSN VIEW ' DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF

           IF SRT-GRANTED-BY = SRT-OPERATOR
              ADD 1                 TO WS-SELF-COUNT
              STRING 'SELF-GRANTED ' DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF

           IF SRT-GRANTED IS NOT NUMERIC OR
              SRT-GRANTED < 16010101 OR
              FUNCTION TEST-DATE-YYYYMMDD(SRT-GRANTED) NOT = ZERO
              ADD 1                 TO WS-NODATE-COUNT
              STRING 'NO GRANT DATE ' DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           ELSE
              COMPUTE WS-GRANT-AGE = WS-TODAY-INT -
                      FUNCTION INTEGER-OF-DATE(SRT-GRANTED)
              IF WS-GRANT-AGE > WS-REVIEW-DAYS
                 ADD 1              TO WS-STALE-COUNT
                 STRING 'REVIEW DUE ' DELIMITED BY SIZE
                    INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              END-IF
           END-IF

      * Only A, C, D, O and V mean anything to AUTHCHK; anything
      * else was keyed in error and grants nothing.
           MOVE ZERO                TO WS-ACTION-HITS
           INSPECT SRT-ACTIONS TALLYING WS-ACTION-HITS
              FOR ALL 'A' ALL 'C' ALL 'D' ALL 'O' ALL 'V' ALL SPACE
           IF WS-ACTION-HITS < 5 OR SRT-ACTIONS = SPACES
              ADD 1                 TO WS-BADACT-COUNT
              STRING 'BAD ACTIONS ' DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF.

       0360-CLOSE-OPERATOR.

           IF OPERATOR-OVERRIDES
              ADD 1                 TO WS-OVERRIDE-COUNT
           END-IF
           DISPLAY "    " WS-OPER-GRANTS " GRANT LINE(S)".

       0390-REPORT-EXIT.
           EXIT.

       9000-END-PROGRAM SECTION.
       9010-TOTALS.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* AUTHORIZATION LINES READ : " WS-READ-COUNT
           DISPLAY "* BLANK LINES SKIPPED      : " WS-SKIPPED-COUNT
           DISPLAY "* GRANT LINES LISTED       : " WS-GRANT-COUNT
           DISPLAY "* OPERATORS                : " WS-OPERATOR-COUNT
           DISPLAY "* ALL-PROGRAM GRANTS       : " WS-ALL-COUNT
           DISPLAY "* OPERATORS WITH OVERRIDE  : " WS-OVERRIDE-COUNT
           DISPLAY "* SSN-VIEW GRANT LINES     : " WS-SSNVIEW-COUNT
           DISPLAY "* SELF-GRANTED LINES       : " WS-SELF-COUNT
           DISPLAY "* GRANTS DUE FOR REVIEW    : " WS-STALE-COUNT
           DISPLAY "* NO USABLE GRANT DATE     : " WS-NODATE-COUNT
           DISPLAY "* BAD ACTION LETTERS       : " WS-BADACT-COUNT
           DISPLAY "**********************************"

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-READ-COUNT  TO RL-READ
           MOVE WS-GRANT-COUNT TO RL-WRITTEN
           MOVE WS-SKIPPED-COUNT TO RL-REJECTED
           MOVE WS-FS-OPERAUTH TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-OPERAUTH-REASON
           FS-FIELD  BY WS-FS-OPERAUTH
           FS-REASON BY WS-FS-REASON.

       END PROGRAM AUTHRPT.
