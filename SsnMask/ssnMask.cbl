       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSNMASK.
      * SHARED SSN MASKING ROUTINE -- HANDS BACK THE FORM OF A
      * SOCIAL-SECURITY NUMBER A REPORT OR DISPLAY MAY SHOW. BY
      * DEFAULT ONLY THE LAST FOUR DIGITS, BEHIND FIVE ASTERISKS
      * (THE MASK DEIDENTEXTRACT ALREADY USES), SO A LISTING LEFT ON
      * A SHARED PRINTER OR IN SYSOUT GIVES NOTHING AWAY. THE FULL
      * NUMBER IS RETURNED ONLY WHEN AUTHCHK SAYS THE OPERATOR HOLDS
      * THE 'V' (VIEW SSN) AUTHORITY FOR THE CALLING PROGRAM, AND
      * EACH FULL VIEW IS APPENDED TO SSNVIEWLOG.DAT WITH THE
      * PROGRAM, OPERATOR AND RECORD KEY. THE LAST ANSWER IS HELD SO
      * A REPORT CALLING ONCE PER LINE ASKS AUTHCHK ONCE PER RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL SSNVIEWLOG ASSIGN TO WS-VIEWLOG-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-VIEWLOG.

       DATA DIVISION.
       FILE SECTION.
       FD SSNVIEWLOG.
       01 SSNVIEWLOG-REC.
           05 VLOG-TIMESTAMP        PIC X(14).
           05 FILLER                PIC X(02).
           05 VLOG-PROGRAM          PIC X(16).
           05 FILLER                PIC X(02).
           05 VLOG-OPERATOR         PIC X(08).
           05 FILLER                PIC X(02).
           05 VLOG-KEY              PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 WS-FS-VIEWLOG       PIC X(02).
           05 WS-PATH-SW          PIC X(03) VALUE 'NO '.
              88 PATH-RESOLVED    VALUE 'YES'.

      * Last program/operator asked about, and AUTHCHK's answer.
           05 WS-LAST-PROGRAM     PIC X(16) VALUE SPACES.
           05 WS-LAST-OPERATOR    PIC X(08) VALUE SPACES.
           05 WS-LAST-RESULT      PIC X(01) VALUE 'N'.
              88 LAST-GRANTED     VALUE 'Y'.

      * Operator-authorization parameter area -- see AUTHCHK
      * copybook.
       01  AU-PARM.
           COPY AUTHCHK.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-VIEWLOG-PATH         PIC X(64).

       LINKAGE SECTION.
       01 SM-PARM.
           COPY SSNMASK.

       PROCEDURE DIVISION USING SM-PARM.
       0100-MASK-SSN.

           MOVE 'M'                 TO SM-RESULT
           MOVE SM-SSN              TO SM-SHOWN
           IF SM-SSN = SPACES
              GOBACK
           END-IF
           MOVE '*****'             TO SM-SHOWN(1:5)

      * No operator, no authority to look up.
           IF SM-OPERATOR = SPACES
              GOBACK
           END-IF

           IF SM-PROGRAM NOT = WS-LAST-PROGRAM OR
              SM-OPERATOR NOT = WS-LAST-OPERATOR
              PERFORM 0200-ASK-AUTHCHK
           END-IF

           IF LAST-GRANTED
              MOVE SM-SSN           TO SM-SHOWN
              MOVE 'F'              TO SM-RESULT
              PERFORM 0300-LOG-FULL-VIEW
           END-IF.

           GOBACK.

       0200-ASK-AUTHCHK.

      * A 'V' refusal is the normal case and AUTHCHK does not log it.
           MOVE SM-PROGRAM          TO AU-PROGRAM
           MOVE SM-OPERATOR         TO AU-OPERATOR
           MOVE 'V'                 TO AU-ACTION
           MOVE SM-KEY              TO AU-KEY
           CALL 'AUTHCHK' USING AU-PARM
           MOVE SM-PROGRAM          TO WS-LAST-PROGRAM
           MOVE SM-OPERATOR         TO WS-LAST-OPERATOR
           MOVE AU-RESULT           TO WS-LAST-RESULT.

       0300-LOG-FULL-VIEW.

           IF NOT PATH-RESOLVED
              MOVE 'SSNVIEWLOG'     TO FP-LOGICAL
              MOVE 'SSNVIEWLOG.DAT' TO FP-DEFAULT
              CALL 'FILEPROF' USING FP-PARM
              MOVE FP-PATH          TO WS-VIEWLOG-PATH
              MOVE 'YES'            TO WS-PATH-SW
           END-IF

      * The view log must never take a report down with it -- an
      * unwritable log is skipped, the way EXCLOGGER treats the
      * exception repository.
           OPEN EXTEND SSNVIEWLOG.
           IF WS-FS-VIEWLOG = '05'
              MOVE '00'             TO WS-FS-VIEWLOG
           END-IF.
           IF WS-FS-VIEWLOG = '00'
              MOVE SPACES           TO SSNVIEWLOG-REC
              MOVE FUNCTION CURRENT-DATE(1:14)
                                    TO VLOG-TIMESTAMP
              MOVE SM-PROGRAM       TO VLOG-PROGRAM
              MOVE SM-OPERATOR      TO VLOG-OPERATOR
              MOVE SM-KEY           TO VLOG-KEY
              WRITE SSNVIEWLOG-REC
              CLOSE SSNVIEWLOG
           END-IF.

       END PROGRAM SSNMASK.
