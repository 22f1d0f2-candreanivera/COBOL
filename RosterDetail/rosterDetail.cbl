      * WITH THE HIRE DATE AND JOB TITLE THE SOURCE SYSTEMS SUPPLIED
      * IN THE MIDDLE OF THE 47-BYTE ROSTER RECORD, PER PERSON PER
      * SOURCE COMPANY, SO QUESTIONS THE FILE CAN ANSWER STOP GOING
      * BACK TO THE SOURCE COMPANIES' HR EXPORTS. THE SSN IS PRINTED
      * THROUGH SSNMASK UNDER OPERATOR 'BATCH', SO ONLY THE LAST FOUR
      * DIGITS REACH THE LISTING UNLESS 'BATCH' HOLDS THE VIEW GRANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              10 WS-LINES-PER-PAGE PIC 9(03) VALUE 020.

           05 PRINTRECORD.
              10 PRINT-SOC-SEC    PIC X(09).
              10 FILLER           PIC X(02) VALUE SPACES.
              10 PRINT-LAST-NAME  PIC X(10).
              10 FILLER           PIC X(02) VALUE SPACES.
       01  WS-IN-TRAILER.
           COPY TRAILER.

      * SSN masking parameter area -- see SSNMASK copybook.
       01  SM-PARM.
           COPY SSNMASK.

       PROCEDURE DIVISION.
       0100-START.

              PERFORM 0150-PRINT-HEADING
           END-IF
           MOVE SPACES                TO PRINTRECORD
           MOVE 'ROSTERDETAIL'        TO SM-PROGRAM
           MOVE 'BATCH'               TO SM-OPERATOR
           MOVE SPACES                TO SM-KEY
           STRING SORTED-SOURCE ' ' SORTED-LAST-NAME ' ' SORTED-NAME
              DELIMITED BY SIZE INTO SM-KEY
           MOVE SORTED-SOC-SEC        TO SM-SSN
           CALL 'SSNMASK' USING SM-PARM
           MOVE SM-SHOWN              TO PRINT-SOC-SEC
           MOVE SORTED-LAST-NAME      TO PRINT-LAST-NAME
           MOVE SORTED-NAME           TO PRINT-FIRST-NAME
           MOVE SORTED-HIRE-DATE      TO PRINT-HIRE-DATE
