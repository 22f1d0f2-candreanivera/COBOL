      *****************************************************************
      *  COPYBOOK     : SSNMASK                                       *
      *  DESCRIPTION  : PARAMETER AREA FOR THE SHARED SSN MASKING     *
      *                 ROUTINE. EVERY REPORT, DISPLAY AND EXCEPTION  *
      *                 FILE THAT CARRIES A SOCIAL-SECURITY NUMBER    *
      *                 CALLS 'SSNMASK' AND PRINTS SM-SHOWN INSTEAD   *
      *                 OF THE NUMBER ITSELF. SM-SHOWN IS THE LAST    *
      *                 FOUR DIGITS BEHIND FIVE ASTERISKS, THE SAME   *
      *                 NINE BYTES THE NUMBER TOOK. THE FULL NUMBER   *
      *                 COMES BACK ONLY WHEN THE OPERATOR HOLDS THE   *
      *                 'V' (VIEW SSN) AUTHORITY FOR THE CALLING      *
      *                 PROGRAM ON THE OPERATOR AUTHORIZATION FILE,   *
      *                 AND EVERY SUCH FULL VIEW IS LOGGED WITH THE   *
      *                 OPERATOR AND KEY TO SSNVIEWLOG.DAT. UNATTENDED*
      *                 BATCH STEPS PASS OPERATOR 'BATCH'.            *
      *                                                                *
      *  USAGE        : 01 SM-PARM. COPY SSNMASK.                     *
      *                 MOVE 'PROGNAME'   TO SM-PROGRAM               *
      *                 MOVE operator id  TO SM-OPERATOR              *
      *                 MOVE record key   TO SM-KEY                   *
      *                 MOVE ssn          TO SM-SSN                   *
      *                 CALL 'SSNMASK' USING SM-PARM                  *
      *                 MOVE SM-SHOWN     TO print field              *
      *****************************************************************
           05 SM-PROGRAM           PIC X(16).
           05 SM-OPERATOR          PIC X(08).
           05 SM-KEY               PIC X(20).
           05 SM-SSN               PIC X(09).
           05 SM-SHOWN             PIC X(09).
           05 SM-RESULT            PIC X(01).
              88 SM-MASKED         VALUE 'M'.
              88 SM-FULL-SHOWN     VALUE 'F'.
