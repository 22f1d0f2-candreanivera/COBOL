      *****************************************************************
      *  COPYBOOK     : AUTHCHK                                       *
      *  DESCRIPTION  : PARAMETER AREA FOR THE SHARED OPERATOR-       *
      *                 AUTHORIZATION CHECK. A MAINTENANCE PROGRAM    *
      *                 CALLS 'AUTHCHK' BEFORE APPLYING EACH          *
      *                 TRANSACTION, WITH ITS OWN NAME, THE OPERATOR  *
      *                 ID, THE ACTION ('A' ADD, 'C' CHANGE, 'D'      *
      *                 DELETE, 'O' OVERRIDE, 'V' VIEW FULL SSN --    *
      *                 ASKED BY SSNMASK, NEVER LOGGED WHEN REFUSED)  *
      *                 AND THE RECORD KEY; AUTHCHK LOOKS THE         *
      *                 OPERATOR UP ON THE AUTHORIZATION FILE         *
      *                 (OPERAUTH.DAT) AND ANSWERS 'Y' GRANTED OR     *
      *                 'N' DENIED. A REFUSED 'A'/'C'/'D'/'O' DENIAL  *
      *                 IS WRITTEN TO THE EXCEPTION REPOSITORY UNDER  *
      *                 THE CALLER'S NAME; THE CALLER REJECTS THE     *
      *                 TRANSACTION AND DOES NOT LOG IT AGAIN. NO     *
      *                 AUTHORIZATION FILE AT ALL ANSWERS 'Y' SO THE  *
      *                 SHOP RUNS AS IT ALWAYS HAS UNTIL ONE IS CUT,  *
      *                 EXCEPT FOR 'V', WHICH IS THEN ALWAYS 'N'.     *
      *                                                                *
      *  USAGE        : 01 AU-PARM. COPY AUTHCHK.                     *
      *                 MOVE 'PROGNAME'   TO AU-PROGRAM               *
      *                 MOVE operator id  TO AU-OPERATOR              *
      *                 MOVE 'A'/'C'/'D'/'O' TO AU-ACTION             *
      *                 MOVE record key   TO AU-KEY                   *
      *                 CALL 'AUTHCHK' USING AU-PARM                  *
      *                 IF AU-DENIED ... DO NOT APPLY.                *
      *****************************************************************
           05 AU-PROGRAM           PIC X(16).
           05 AU-OPERATOR          PIC X(08).
           05 AU-ACTION            PIC X(01).
              88 AU-ADD            VALUE 'A'.
              88 AU-CHANGE         VALUE 'C'.
              88 AU-DELETE         VALUE 'D'.
              88 AU-OVERRIDE       VALUE 'O'.
              88 AU-VIEW-SSN       VALUE 'V'.
           05 AU-KEY               PIC X(20).
           05 AU-RESULT            PIC X(01).
              88 AU-GRANTED        VALUE 'Y'.
              88 AU-DENIED         VALUE 'N'.
