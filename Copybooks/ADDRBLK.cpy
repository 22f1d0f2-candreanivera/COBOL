      *****************************************************************
      *  COPYBOOK     : ADDRBLK                                       *
      *  DESCRIPTION  : PRINTS AN OWNER'S ADDRESS BLOCK IN THE POSTAL *
      *                 LAYOUT PETLABELS HAS ALWAYS USED -- FULL      *
      *                 NAME, STREET, THEN CITY AND COUNTRY ON ONE    *
      *                 LINE -- SO EVERY MAILING THE CLINIC SENDS     *
      *                 (LABELS, REMINDER NOTICES) ADDRESSES THE      *
      *                 OWNER THE SAME WAY. PARAMETERIZED VIA COPY    *
      *                 REPLACING LIKE FSTATUS.                       *
      *                                                                *
      *  USAGE        : COPY ADDRBLK REPLACING                       *
      *                    AB-PARA      BY 0xxx-ADDRESS-BLOCK         *
      *                    AB-NAME      BY <FULL NAME FIELD>          *
      *                    AB-ADDRESS   BY <STREET FIELD>             *
      *                    AB-CITY      BY <CITY FIELD>               *
      *                    AB-COUNTRY   BY <COUNTRY FIELD>            *
      *                    AB-CITY-LINE BY <WORK FIELD, X(32)>.       *
      *                 THEN PERFORM 0xxx-ADDRESS-BLOCK.              *
      *****************************************************************
       AB-PARA.

           MOVE SPACES                TO AB-CITY-LINE
           STRING FUNCTION TRIM(AB-CITY)    DELIMITED BY SIZE
                  ", "                      DELIMITED BY SIZE
                  FUNCTION TRIM(AB-COUNTRY) DELIMITED BY SIZE
              INTO AB-CITY-LINE
           END-STRING
           DISPLAY AB-NAME
           DISPLAY AB-ADDRESS
           DISPLAY AB-CITY-LINE.
