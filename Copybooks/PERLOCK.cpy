      *****************************************************************
      *  COPYBOOK     : PERLOCK                                       *
      *  DESCRIPTION  : PARAMETER AREA FOR THE SHARED PAY-PERIOD      *
      *                 LOCK CHECK. A PAYROLL STEP THAT WORKS FROM    *
      *                 THE PAYPERIOD.DAT CARD CALLS 'PERLOCK' WITH   *
      *                 ITS OWN NAME AND THE CARD'S PERIOD NUMBER AND *
      *                 PAID-THROUGH DATE BEFORE DOING ANY WORK;      *
      *                 PERLOCK LOOKS THE PERIOD UP ON THE CLOSED-    *
      *                 PERIOD HISTORY PERCLOSE KEEPS (PERIODHIST.DAT)*
      *                 AND ANSWERS 'O' OPEN OR 'C' CLOSED. A CLOSED  *
      *                 ANSWER IS ALSO LOGGED TO THE EXCEPTION        *
      *                 REPOSITORY; THE CALLER REFUSES THE RUN. A     *
      *                 PERIOD COMES OPEN AGAIN ONLY THROUGH A        *
      *                 PERCLOSE REOPEN REQUEST.                      *
      *                                                                *
      *  USAGE        : 01 PL-PARM. COPY PERLOCK.                     *
      *                 MOVE 'PROGNAME'   TO PL-PROGRAM               *
      *                 MOVE period       TO PL-PERIOD                *
      *                 MOVE paid-thru    TO PL-PAID-THRU             *
      *                 CALL 'PERLOCK' USING PL-PARM                  *
      *                 IF PL-PERIOD-CLOSED ... STOP RUN.             *
      *****************************************************************
           05 PL-PROGRAM           PIC X(16).
           05 PL-PERIOD            PIC 9(03).
           05 PL-PAID-THRU         PIC 9(08).
           05 PL-STATUS            PIC X(01).
              88 PL-PERIOD-OPEN    VALUE 'O'.
              88 PL-PERIOD-CLOSED  VALUE 'C'.
