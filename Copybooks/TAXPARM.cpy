      *****************************************************************
      *  COPYBOOK     : TAXPARM                                       *
      *  DESCRIPTION  : PARAMETER AREA FOR THE SHARED TAX-WITHHOLDING *
      *                 ROUTINE. NETPAY CALLS 'TAXCALC' ONCE PER      *
      *                 GROSS-PAY REGISTER LINE, BEFORE ANY VOLUNTARY *
      *                 DEDUCTION COMES OUT, WITH THE EMPLOYEE, THE   *
      *                 PERIOD GROSS, AND THE PAY PERIODS IN A YEAR.  *
      *                 THE ROUTINE LOADS THE BRACKET TABLE           *
      *                 (TAXBRACKET.DAT, BY JURISDICTION AND FILING   *
      *                 STATUS) AND THE PER-EMPLOYEE FILING-STATUS/   *
      *                 ALLOWANCE FILE (TAXPROFILE.DAT) ON THE FIRST  *
      *                 CALL AND ANSWERS WITH ONE WITHHOLDING LINE PER *
      *                 JURISDICTION THE EMPLOYEE FILES IN. A NEW TAX *
      *                 YEAR IS A NEW TAXBRACKET.DAT, NOTHING MORE.   *
      *                                                                *
      *  USAGE        : 01 TX-PARM. COPY TAXPARM.                     *
      *                 MOVE employee id   TO TX-EMPLOYEEID           *
      *                 MOVE period gross  TO TX-GROSS                *
      *                 MOVE 26            TO TX-PERIODS              *
      *                 CALL 'TAXCALC' USING TX-PARM                  *
      *                 IF TX-TABLE-MISSING OR TX-TABLE-OVERFLOW      *
      *                    ... HARD STOP.                             *
      *                 TX-LINE(1) THRU TX-LINE(TX-LINE-COUNT) CARRY  *
      *                 THE JURISDICTION AND THE AMOUNT TO WITHHOLD.  *
      *****************************************************************
           05 TX-EMPLOYEEID        PIC 9(07).
           05 TX-GROSS             PIC 9(07)V99.
           05 TX-PERIODS           PIC 9(03).
           05 TX-RESULT            PIC X(01).
              88 TX-CALCULATED     VALUE 'Y'.
      * No TAXPROFILE.DAT record: federal withheld single, zero
      * allowances -- the rule for an employee with no form on file.
              88 TX-NO-PROFILE     VALUE 'P'.
      * A profile names a jurisdiction/status the bracket table does
      * not carry; that line comes back at zero.
              88 TX-NO-BRACKETS    VALUE 'B'.
              88 TX-TABLE-MISSING  VALUE 'T'.
      * Bracket or profile rows the tables could not hold, or an
      * employee filing in more jurisdictions than TX-LINE carries --
      * answered on every call, so no one is priced short.
              88 TX-TABLE-OVERFLOW VALUE 'O'.
           05 TX-LINE-COUNT        PIC 9(02).
           05 TX-LINE OCCURS 5 TIMES.
              10 TX-JURISDICTION   PIC X(04).
              10 TX-AMOUNT         PIC 9(07)V99.
      * Rows left out of the tables when TX-TABLE-OVERFLOW is set.
           05 TX-ROWS-DROPPED      PIC 9(05).
