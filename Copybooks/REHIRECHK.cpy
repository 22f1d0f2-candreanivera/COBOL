      *****************************************************************
      *  COPYBOOK     : REHIRECHK                                     *
      *  DESCRIPTION  : PARAMETER AREA FOR THE SHARED REHIRE-         *
      *                 ELIGIBILITY CHECK. A PROGRAM ABOUT TO ADD AN  *
      *                 EMPLOYEE CALLS 'REHIRECHK' WITH ITS OWN NAME  *
      *                 AND THE HIRE'S SSN, NAME, AND START DATE;     *
      *                 REHIRECHK LOOKS THE PERSON UP ON THE          *
      *                 TERMINATED-EMPLOYEE ARCHIVE OFFBOARD KEEPS    *
      *                 (TERMARCHIVE.DAT) -- BY SSN, OR BY NAME AND   *
      *                 START DATE WHEN THE SSN IS ZERO -- AND        *
      *                 ANSWERS 'N' NOT A FORMER EMPLOYEE, 'E' AN     *
      *                 ELIGIBLE REHIRE (PRIOR EMPLOYEEID RETURNED    *
      *                 SO SERVICE CAN BE BRIDGED), OR 'H' HELD FOR   *
      *                 HR REVIEW. A HELD HIRE IS WRITTEN TO          *
      *                 REHIREHOLD.DAT AND THE EXCEPTION REPOSITORY   *
      *                 UNDER THE CALLER'S NAME; THE CALLER DOES NOT  *
      *                 ADD IT.                                       *
      *                                                                *
      *  USAGE        : 01 RH-PARM. COPY REHIRECHK.                   *
      *                 MOVE 'PROGNAME'   TO RH-PROGRAM               *
      *                 MOVE ssn          TO RH-SSN                   *
      *                 MOVE last/first   TO RH-LASTNAME RH-FIRSTNAME *
      *                 MOVE yyyymmdd     TO RH-STARTDATE             *
      *                 CALL 'REHIRECHK' USING RH-PARM                *
      *                 IF RH-HELD ... DO NOT ADD.                    *
      *****************************************************************
           05 RH-PROGRAM           PIC X(16).
           05 RH-SSN               PIC 9(09).
           05 RH-LASTNAME          PIC X(10).
           05 RH-FIRSTNAME         PIC X(10).
           05 RH-STARTDATE         PIC 9(08).
           05 RH-STATUS            PIC X(01).
              88 RH-NOT-FORMER     VALUE 'N'.
              88 RH-ELIGIBLE       VALUE 'E'.
              88 RH-HELD           VALUE 'H'.
           05 RH-PRIOR-ID          PIC 9(07).
           05 RH-PRIOR-START       PIC 9(08).
           05 RH-PRIOR-TERM        PIC 9(08).
           05 RH-PRIOR-REASON      PIC X(10).
