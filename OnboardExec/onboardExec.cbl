      * EMPFILE-LAYOUT FIELDS ARE FILLED FROM THE ROSTER RECORD, AND
      * THE ADDS COME OUT IN EMPTRANS.DAT FORMAT SO EMPMAINT CAN
      * APPLY THEM. A SETUP CHECKLIST PRINTS PER HIRE FOR THE FIELDS
      * THE ROSTER CANNOT SUPPLY (RATE, DEPARTMENT, HOURS). EACH
      * HIRE IS ALSO CHECKED AGAINST THE TERMINATED-EMPLOYEE
      * ARCHIVE THROUGH REHIRECHK: A FORMER EMPLOYEE NOT ELIGIBLE
      * FOR REHIRE IS HELD FOR HR REVIEW WITH NO ADD WRITTEN, AND
      * AN ELIGIBLE REHIRE'S CHECKLIST LINE NAMES THE OLD
      * EMPLOYEEID (EMPMAINT RECORDS THE LINK WHEN IT APPLIES).
      * EVERY ADD CARRIES THE HIRE'S COMPANY CODE -- THE MERGE'S
      * SOURCE-SYSTEM INDICATOR -- ONTO THE MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ALLOWED AT THE KEY SO UNFILLED RECORDS COEXIST; EMPMAINT
      * ENFORCES UNIQUENESS ON NONZERO SSNS AT ADD TIME.
            05 IDX-SSN              PIC 9(09).
      * PAY GRADE ON GRADEMASTER.DAT, SPACES UNTIL EMPMAINT
      * ASSIGNS ONE.
            05 IDX-GRADE            PIC X(03).
      * EMPLOYEEID OF THE PERSON THIS EMPLOYEE REPORTS TO, ZERO AT
      * THE TOP OF THE HOUSE -- MAINTAINED THROUGH EMPMAINT.
            05 IDX-SUPERVISOR       PIC 9(07).
      * LEGAL ENTITY THE EMPLOYEE IS PAID UNDER -- THE MERGE'S
      * SOURCE-SYSTEM CODE (A ACME, F FUSESINC, T THIRDCO), SPACES
      * UNTIL ONE IS ASSIGNED.
            05 IDX-COMPANY          PIC X(01).

       FD ONBOARDADD.
       01 ONBOARDADD-REC.
               04 ADD-DEPARTMENT    PIC X(30).
               04 ADD-GENDER        PIC X(01).
               04 ADD-SSN           PIC 9(09).
      * Operator, checker, pay grade and supervisor are left blank
      * for EMPMAINT's defaults; the company is the source system
      * the hire was merged from.
            02 FILLER               PIC X(08).
            02 FILLER               PIC X(08).
            02 FILLER               PIC X(03).
            02 FILLER               PIC X(07).
            02 ADD-COMPANY          PIC X(01).

       FD ONBOARDCHK.
       01 ONBOARDCHK-REC.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Rehire-eligibility check parameter area -- see REHIRECHK
      * copybook.
       01  RH-PARM.
           COPY REHIRECHK.

       01  WS-WORK-AREAS.
           05 WS-FS-ONBOARD       PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-DUP-SSN-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-SSN-DUP-SW       PIC X(03).
              88 SSN-DUPLICATE    VALUE 'YES'.
           05 WS-REHIRE-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-HELD-COUNT       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START.
              ADD 1                   TO WS-DUP-SSN-COUNT
              PERFORM 0235-WRITE-DUP-SSN-LINE
           ELSE
              PERFORM 0207-CHECK-REHIRE
              IF RH-HELD
                 ADD 1                TO WS-HELD-COUNT
                 PERFORM 0237-WRITE-HELD-LINE
              ELSE
                 PERFORM 0210-ASSIGN-NEXT-ID
                 PERFORM 0220-WRITE-ADD-RECORD
                 PERFORM 0230-WRITE-CHECKLIST-LINE
              END-IF
           END-IF

           READ ONBOARDRPT
              END-IF
           END-IF.

       0207-CHECK-REHIRE.

      * Same start date the add record will carry, so EMPMAINT's
      * own check of the add sees the same person.
           MOVE 'ONBOARDEXEC'         TO RH-PROGRAM
           IF ONBOARD-SOC-SEC IS NUMERIC
              MOVE ONBOARD-SOC-SEC    TO RH-SSN
           ELSE
              MOVE ZERO               TO RH-SSN
           END-IF
           MOVE ONBOARD-LAST-NAME     TO RH-LASTNAME
           MOVE ONBOARD-FIRST-NAME    TO RH-FIRSTNAME
           IF ONBOARD-HIRE-DATE IS NUMERIC AND
              ONBOARD-HIRE-DATE > ZERO
              MOVE ONBOARD-HIRE-DATE  TO RH-STARTDATE
           ELSE
              MOVE WS-TODAY8          TO RH-STARTDATE
           END-IF
           CALL 'REHIRECHK' USING RH-PARM.

       0210-ASSIGN-NEXT-ID.

           MOVE 'NO '                 TO WS-ID-FREE-SW
              MOVE 'X'                TO ADD-GENDER
           END-IF
           MOVE ONBOARD-SOC-SEC       TO ADD-SSN
           MOVE ONBOARD-SOURCE        TO ADD-COMPANY
           WRITE ONBOARDADD-REC.

       0230-WRITE-CHECKLIST-LINE.
           MOVE ONBOARD-LAST-NAME     TO CHK-LAST-NAME
           MOVE ONBOARD-FIRST-NAME    TO CHK-FIRST-NAME
           MOVE ONBOARD-SOURCE        TO CHK-SOURCE
           IF RH-ELIGIBLE
              ADD 1                   TO WS-REHIRE-COUNT
              STRING 'REHIRE OF ' RH-PRIOR-ID
                     ' -- SET RATE / DEPT / HOURS'
                 DELIMITED BY SIZE INTO CHK-ITEMS
           ELSE
              MOVE 'SET RATE / DEPARTMENT / HOURS'
                                      TO CHK-ITEMS
           END-IF
           WRITE ONBOARDCHK-REC.

       0235-WRITE-DUP-SSN-LINE.
                                      TO CHK-ITEMS
           WRITE ONBOARDCHK-REC.

       0237-WRITE-HELD-LINE.

           MOVE SPACES                TO ONBOARDCHK-REC
           MOVE RH-PRIOR-ID           TO CHK-EMPLOYEEID
           MOVE ONBOARD-LAST-NAME     TO CHK-LAST-NAME
           MOVE ONBOARD-FIRST-NAME    TO CHK-FIRST-NAME
           MOVE ONBOARD-SOURCE        TO CHK-SOURCE
           MOVE 'NOT REHIRE-ELIGIBLE -- HELD FOR HR REVIEW'
                                      TO CHK-ITEMS
           WRITE ONBOARDCHK-REC.

       9000-END-PROGRAM.

           CLOSE ONBOARDRPT, EMPLOYEEINDEXED, ONBOARDADD,
           DISPLAY "* ONBOARDING EXECUTOR             *"
           DISPLAY "* NEW HIRES PROCESSED : " WS-HIRE-COUNT
           DISPLAY "* SSN ALREADY ON FILE : " WS-DUP-SSN-COUNT
           DISPLAY "* ELIGIBLE REHIRES    : " WS-REHIRE-COUNT
           DISPLAY "* HELD FOR HR REVIEW  : " WS-HELD-COUNT
           DISPLAY "**********************************"

           STOP RUN.
