       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORPHSWEEP.
      * CROSS-FILE ORPHAN SWEEP -- KEYVERIFY PROVES EACH KEYED FILE
      * AGREES WITH ITSELF; THIS STEP PROVES THE CHILD FILES STILL
      * AGREE WITH THEIR PARENTS. EVERY RECORD ON DEDUCTMASTER.DAT,
      * BANKMASTER.DAT, EMPCONTACT.DAT, VACBALANCE.DAT AND
      * YTDEARNINGS.DAT IS LOOKED UP ON THE INDEXED EMPLOYEE MASTER,
      * AND EVERY RECORD ON MOVIESREL.DAT AND ROYALTYLEDGER.DAT ON
      * THE STUDIOS RELATIVE FILE, SO THE LEFTOVERS OF AN OFFBOARD,
      * AN EMPMAINT TERMINATE OR A STUDIO DELETE ARE LISTED BY FILE
      * AND KEY. EACH ORPHAN IS MARKED SAFE TO PURGE OR KEEP FOR
      * YEAR-END: YTD EARNINGS STILL CARRYING MONEY ARE OWED A
      * YEAR-END STATEMENT, AND SO IS THE LEAVER'S CONTACT RECORD
      * THE STATEMENT IS MAILED TO; A ROYALTY LEDGER LINE DATED THIS
      * YEAR, AND A TITLE THIS YEAR'S LEDGER STILL NAMES, ARE NEEDED
      * FOR THE STUDIOS' YEAR-END ROYALTY STATEMENTS. NOTHING IS
      * PURGED HERE. EVERY ORPHAN IS ALSO APPENDED TO THE EXCEPTION
      * REPOSITORY, WHERE EXCAGING AGES IT UNTIL IT IS CLEARED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Parent masters.
       SELECT EMPLOYEEINDEXED ASSIGN TO WS-EMPIDX-PATH
        FILE STATUS IS FS-EMP-IDX
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IDX-EMPLOYEEID
        ALTERNATE RECORD KEY IS IDX-DEPARTMENT
           WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-EMPLOYEENAME
           WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-SSN
           WITH DUPLICATES.

       SELECT STUDIOSFILE ASSIGN TO "STUDIOSREL.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS STUDIOS-KEY
        FILE STATUS IS FILE-CHECK-KEY.

      * Employee child files.
       SELECT OPTIONAL YTDEARNINGS ASSIGN TO WS-YTD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-YTD.

       SELECT OPTIONAL EMPCONTACT ASSIGN TO WS-CONTACT-PATH
        FILE STATUS IS FS-CONTACT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CON-EMPLOYEEID.

       SELECT OPTIONAL DEDUCTMASTER ASSIGN TO WS-DEDUCT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEDUCT.

       SELECT OPTIONAL BANKMASTER ASSIGN TO WS-BANK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BANK.

       SELECT OPTIONAL VACBALANCE ASSIGN TO WS-BALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BALANCE.

      * Studio child files.
       SELECT OPTIONAL ROYALTYLEDGER ASSIGN TO "ROYALTYLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LEDGER.

       SELECT OPTIONAL MOVIESFILE ASSIGN TO "MOVIESREL.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS SEQUENTIAL
        RELATIVE KEY IS MOVIES-KEY
        FILE STATUS IS FS-MOVIES.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEINDEXED.
       01 EMP-IDX-REG.
            05 IDX-EMPLOYEEID       PIC 9(07).
            05 IDX-EMPLOYEENAME.
               10 IDX-LASTNAME      PIC X(10).
               10 IDX-FIRSTNAME     PIC X(10).
            05 IDX-START-YEAR       PIC 9(04).
            05 IDX-START-MONTH      PIC 9(02).
            05 IDX-START-DAY        PIC 9(02).
            05 IDX-HOURSWORKED      PIC 9(03).
            05 IDX-HOURLYRATE       PIC 9(04)V99.
            05 IDX-DEPARTMENT       PIC X(30).
            05 IDX-GENDER           PIC X(01).
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

       FD STUDIOSFILE.
       01 STUDIOSRECORD.
          05 STUDIOSCODE    PIC 999.
          05 STUDIOSNAME    PIC X(20).
          05 STUDIOSADDRESS PIC X(50).
          05 STUDIOSPHONE   PIC X(12).
          05 STUDIOSCONTRACT PIC 9(08).
          05 STUDIOSSTATUS  PIC X(01).

       FD YTDEARNINGS.
       01 YTDEARNINGS-REC.
           88 YTD-EOF VALUE HIGH-VALUES.
           05 YTD-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 YTD-LASTNAME          PIC X(10).
           05 FILLER                PIC X(02).
           05 YTD-FIRSTNAME         PIC X(10).
           05 FILLER                PIC X(02).
           05 YTD-STRAIGHT          PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 YTD-OVERTIME          PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 YTD-GROSS             PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 YTD-LAST-PERIOD       PIC 9(03).
           05 FILLER                PIC X(02).
           05 YTD-PAID-THRU         PIC 9(08).
           05 FILLER                PIC X(02).
           05 YTD-HOLIDAY           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 YTD-SHIFT             PIC 9(09)V99.

       FD EMPCONTACT.
       01 EMPCONTACT-REG.
            05 CON-EMPLOYEEID       PIC 9(07).
            05 CON-ADDRESS          PIC X(30).
            05 CON-CITY             PIC X(15).
            05 CON-COUNTRY          PIC X(15).
            05 CON-PHONE            PIC X(12).
            05 CON-EMAIL            PIC X(30).

       FD DEDUCTMASTER.
       01 DEDUCTMASTER-REC.
           88 DEDUCT-EOF VALUE HIGH-VALUES.
           05 DED-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 DED-CODE              PIC X(04).
           05 FILLER                PIC X(02).
           05 DED-TYPE              PIC X(01).
           05 FILLER                PIC X(02).
           05 DED-AMOUNT            PIC 9(05)V99.
           05 FILLER                PIC X(02).
           05 DED-PRIORITY          PIC 9(02).
           05 FILLER                PIC X(02).
           05 DED-RECOVERY-CAP      PIC 9(05)V99.

       FD BANKMASTER.
       01 BANKMASTER-REC.
           88 BANK-EOF VALUE HIGH-VALUES.
           05 BANK-EMPLOYEEID       PIC 9(07).
           05 FILLER                PIC X(02).
           05 BANK-ROUTING          PIC 9(09).
           05 FILLER                PIC X(02).
           05 BANK-ACCOUNT          PIC X(17).
           05 FILLER                PIC X(02).
           05 BANK-ACCT-TYPE        PIC X(01).
           05 FILLER                PIC X(02).
           05 BANK-STATUS           PIC X(01).
           05 FILLER                PIC X(02).
           05 BANK-PRENOTE-DATE     PIC 9(08).

       FD VACBALANCE.
       01 VACBALANCE-REC.
           88 BALANCE-EOF VALUE HIGH-VALUES.
           05 BAL-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 BAL-HOURS             PIC 9(05)V99.

       FD ROYALTYLEDGER.
       01 ROYALTYLEDGER-REC.
            88 LEDGER-EOF VALUE HIGH-VALUES.
            05 RL-STUDIO             PIC 999.
            05 FILLER                PIC X(02).
            05 RL-DATE               PIC 9(08).
            05 FILLER                PIC X(02).
            05 RL-TYPE               PIC X(01).
            05 FILLER                PIC X(02).
            05 RL-AMOUNT             PIC 9(07)V99.
            05 FILLER                PIC X(02).
            05 RL-DESC               PIC X(20).
      *     Title the charge was raised for; blank or zero on charges
      *     and payments keyed by hand.
            05 FILLER                PIC X(02).
            05 RL-MOVIEID            PIC 9(04).

       FD MOVIESFILE.
       01 MOVIESRECORD.
          05 MOVIEID        PIC 9(04).
          05 MOVIETITLE     PIC X(30).
          05 MOVIESTUDIO    PIC 999.
          05 MOVIEYEAR      PIC 9(04).
          05 MOVIESTATUS    PIC X(01).
      * License window -- the dates we are allowed to license the
      * title; zero means no window on record.
          05 MOVIELICSTART  PIC 9(08).
          05 MOVIELICEND    PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. Every orphan is appended to EXCEPTIONS.DAT.
       01  EX-PARM.
           COPY EXCREC.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.

      * File-location profile parameter area -- see FILEPROF
      * copybook. The payroll files resolve through the profile;
      * the studio files keep the fixed names their own programs
      * use.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-EMPIDX-PATH          PIC X(64).
       01  WS-YTD-PATH             PIC X(64).
       01  WS-CONTACT-PATH         PIC X(64).
       01  WS-DEDUCT-PATH          PIC X(64).
       01  WS-BANK-PATH            PIC X(64).
       01  WS-BALANCE-PATH         PIC X(64).

       01  WS-WORK-AREAS.
           05 FS-EMP-IDX          PIC X(02).
           05 FILE-CHECK-KEY      PIC X(02).
           05 WS-FS-YTD           PIC X(02).
           05 FS-CONTACT          PIC X(02).
           05 WS-FS-DEDUCT        PIC X(02).
           05 WS-FS-BANK          PIC X(02).
           05 WS-FS-BALANCE       PIC X(02).
           05 WS-FS-LEDGER        PIC X(02).
           05 FS-MOVIES           PIC X(02).
           05 WS-FS-REASON        PIC X(32).
           05 STUDIOS-KEY         PIC 999.
           05 MOVIES-KEY          PIC 9(04).

           05 WS-TODAY8           PIC 9(08).
           05 WS-THIS-YEAR        PIC 9(04).
           05 WS-LEDGER-YEAR      PIC 9(04).

           05 WS-PARENT-SW        PIC X(03).
              88 PARENT-MISSING   VALUE 'YES'.
           05 WS-FAMILY-SW        PIC X(01).
              88 EMPLOYEE-FAMILY  VALUE 'E'.
              88 STUDIO-FAMILY    VALUE 'S'.
           05 WS-CONTACT-EOF-SW   PIC X(03) VALUE 'NO '.
              88 CONTACT-EOF      VALUE 'YES'.
           05 WS-MOVIES-EOF-SW    PIC X(03) VALUE 'NO '.
              88 MOVIES-EOF       VALUE 'YES'.

      * The child being checked and what is known about it.
           05 WS-CHILD-FILE       PIC X(16).
           05 WS-CHILD-FS         PIC X(02).
           05 WS-CHILD-KEY        PIC X(20).
           05 WS-CHILD-DETAIL     PIC X(40).
           05 WS-CHILD-EMPID      PIC 9(07).
           05 WS-CHILD-STUDIO     PIC 999.
           05 WS-YEAREND-SW       PIC X(03).
              88 NEEDED-FOR-YEAREND VALUE 'YES'.

      * Per-file and run totals.
           05 WS-FILE-READ        PIC 9(07).
           05 WS-FILE-ORPHANS     PIC 9(07).
           05 WS-FILE-KEEP        PIC 9(07).
           05 WS-TOTAL-READ       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ORPHANS    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-KEEP       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-PURGE      PIC 9(07) VALUE ZERO.
           05 WS-SKIP-COUNT       PIC 9(03) VALUE ZERO.

      * Leavers whose YTD earnings still carry money -- their
      * contact record is kept for the year-end statement mailing.
      * A full table keeps every contact orphan rather than guess.
           05 WS-YTD-KEEP-TABLE.
              10 WS-YTD-KEEP-COUNT PIC 9(04) COMP VALUE ZERO.
              10 WS-YTD-KEEP-ID OCCURS 2000 TIMES
                                INDEXED BY YK-IDX
                                   PIC 9(07).
           05 WS-YTD-KEEP-FULL-SW PIC X(03) VALUE 'NO '.
              88 YTD-KEEP-FULL    VALUE 'YES'.

      * Titles this year's royalty ledger names, for the same reason.
           05 WS-LEDGER-TITLE-TABLE.
              10 WS-TITLE-COUNT   PIC 9(04) COMP VALUE ZERO.
              10 WS-TITLE-ID OCCURS 2000 TIMES
                             INDEXED BY TT-IDX
                                   PIC 9(04).
           05 WS-TITLE-FULL-SW    PIC X(03) VALUE 'NO '.
              88 TITLE-TABLE-FULL VALUE 'YES'.
           05 WS-FOUND-SW         PIC X(03).
              88 ENTRY-FOUND      VALUE 'YES'.

           05 PRINTRECORD.
              10 PRINT-FILE        PIC X(16).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-KEY         PIC X(20).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-DISPOSITION PIC X(16).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-DETAIL      PIC X(40).

       PROCEDURE DIVISION.
       0100-START.

      * Resolve this step's file locations through the shop profile
      * before anything opens.
           MOVE 'EMPLOYEEINDEXED' TO FP-LOGICAL
           MOVE 'EMPLOYEEINDEXED.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-EMPIDX-PATH
           MOVE 'YTDEARNINGS' TO FP-LOGICAL
           MOVE 'YTDEARNINGS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-YTD-PATH
           MOVE 'EMPCONTACT' TO FP-LOGICAL
           MOVE 'EMPCONTACT.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-CONTACT-PATH
           MOVE 'DEDUCTMASTER' TO FP-LOGICAL
           MOVE 'DEDUCTMASTER.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-DEDUCT-PATH
           MOVE 'BANKMASTER' TO FP-LOGICAL
           MOVE 'BANKMASTER.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-BANK-PATH
           MOVE 'VACBALANCE' TO FP-LOGICAL
           MOVE 'VACBALANCE.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-BALANCE-PATH

      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
      * clean so the COND chain carries on, and RUNSCHED logs the
      * bypass for the planned-versus-executed report.
           MOVE 'ORPHSWEEP'    TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* ORPHSWEEP BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'ORPHSWEEP'    TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.
           MOVE WS-TODAY8(1:4)        TO WS-THIS-YEAR.

           DISPLAY "================================================"
           DISPLAY "CROSS-FILE ORPHAN SWEEP -- " WS-TODAY8
           DISPLAY "================================================"
           DISPLAY "FILE              KEY                   "
                   "DISPOSITION       DETAIL"

      * YTD goes first so the contact sweep knows which leavers are
      * still owed a statement; the ledger goes before the movies
      * for the same reason.
           PERFORM 0200-SWEEP-EMPLOYEE-CHILDREN.
           PERFORM 0600-SWEEP-STUDIO-CHILDREN.

           PERFORM 9000-END-PROGRAM.

       0200-SWEEP-EMPLOYEE-CHILDREN.

           OPEN INPUT EMPLOYEEINDEXED.
           IF FS-EMP-IDX NOT = '00'
              ADD 1                   TO WS-SKIP-COUNT
              PERFORM 9500-EMPIDX-REASON
              DISPLAY " "
              DISPLAY "* EMPLOYEEINDEXED.DAT NOT OPENED -- FS "
                      FS-EMP-IDX " (" WS-FS-REASON ")"
              DISPLAY "* EMPLOYEE CHILD FILES NOT SWEPT"
           ELSE
              MOVE 'E'                TO WS-FAMILY-SW
              PERFORM 0210-SWEEP-YTD
              PERFORM 0220-SWEEP-CONTACT
              PERFORM 0230-SWEEP-DEDUCT
              PERFORM 0240-SWEEP-BANK
              PERFORM 0250-SWEEP-VACATION
              CLOSE EMPLOYEEINDEXED
           END-IF.

       0210-SWEEP-YTD.

      * A leaver's YTD line that still carries money is owed a
      * year-end statement; one at zero has nothing left to report.
           MOVE 'YTDEARNINGS.DAT'     TO WS-CHILD-FILE
           PERFORM 0800-START-FILE
           OPEN INPUT YTDEARNINGS.
           MOVE WS-FS-YTD TO WS-CHILD-FS
           IF WS-FS-YTD = '00'
              PERFORM UNTIL YTD-EOF
                 READ YTDEARNINGS
                    AT END SET YTD-EOF TO TRUE
                 END-READ
                 IF NOT YTD-EOF
                    ADD 1             TO WS-FILE-READ
                    MOVE YTD-EMPLOYEEID TO WS-CHILD-EMPID
                    PERFORM 0850-FIND-EMPLOYEE
                    IF PARENT-MISSING
                       MOVE YTD-EMPLOYEEID TO WS-CHILD-KEY
                       MOVE SPACES    TO WS-CHILD-DETAIL
                       STRING YTD-LASTNAME ' ' YTD-FIRSTNAME
                              ' PAID THRU ' YTD-PAID-THRU
                          DELIMITED BY SIZE INTO WS-CHILD-DETAIL
                       MOVE 'NO '     TO WS-YEAREND-SW
                       IF YTD-STRAIGHT > ZERO OR
                          YTD-OVERTIME > ZERO OR
                          YTD-GROSS > ZERO OR
                          YTD-HOLIDAY > ZERO OR
                          YTD-SHIFT > ZERO
                          MOVE 'YES'  TO WS-YEAREND-SW
                          PERFORM 0215-REMEMBER-LEAVER
                       END-IF
                       PERFORM 0900-REPORT-ORPHAN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE YTDEARNINGS
           ELSE
              PERFORM 0810-FILE-NOT-READ
              IF WS-FS-YTD = '05'
                 CLOSE YTDEARNINGS
              END-IF
           END-IF.
           PERFORM 0890-END-FILE.

       0215-REMEMBER-LEAVER.

           IF WS-YTD-KEEP-COUNT < 2000
              ADD 1                   TO WS-YTD-KEEP-COUNT
              SET YK-IDX              TO WS-YTD-KEEP-COUNT
              MOVE YTD-EMPLOYEEID     TO WS-YTD-KEEP-ID(YK-IDX)
           ELSE
              MOVE 'YES'              TO WS-YTD-KEEP-FULL-SW
           END-IF.

       0220-SWEEP-CONTACT.

           MOVE 'EMPCONTACT.DAT'      TO WS-CHILD-FILE
           PERFORM 0800-START-FILE
           OPEN INPUT EMPCONTACT.
           MOVE FS-CONTACT TO WS-CHILD-FS
           IF FS-CONTACT = '00'
              PERFORM UNTIL CONTACT-EOF
                 READ EMPCONTACT NEXT RECORD
                    AT END SET CONTACT-EOF TO TRUE
                 END-READ
                 IF NOT CONTACT-EOF
                    ADD 1             TO WS-FILE-READ
                    MOVE CON-EMPLOYEEID TO WS-CHILD-EMPID
                    PERFORM 0850-FIND-EMPLOYEE
                    IF PARENT-MISSING
                       MOVE CON-EMPLOYEEID TO WS-CHILD-KEY
                       MOVE SPACES    TO WS-CHILD-DETAIL
                       STRING CON-ADDRESS ' ' CON-CITY
                          DELIMITED BY SIZE INTO WS-CHILD-DETAIL
                       PERFORM 0225-CHECK-LEAVER
                       PERFORM 0900-REPORT-ORPHAN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE EMPCONTACT
           ELSE
              PERFORM 0810-FILE-NOT-READ
              IF FS-CONTACT = '05'
                 CLOSE EMPCONTACT
              END-IF
           END-IF.
           PERFORM 0890-END-FILE.

       0225-CHECK-LEAVER.

           MOVE 'NO '                 TO WS-FOUND-SW
           PERFORM VARYING YK-IDX FROM 1 BY 1
              UNTIL YK-IDX > WS-YTD-KEEP-COUNT OR ENTRY-FOUND
              IF WS-YTD-KEEP-ID(YK-IDX) = CON-EMPLOYEEID
                 MOVE 'YES'           TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF ENTRY-FOUND OR YTD-KEEP-FULL
              MOVE 'YES'              TO WS-YEAREND-SW
           ELSE
              MOVE 'NO '              TO WS-YEAREND-SW
           END-IF.

       0230-SWEEP-DEDUCT.

           MOVE 'DEDUCTMASTER.DAT'    TO WS-CHILD-FILE
           PERFORM 0800-START-FILE
           OPEN INPUT DEDUCTMASTER.
           MOVE WS-FS-DEDUCT TO WS-CHILD-FS
           IF WS-FS-DEDUCT = '00'
              PERFORM UNTIL DEDUCT-EOF
                 READ DEDUCTMASTER
                    AT END SET DEDUCT-EOF TO TRUE
                 END-READ
                 IF NOT DEDUCT-EOF
                    ADD 1             TO WS-FILE-READ
                    MOVE DED-EMPLOYEEID TO WS-CHILD-EMPID
                    PERFORM 0850-FIND-EMPLOYEE
                    IF PARENT-MISSING
                       MOVE SPACES    TO WS-CHILD-KEY
                       STRING DED-EMPLOYEEID ' ' DED-CODE
                          DELIMITED BY SIZE INTO WS-CHILD-KEY
                       MOVE SPACES    TO WS-CHILD-DETAIL
                       STRING 'DEDUCTION ' DED-CODE ' TYPE ' DED-TYPE
                          DELIMITED BY SIZE INTO WS-CHILD-DETAIL
                       MOVE 'NO '     TO WS-YEAREND-SW
                       PERFORM 0900-REPORT-ORPHAN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE DEDUCTMASTER
           ELSE
              PERFORM 0810-FILE-NOT-READ
              IF WS-FS-DEDUCT = '05'
                 CLOSE DEDUCTMASTER
              END-IF
           END-IF.
           PERFORM 0890-END-FILE.

       0240-SWEEP-BANK.

           MOVE 'BANKMASTER.DAT'      TO WS-CHILD-FILE
           PERFORM 0800-START-FILE
           OPEN INPUT BANKMASTER.
           MOVE WS-FS-BANK TO WS-CHILD-FS
           IF WS-FS-BANK = '00'
              PERFORM UNTIL BANK-EOF
                 READ BANKMASTER
                    AT END SET BANK-EOF TO TRUE
                 END-READ
                 IF NOT BANK-EOF
                    ADD 1             TO WS-FILE-READ
                    MOVE BANK-EMPLOYEEID TO WS-CHILD-EMPID
                    PERFORM 0850-FIND-EMPLOYEE
                    IF PARENT-MISSING
                       MOVE BANK-EMPLOYEEID TO WS-CHILD-KEY
                       MOVE SPACES    TO WS-CHILD-DETAIL
                       STRING 'DEPOSIT ACCOUNT STATUS ' BANK-STATUS
                          DELIMITED BY SIZE INTO WS-CHILD-DETAIL
                       MOVE 'NO '     TO WS-YEAREND-SW
                       PERFORM 0900-REPORT-ORPHAN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE BANKMASTER
           ELSE
              PERFORM 0810-FILE-NOT-READ
              IF WS-FS-BANK = '05'
                 CLOSE BANKMASTER
              END-IF
           END-IF.
           PERFORM 0890-END-FILE.

       0250-SWEEP-VACATION.

      * OFFBOARD pays a leaver's balance out on the final check, so
      * a balance left behind has nothing further owed on it.
           MOVE 'VACBALANCE.DAT'      TO WS-CHILD-FILE
           PERFORM 0800-START-FILE
           OPEN INPUT VACBALANCE.
           MOVE WS-FS-BALANCE TO WS-CHILD-FS
           IF WS-FS-BALANCE = '00'
              PERFORM UNTIL BALANCE-EOF
                 READ VACBALANCE
                    AT END SET BALANCE-EOF TO TRUE
                 END-READ
                 IF NOT BALANCE-EOF
                    ADD 1             TO WS-FILE-READ
                    MOVE BAL-EMPLOYEEID TO WS-CHILD-EMPID
                    PERFORM 0850-FIND-EMPLOYEE
                    IF PARENT-MISSING
                       MOVE BAL-EMPLOYEEID TO WS-CHILD-KEY
                       MOVE SPACES    TO WS-CHILD-DETAIL
                       STRING 'VACATION BALANCE ' BAL-HOURS
                              ' HOURS (2 DEC)'
                          DELIMITED BY SIZE INTO WS-CHILD-DETAIL
                       MOVE 'NO '     TO WS-YEAREND-SW
                       PERFORM 0900-REPORT-ORPHAN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE VACBALANCE
           ELSE
              PERFORM 0810-FILE-NOT-READ
              IF WS-FS-BALANCE = '05'
                 CLOSE VACBALANCE
              END-IF
           END-IF.
           PERFORM 0890-END-FILE.

       0600-SWEEP-STUDIO-CHILDREN.

           OPEN INPUT STUDIOSFILE.
           IF FILE-CHECK-KEY NOT = '00'
              ADD 1                   TO WS-SKIP-COUNT
              PERFORM 9510-STUDIOS-REASON
              DISPLAY " "
              DISPLAY "* STUDIOSREL.DAT NOT OPENED -- FS "
                      FILE-CHECK-KEY " (" WS-FS-REASON ")"
              DISPLAY "* STUDIO CHILD FILES NOT SWEPT"
           ELSE
              MOVE 'S'                TO WS-FAMILY-SW
              PERFORM 0610-SWEEP-LEDGER
              PERFORM 0620-SWEEP-MOVIES
              CLOSE STUDIOSFILE
           END-IF.

       0610-SWEEP-LEDGER.

      * This year's lines feed the studios' year-end royalty
      * statements whether or not the studio is still on file;
      * every title they name is remembered for the movies sweep.
           MOVE 'ROYALTYLEDGER.DAT'   TO WS-CHILD-FILE
           PERFORM 0800-START-FILE
           OPEN INPUT ROYALTYLEDGER.
           MOVE WS-FS-LEDGER TO WS-CHILD-FS
           IF WS-FS-LEDGER = '00'
              PERFORM UNTIL LEDGER-EOF
                 READ ROYALTYLEDGER
                    AT END SET LEDGER-EOF TO TRUE
                 END-READ
                 IF NOT LEDGER-EOF
                    ADD 1             TO WS-FILE-READ
                    MOVE RL-DATE(1:4) TO WS-LEDGER-YEAR
                    IF WS-LEDGER-YEAR = WS-THIS-YEAR
                       PERFORM 0615-REMEMBER-TITLE
                    END-IF
                    MOVE RL-STUDIO    TO WS-CHILD-STUDIO
                    PERFORM 0860-FIND-STUDIO
                    IF PARENT-MISSING
                       MOVE SPACES    TO WS-CHILD-KEY
                       STRING RL-STUDIO ' ' RL-DATE ' ' RL-TYPE
                          DELIMITED BY SIZE INTO WS-CHILD-KEY
                       MOVE SPACES    TO WS-CHILD-DETAIL
                       STRING 'NO STUDIO ' RL-STUDIO ' -- ' RL-DESC
                          DELIMITED BY SIZE INTO WS-CHILD-DETAIL
                       IF WS-LEDGER-YEAR = WS-THIS-YEAR
                          MOVE 'YES'  TO WS-YEAREND-SW
                       ELSE
                          MOVE 'NO '  TO WS-YEAREND-SW
                       END-IF
                       PERFORM 0900-REPORT-ORPHAN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ROYALTYLEDGER
           ELSE
              PERFORM 0810-FILE-NOT-READ
              IF WS-FS-LEDGER = '05'
                 CLOSE ROYALTYLEDGER
              END-IF
           END-IF.
           PERFORM 0890-END-FILE.

       0615-REMEMBER-TITLE.

           IF RL-MOVIEID IS NUMERIC AND RL-MOVIEID > ZERO
              IF WS-TITLE-COUNT < 2000
                 ADD 1                TO WS-TITLE-COUNT
                 SET TT-IDX           TO WS-TITLE-COUNT
                 MOVE RL-MOVIEID      TO WS-TITLE-ID(TT-IDX)
              ELSE
                 MOVE 'YES'           TO WS-TITLE-FULL-SW
              END-IF
           END-IF.

       0620-SWEEP-MOVIES.

           MOVE 'MOVIESREL.DAT'       TO WS-CHILD-FILE
           PERFORM 0800-START-FILE
           OPEN INPUT MOVIESFILE.
           MOVE FS-MOVIES TO WS-CHILD-FS
           IF FS-MOVIES = '00'
              PERFORM UNTIL MOVIES-EOF
                 READ MOVIESFILE NEXT RECORD
                    AT END SET MOVIES-EOF TO TRUE
                 END-READ
                 IF NOT MOVIES-EOF
                    ADD 1             TO WS-FILE-READ
                    MOVE MOVIESTUDIO  TO WS-CHILD-STUDIO
                    PERFORM 0860-FIND-STUDIO
                    IF PARENT-MISSING
                       MOVE MOVIEID   TO WS-CHILD-KEY
                       MOVE SPACES    TO WS-CHILD-DETAIL
                       STRING 'NO STUDIO ' MOVIESTUDIO ' -- '
                              MOVIETITLE
                          DELIMITED BY SIZE INTO WS-CHILD-DETAIL
                       PERFORM 0625-CHECK-TITLE
                       PERFORM 0900-REPORT-ORPHAN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MOVIESFILE
           ELSE
              PERFORM 0810-FILE-NOT-READ
              IF FS-MOVIES = '05'
                 CLOSE MOVIESFILE
              END-IF
           END-IF.
           PERFORM 0890-END-FILE.

       0625-CHECK-TITLE.

           MOVE 'NO '                 TO WS-FOUND-SW
           PERFORM VARYING TT-IDX FROM 1 BY 1
              UNTIL TT-IDX > WS-TITLE-COUNT OR ENTRY-FOUND
              IF WS-TITLE-ID(TT-IDX) = MOVIEID
                 MOVE 'YES'           TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF ENTRY-FOUND OR TITLE-TABLE-FULL
              MOVE 'YES'              TO WS-YEAREND-SW
           ELSE
              MOVE 'NO '              TO WS-YEAREND-SW
           END-IF.

       0800-START-FILE.

           MOVE ZERO                  TO WS-FILE-READ WS-FILE-ORPHANS
                                         WS-FILE-KEEP
           DISPLAY " ".

       0810-FILE-NOT-READ.

      * An optional child file that is simply not there has nothing
      * to sweep; one that is there and will not open is reported.
           IF WS-CHILD-FS = '05'
              DISPLAY WS-CHILD-FILE "  NOT PRESENT -- NOTHING TO SWEEP"
           ELSE
              ADD 1                   TO WS-SKIP-COUNT
              DISPLAY "* " WS-CHILD-FILE " NOT OPENED -- FS "
                      WS-CHILD-FS " -- NOT SWEPT"
           END-IF.

       0850-FIND-EMPLOYEE.

      * Only a clean not-found makes an orphan -- a read error on the
      * master must never put a record forward for purging.
           MOVE 'NO '                 TO WS-PARENT-SW
           MOVE WS-CHILD-EMPID        TO IDX-EMPLOYEEID
           READ EMPLOYEEINDEXED
              INVALID KEY CONTINUE
           END-READ
           IF FS-EMP-IDX = '23'
              MOVE 'YES'              TO WS-PARENT-SW
           END-IF.

       0860-FIND-STUDIO.

      * Studio code zero claims no studio and is not an orphan.
           MOVE 'NO '                 TO WS-PARENT-SW
           IF WS-CHILD-STUDIO > ZERO
              MOVE WS-CHILD-STUDIO    TO STUDIOS-KEY
              READ STUDIOSFILE
                 INVALID KEY CONTINUE
              END-READ
              IF FILE-CHECK-KEY = '23'
                 MOVE 'YES'           TO WS-PARENT-SW
              END-IF
           END-IF.

       0890-END-FILE.

           IF WS-FILE-READ > ZERO
              DISPLAY "  " WS-CHILD-FILE " RECORDS " WS-FILE-READ
                      "  ORPHANS " WS-FILE-ORPHANS
                      "  KEEP FOR YEAR-END " WS-FILE-KEEP
           END-IF.
           ADD WS-FILE-READ           TO WS-TOTAL-READ.

       0900-REPORT-ORPHAN.

           ADD 1                      TO WS-FILE-ORPHANS
           ADD 1                      TO WS-TOTAL-ORPHANS
           MOVE SPACES                TO PRINTRECORD
           MOVE WS-CHILD-FILE         TO PRINT-FILE
           MOVE WS-CHILD-KEY          TO PRINT-KEY
           IF NEEDED-FOR-YEAREND
              ADD 1                   TO WS-FILE-KEEP
              ADD 1                   TO WS-TOTAL-KEEP
              MOVE 'KEEP - YEAR-END'  TO PRINT-DISPOSITION
           ELSE
              ADD 1                   TO WS-TOTAL-PURGE
              MOVE 'SAFE TO PURGE'    TO PRINT-DISPOSITION
           END-IF
           MOVE WS-CHILD-DETAIL       TO PRINT-DETAIL
           DISPLAY PRINTRECORD

           IF EMPLOYEE-FAMILY
              MOVE 'ORPHAN - NO EMPLOYEE' TO EXC-REASON
           ELSE
              MOVE 'ORPHAN - NO STUDIO' TO EXC-REASON
           END-IF
           MOVE WS-CHILD-KEY          TO EXC-KEY
           MOVE SPACES                TO EXC-DETAIL
           STRING WS-CHILD-FILE ' ' PRINT-DISPOSITION
              DELIMITED BY SIZE INTO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       9000-END-PROGRAM.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "*  CHILD RECORDS READ    : " WS-TOTAL-READ
           DISPLAY "*  ORPHANS FOUND         : " WS-TOTAL-ORPHANS
           DISPLAY "*    SAFE TO PURGE       : " WS-TOTAL-PURGE
           DISPLAY "*    KEEP FOR YEAR-END   : " WS-TOTAL-KEEP
           DISPLAY "*  FILES NOT SWEPT       : " WS-SKIP-COUNT
           DISPLAY "**********************************"

           IF (WS-TOTAL-ORPHANS > ZERO OR WS-SKIP-COUNT > ZERO)
              AND RETURN-CODE = ZERO
              MOVE 4              TO RETURN-CODE
           END-IF

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-TOTAL-READ  TO RL-READ
           MOVE ZERO           TO RL-WRITTEN
           MOVE WS-TOTAL-ORPHANS TO RL-REJECTED
           MOVE FS-EMP-IDX     TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'ORPHSWEEP'           TO EXC-PROGRAM
           MOVE 4                     TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-EMPIDX-REASON
           FS-FIELD  BY FS-EMP-IDX
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-STUDIOS-REASON
           FS-FIELD  BY FILE-CHECK-KEY
           FS-REASON BY WS-FS-REASON.

       END PROGRAM ORPHSWEEP.
