       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSCREEN.
      * PAYROLL FRAUD SCREEN -- RUN AFTER THE REGISTER IS PRICED AND
      * BEFORE DIRECTDEP RELEASES MONEY. LOOKS FOR THE CLASSIC
      * GHOST-EMPLOYEE PATTERNS ACROSS THE PAY FILES:
      *   - ONE BANK ROUTING/ACCOUNT ON BANKMASTER.DAT HELD BY MORE
      *     THAN ONE EMPLOYEEID
      *   - SEVERAL EMPLOYEES SHARING AN ADDRESS ON EMPCONTACT.DAT
      *   - A REGISTER LINE WITH NO TIMECARD SUMMARY FOR THE PERIOD
      *     (WHEN THE RUN WAS TIMECARD-DRIVEN) OR NO RECORD ON THE
      *     INDEXED EMPLOYEE MASTER
      *   - A REGISTER LINE FOR AN EMPLOYEEID ON TERMARCHIVE.DAT
      * EVERY HIT GOES TO THE REVIEW REPORT (FRAUDREVIEW.DAT) AND THE
      * EXCEPTION REPOSITORY, GRADED 'H' HIGH OR 'L' LOW. ANY HIGH
      * HIT ENDS THE STEP WITH CONDITION CODE 8; LOW HITS ALONE END
      * WITH 4 FOR REVIEW. DIRECTDEP READS THIS STEP'S LATEST END
      * LINE ON THE RUN LOG AND REFUSES TO PAY WHEN IT IS 8 OR OVER,
      * OR OLDER THAN THE NETPAY RUN THAT WROTE THE REGISTER.
      * SHARED ADDRESSES, A NO-TIMECARD LINE THAT PAYS NOTHING, AND
      * FINAL PAY FOR A LEAVER WHOSE TERMINATION FALLS IN THE PERIOD
      * ARE LOW; THE REST ARE HIGH. ONLY TIMECARD SUMMARIES FOR THE
      * PERIOD ON THE PAYPERIOD CARD COUNT; A SUMMARY FILE WITH NONE
      * FOR THAT PERIOD ENDS THE STEP 8 WITHOUT SCREENING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GROSSPAYREG ASSIGN TO WS-GROSSREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REGISTER.

      * Bank-detail master DIRECTDEP pays from.
       SELECT BANKMASTER ASSIGN TO WS-BANK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BANK.

      * Employee address/contact child file, read end to end here.
       SELECT OPTIONAL EMPCONTACT ASSIGN TO WS-CONTACT-PATH
        FILE STATUS IS FS-CONTACT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CON-EMPLOYEEID.

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

      * Per-employee timecard summary TIMECARD writes. Absent when
      * the register was priced from the master hours.
       SELECT OPTIONAL PERIODHOURS ASSIGN TO WS-PERIODHRS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOURS.

      * Leavers archived by OFFBOARD.
       SELECT OPTIONAL TERMARCHIVE ASSIGN TO WS-ARCHIVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARCHIVE.

       SELECT OPTIONAL PAYPERIOD ASSIGN TO "PAYPERIOD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD.

      * The review report payroll and audit work before release.
       SELECT FRAUDREVIEW ASSIGN TO WS-REVIEW-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REVIEW.

       DATA DIVISION.
       FILE SECTION.
       FD GROSSPAYREG.
       01 GROSSPAYREG-REC.
            88 GROSSREG-EOF VALUE HIGH-VALUES.
            05 REG-EMPLOYEEID        PIC 9(07).
            05 FILLER                PIC X(02).
            05 REG-LASTNAME          PIC X(10).
            05 FILLER                PIC X(02).
            05 REG-FIRSTNAME         PIC X(10).
            05 FILLER                PIC X(02).
            05 REG-REG-HOURS         PIC 9(03).
            05 FILLER                PIC X(02).
            05 REG-OT-HOURS          PIC 9(03).
            05 FILLER                PIC X(02).
            05 REG-STRAIGHT-PAY      PIC X(10).
            05 FILLER                PIC X(02).
            05 REG-OVERTIME-PAY      PIC X(10).
            05 FILLER                PIC X(02).
      * PAYREGISTER prints the money fields edited with a literal
      * decimal point -- split into dollars and cents here so the
      * figure can be re-assembled as a number.
            05 REG-GROSS-PAY.
               10 REG-GROSS-DOLS     PIC 9(07).
               10 FILLER             PIC X(01).
               10 REG-GROSS-CENTS    PIC 9(02).
            05 FILLER                PIC X(02).
            05 REG-HOLIDAY-PAY       PIC X(10).
            05 FILLER                PIC X(02).
            05 REG-SHIFT-PAY         PIC X(10).
            05 FILLER                PIC X(02).
      * Legal entity the employee was paid under, blank if none.
            05 REG-COMPANY           PIC X(01).

       FD BANKMASTER.
       01 BANKMASTER-REC.
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

       FD EMPCONTACT.
       01 EMPCONTACT-REG.
            88 CONTACT-EOF          VALUE HIGH-VALUES.
            05 CON-EMPLOYEEID       PIC 9(07).
            05 CON-ADDRESS          PIC X(30).
            05 CON-CITY             PIC X(15).
            05 CON-COUNTRY          PIC X(15).
            05 CON-PHONE            PIC X(12).
            05 CON-EMAIL            PIC X(30).

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

       FD PERIODHOURS.
       01 PERIODHOURS-REC.
           05 PH-EMPLOYEEID         PIC 9(07).
           05 FILLER                PIC X(02).
           05 PH-HOURS              PIC 9(03)V99.
           05 FILLER                PIC X(02).
           05 PH-PERIOD             PIC 9(03).
           05 PH-CHARGE-DETAIL      PIC X(102).
           05 FILLER                PIC X(02).
           05 PH-HOLIDAY-HOURS      PIC 9(03)V99.
           05 PH-SHIFT-DETAIL       PIC X(30).

       FD TERMARCHIVE.
       01 TERMARCHIVE-REC.
           05 ARCH-EMPLOYEEID       PIC 9(07).
           05 FILLER                PIC X(02).
           05 ARCH-LASTNAME         PIC X(10).
           05 FILLER                PIC X(02).
           05 ARCH-FIRSTNAME        PIC X(10).
           05 FILLER                PIC X(02).
           05 ARCH-STARTDATE        PIC 9(08).
           05 FILLER                PIC X(02).
           05 ARCH-DEPARTMENT       PIC X(30).
           05 FILLER                PIC X(02).
           05 ARCH-TERM-DATE        PIC 9(08).
           05 FILLER                PIC X(02).
           05 ARCH-REASON           PIC X(10).
           05 FILLER                PIC X(02).
           05 ARCH-FINAL-PAY        PIC 9(07).99.
           05 FILLER                PIC X(02).
           05 ARCH-VAC-HOURS        PIC 9(05).99.
           05 FILLER                PIC X(02).
           05 ARCH-VAC-PAYOUT       PIC 9(07).99.
           05 FILLER                PIC X(02).
           05 ARCH-SSN              PIC 9(09).
           05 FILLER                PIC X(02).
           05 ARCH-REHIRE           PIC X(01).

       FD PAYPERIOD.
       01 PAYPERIOD-REC.
           05 PERIOD-NUMBER         PIC 9(03).
           05 FILLER                PIC X(02).
           05 PERIOD-PAID-THRU      PIC 9(08).
           05 FILLER                PIC X(02).
           05 PERIOD-START          PIC 9(08).

       FD FRAUDREVIEW.
       01 FRAUDREVIEW-REC.
           05 FRV-SEVERITY          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FRV-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FRV-REASON            PIC X(24).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FRV-DETAIL            PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. Every review line below is also appended to
      * EXCEPTIONS.DAT through EXCLOGGER.
       01  EX-PARM.
           COPY EXCREC.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-GROSSREG-PATH        PIC X(64).
       01  WS-BANK-PATH            PIC X(64).
       01  WS-CONTACT-PATH         PIC X(64).
       01  WS-EMPIDX-PATH          PIC X(64).
       01  WS-PERIODHRS-PATH       PIC X(64).
       01  WS-ARCHIVE-PATH         PIC X(64).
       01  WS-REVIEW-PATH          PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-REGISTER      PIC X(02).
           05 WS-FS-BANK          PIC X(02).
           05 FS-CONTACT          PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-HOURS         PIC X(02).
           05 WS-FS-ARCHIVE       PIC X(02).
           05 WS-FS-PERIOD        PIC X(02).
           05 WS-FS-REVIEW        PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-LINE-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-HIGH-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-LOW-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-SHARED-ACCT      PIC 9(05) VALUE ZERO.
           05 WS-SHARED-ADDR      PIC 9(05) VALUE ZERO.
           05 WS-NO-CARDS         PIC 9(05) VALUE ZERO.
           05 WS-NOT-ON-MASTER    PIC 9(05) VALUE ZERO.
           05 WS-TERMINATED       PIC 9(05) VALUE ZERO.

           05 WS-PERIOD-START     PIC 9(08) VALUE ZERO.
           05 WS-PERIOD-NUMBER    PIC 9(03) VALUE ZERO.
           05 WS-GROSS-PAY        PIC 9(07)V99.
           05 WS-SHARE-COUNT      PIC 9(05) COMP.
           05 WS-SHARE-PRT        PIC Z(04)9.

      * Hit being reported: severity, reason and detail for the
      * review line and the repository.
           05 WS-HIT-SEVERITY     PIC X(01).
              88 HIT-HIGH         VALUE 'H'.
           05 WS-HIT-REASON       PIC X(24).
           05 WS-HIT-DETAIL       PIC X(40).
           05 WS-HIT-EMPLOYEEID   PIC 9(07).

      * Timecard summaries on hand -- without them the no-timecard
      * test is skipped, not failed.
           05 WS-HOURS-SW         PIC X(03) VALUE 'NO '.
              88 HOURS-ON-HAND    VALUE 'YES'.

      * Account-mask work fields: only the last four characters of
      * a shared account go on the review report.
           05 WS-ACCT-POS         PIC 9(02).
           05 WS-ACCT-LEN         PIC 9(02).
           05 WS-MASK-START       PIC 9(02).
           05 WS-ACCT-MASKED      PIC X(17).

      * Bank-detail master loaded at start of run.
           05 WS-BANK-TABLE.
              10 WS-BANK-COUNT    PIC 9(05) COMP VALUE ZERO.
              10 WS-BANK-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY BANK-IDX BANK-IDX2.
                 15 WS-BANK-ID       PIC 9(07).
                 15 WS-BANK-ROUTING  PIC 9(09).
                 15 WS-BANK-ACCOUNT  PIC X(17).
           05 WS-BANK-DROPPED     PIC 9(05) VALUE ZERO.

      * Contact addresses loaded at start of run; blank addresses
      * are not held, they cannot be shared.
           05 WS-ADDR-TABLE.
              10 WS-ADDR-COUNT    PIC 9(05) COMP VALUE ZERO.
              10 WS-ADDR-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY ADDR-IDX ADDR-IDX2.
                 15 WS-ADDR-ID       PIC 9(07).
                 15 WS-ADDR-STREET   PIC X(30).
                 15 WS-ADDR-CITY     PIC X(15).
           05 WS-ADDR-DROPPED     PIC 9(05) VALUE ZERO.

      * Employees with a timecard summary this period.
           05 WS-PH-TABLE.
              10 WS-PH-COUNT      PIC 9(05) COMP VALUE ZERO.
              10 WS-PH-ID OCCURS 5000 TIMES
                                  INDEXED BY PH-IDX
                                  PIC 9(07).
           05 WS-PH-DROPPED       PIC 9(05) VALUE ZERO.
      * Summaries on the file for some other period -- not counted.
           05 WS-PH-OTHER         PIC 9(05) VALUE ZERO.

      * Archived leavers and their termination dates.
           05 WS-TERM-TABLE.
              10 WS-TERM-COUNT    PIC 9(05) COMP VALUE ZERO.
              10 WS-TERM-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY TERM-IDX.
                 15 WS-TERM-ID       PIC 9(07).
                 15 WS-TERM-DATE     PIC 9(08).
           05 WS-TERM-DROPPED     PIC 9(05) VALUE ZERO.

           05 WS-ENTRY-FOUND      PIC X(03).
              88 ENTRY-FOUND      VALUE 'YES'.
           05 WS-TERM-HIT         PIC 9(05) COMP.

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'GROSSPAYREG'       TO FP-LOGICAL
           MOVE 'GROSSPAYREG.DAT'   TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-GROSSREG-PATH
           MOVE 'BANKMASTER'        TO FP-LOGICAL
           MOVE 'BANKMASTER.DAT'    TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-BANK-PATH
           MOVE 'EMPCONTACT'        TO FP-LOGICAL
           MOVE 'EMPCONTACT.DAT'    TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-CONTACT-PATH
           MOVE 'EMPLOYEEINDEXED'   TO FP-LOGICAL
           MOVE 'EMPLOYEEINDEXED.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-EMPIDX-PATH
           MOVE 'PERIODHOURS'       TO FP-LOGICAL
           MOVE 'PERIODHOURS.DAT'   TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-PERIODHRS-PATH
           MOVE 'TERMARCHIVE'       TO FP-LOGICAL
           MOVE 'TERMARCHIVE.DAT'   TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-ARCHIVE-PATH
           MOVE 'FRAUDREVIEW'       TO FP-LOGICAL
           MOVE 'FRAUDREVIEW.DAT'   TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-REVIEW-PATH

      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
      * clean so the COND chain carries on, and RUNSCHED logs the
      * bypass for the planned-versus-executed report.
           MOVE 'PAYSCREEN'    TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* PAYSCREEN BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'PAYSCREEN'    TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           PERFORM 0110-READ-PAY-PERIOD.
           PERFORM 0120-LOAD-BANK-MASTER.
           PERFORM 0130-LOAD-CONTACTS.
           PERFORM 0140-LOAD-PERIOD-HOURS.
           PERFORM 0150-LOAD-TERM-ARCHIVE.

      * A screen run on half-loaded tables would pass people it
      * never looked at -- refuse the run instead.
           IF WS-BANK-DROPPED > ZERO OR WS-ADDR-DROPPED > ZERO OR
              WS-PH-DROPPED > ZERO OR WS-TERM-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* FRAUD SCREEN TABLES OVERFLOWED"
              DISPLAY "* BANK RECORDS NOT HELD : " WS-BANK-DROPPED
              DISPLAY "* ADDRESSES NOT HELD    : " WS-ADDR-DROPPED
              DISPLAY "* PERIOD HOURS NOT HELD : " WS-PH-DROPPED
              DISPLAY "* LEAVERS NOT HELD      : " WS-TERM-DROPPED
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           OPEN INPUT GROSSPAYREG.
           OPEN INPUT EMPLOYEEINDEXED.
           OPEN OUTPUT FRAUDREVIEW.
           IF WS-FS-REGISTER NOT = '00' OR
              FS-EMP-IDX NOT = '00' OR
              WS-FS-REVIEW NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-REGISTER-REASON
              DISPLAY '* FS-REGISTER : ' WS-FS-REGISTER
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-EMPIDX-REASON
              DISPLAY '* FS-MASTER   : ' FS-EMP-IDX
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-REVIEW   : ' WS-FS-REVIEW
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           PERFORM 0300-SCREEN-BANK-ACCOUNTS.
           PERFORM 0310-SCREEN-ADDRESSES.

           READ GROSSPAYREG
              AT END SET GROSSREG-EOF TO TRUE
           END-READ.
           PERFORM 0200-SCREEN-REGISTER-LINE UNTIL GROSSREG-EOF.
           CLOSE GROSSPAYREG, EMPLOYEEINDEXED.

           PERFORM 9000-END-PROGRAM.

       0110-READ-PAY-PERIOD.

      * The period start dates a leaver's termination against; with
      * no card every archived leaver on the register grades high.
           OPEN INPUT PAYPERIOD.
           IF WS-FS-PERIOD = '00'
              READ PAYPERIOD
                 AT END CONTINUE
              END-READ
              IF PERIOD-START IS NUMERIC
                 MOVE PERIOD-START    TO WS-PERIOD-START
              END-IF
              IF PERIOD-NUMBER IS NUMERIC
                 MOVE PERIOD-NUMBER   TO WS-PERIOD-NUMBER
              END-IF
              CLOSE PAYPERIOD
           ELSE
              IF WS-FS-PERIOD = '05'
                 CLOSE PAYPERIOD
              END-IF
           END-IF.

       0120-LOAD-BANK-MASTER.

      * No bank master means nothing is deposited and nothing to
      * screen -- a hard stop, as it is for DIRECTDEP.
           OPEN INPUT BANKMASTER.
           IF WS-FS-BANK NOT = '00'
              PERFORM 9520-BANK-REASON
              DISPLAY '********************************'
              DISPLAY '* BANKMASTER.DAT REQUIRED      *'
              DISPLAY '* FS-BANK: ' WS-FS-BANK
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           PERFORM UNTIL WS-FS-BANK = '10'
              READ BANKMASTER
                 AT END MOVE '10' TO WS-FS-BANK
              END-READ
              IF WS-FS-BANK NOT = '10' AND
                 BANKMASTER-REC NOT = SPACES
                 IF WS-BANK-COUNT < 5000
                    ADD 1             TO WS-BANK-COUNT
                    SET BANK-IDX      TO WS-BANK-COUNT
                    MOVE BANK-EMPLOYEEID
                                      TO WS-BANK-ID(BANK-IDX)
                    MOVE BANK-ROUTING TO WS-BANK-ROUTING(BANK-IDX)
                    MOVE BANK-ACCOUNT TO WS-BANK-ACCOUNT(BANK-IDX)
                 ELSE
                    ADD 1             TO WS-BANK-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE BANKMASTER.

       0130-LOAD-CONTACTS.

      * No contact file means no addresses to compare -- the shared-
      * address test simply finds nothing.
           OPEN INPUT EMPCONTACT.
           IF FS-CONTACT NOT = '00'
              IF FS-CONTACT = '05'
                 CLOSE EMPCONTACT
              END-IF
              DISPLAY '* NO EMPCONTACT.DAT -- ADDRESS TEST SKIPPED'
           ELSE
              PERFORM UNTIL CONTACT-EOF
                 READ EMPCONTACT NEXT RECORD
                    AT END SET CONTACT-EOF TO TRUE
                 END-READ
                 IF NOT CONTACT-EOF AND CON-ADDRESS NOT = SPACES
                    IF WS-ADDR-COUNT < 5000
                       ADD 1          TO WS-ADDR-COUNT
                       SET ADDR-IDX   TO WS-ADDR-COUNT
                       MOVE CON-EMPLOYEEID
                                      TO WS-ADDR-ID(ADDR-IDX)
                       MOVE CON-ADDRESS
                                      TO WS-ADDR-STREET(ADDR-IDX)
                       MOVE CON-CITY  TO WS-ADDR-CITY(ADDR-IDX)
                    ELSE
                       ADD 1          TO WS-ADDR-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE EMPCONTACT
           END-IF.

       0140-LOAD-PERIOD-HOURS.

      * The summaries only exist when the register was priced from
      * timecards; without them there is nothing to test against.
      * A summary left over from another period is no timecard for
      * this one -- with a period card on hand it is passed over.
           OPEN INPUT PERIODHOURS.
           IF WS-FS-HOURS NOT = '00'
              IF WS-FS-HOURS = '05'
                 CLOSE PERIODHOURS
              END-IF
              DISPLAY '* NO PERIODHOURS.DAT -- TIMECARD TEST SKIPPED'
           ELSE
              MOVE 'YES'              TO WS-HOURS-SW
              PERFORM UNTIL WS-FS-HOURS = '10'
                 READ PERIODHOURS
                    AT END MOVE '10'  TO WS-FS-HOURS
                 END-READ
                 IF WS-FS-HOURS NOT = '10' AND
                    PERIODHOURS-REC NOT = SPACES AND
                    WS-PERIOD-NUMBER > ZERO AND
                    (PH-PERIOD IS NOT NUMERIC OR
                     PH-PERIOD NOT = WS-PERIOD-NUMBER)
                    ADD 1             TO WS-PH-OTHER
                 END-IF
                 IF WS-FS-HOURS NOT = '10' AND
                    PERIODHOURS-REC NOT = SPACES AND
                    (WS-PERIOD-NUMBER = ZERO OR
                     PH-PERIOD = WS-PERIOD-NUMBER)
                    IF WS-PH-COUNT < 5000
                       ADD 1          TO WS-PH-COUNT
                       SET PH-IDX     TO WS-PH-COUNT
                       MOVE PH-EMPLOYEEID TO WS-PH-ID(PH-IDX)
                    ELSE
                       ADD 1          TO WS-PH-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PERIODHOURS
           END-IF.

      * Summaries that are all for another period mean the register
      * and the timecards don't belong together -- every line would
      * screen as having no timecard. Stop rather than guess.
           IF WS-PH-OTHER > ZERO
              DISPLAY '* PERIODHOURS.DAT LINES NOT FOR PERIOD '
                      WS-PERIOD-NUMBER ': ' WS-PH-OTHER
           END-IF.
           IF HOURS-ON-HAND AND WS-PERIOD-NUMBER > ZERO AND
              WS-PH-COUNT = ZERO
              DISPLAY '********************************'
              DISPLAY '* NO PERIODHOURS.DAT LINES FOR PERIOD '
                      WS-PERIOD-NUMBER
              DISPLAY '* REGISTER NOT SCREENED'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

       0150-LOAD-TERM-ARCHIVE.

           OPEN INPUT TERMARCHIVE.
           IF WS-FS-ARCHIVE NOT = '00'
              IF WS-FS-ARCHIVE = '05'
                 CLOSE TERMARCHIVE
              END-IF
           ELSE
              PERFORM UNTIL WS-FS-ARCHIVE = '10'
                 READ TERMARCHIVE
                    AT END MOVE '10'  TO WS-FS-ARCHIVE
                 END-READ
                 IF WS-FS-ARCHIVE NOT = '10' AND
                    TERMARCHIVE-REC NOT = SPACES
                    IF WS-TERM-COUNT < 5000
                       ADD 1          TO WS-TERM-COUNT
                       SET TERM-IDX   TO WS-TERM-COUNT
                       MOVE ARCH-EMPLOYEEID
                                      TO WS-TERM-ID(TERM-IDX)
                       IF ARCH-TERM-DATE IS NUMERIC
                          MOVE ARCH-TERM-DATE
                                      TO WS-TERM-DATE(TERM-IDX)
                       ELSE
                          MOVE ZERO   TO WS-TERM-DATE(TERM-IDX)
                       END-IF
                    ELSE
                       ADD 1          TO WS-TERM-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE TERMARCHIVE
           END-IF.

       0200-SCREEN-REGISTER-LINE.

           IF GROSSPAYREG-REC NOT = SPACES
              ADD 1                   TO WS-LINE-COUNT
              COMPUTE WS-GROSS-PAY =
                      REG-GROSS-DOLS + (REG-GROSS-CENTS / 100)
              MOVE REG-EMPLOYEEID     TO WS-HIT-EMPLOYEEID
              PERFORM 0210-CHECK-MASTER
              IF HOURS-ON-HAND
                 PERFORM 0220-CHECK-TIMECARDS
              END-IF
              PERFORM 0230-CHECK-TERMINATED
           END-IF.

           READ GROSSPAYREG
              AT END SET GROSSREG-EOF TO TRUE
           END-READ.

       0210-CHECK-MASTER.

      * Pay for an EMPLOYEEID the master has never heard of.
           MOVE REG-EMPLOYEEID        TO IDX-EMPLOYEEID
           READ EMPLOYEEINDEXED
              INVALID KEY CONTINUE
           END-READ
           IF FS-EMP-IDX NOT = '00'
              ADD 1                   TO WS-NOT-ON-MASTER
              MOVE 'H'                TO WS-HIT-SEVERITY
              MOVE 'NOT ON EMPLOYEE MASTER' TO WS-HIT-REASON
              MOVE SPACES             TO WS-HIT-DETAIL
              STRING REG-LASTNAME ' ' REG-FIRSTNAME
                 DELIMITED BY SIZE INTO WS-HIT-DETAIL
              PERFORM 0400-REPORT-HIT
           END-IF.

       0220-CHECK-TIMECARDS.

      * A timecard-driven register line with no summary behind it.
      * One that pays nothing is left for review; one that pays is
      * money nobody clocked for.
           MOVE 'NO '                 TO WS-ENTRY-FOUND
           PERFORM VARYING PH-IDX FROM 1 BY 1
              UNTIL PH-IDX > WS-PH-COUNT
              IF WS-PH-ID(PH-IDX) = REG-EMPLOYEEID
                 MOVE 'YES'           TO WS-ENTRY-FOUND
              END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              ADD 1                   TO WS-NO-CARDS
              IF WS-GROSS-PAY > ZERO
                 MOVE 'H'             TO WS-HIT-SEVERITY
              ELSE
                 MOVE 'L'             TO WS-HIT-SEVERITY
              END-IF
              MOVE 'NO TIMECARDS IN PERIOD' TO WS-HIT-REASON
              MOVE SPACES             TO WS-HIT-DETAIL
              STRING 'GROSS ' REG-GROSS-PAY
                 DELIMITED BY SIZE INTO WS-HIT-DETAIL
              PERFORM 0400-REPORT-HIT
           END-IF.

       0230-CHECK-TERMINATED.

      * The latest archive line for the employee decides. Final pay
      * for a termination inside the period is expected and graded
      * low; pay for a period starting after the termination is not.
           MOVE ZERO                  TO WS-TERM-HIT
           PERFORM VARYING TERM-IDX FROM 1 BY 1
              UNTIL TERM-IDX > WS-TERM-COUNT
              IF WS-TERM-ID(TERM-IDX) = REG-EMPLOYEEID
                 SET WS-TERM-HIT      TO TERM-IDX
              END-IF
           END-PERFORM
           IF WS-TERM-HIT > ZERO
              SET TERM-IDX            TO WS-TERM-HIT
              ADD 1                   TO WS-TERMINATED
              IF WS-PERIOD-START > ZERO AND
                 WS-TERM-DATE(TERM-IDX) >= WS-PERIOD-START
                 MOVE 'L'             TO WS-HIT-SEVERITY
              ELSE
                 MOVE 'H'             TO WS-HIT-SEVERITY
              END-IF
              MOVE 'TERMINATED EMPLOYEE' TO WS-HIT-REASON
              MOVE SPACES             TO WS-HIT-DETAIL
              STRING 'TERMINATED ' WS-TERM-DATE(TERM-IDX)
                     ' GROSS ' REG-GROSS-PAY
                 DELIMITED BY SIZE INTO WS-HIT-DETAIL
              PERFORM 0400-REPORT-HIT
           END-IF.

       0300-SCREEN-BANK-ACCOUNTS.

      * Every employee whose routing and account another EMPLOYEEID
      * also holds is reported, each with the number of holders.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > WS-BANK-COUNT
              MOVE ZERO               TO WS-SHARE-COUNT
              PERFORM VARYING BANK-IDX2 FROM 1 BY 1
                 UNTIL BANK-IDX2 > WS-BANK-COUNT
                 IF WS-BANK-ROUTING(BANK-IDX2) =
                    WS-BANK-ROUTING(BANK-IDX) AND
                    WS-BANK-ACCOUNT(BANK-IDX2) =
                    WS-BANK-ACCOUNT(BANK-IDX) AND
                    WS-BANK-ID(BANK-IDX2) NOT = WS-BANK-ID(BANK-IDX)
                    ADD 1             TO WS-SHARE-COUNT
                 END-IF
              END-PERFORM
              IF WS-SHARE-COUNT > ZERO
                 ADD 1                TO WS-SHARED-ACCT
                 ADD 1                TO WS-SHARE-COUNT
                 MOVE WS-SHARE-COUNT  TO WS-SHARE-PRT
                 PERFORM 0305-MASK-ACCOUNT
                 MOVE 'H'             TO WS-HIT-SEVERITY
                 MOVE 'SHARED BANK ACCOUNT' TO WS-HIT-REASON
                 MOVE WS-BANK-ID(BANK-IDX) TO WS-HIT-EMPLOYEEID
                 MOVE SPACES          TO WS-HIT-DETAIL
                 STRING 'ACCT ' WS-ACCT-MASKED ' HOLDERS '
                        WS-SHARE-PRT
                    DELIMITED BY SIZE INTO WS-HIT-DETAIL
                 PERFORM 0400-REPORT-HIT
              END-IF
           END-PERFORM.

       0305-MASK-ACCOUNT.

      * The review report travels to audit, so only the last four
      * characters of the account show. The account is free-format
      * -- find where it ends rather than assume all 17 are used.
           MOVE ZERO                  TO WS-ACCT-LEN
           PERFORM VARYING WS-ACCT-POS FROM 1 BY 1
              UNTIL WS-ACCT-POS > 17
              IF WS-BANK-ACCOUNT(BANK-IDX)(WS-ACCT-POS:1)
                 NOT = SPACE
                 MOVE WS-ACCT-POS     TO WS-ACCT-LEN
              END-IF
           END-PERFORM
           MOVE ALL '*'               TO WS-ACCT-MASKED
           EVALUATE TRUE
              WHEN WS-ACCT-LEN >= 4
                 COMPUTE WS-MASK-START = WS-ACCT-LEN - 3
                 MOVE WS-BANK-ACCOUNT(BANK-IDX)(WS-MASK-START:4)
                                      TO WS-ACCT-MASKED(14:4)
              WHEN WS-ACCT-LEN > ZERO
                 MOVE WS-BANK-ACCOUNT(BANK-IDX)(1:WS-ACCT-LEN)
                    TO WS-ACCT-MASKED(14:WS-ACCT-LEN)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0310-SCREEN-ADDRESSES.

      * The same street address in the same city on more than one
      * contact record. Families and shared houses are real, so
      * this is a review item, not a hold.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1
              UNTIL ADDR-IDX > WS-ADDR-COUNT
              MOVE ZERO               TO WS-SHARE-COUNT
              PERFORM VARYING ADDR-IDX2 FROM 1 BY 1
                 UNTIL ADDR-IDX2 > WS-ADDR-COUNT
                 IF WS-ADDR-STREET(ADDR-IDX2) =
                    WS-ADDR-STREET(ADDR-IDX) AND
                    WS-ADDR-CITY(ADDR-IDX2) = WS-ADDR-CITY(ADDR-IDX)
                    AND ADDR-IDX2 NOT = ADDR-IDX
                    ADD 1             TO WS-SHARE-COUNT
                 END-IF
              END-PERFORM
              IF WS-SHARE-COUNT > ZERO
                 ADD 1                TO WS-SHARED-ADDR
                 MOVE 'L'             TO WS-HIT-SEVERITY
                 MOVE 'SHARED ADDRESS' TO WS-HIT-REASON
                 MOVE WS-ADDR-ID(ADDR-IDX) TO WS-HIT-EMPLOYEEID
                 MOVE WS-ADDR-STREET(ADDR-IDX) TO WS-HIT-DETAIL
                 PERFORM 0400-REPORT-HIT
              END-IF
           END-PERFORM.

       0400-REPORT-HIT.

           IF HIT-HIGH
              ADD 1                   TO WS-HIGH-COUNT
           ELSE
              ADD 1                   TO WS-LOW-COUNT
           END-IF
           MOVE SPACES                TO FRAUDREVIEW-REC
           MOVE WS-HIT-SEVERITY       TO FRV-SEVERITY
           MOVE WS-HIT-EMPLOYEEID     TO FRV-EMPLOYEEID
           MOVE WS-HIT-REASON         TO FRV-REASON
           MOVE WS-HIT-DETAIL         TO FRV-DETAIL
           WRITE FRAUDREVIEW-REC
           MOVE WS-HIT-REASON         TO EXC-REASON
           MOVE WS-HIT-EMPLOYEEID     TO EXC-KEY
           MOVE WS-HIT-DETAIL         TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       9000-END-PROGRAM.

           CLOSE FRAUDREVIEW.

           DISPLAY "**********************************"
           DISPLAY "* PAYROLL FRAUD SCREEN"
           DISPLAY "* REGISTER LINES READ    : " WS-LINE-COUNT
           DISPLAY "* SHARED BANK ACCOUNTS   : " WS-SHARED-ACCT
           DISPLAY "* SHARED ADDRESSES       : " WS-SHARED-ADDR
           DISPLAY "* NO TIMECARDS           : " WS-NO-CARDS
           DISPLAY "* NOT ON MASTER          : " WS-NOT-ON-MASTER
           DISPLAY "* TERMINATED ON REGISTER : " WS-TERMINATED
           DISPLAY "* HIGH-SEVERITY HITS     : " WS-HIGH-COUNT
           DISPLAY "* LOW-SEVERITY HITS      : " WS-LOW-COUNT
           DISPLAY "**********************************"

      * A high hit holds the deposit step; low hits are for review.
           IF WS-HIGH-COUNT > ZERO
              DISPLAY "* HIGH-SEVERITY HITS -- DEPOSIT RELEASE HELD"
              MOVE 8                  TO RETURN-CODE
           ELSE
              IF WS-LOW-COUNT > ZERO AND RETURN-CODE = ZERO
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF

           PERFORM 9010-LOG-END-AND-STOP.

       9010-LOG-END-AND-STOP.

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-LINE-COUNT  TO RL-READ
           COMPUTE RL-WRITTEN = WS-HIGH-COUNT + WS-LOW-COUNT
           MOVE WS-HIGH-COUNT  TO RL-REJECTED
           MOVE WS-FS-REGISTER TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per review
      * line, carrying the condition code the hit will end the step
      * with.
           MOVE 'PAYSCREEN'           TO EXC-PROGRAM
           IF HIT-HIGH
              MOVE 8                  TO EXC-RETCODE
           ELSE
              MOVE 4                  TO EXC-RETCODE
           END-IF
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-REGISTER-REASON
           FS-FIELD  BY WS-FS-REGISTER
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-EMPIDX-REASON
           FS-FIELD  BY FS-EMP-IDX
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-BANK-REASON
           FS-FIELD  BY WS-FS-BANK
           FS-REASON BY WS-FS-REASON.

       END PROGRAM PAYSCREEN.
