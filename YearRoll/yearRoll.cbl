       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARROLL.
      * PAYROLL YEAR-END ROLLOVER -- CLOSES OUT THE YEAR THE YTD
      * EARNINGS FILE HOLDS. THE CLOSING YTD MASTER IS KEPT AS A
      * YEAR-STAMPED GENERATION, <FILE>.<YYYY>.ARC, BESIDE THE LIVE
      * FILE, AND THE LIVE FILE IS RESET FOR THE NEW YEAR: EVERY
      * EMPLOYEE KEEPS THE LINE WITH THE EARNINGS COLUMNS ZEROED, SO
      * YTDUPDATE AND YTDSTMT START THE YEAR FROM NOTHING INSTEAD OF
      * SOMEBODY CLEARING THE FILE BY HAND. THE SAME RUN ENFORCES THE
      * VACATION CARRYOVER CAP: EACH BALANCE ON VACBALANCE.DAT IS
      * HELD TO THE CAP OF THE EMPLOYEE'S SERVICE BAND -- THE HIGHEST
      * ACCRUALRATES.DAT YEARS-OF-SERVICE FLOOR AT OR UNDER THE
      * YEARS SERVED BY THE CLOSING YEAR, AS VACACCRUE PICKS ITS
      * RATE -- AND THE HOURS OVER THE CAP ARE FORFEITED AND WRITTEN
      * TO THE FORFEITURE REGISTER (VACFORFEIT.DAT) AS PENDING HR
      * SIGN-OFF. A BALANCE WHOSE EMPLOYEE IS NOT ON THE MASTER HAS
      * NO BAND; IT IS CARRIED AS IT STANDS AND LOGGED AS AN
      * EXCEPTION.
      * THE ROLLOVER REFUSES TO RUN UNTIL PERCLOSE HAS CLOSED THE
      * YEAR'S LAST PAY PERIOD (THE LATEST PAID-THROUGH DATE IN THE
      * YEAR ON THE PAY CALENDAR), AND A YEAR WHOSE GENERATION IS
      * ALREADY ON DISK HAS BEEN ROLLED AND IS NOT ROLLED AGAIN. THE
      * CLOSING YTD IS COPIED FIRST UNDER A WORK NAME,
      * <FILE>.<YYYY>.WRK, AND ONLY RENAMED TO THE .ARC GENERATION
      * ONCE THE BALANCES AND THE YTD FILE HAVE BOTH BEEN REWRITTEN,
      * SO A RUN THAT STOPS PART WAY LEAVES NO GENERATION AND CAN BE
      * RUN AGAIN; THE RERUN KEEPS THE WORK COPY ALREADY TAKEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL YTDEARNINGS ASSIGN TO WS-YTD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-YTD.

       SELECT OPTIONAL VACBALANCE ASSIGN TO WS-BALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BALANCE.

      * Accrual bands, shared with VACACCRUE: years-of-service floor,
      * hours earned per period, and the hours a balance in the band
      * may carry into the new year. Required.
       SELECT ACCRUALRATES ASSIGN TO "ACCRUALRATES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RATES.

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

      * Pay calendar and closed-period history, as PERCLOSE keeps
      * them.
       SELECT OPTIONAL PAYCALENDAR ASSIGN TO WS-PAYCAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CALENDAR.

       SELECT OPTIONAL PERIODHIST ASSIGN TO WS-PERHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERHIST.

      * Forfeiture register, one line per capped balance, appended
      * year after year for HR to sign off.
       SELECT OPTIONAL VACFORFEIT ASSIGN TO WS-FORFEIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FORFEIT.

       DATA DIVISION.
       FILE SECTION.
       FD YTDEARNINGS.
       01 YTDEARNINGS-REC.
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

       FD VACBALANCE.
       01 VACBALANCE-REC.
           05 BAL-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 BAL-HOURS             PIC 9(05)V99.

       FD ACCRUALRATES.
       01 ACCRUALRATE-REC.
           05 RATE-YEARS-FLOOR      PIC 9(03).
           05 RATE-HOURS-PERIOD     PIC 9(02)V99.
           05 FILLER                PIC X(02).
           05 RATE-CARRY-CAP        PIC 9(05)V99.

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

       FD PAYCALENDAR.
       01 PAYCALENDAR-REC.
           88 CALENDAR-EOF VALUE HIGH-VALUES.
           05 PCAL-PERIOD           PIC 9(03).
           05 FILLER                PIC X(02).
           05 PCAL-PAID-THRU        PIC 9(08).
           05 FILLER                PIC X(02).
           05 PCAL-START            PIC 9(08).

       FD PERIODHIST.
       01 PERIODHIST-REC.
           88 PERHIST-EOF VALUE HIGH-VALUES.
           05 PHS-PERIOD            PIC 9(03).
           05 FILLER                PIC X(02).
           05 PHS-PAID-THRU         PIC 9(08).
           05 FILLER                PIC X(02).
           05 PHS-START             PIC 9(08).
           05 FILLER                PIC X(02).
           05 PHS-ACTION            PIC X(01).
              88 PHS-CLOSED         VALUE 'C'.
              88 PHS-REOPENED       VALUE 'R'.
           05 FILLER                PIC X(02).
           05 PHS-DATE              PIC 9(08).
           05 FILLER                PIC X(02).
           05 PHS-OPERATOR          PIC X(08).
           05 FILLER                PIC X(02).
           05 PHS-REASON            PIC X(30).

       FD VACFORFEIT.
       01 VACFORFEIT-REC.
           05 VF-YEAR               PIC 9(04).
           05 FILLER                PIC X(02).
           05 VF-EMPLOYEEID         PIC 9(07).
           05 FILLER                PIC X(02).
           05 VF-LASTNAME           PIC X(10).
           05 FILLER                PIC X(02).
           05 VF-FIRSTNAME          PIC X(10).
           05 FILLER                PIC X(02).
           05 VF-SERVICE-YEARS      PIC 9(03).
           05 FILLER                PIC X(02).
           05 VF-BAND-FLOOR         PIC 9(03).
           05 FILLER                PIC X(02).
           05 VF-BALANCE            PIC 9(05)V99.
           05 FILLER                PIC X(02).
           05 VF-CAP                PIC 9(05)V99.
           05 FILLER                PIC X(02).
           05 VF-FORFEITED          PIC 9(05)V99.
           05 FILLER                PIC X(02).
           05 VF-CARRIED            PIC 9(05)V99.
      * P = pending HR sign-off, S = signed off; who signed and when
      * stay blank until HR does.
           05 FILLER                PIC X(02).
           05 VF-STATUS             PIC X(01).
              88 VF-PENDING         VALUE 'P'.
              88 VF-SIGNED          VALUE 'S'.
           05 FILLER                PIC X(02).
           05 VF-SIGNED-BY          PIC X(08).
           05 FILLER                PIC X(02).
           05 VF-SIGNED-DATE        PIC X(08).
           05 FILLER                PIC X(02).
           05 VF-RUN-DATE           PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. A balance with no master record is appended to
      * EXCEPTIONS.DAT.
       01  EX-PARM.
           COPY EXCREC.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.

      * File-location profile parameter area -- see FILEPROF
      * copybook. Control cards stay on their working-directory
      * names; every data file this step reads or writes resolves
      * through the profile, with the traditional name as the
      * default when no profile (or no entry) is on hand.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-YTD-PATH             PIC X(64).
       01  WS-BALANCE-PATH         PIC X(64).
       01  WS-EMPIDX-PATH          PIC X(64).
       01  WS-PAYCAL-PATH          PIC X(64).
       01  WS-PERHIST-PATH         PIC X(64).
       01  WS-FORFEIT-PATH         PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-YTD           PIC X(02).
           05 WS-FS-BALANCE       PIC X(02).
           05 WS-FS-RATES         PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-CALENDAR      PIC X(02).
           05 WS-FS-PERHIST       PIC X(02).
           05 WS-FS-FORFEIT       PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-TODAY-YEAR       PIC 9(04).
           05 WS-TODAY-MONTH      PIC 9(02).

      * The year being closed: the latest paid-through year on the
      * YTD file, or -- with no YTD lines at all -- the year just
      * ended (this year, when run in December).
           05 WS-CLOSE-YEAR       PIC 9(04) VALUE ZERO.
           05 WS-REC-YEAR         PIC 9(04).

      * The year's last pay period off the calendar, and its
      * standing on the closed-period history.
           05 WS-LAST-FOUND       PIC X(03) VALUE 'NO '.
              88 LAST-PERIOD-FOUND VALUE 'YES'.
           05 WS-LAST-PERIOD      PIC 9(03) VALUE ZERO.
           05 WS-LAST-PAID-THRU   PIC 9(08) VALUE ZERO.
           05 WS-HIST-STATUS      PIC X(01) VALUE 'O'.
              88 HIST-OPEN        VALUE 'O'.
              88 HIST-CLOSED      VALUE 'C'.

      * The year-stamped generation of the YTD file, and the work
      * copy it is taken under until the rollover is complete.
           05 WS-ARCH-NAME        PIC X(80).
           05 WS-WORK-NAME        PIC X(80).
           05 WS-GEN-SW           PIC X(01) VALUE 'N'.
              88 GEN-COPIED       VALUE 'Y'.
           05 WS-FILE-STATUS      PIC S9(09) COMP-5.
           05 WS-FILE-INFO        PIC X(40).

           05 WS-YTD-EOF-SW       PIC X(03) VALUE 'NO '.
              88 YTD-EOF          VALUE 'YES'.
           05 WS-BALANCE-EOF-SW   PIC X(03) VALUE 'NO '.
              88 BALANCE-EOF      VALUE 'YES'.

      * Accrual bands with their carryover caps.
           05 WS-RATE-TABLE.
              10 WS-RATE-ENTRY OCCURS 20 TIMES
                               INDEXED BY RATE-IDX.
                 15 WS-RATE-FLOOR  PIC 9(03).
                 15 WS-RATE-CAP    PIC 9(05)V99.
           05 WS-RATE-COUNT       PIC 9(03) VALUE ZERO.
           05 WS-RATE-NO-CAP      PIC 9(03) VALUE ZERO.

      * YTD lines carried over into the new year with the earnings
      * columns zeroed.
           05 WS-YTD-TABLE.
              10 WS-YTD-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-YTD-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY YTD-IDX.
                 15 WS-YTD-ID        PIC 9(07).
                 15 WS-YTD-LASTNAME  PIC X(10).
                 15 WS-YTD-FIRSTNAME PIC X(10).
                 15 WS-YTD-PERIOD    PIC 9(03).
                 15 WS-YTD-PAID-THRU PIC 9(08).
           05 WS-YTD-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-YTD-GROSS-TOTAL  PIC 9(11)V99 VALUE ZERO.

      * Balances, capped in place and written back at end of run.
           05 WS-BAL-TABLE.
              10 WS-BAL-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-BAL-ENTRY OCCURS 5000 TIMES
                              INDEXED BY BAL-IDX.
                 15 WS-BAL-ID        PIC 9(07).
                 15 WS-BAL-HOURS     PIC 9(05)V99.
           05 WS-BAL-DROPPED      PIC 9(05) VALUE ZERO.

           05 WS-TENURE-YEARS     PIC 9(03).
           05 WS-BEST-FLOOR       PIC 9(03).
           05 WS-BAND-CAP         PIC 9(05)V99.
           05 WS-FORFEIT-HOURS    PIC 9(05)V99.

           05 WS-CAPPED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-NO-MASTER-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-FORFEIT-TOTAL    PIC 9(07)V99 VALUE ZERO.
           05 WS-CARRIED-TOTAL    PIC 9(07)V99 VALUE ZERO.

           05 PRINTRECORD.
              10 PRINT-EMPLOYEEID  PIC 9(07).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-NAME        PIC X(21).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-YEARS       PIC ZZ9.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-BALANCE     PIC ZZ,ZZ9.99.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-CAP         PIC ZZ,ZZ9.99.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-FORFEITED   PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0100-START.

      * Resolve this step's file locations through the shop profile
      * before anything opens.
           MOVE 'YTDEARNINGS' TO FP-LOGICAL
           MOVE 'YTDEARNINGS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-YTD-PATH
           MOVE 'VACBALANCE' TO FP-LOGICAL
           MOVE 'VACBALANCE.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-BALANCE-PATH
           MOVE 'EMPLOYEEINDEXED' TO FP-LOGICAL
           MOVE 'EMPLOYEEINDEXED.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-EMPIDX-PATH
           MOVE 'PAYCALENDAR' TO FP-LOGICAL
           MOVE 'PAYCALENDAR.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PAYCAL-PATH
           MOVE 'PERIODHIST' TO FP-LOGICAL
           MOVE 'PERIODHIST.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PERHIST-PATH
           MOVE 'VACFORFEIT' TO FP-LOGICAL
           MOVE 'VACFORFEIT.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-FORFEIT-PATH

           MOVE 'YEARROLL'     TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* YEARROLL BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'YEARROLL'     TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8
           MOVE WS-TODAY8(1:4)        TO WS-TODAY-YEAR
           MOVE WS-TODAY8(5:2)        TO WS-TODAY-MONTH

      * Everything is read and checked before anything is written --
      * a refusal leaves every file exactly as it was.
           PERFORM 0110-LOAD-YTD.
           PERFORM 0120-CHECK-LAST-PERIOD.
           PERFORM 0130-CHECK-GENERATION.
           PERFORM 0140-LOAD-ACCRUAL-RATES.
           PERFORM 0150-LOAD-BALANCES.

           OPEN INPUT EMPLOYEEINDEXED.
           IF FS-EMP-IDX NOT = '00'
              PERFORM 9500-EMPIDX-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-EMPIDX: ' FS-EMP-IDX
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

      * The forfeiture register must take lines before the YTD copy
      * is made, or a refusal here would leave a copy behind.
           OPEN EXTEND VACFORFEIT.
           IF WS-FS-FORFEIT = '05'
              MOVE '00'               TO WS-FS-FORFEIT
           END-IF.
           IF WS-FS-FORFEIT NOT = '00'
              PERFORM 9540-FORFEIT-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-VACFORFEIT: ' WS-FS-FORFEIT
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8                  TO RETURN-CODE
              CLOSE EMPLOYEEINDEXED
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           PERFORM 0200-ARCHIVE-YTD.
           PERFORM 0300-CAP-BALANCES.
           CLOSE EMPLOYEEINDEXED.
           PERFORM 0400-REWRITE-BALANCES.
           PERFORM 0500-RESET-YTD.
           PERFORM 0600-KEEP-GENERATION.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-YTD.

           OPEN INPUT YTDEARNINGS.
           IF WS-FS-YTD = '00'
              PERFORM UNTIL YTD-EOF
                 READ YTDEARNINGS
                    AT END SET YTD-EOF TO TRUE
                 END-READ
                 IF NOT YTD-EOF
                    IF WS-YTD-COUNT < 5000
                       ADD 1       TO WS-YTD-COUNT
                       SET YTD-IDX TO WS-YTD-COUNT
                       MOVE YTD-EMPLOYEEID
                                   TO WS-YTD-ID(YTD-IDX)
                       MOVE YTD-LASTNAME
                                   TO WS-YTD-LASTNAME(YTD-IDX)
                       MOVE YTD-FIRSTNAME
                                   TO WS-YTD-FIRSTNAME(YTD-IDX)
                       MOVE YTD-LAST-PERIOD
                                   TO WS-YTD-PERIOD(YTD-IDX)
                       MOVE YTD-PAID-THRU
                                   TO WS-YTD-PAID-THRU(YTD-IDX)
                       IF YTD-GROSS IS NUMERIC
                          ADD YTD-GROSS TO WS-YTD-GROSS-TOTAL
                       END-IF
                       IF YTD-PAID-THRU IS NUMERIC
                          MOVE YTD-PAID-THRU(1:4) TO WS-REC-YEAR
                          IF WS-REC-YEAR > WS-CLOSE-YEAR
                             MOVE WS-REC-YEAR TO WS-CLOSE-YEAR
                          END-IF
                       END-IF
                    ELSE
                       ADD 1       TO WS-YTD-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE YTDEARNINGS
           ELSE
              IF WS-FS-YTD = '05'
                 CLOSE YTDEARNINGS
              ELSE
                 PERFORM 9510-YTD-REASON
                 DISPLAY '********************'
                 DISPLAY '* OPEN FILE ERROR  *'
                 DISPLAY '* FS-YTD: ' WS-FS-YTD
                          ' (' WS-FS-REASON ')'
                 DISPLAY '********************'
                 MOVE 8               TO RETURN-CODE
                 PERFORM 9010-LOG-END-AND-STOP
              END-IF
           END-IF.

      * A YTD line that fell off the table would lose its employee
      * from the new year's file -- refuse, as YTDUPDATE does.
           IF WS-YTD-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* YTD TABLE EXCEEDS 5000 EMPLOYEES"
              DISPLAY "* RECORDS NOT CARRIED: " WS-YTD-DROPPED
              DISPLAY "* YEAR NOT ROLLED"
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           IF WS-CLOSE-YEAR = ZERO
              MOVE WS-TODAY-YEAR      TO WS-CLOSE-YEAR
              IF WS-TODAY-MONTH < 12
                 SUBTRACT 1           FROM WS-CLOSE-YEAR
              END-IF
           END-IF.
           DISPLAY '* CLOSING YEAR ' WS-CLOSE-YEAR.

       0120-CHECK-LAST-PERIOD.

      * The year's last period is the latest paid-through date in
      * the year on the pay calendar; its latest standing on the
      * history decides, so a close later reopened is not closed.
           OPEN INPUT PAYCALENDAR.
           IF WS-FS-CALENDAR = '00'
              MOVE SPACES             TO PAYCALENDAR-REC
              READ PAYCALENDAR
                 AT END SET CALENDAR-EOF TO TRUE
              END-READ
              PERFORM 0125-SCAN-CALENDAR UNTIL CALENDAR-EOF
              CLOSE PAYCALENDAR
           ELSE
              IF WS-FS-CALENDAR = '05'
                 CLOSE PAYCALENDAR
              END-IF
           END-IF.

           IF NOT LAST-PERIOD-FOUND
              DISPLAY '********************************'
              DISPLAY '* NO ' WS-CLOSE-YEAR
                      ' PERIODS ON THE PAY CALENDAR'
              DISPLAY '* YEAR NOT ROLLED'
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           OPEN INPUT PERIODHIST.
           IF WS-FS-PERHIST = '00'
              MOVE SPACES             TO PERIODHIST-REC
              READ PERIODHIST
                 AT END SET PERHIST-EOF TO TRUE
              END-READ
              PERFORM 0127-SCAN-HISTORY UNTIL PERHIST-EOF
              CLOSE PERIODHIST
           ELSE
              IF WS-FS-PERHIST = '05'
                 CLOSE PERIODHIST
              END-IF
           END-IF.

           IF NOT HIST-CLOSED
              DISPLAY '********************************'
              DISPLAY '* LAST PERIOD OF ' WS-CLOSE-YEAR ' -- PERIOD '
                      WS-LAST-PERIOD ' PAID THRU ' WS-LAST-PAID-THRU
              DISPLAY '* IS NOT CLOSED -- CLOSE IT THROUGH PERCLOSE'
              DISPLAY '* YEAR NOT ROLLED'
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.
           DISPLAY '* LAST PERIOD ' WS-LAST-PERIOD ' PAID THRU '
                   WS-LAST-PAID-THRU ' IS CLOSED'.

       0125-SCAN-CALENDAR.

           IF PCAL-PERIOD IS NUMERIC AND
              PCAL-PAID-THRU IS NUMERIC
              MOVE PCAL-PAID-THRU(1:4) TO WS-REC-YEAR
              IF WS-REC-YEAR = WS-CLOSE-YEAR AND
                 PCAL-PAID-THRU > WS-LAST-PAID-THRU
                 MOVE 'YES'           TO WS-LAST-FOUND
                 MOVE PCAL-PERIOD     TO WS-LAST-PERIOD
                 MOVE PCAL-PAID-THRU  TO WS-LAST-PAID-THRU
              END-IF
           END-IF.

           READ PAYCALENDAR
              AT END SET CALENDAR-EOF TO TRUE
           END-READ.

       0127-SCAN-HISTORY.

           IF PHS-PERIOD = WS-LAST-PERIOD AND
              PHS-PAID-THRU = WS-LAST-PAID-THRU
              IF PHS-CLOSED
                 MOVE 'C'             TO WS-HIST-STATUS
              END-IF
              IF PHS-REOPENED
                 MOVE 'O'             TO WS-HIST-STATUS
              END-IF
           END-IF.

           READ PERIODHIST
              AT END SET PERHIST-EOF TO TRUE
           END-READ.

       0130-CHECK-GENERATION.

      * The generation on disk is the proof the year was rolled; a
      * second run would zero the new year's figures and forfeit
      * from balances already capped.
           MOVE SPACES                TO WS-ARCH-NAME
           STRING WS-YTD-PATH DELIMITED BY SPACE
                  '.'                 DELIMITED BY SIZE
                  WS-CLOSE-YEAR       DELIMITED BY SIZE
                  '.ARC'              DELIMITED BY SIZE
              INTO WS-ARCH-NAME
           END-STRING
           MOVE SPACES                TO WS-WORK-NAME
           STRING WS-YTD-PATH DELIMITED BY SPACE
                  '.'                 DELIMITED BY SIZE
                  WS-CLOSE-YEAR       DELIMITED BY SIZE
                  '.WRK'              DELIMITED BY SIZE
              INTO WS-WORK-NAME
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCH-NAME
                WS-FILE-INFO
                RETURNING WS-FILE-STATUS
           IF WS-FILE-STATUS = 0
              DISPLAY '********************************'
              DISPLAY '* ' WS-CLOSE-YEAR ' ALREADY ROLLED -- '
              DISPLAY '* ' WS-ARCH-NAME
              DISPLAY '* NOTHING CHANGED'
              DISPLAY '********************************'
              MOVE 4                  TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

       0140-LOAD-ACCRUAL-RATES.

      * Every band must carry its cap -- a band without one would
      * carry its balances forward unchecked, which is exactly what
      * the rollover is here to stop.
           OPEN INPUT ACCRUALRATES.
           IF WS-FS-RATES NOT = '00'
              PERFORM 9520-RATES-REASON
              DISPLAY "********************************"
              DISPLAY "* ACCRUALRATES.DAT REQUIRED    *"
              DISPLAY "* FS-RATES: " WS-FS-RATES
                       " (" WS-FS-REASON ")"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           PERFORM UNTIL WS-FS-RATES = '10'
              MOVE SPACES          TO ACCRUALRATE-REC
              READ ACCRUALRATES
                 AT END MOVE '10' TO WS-FS-RATES
              END-READ
              IF WS-FS-RATES NOT = '10' AND
                 WS-RATE-COUNT < 20
                 ADD 1             TO WS-RATE-COUNT
                 SET RATE-IDX      TO WS-RATE-COUNT
                 MOVE RATE-YEARS-FLOOR
                                   TO WS-RATE-FLOOR(RATE-IDX)
                 MOVE ZERO         TO WS-RATE-CAP(RATE-IDX)
                 IF RATE-CARRY-CAP IS NUMERIC
                    MOVE RATE-CARRY-CAP
                                   TO WS-RATE-CAP(RATE-IDX)
                 ELSE
                    ADD 1          TO WS-RATE-NO-CAP
                    DISPLAY "* NO CARRYOVER CAP FOR THE "
                            RATE-YEARS-FLOOR "-YEAR BAND"
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ACCRUALRATES.

           IF WS-RATE-COUNT = ZERO OR WS-RATE-NO-CAP > ZERO
              DISPLAY "********************************"
              DISPLAY "* ACCRUALRATES.DAT CARRYOVER CAPS"
              DISPLAY "* MISSING -- YEAR NOT ROLLED"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

       0150-LOAD-BALANCES.

           OPEN INPUT VACBALANCE.
           IF WS-FS-BALANCE = '00'
              PERFORM UNTIL BALANCE-EOF
                 READ VACBALANCE
                    AT END SET BALANCE-EOF TO TRUE
                 END-READ
                 IF NOT BALANCE-EOF
                    IF WS-BAL-COUNT < 5000
                       ADD 1       TO WS-BAL-COUNT
                       SET BAL-IDX TO WS-BAL-COUNT
                       MOVE BAL-EMPLOYEEID
                                   TO WS-BAL-ID(BAL-IDX)
                       MOVE BAL-HOURS
                                   TO WS-BAL-HOURS(BAL-IDX)
                    ELSE
                       ADD 1       TO WS-BAL-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE VACBALANCE
           ELSE
              IF WS-FS-BALANCE = '05'
                 CLOSE VACBALANCE
              ELSE
                 PERFORM 9530-BALANCE-REASON
                 DISPLAY '********************'
                 DISPLAY '* OPEN FILE ERROR  *'
                 DISPLAY '* FS-VACBALANCE: ' WS-FS-BALANCE
                          ' (' WS-FS-REASON ')'
                 DISPLAY '********************'
                 MOVE 8               TO RETURN-CODE
                 PERFORM 9010-LOG-END-AND-STOP
              END-IF
           END-IF.

           IF WS-BAL-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* BALANCE TABLE EXCEEDS 5000 EMPLOYEES"
              DISPLAY "* BALANCES NOT CARRIED: " WS-BAL-DROPPED
              DISPLAY "* YEAR NOT ROLLED"
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

       0200-ARCHIVE-YTD.

      * The copy is taken first; without it the live file is not
      * touched. A work copy left by a run that stopped part way
      * already holds the closing figures -- the live file may have
      * been reset since -- so it is kept, not taken again.
           IF WS-YTD-COUNT > ZERO
              CALL "CBL_CHECK_FILE_EXIST" USING WS-WORK-NAME
                   WS-FILE-INFO
                   RETURNING WS-FILE-STATUS
              IF WS-FILE-STATUS = 0
                 DISPLAY '* ' WS-CLOSE-YEAR ' YTD ALREADY COPIED TO '
                         WS-WORK-NAME
              ELSE
                 CALL "CBL_COPY_FILE" USING WS-YTD-PATH
                      WS-WORK-NAME
                      RETURNING WS-FILE-STATUS
                 IF WS-FILE-STATUS NOT = 0
                    DISPLAY '********************************'
                    DISPLAY '* CANNOT WRITE ' WS-WORK-NAME
                    DISPLAY '* YEAR NOT ROLLED'
                    DISPLAY '********************************'
                    MOVE 8            TO RETURN-CODE
                    CLOSE EMPLOYEEINDEXED VACFORFEIT
                    PERFORM 9010-LOG-END-AND-STOP
                 END-IF
              END-IF
              SET GEN-COPIED          TO TRUE
           ELSE
              DISPLAY '* NO YTD EARNINGS FILE -- NOTHING TO KEEP'
           END-IF.

       0300-CAP-BALANCES.

           DISPLAY "================================================"
           DISPLAY "VACATION CARRYOVER FORFEITURES -- " WS-CLOSE-YEAR
           DISPLAY "================================================"
           DISPLAY "EMPLOYEE NAME                   YRS   BALANCE"
                   "       CAP  FORFEITED"

           PERFORM VARYING BAL-IDX FROM 1 BY 1
              UNTIL BAL-IDX > WS-BAL-COUNT
              PERFORM 0310-CAP-ONE-BALANCE
           END-PERFORM.
           CLOSE VACFORFEIT.

       0310-CAP-ONE-BALANCE.

           MOVE WS-BAL-ID(BAL-IDX)    TO IDX-EMPLOYEEID
           READ EMPLOYEEINDEXED
              INVALID KEY CONTINUE
           END-READ
           IF FS-EMP-IDX NOT = '00'
              ADD 1                   TO WS-NO-MASTER-COUNT
              ADD WS-BAL-HOURS(BAL-IDX) TO WS-CARRIED-TOTAL
              MOVE 'NO EMPLOYEE MASTER' TO EXC-REASON
              MOVE WS-BAL-ID(BAL-IDX) TO EXC-KEY
              MOVE SPACES             TO EXC-DETAIL
              STRING 'NO SERVICE BAND -- BALANCE CARRIED UNCAPPED'
                 DELIMITED BY SIZE INTO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           ELSE
      * Years served by the close of the year, the way VACACCRUE
      * counts them; the highest floor at or under it is the band.
              MOVE ZERO               TO WS-TENURE-YEARS
              IF IDX-START-YEAR IS NUMERIC AND
                 IDX-START-YEAR < WS-CLOSE-YEAR
                 COMPUTE WS-TENURE-YEARS =
                         WS-CLOSE-YEAR - IDX-START-YEAR
              END-IF
              MOVE ZERO               TO WS-BEST-FLOOR
              MOVE ZERO               TO WS-BAND-CAP
              PERFORM VARYING RATE-IDX FROM 1 BY 1
                 UNTIL RATE-IDX > WS-RATE-COUNT
                 IF WS-RATE-FLOOR(RATE-IDX) <= WS-TENURE-YEARS AND
                    WS-RATE-FLOOR(RATE-IDX) >= WS-BEST-FLOOR
                    MOVE WS-RATE-FLOOR(RATE-IDX) TO WS-BEST-FLOOR
                    MOVE WS-RATE-CAP(RATE-IDX)   TO WS-BAND-CAP
                 END-IF
              END-PERFORM
              IF WS-BAL-HOURS(BAL-IDX) > WS-BAND-CAP
                 COMPUTE WS-FORFEIT-HOURS =
                         WS-BAL-HOURS(BAL-IDX) - WS-BAND-CAP
                 PERFORM 0320-WRITE-FORFEITURE
                 MOVE WS-BAND-CAP     TO WS-BAL-HOURS(BAL-IDX)
              END-IF
              ADD WS-BAL-HOURS(BAL-IDX) TO WS-CARRIED-TOTAL
           END-IF.

       0320-WRITE-FORFEITURE.

           ADD 1                      TO WS-CAPPED-COUNT
           ADD WS-FORFEIT-HOURS       TO WS-FORFEIT-TOTAL

           MOVE SPACES                TO VACFORFEIT-REC
           MOVE WS-CLOSE-YEAR         TO VF-YEAR
           MOVE WS-BAL-ID(BAL-IDX)    TO VF-EMPLOYEEID
           MOVE IDX-LASTNAME          TO VF-LASTNAME
           MOVE IDX-FIRSTNAME         TO VF-FIRSTNAME
           MOVE WS-TENURE-YEARS       TO VF-SERVICE-YEARS
           MOVE WS-BEST-FLOOR         TO VF-BAND-FLOOR
           MOVE WS-BAL-HOURS(BAL-IDX) TO VF-BALANCE
           MOVE WS-BAND-CAP           TO VF-CAP
           MOVE WS-FORFEIT-HOURS      TO VF-FORFEITED
           MOVE WS-BAND-CAP           TO VF-CARRIED
           MOVE 'P'                   TO VF-STATUS
           MOVE WS-TODAY8             TO VF-RUN-DATE
           WRITE VACFORFEIT-REC.

           MOVE SPACES                TO PRINTRECORD
           MOVE WS-BAL-ID(BAL-IDX)    TO PRINT-EMPLOYEEID
           STRING IDX-LASTNAME ' ' IDX-FIRSTNAME
              DELIMITED BY SIZE INTO PRINT-NAME
           MOVE WS-TENURE-YEARS       TO PRINT-YEARS
           MOVE WS-BAL-HOURS(BAL-IDX) TO PRINT-BALANCE
           MOVE WS-BAND-CAP           TO PRINT-CAP
           MOVE WS-FORFEIT-HOURS      TO PRINT-FORFEITED
           DISPLAY PRINTRECORD.

       0400-REWRITE-BALANCES.

           IF WS-BAL-COUNT > ZERO
              OPEN OUTPUT VACBALANCE
              IF WS-FS-BALANCE NOT = '00'
                 PERFORM 9530-BALANCE-REASON
                 DISPLAY '********************'
                 DISPLAY '* OPEN FILE ERROR  *'
                 DISPLAY '* FS-VACBALANCE: ' WS-FS-BALANCE
                          ' (' WS-FS-REASON ')'
                 DISPLAY '* YEAR NOT ROLLED'
                 DISPLAY '********************'
                 MOVE 8               TO RETURN-CODE
                 PERFORM 9010-LOG-END-AND-STOP
              END-IF
              PERFORM VARYING BAL-IDX FROM 1 BY 1
                 UNTIL BAL-IDX > WS-BAL-COUNT
                 MOVE SPACES          TO VACBALANCE-REC
                 MOVE WS-BAL-ID(BAL-IDX)    TO BAL-EMPLOYEEID
                 MOVE WS-BAL-HOURS(BAL-IDX) TO BAL-HOURS
                 WRITE VACBALANCE-REC
              END-PERFORM
              CLOSE VACBALANCE
           END-IF.

       0500-RESET-YTD.

      * Same employees, same last period and paid-through stamp, so
      * YTDUPDATE's rerun test still holds; only the money starts
      * the year at zero.
           IF WS-YTD-COUNT > ZERO
              OPEN OUTPUT YTDEARNINGS
              IF WS-FS-YTD NOT = '00'
                 PERFORM 9510-YTD-REASON
                 DISPLAY '********************'
                 DISPLAY '* OPEN FILE ERROR  *'
                 DISPLAY '* FS-YTD: ' WS-FS-YTD
                          ' (' WS-FS-REASON ')'
                 DISPLAY '* YEAR NOT ROLLED'
                 DISPLAY '********************'
                 MOVE 8               TO RETURN-CODE
                 PERFORM 9010-LOG-END-AND-STOP
              END-IF
              PERFORM VARYING YTD-IDX FROM 1 BY 1
                 UNTIL YTD-IDX > WS-YTD-COUNT
                 MOVE SPACES          TO YTDEARNINGS-REC
                 MOVE WS-YTD-ID(YTD-IDX)        TO YTD-EMPLOYEEID
                 MOVE WS-YTD-LASTNAME(YTD-IDX)  TO YTD-LASTNAME
                 MOVE WS-YTD-FIRSTNAME(YTD-IDX) TO YTD-FIRSTNAME
                 MOVE ZERO            TO YTD-STRAIGHT YTD-OVERTIME
                                         YTD-GROSS YTD-HOLIDAY
                                         YTD-SHIFT
                 MOVE WS-YTD-PERIOD(YTD-IDX)    TO YTD-LAST-PERIOD
                 MOVE WS-YTD-PAID-THRU(YTD-IDX) TO YTD-PAID-THRU
                 WRITE YTDEARNINGS-REC
              END-PERFORM
              CLOSE YTDEARNINGS
           END-IF.

       0600-KEEP-GENERATION.

      * Both files are rewritten: the work copy becomes the year's
      * generation, and from here on the year counts as rolled.
           IF GEN-COPIED
              CALL "CBL_RENAME_FILE" USING WS-WORK-NAME
                   WS-ARCH-NAME
                   RETURNING WS-FILE-STATUS
              IF WS-FILE-STATUS NOT = 0
                 DISPLAY '********************************'
                 DISPLAY '* CANNOT RENAME ' WS-WORK-NAME
                 DISPLAY '* TO ' WS-ARCH-NAME
                 DISPLAY '* RENAME IT BY HAND BEFORE PAYROLL'
                 DISPLAY '********************************'
                 MOVE 8               TO RETURN-CODE
                 PERFORM 9010-LOG-END-AND-STOP
              END-IF
              DISPLAY '* ' WS-CLOSE-YEAR ' YTD KEPT AS ' WS-ARCH-NAME
           END-IF.

       9000-END-PROGRAM.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* YEAR ROLLED         : " WS-CLOSE-YEAR
           DISPLAY "* YTD LINES RESET     : " WS-YTD-COUNT
           DISPLAY "* YTD GROSS KEPT      : " WS-YTD-GROSS-TOTAL
           DISPLAY "* BALANCES READ       : " WS-BAL-COUNT
           DISPLAY "* BALANCES CAPPED     : " WS-CAPPED-COUNT
           DISPLAY "* HOURS FORFEITED     : " WS-FORFEIT-TOTAL
           DISPLAY "* HOURS CARRIED       : " WS-CARRIED-TOTAL
           DISPLAY "* NO EMPLOYEE MASTER  : " WS-NO-MASTER-COUNT
           DISPLAY "**********************************"

           IF WS-NO-MASTER-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF.

           PERFORM 9010-LOG-END-AND-STOP.

       9010-LOG-END-AND-STOP.

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-BAL-COUNT   TO RL-READ
           MOVE WS-CAPPED-COUNT TO RL-WRITTEN
           MOVE WS-NO-MASTER-COUNT TO RL-REJECTED
           MOVE WS-FS-YTD      TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'YEARROLL'            TO EXC-PROGRAM
           MOVE 4                     TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-EMPIDX-REASON
           FS-FIELD  BY FS-EMP-IDX
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-YTD-REASON
           FS-FIELD  BY WS-FS-YTD
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-RATES-REASON
           FS-FIELD  BY WS-FS-RATES
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9530-BALANCE-REASON
           FS-FIELD  BY WS-FS-BALANCE
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9540-FORFEIT-REASON
           FS-FIELD  BY WS-FS-FORFEIT
           FS-REASON BY WS-FS-REASON.

       END PROGRAM YEARROLL.
