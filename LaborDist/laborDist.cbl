       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABORDIST.
      * LABOR DISTRIBUTION BY CHARGE CODE -- SPLITS EACH EMPLOYEE'S
      * STRAIGHT AND OVERTIME PAY ON THE GROSS-PAY REGISTER ACROSS
      * THE CHARGE CODES THEIR TIMECARDS NAMED THIS PERIOD, IN
      * PROPORTION TO THE HOURS CHARGED TO EACH (TAKEN FROM THE
      * PERIODHOURS.DAT LINE TIMECARD WROTE). HOURS WITH NO CHARGE
      * CODE, AND EVERY EMPLOYEE WITH NO TIMECARD DETAIL, STAY WITH
      * THE HOME DEPARTMENT FROM NEWEMPFILE.DAT. EACH SHARE IS
      * WRITTEN TO LABORDIST.DAT WITH THE DEPARTMENT THAT OWNS THE
      * CHARGE CODE, SO GLPOST CAN POST THE LABOR WHERE IT WAS
      * WORKED; THE PENNY LEFT BY ROUNDING STAYS WITH THE HOME
      * DEPARTMENT (OR THE LAST CODE WHEN ALL HOURS WERE CHARGED)
      * SO EVERY EMPLOYEE'S SHARES ADD BACK TO THE REGISTER LINE.
      * A REPORT BY CHARGE CODE FOLLOWS, TIED BACK TO THE REGISTER.
      * HOLIDAY AND SHIFT PREMIUMS ARE SPLIT THE SAME WAY, BY HOURS,
      * AND CARRIED IN THEIR OWN COLUMNS ON EACH SHARE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GROSSPAYREG ASSIGN TO WS-GROSSREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REGISTER.

       SELECT NEWEMPFILE ASSIGN TO WS-NEWEMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NEW-EMPLOYEE.

      * TIMECARD's per-period summary with the hours by charge code.
      * Absent means no timecard detail -- all labor stays home.
       SELECT OPTIONAL PERIODHOURS ASSIGN TO WS-PERIODHRS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOURS.

       SELECT OPTIONAL CHARGECODE ASSIGN TO WS-CHGCODE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CHARGE.

      * One line per employee per charge code (blank code = home
      * department) -- what GLPOST posts from when present.
       SELECT LABORDIST ASSIGN TO WS-LABORDIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIST.

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
      * PAYREGISTER prints the money fields edited with a literal
      * decimal point -- split each into dollars and cents here so
      * the figures can be re-assembled as numbers.
            05 REG-STRAIGHT-PAY.
               10 REG-STRAIGHT-DOLS  PIC 9(07).
               10 FILLER             PIC X(01).
               10 REG-STRAIGHT-CENTS PIC 9(02).
            05 FILLER                PIC X(02).
            05 REG-OVERTIME-PAY.
               10 REG-OVERTIME-DOLS  PIC 9(07).
               10 FILLER             PIC X(01).
               10 REG-OVERTIME-CENTS PIC 9(02).
            05 FILLER                PIC X(02).
            05 REG-GROSS-PAY.
               10 REG-GROSS-DOLS     PIC 9(07).
               10 FILLER             PIC X(01).
               10 REG-GROSS-CENTS    PIC 9(02).
            05 FILLER                PIC X(02).
            05 REG-HOLIDAY-PAY.
               10 REG-HOLIDAY-DOLS   PIC 9(07).
               10 FILLER             PIC X(01).
               10 REG-HOLIDAY-CENTS  PIC 9(02).
            05 FILLER                PIC X(02).
            05 REG-SHIFT-PAY.
               10 REG-SHIFT-DOLS     PIC 9(07).
               10 FILLER             PIC X(01).
               10 REG-SHIFT-CENTS    PIC 9(02).
            05 FILLER                PIC X(02).
      * Legal entity the employee was paid under, blank if none.
            05 REG-COMPANY           PIC X(01).

       FD NEWEMPFILE.
       01 NEWEMPLOYEE.
            88 NEWEMP-EOF VALUE HIGH-VALUES.
            04 NEW-EMP-DATA.
               05 NEW-EMPLOYEEID    PIC 9(07).
               05 NEW-LASTNAME      PIC X(10).
               05 NEW-FIRSTNAME     PIC X(10).
               05 NEW-STARTDATE     PIC 9(08).
               05 NEW-HOURSWORKED   PIC 9(03).
            04 NEW-HOURLY-RATE      PIC 9(04)V99.
            04 NEW-DEPARTMENT       PIC X(30).
            04 NEW-GENDER           PIC X.

       FD PERIODHOURS.
       01 PERIODHOURS-REC.
           05 PH-EMPLOYEEID         PIC 9(07).
           05 FILLER                PIC X(02).
           05 PH-HOURS              PIC 9(03)V99.
           05 FILLER                PIC X(02).
           05 PH-PERIOD             PIC 9(03).
           05 PH-CHARGE-DETAIL OCCURS 6 TIMES.
              10 FILLER             PIC X(02).
              10 PH-CHARGE-CODE     PIC X(08).
              10 FILLER             PIC X(02).
              10 PH-CHARGE-HOURS    PIC 9(03)V99.
           05 FILLER                PIC X(02).
           05 PH-HOLIDAY-HOURS      PIC 9(03)V99.
           05 PH-SHIFT-DETAIL       PIC X(30).

       FD CHARGECODE.
       01 CHARGECODE-REC.
           05 CHG-CODE              PIC X(08).
           05 FILLER                PIC X(02).
           05 CHG-DESCRIPTION       PIC X(30).
           05 FILLER                PIC X(02).
           05 CHG-DEPARTMENT        PIC X(30).
           05 FILLER                PIC X(02).
           05 CHG-STATUS            PIC X(01).

       FD LABORDIST.
       01 LABORDIST-REC.
           05 LD-EMPLOYEEID         PIC 9(07).
           05 FILLER                PIC X(02).
           05 LD-CHARGE-CODE        PIC X(08).
           05 FILLER                PIC X(02).
           05 LD-DEPARTMENT         PIC X(30).
           05 FILLER                PIC X(02).
           05 LD-HOURS              PIC 9(03).99.
           05 FILLER                PIC X(02).
           05 LD-STRAIGHT-PAY       PIC 9(07).99.
           05 FILLER                PIC X(02).
           05 LD-OVERTIME-PAY       PIC 9(07).99.
           05 FILLER                PIC X(02).
           05 LD-GROSS-PAY          PIC 9(07).99.
           05 FILLER                PIC X(02).
           05 LD-HOLIDAY-PAY        PIC 9(07).99.
           05 FILLER                PIC X(02).
           05 LD-SHIFT-PAY          PIC 9(07).99.

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook.
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
       01  WS-NEWEMP-PATH          PIC X(64).
       01  WS-PERIODHRS-PATH       PIC X(64).
       01  WS-CHGCODE-PATH         PIC X(64).
       01  WS-LABORDIST-PATH       PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-REGISTER      PIC X(02).
           05 WS-FS-NEW-EMPLOYEE  PIC X(02).
           05 WS-FS-HOURS         PIC X(02).
           05 WS-FS-CHARGE        PIC X(02).
           05 WS-FS-DIST          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-HOURS-SW         PIC X(03) VALUE 'NO '.
              88 HOURS-ON-HAND    VALUE 'YES'.

           05 WS-LINE-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-DIST-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-SPLIT-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-EXCEPTION-COUNT  PIC 9(05) VALUE ZERO.

      * Register and distribution totals -- they must agree.
           05 WS-REG-STRAIGHT-TOT PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-OT-TOT       PIC 9(11)V99 VALUE ZERO.
           05 WS-DIST-STRAIGHT-TOT PIC 9(11)V99 VALUE ZERO.
           05 WS-DIST-OT-TOT      PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-HOL-TOT      PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-SHF-TOT      PIC 9(11)V99 VALUE ZERO.
           05 WS-DIST-HOL-TOT     PIC 9(11)V99 VALUE ZERO.
           05 WS-DIST-SHF-TOT     PIC 9(11)V99 VALUE ZERO.
           05 WS-DIST-HOURS-TOT   PIC 9(09)V99 VALUE ZERO.

      * The register line being split.
           05 WS-STRAIGHT-PAY     PIC 9(07)V99.
           05 WS-OVERTIME-PAY     PIC 9(07)V99.
           05 WS-HOLIDAY-PAY      PIC 9(07)V99.
           05 WS-SHIFT-PAY        PIC 9(07)V99.
           05 WS-HOME-DEPT        PIC X(30).
           05 WS-TOTAL-HOURS      PIC 9(03)V99.
           05 WS-HOME-HOURS       PIC S9(03)V99.
           05 WS-HOME-STRAIGHT    PIC S9(07)V99.
           05 WS-HOME-OT          PIC S9(07)V99.
           05 WS-HOME-HOL         PIC S9(07)V99.
           05 WS-HOME-SHF         PIC S9(07)V99.
           05 WS-SLOT-COUNT       PIC 9(02) COMP.
           05 WS-SLOT-AREA.
              10 WS-SLOT-ENTRY OCCURS 6 TIMES
                                  INDEXED BY SLOT-IDX.
                 15 WS-SLOT-CODE     PIC X(08).
                 15 WS-SLOT-DEPT     PIC X(30).
                 15 WS-SLOT-HOURS    PIC 9(03)V99.
                 15 WS-SLOT-STRAIGHT PIC 9(07)V99.
                 15 WS-SLOT-OT       PIC 9(07)V99.
                 15 WS-SLOT-HOL      PIC 9(07)V99.
                 15 WS-SLOT-SHF      PIC 9(07)V99.

      * The share being written.
           05 WS-LD-CODE          PIC X(08).
           05 WS-LD-DEPT          PIC X(30).
           05 WS-LD-HOURS         PIC 9(03)V99.
           05 WS-LD-STRAIGHT      PIC 9(07)V99.
           05 WS-LD-OT            PIC 9(07)V99.
           05 WS-LD-HOL           PIC 9(07)V99.
           05 WS-LD-SHF           PIC 9(07)V99.
           05 WS-LD-GROSS         PIC 9(07)V99.

      * Employee-to-department lookup built from NEWEMPFILE.DAT.
           05 WS-EMP-TABLE.
              10 WS-EMP-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-EMP-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY EMP-IDX.
                 15 WS-EMP-ID        PIC 9(07).
                 15 WS-EMP-DEPT      PIC X(30).
           05 WS-EMP-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-EMP-FOUND        PIC X(03).
              88 EMP-FOUND        VALUE 'YES'.

      * Charge-code master.
           05 WS-CHG-TABLE.
              10 WS-CHG-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-CHG-ENTRY OCCURS 500 TIMES
                                  INDEXED BY CHG-IDX.
                 15 WS-CHG-CODE      PIC X(08).
                 15 WS-CHG-DESC      PIC X(30).
                 15 WS-CHG-DEPT      PIC X(30).
           05 WS-CHG-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-CHG-FOUND        PIC X(03).
              88 CHG-FOUND        VALUE 'YES'.

      * Period hours by employee, with the charge-code detail.
           05 WS-PH-TABLE.
              10 WS-PH-COUNT      PIC 9(05) COMP VALUE ZERO.
              10 WS-PH-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY PH-IDX.
                 15 WS-PH-ID         PIC 9(07).
                 15 WS-PH-HOURS      PIC 9(03)V99.
                 15 WS-PH-CHG OCCURS 6 TIMES.
                    20 WS-PH-CHG-CODE  PIC X(08).
                    20 WS-PH-CHG-HOURS PIC 9(03)V99.
           05 WS-PH-DROPPED       PIC 9(05) VALUE ZERO.
           05 WS-PH-FOUND         PIC X(03).
              88 PH-FOUND         VALUE 'YES'.
           05 WS-PH-SLOT          PIC 9(02) COMP.

      * Report accumulation by charge code and department; home
      * labor carries a blank code.
           05 WS-RPT-TABLE.
              10 WS-RPT-COUNT     PIC 9(04) COMP VALUE ZERO.
              10 WS-RPT-ENTRY OCCURS 300 TIMES
                                  INDEXED BY RPT-IDX.
                 15 WS-RPT-CODE      PIC X(08).
                 15 WS-RPT-DEPT      PIC X(30).
                 15 WS-RPT-LINES     PIC 9(05).
                 15 WS-RPT-HOURS     PIC 9(07)V99.
                 15 WS-RPT-STRAIGHT  PIC 9(09)V99.
                 15 WS-RPT-OT        PIC 9(09)V99.
                 15 WS-RPT-PREMIUM   PIC 9(09)V99.
           05 WS-RPT-OVERFLOW     PIC 9(05) VALUE ZERO.
           05 WS-RPT-FOUND        PIC X(03).
              88 RPT-FOUND        VALUE 'YES'.
           05 WS-RPT-SECTION      PIC X(01).
              88 RPT-CHARGED      VALUE 'C'.
              88 RPT-HOME         VALUE 'H'.

           05 PRINTRECORD.
              10 PRINT-CODE        PIC X(08).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-DESC        PIC X(20).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-DEPT        PIC X(20).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-LINES       PIC ZZZZ9.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-HOURS       PIC ZZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-STRAIGHT    PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-OVERTIME    PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-PREMIUM     PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-GROSS       PIC ZZZ,ZZZ,ZZ9.99.

           05 PRINT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'GROSSPAYREG'       TO FP-LOGICAL
           MOVE 'GROSSPAYREG.DAT'   TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-GROSSREG-PATH
           MOVE 'NEWEMPFILE'        TO FP-LOGICAL
           MOVE 'NEWEMPFILE.DAT'    TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-NEWEMP-PATH
           MOVE 'PERIODHOURS'       TO FP-LOGICAL
           MOVE 'PERIODHOURS.DAT'   TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-PERIODHRS-PATH
           MOVE 'CHARGECODE'        TO FP-LOGICAL
           MOVE 'CHARGECODE.DAT'    TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-CHGCODE-PATH
           MOVE 'LABORDIST'         TO FP-LOGICAL
           MOVE 'LABORDIST.DAT'     TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-LABORDIST-PATH

      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
      * clean so the COND chain carries on, and RUNSCHED logs the
      * bypass for the planned-versus-executed report.
           MOVE 'LABORDIST'    TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* LABORDIST BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'LABORDIST'    TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           PERFORM 0110-LOAD-CHARGE-CODES.
           PERFORM 0120-LOAD-DEPARTMENTS.
           PERFORM 0130-LOAD-PERIOD-HOURS.

      * A share split from a half-loaded table would land labor in
      * the wrong place -- refuse the run instead.
           IF WS-EMP-DROPPED > ZERO OR WS-CHG-DROPPED > ZERO OR
              WS-PH-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* LABOR DISTRIBUTION TABLES OVERFLOWED"
              DISPLAY "* EMPLOYEES NOT HELD   : " WS-EMP-DROPPED
              DISPLAY "* CHARGE CODES NOT HELD: " WS-CHG-DROPPED
              DISPLAY "* PERIOD HOURS NOT HELD: " WS-PH-DROPPED
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           OPEN INPUT GROSSPAYREG.
           OPEN OUTPUT LABORDIST.
           IF WS-FS-REGISTER NOT = '00' OR
              WS-FS-DIST NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-REGISTER-REASON
              DISPLAY '* FS-REGISTER : ' WS-FS-REGISTER
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-DIST-REASON
              DISPLAY '* FS-LABORDIST: ' WS-FS-DIST
                       ' (' WS-FS-REASON ')'
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           READ GROSSPAYREG
              AT END SET GROSSREG-EOF TO TRUE
           END-READ.
           PERFORM 0200-DISTRIBUTE-LINE UNTIL GROSSREG-EOF.
           CLOSE GROSSPAYREG, LABORDIST.

           PERFORM 0400-PRINT-REPORT.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-CHARGE-CODES.

           OPEN INPUT CHARGECODE.
           IF WS-FS-CHARGE = '00'
              PERFORM UNTIL WS-FS-CHARGE = '10'
                 READ CHARGECODE
                    AT END MOVE '10' TO WS-FS-CHARGE
                 END-READ
                 IF WS-FS-CHARGE NOT = '10' AND
                    CHG-CODE NOT = SPACES
                    IF WS-CHG-COUNT < 500
                       ADD 1          TO WS-CHG-COUNT
                       SET CHG-IDX    TO WS-CHG-COUNT
                       MOVE CHG-CODE  TO WS-CHG-CODE(CHG-IDX)
                       MOVE CHG-DESCRIPTION
                                      TO WS-CHG-DESC(CHG-IDX)
                       MOVE CHG-DEPARTMENT
                                      TO WS-CHG-DEPT(CHG-IDX)
                    ELSE
                       ADD 1          TO WS-CHG-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CHARGECODE
           ELSE
              IF WS-FS-CHARGE = '05'
                 CLOSE CHARGECODE
              END-IF
           END-IF.

       0120-LOAD-DEPARTMENTS.

      * The register carries no department -- the home department
      * comes from the NEWEMPFILE.DAT the register was priced from.
      * The trailer and blank separator lines are skipped.
           OPEN INPUT NEWEMPFILE.
           IF WS-FS-NEW-EMPLOYEE NOT = '00'
              PERFORM 9520-NEWEMP-REASON
              DISPLAY '********************************'
              DISPLAY '* NEWEMPFILE.DAT REQUIRED      *'
              DISPLAY '* FS-NEWEMPFILE: ' WS-FS-NEW-EMPLOYEE
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.
           PERFORM UNTIL NEWEMP-EOF
              READ NEWEMPFILE
                 AT END SET NEWEMP-EOF TO TRUE
              END-READ
              IF NOT NEWEMP-EOF AND
                 NEWEMPLOYEE(1:8) NOT = '*TRAILER' AND
                 NEW-EMP-DATA NOT = SPACES
                 IF WS-EMP-COUNT < 5000
                    ADD 1          TO WS-EMP-COUNT
                    SET EMP-IDX    TO WS-EMP-COUNT
                    MOVE NEW-EMPLOYEEID
                                   TO WS-EMP-ID(EMP-IDX)
                    MOVE NEW-DEPARTMENT
                                   TO WS-EMP-DEPT(EMP-IDX)
                 ELSE
                    ADD 1          TO WS-EMP-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE NEWEMPFILE.

       0130-LOAD-PERIOD-HOURS.

           OPEN INPUT PERIODHOURS.
           IF WS-FS-HOURS = '00'
              MOVE 'YES'              TO WS-HOURS-SW
              PERFORM UNTIL WS-FS-HOURS = '10'
                 READ PERIODHOURS
                    AT END MOVE '10' TO WS-FS-HOURS
                 END-READ
                 IF WS-FS-HOURS NOT = '10'
                    IF WS-PH-COUNT < 5000
                       ADD 1          TO WS-PH-COUNT
                       SET PH-IDX     TO WS-PH-COUNT
                       MOVE PH-EMPLOYEEID
                                      TO WS-PH-ID(PH-IDX)
                       MOVE PH-HOURS  TO WS-PH-HOURS(PH-IDX)
                       PERFORM VARYING WS-PH-SLOT FROM 1 BY 1
                          UNTIL WS-PH-SLOT > 6
                          MOVE PH-CHARGE-CODE(WS-PH-SLOT)
                             TO WS-PH-CHG-CODE(PH-IDX, WS-PH-SLOT)
                          IF PH-CHARGE-CODE(WS-PH-SLOT) = SPACES OR
                             PH-CHARGE-HOURS(WS-PH-SLOT)
                                IS NOT NUMERIC
                             MOVE SPACES TO
                                WS-PH-CHG-CODE(PH-IDX, WS-PH-SLOT)
                             MOVE ZERO TO
                                WS-PH-CHG-HOURS(PH-IDX, WS-PH-SLOT)
                          ELSE
                             MOVE PH-CHARGE-HOURS(WS-PH-SLOT) TO
                                WS-PH-CHG-HOURS(PH-IDX, WS-PH-SLOT)
                          END-IF
                       END-PERFORM
                    ELSE
                       ADD 1          TO WS-PH-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PERIODHOURS
           ELSE
              IF WS-FS-HOURS = '05'
                 CLOSE PERIODHOURS
              END-IF
              DISPLAY '* NO PERIODHOURS.DAT -- ALL LABOR TO THE '
                      'HOME DEPARTMENT'
           END-IF.

       0200-DISTRIBUTE-LINE.

           IF GROSSPAYREG-REC NOT = SPACES
              ADD 1                   TO WS-LINE-COUNT
              COMPUTE WS-STRAIGHT-PAY =
                      REG-STRAIGHT-DOLS + (REG-STRAIGHT-CENTS / 100)
              COMPUTE WS-OVERTIME-PAY =
                      REG-OVERTIME-DOLS + (REG-OVERTIME-CENTS / 100)
              ADD WS-STRAIGHT-PAY     TO WS-REG-STRAIGHT-TOT
              ADD WS-OVERTIME-PAY     TO WS-REG-OT-TOT
              MOVE ZERO               TO WS-HOLIDAY-PAY WS-SHIFT-PAY
              IF REG-HOLIDAY-DOLS IS NUMERIC AND
                 REG-SHIFT-DOLS IS NUMERIC
                 COMPUTE WS-HOLIDAY-PAY =
                      REG-HOLIDAY-DOLS + (REG-HOLIDAY-CENTS / 100)
                 COMPUTE WS-SHIFT-PAY =
                      REG-SHIFT-DOLS + (REG-SHIFT-CENTS / 100)
              END-IF
              ADD WS-HOLIDAY-PAY      TO WS-REG-HOL-TOT
              ADD WS-SHIFT-PAY        TO WS-REG-SHF-TOT
              PERFORM 0210-RESOLVE-HOME-DEPT
              PERFORM 0220-FIND-CHARGED-HOURS
              IF WS-SLOT-COUNT > ZERO
                 PERFORM 0230-SPLIT-LINE
              ELSE
                 MOVE SPACES          TO WS-LD-CODE
                 MOVE WS-HOME-DEPT    TO WS-LD-DEPT
                 MOVE WS-TOTAL-HOURS  TO WS-LD-HOURS
                 MOVE WS-STRAIGHT-PAY TO WS-LD-STRAIGHT
                 MOVE WS-OVERTIME-PAY TO WS-LD-OT
                 MOVE WS-HOLIDAY-PAY  TO WS-LD-HOL
                 MOVE WS-SHIFT-PAY    TO WS-LD-SHF
                 PERFORM 0240-WRITE-SHARE
              END-IF
           END-IF.

           READ GROSSPAYREG
              AT END SET GROSSREG-EOF TO TRUE
           END-READ.

       0210-RESOLVE-HOME-DEPT.

      * An employee missing from NEWEMPFILE.DAT posts to UNKNOWN,
      * which GLPOST sends to suspense -- reported, never dropped.
           MOVE 'NO '                 TO WS-EMP-FOUND
           MOVE 'UNKNOWN'             TO WS-HOME-DEPT
           PERFORM VARYING EMP-IDX FROM 1 BY 1
              UNTIL EMP-IDX > WS-EMP-COUNT
              IF WS-EMP-ID(EMP-IDX) = REG-EMPLOYEEID
                 MOVE WS-EMP-DEPT(EMP-IDX) TO WS-HOME-DEPT
                 MOVE 'YES'           TO WS-EMP-FOUND
              END-IF
           END-PERFORM

           IF NOT EMP-FOUND
              ADD 1                   TO WS-EXCEPTION-COUNT
              MOVE 'NO HOME DEPARTMENT'  TO EXC-REASON
              MOVE REG-EMPLOYEEID     TO EXC-KEY
              MOVE GROSSPAYREG-REC(1:40) TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0220-FIND-CHARGED-HOURS.

      * The register's own hours stand when there is no timecard
      * line; a timecard line supplies the hours and the codes.
           MOVE ZERO                  TO WS-SLOT-COUNT
           COMPUTE WS-TOTAL-HOURS = REG-REG-HOURS + REG-OT-HOURS
           MOVE 'NO '                 TO WS-PH-FOUND
           PERFORM VARYING PH-IDX FROM 1 BY 1
              UNTIL PH-IDX > WS-PH-COUNT OR PH-FOUND
              IF WS-PH-ID(PH-IDX) = REG-EMPLOYEEID
                 MOVE 'YES'           TO WS-PH-FOUND
                 MOVE WS-PH-HOURS(PH-IDX) TO WS-TOTAL-HOURS
                 PERFORM VARYING WS-PH-SLOT FROM 1 BY 1
                    UNTIL WS-PH-SLOT > 6
                    IF WS-PH-CHG-CODE(PH-IDX, WS-PH-SLOT)
                       NOT = SPACES
                       PERFORM 0225-LOAD-SLOT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      * Hours that cannot be divided by leave the line whole at home.
           IF WS-TOTAL-HOURS = ZERO
              MOVE ZERO               TO WS-SLOT-COUNT
           END-IF.

       0225-LOAD-SLOT.

           ADD 1                      TO WS-SLOT-COUNT
           SET SLOT-IDX               TO WS-SLOT-COUNT
           MOVE WS-PH-CHG-CODE(PH-IDX, WS-PH-SLOT)
                                      TO WS-SLOT-CODE(SLOT-IDX)
           MOVE WS-PH-CHG-HOURS(PH-IDX, WS-PH-SLOT)
                                      TO WS-SLOT-HOURS(SLOT-IDX)

      * A code since dropped from the master cannot be placed -- its
      * hours go home and the gap is reported.
           MOVE 'NO '                 TO WS-CHG-FOUND
           PERFORM VARYING CHG-IDX FROM 1 BY 1
              UNTIL CHG-IDX > WS-CHG-COUNT
              IF WS-CHG-CODE(CHG-IDX) = WS-SLOT-CODE(SLOT-IDX)
                 MOVE WS-CHG-DEPT(CHG-IDX) TO WS-SLOT-DEPT(SLOT-IDX)
                 MOVE 'YES'           TO WS-CHG-FOUND
              END-IF
           END-PERFORM
           IF NOT CHG-FOUND
              ADD 1                   TO WS-EXCEPTION-COUNT
              MOVE 'CHARGE CODE NOT ON FILE' TO EXC-REASON
              MOVE REG-EMPLOYEEID     TO EXC-KEY
              STRING 'CODE ' WS-SLOT-CODE(SLOT-IDX)
                     ' HOURS TO HOME DEPARTMENT'
                 DELIMITED BY SIZE INTO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
              SUBTRACT 1              FROM WS-SLOT-COUNT
           END-IF.

       0230-SPLIT-LINE.

      * Each code's share is its fraction of the period's hours; the
      * home department takes what is left, rounding included.
           ADD 1                      TO WS-SPLIT-COUNT
           MOVE WS-TOTAL-HOURS        TO WS-HOME-HOURS
           MOVE WS-STRAIGHT-PAY       TO WS-HOME-STRAIGHT
           MOVE WS-OVERTIME-PAY       TO WS-HOME-OT
           MOVE WS-HOLIDAY-PAY        TO WS-HOME-HOL
           MOVE WS-SHIFT-PAY          TO WS-HOME-SHF
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
              UNTIL SLOT-IDX > WS-SLOT-COUNT
              COMPUTE WS-SLOT-STRAIGHT(SLOT-IDX) ROUNDED =
                      WS-STRAIGHT-PAY * WS-SLOT-HOURS(SLOT-IDX)
                      / WS-TOTAL-HOURS
              COMPUTE WS-SLOT-OT(SLOT-IDX) ROUNDED =
                      WS-OVERTIME-PAY * WS-SLOT-HOURS(SLOT-IDX)
                      / WS-TOTAL-HOURS
              SUBTRACT WS-SLOT-HOURS(SLOT-IDX) FROM WS-HOME-HOURS
              SUBTRACT WS-SLOT-STRAIGHT(SLOT-IDX)
                                      FROM WS-HOME-STRAIGHT
              COMPUTE WS-SLOT-HOL(SLOT-IDX) ROUNDED =
                      WS-HOLIDAY-PAY * WS-SLOT-HOURS(SLOT-IDX)
                      / WS-TOTAL-HOURS
              COMPUTE WS-SLOT-SHF(SLOT-IDX) ROUNDED =
                      WS-SHIFT-PAY * WS-SLOT-HOURS(SLOT-IDX)
                      / WS-TOTAL-HOURS
              SUBTRACT WS-SLOT-OT(SLOT-IDX) FROM WS-HOME-OT
              SUBTRACT WS-SLOT-HOL(SLOT-IDX) FROM WS-HOME-HOL
              SUBTRACT WS-SLOT-SHF(SLOT-IDX) FROM WS-HOME-SHF
           END-PERFORM

      * Every hour charged away: the rounding penny rides on the
      * last code so the shares still add back to the register.
           IF WS-HOME-HOURS NOT > ZERO OR
              WS-HOME-STRAIGHT < ZERO OR WS-HOME-OT < ZERO OR
              WS-HOME-HOL < ZERO OR WS-HOME-SHF < ZERO
              SET SLOT-IDX            TO WS-SLOT-COUNT
              ADD WS-HOME-STRAIGHT    TO WS-SLOT-STRAIGHT(SLOT-IDX)
              ADD WS-HOME-OT          TO WS-SLOT-OT(SLOT-IDX)
              ADD WS-HOME-HOL         TO WS-SLOT-HOL(SLOT-IDX)
              ADD WS-HOME-SHF         TO WS-SLOT-SHF(SLOT-IDX)
              IF WS-HOME-HOURS > ZERO
                 ADD WS-HOME-HOURS    TO WS-SLOT-HOURS(SLOT-IDX)
              END-IF
              MOVE ZERO               TO WS-HOME-HOURS
                                         WS-HOME-STRAIGHT WS-HOME-OT
                                         WS-HOME-HOL WS-HOME-SHF
           END-IF

           PERFORM VARYING SLOT-IDX FROM 1 BY 1
              UNTIL SLOT-IDX > WS-SLOT-COUNT
              MOVE WS-SLOT-CODE(SLOT-IDX)     TO WS-LD-CODE
              MOVE WS-SLOT-DEPT(SLOT-IDX)     TO WS-LD-DEPT
              MOVE WS-SLOT-HOURS(SLOT-IDX)    TO WS-LD-HOURS
              MOVE WS-SLOT-STRAIGHT(SLOT-IDX) TO WS-LD-STRAIGHT
              MOVE WS-SLOT-OT(SLOT-IDX)       TO WS-LD-OT
              MOVE WS-SLOT-HOL(SLOT-IDX)      TO WS-LD-HOL
              MOVE WS-SLOT-SHF(SLOT-IDX)      TO WS-LD-SHF
              PERFORM 0240-WRITE-SHARE
           END-PERFORM

           IF WS-HOME-HOURS > ZERO
              MOVE SPACES             TO WS-LD-CODE
              MOVE WS-HOME-DEPT       TO WS-LD-DEPT
              MOVE WS-HOME-HOURS      TO WS-LD-HOURS
              MOVE WS-HOME-STRAIGHT   TO WS-LD-STRAIGHT
              MOVE WS-HOME-OT         TO WS-LD-OT
              MOVE WS-HOME-HOL        TO WS-LD-HOL
              MOVE WS-HOME-SHF        TO WS-LD-SHF
              PERFORM 0240-WRITE-SHARE
           END-IF.

       0240-WRITE-SHARE.

           COMPUTE WS-LD-GROSS = WS-LD-STRAIGHT + WS-LD-OT +
                                 WS-LD-HOL + WS-LD-SHF
           MOVE SPACES                TO LABORDIST-REC
           MOVE REG-EMPLOYEEID        TO LD-EMPLOYEEID
           MOVE WS-LD-CODE            TO LD-CHARGE-CODE
           MOVE WS-LD-DEPT            TO LD-DEPARTMENT
           MOVE WS-LD-HOURS           TO LD-HOURS
           MOVE WS-LD-STRAIGHT        TO LD-STRAIGHT-PAY
           MOVE WS-LD-OT              TO LD-OVERTIME-PAY
           MOVE WS-LD-GROSS           TO LD-GROSS-PAY
           MOVE WS-LD-HOL             TO LD-HOLIDAY-PAY
           MOVE WS-LD-SHF             TO LD-SHIFT-PAY
           WRITE LABORDIST-REC
           ADD 1                      TO WS-DIST-COUNT
           ADD WS-LD-STRAIGHT         TO WS-DIST-STRAIGHT-TOT
           ADD WS-LD-OT               TO WS-DIST-OT-TOT
           ADD WS-LD-HOL              TO WS-DIST-HOL-TOT
           ADD WS-LD-SHF              TO WS-DIST-SHF-TOT
           ADD WS-LD-HOURS            TO WS-DIST-HOURS-TOT
           PERFORM 0250-ACCUMULATE-REPORT.

       0250-ACCUMULATE-REPORT.

           MOVE 'NO '                 TO WS-RPT-FOUND
           PERFORM VARYING RPT-IDX FROM 1 BY 1
              UNTIL RPT-IDX > WS-RPT-COUNT OR RPT-FOUND
              IF WS-RPT-CODE(RPT-IDX) = WS-LD-CODE AND
                 WS-RPT-DEPT(RPT-IDX) = WS-LD-DEPT
                 MOVE 'YES'           TO WS-RPT-FOUND
                 ADD 1                TO WS-RPT-LINES(RPT-IDX)
                 ADD WS-LD-HOURS      TO WS-RPT-HOURS(RPT-IDX)
                 ADD WS-LD-STRAIGHT   TO WS-RPT-STRAIGHT(RPT-IDX)
                 ADD WS-LD-OT         TO WS-RPT-OT(RPT-IDX)
                 ADD WS-LD-HOL        TO WS-RPT-PREMIUM(RPT-IDX)
                 ADD WS-LD-SHF        TO WS-RPT-PREMIUM(RPT-IDX)
              END-IF
           END-PERFORM

           IF NOT RPT-FOUND
              IF WS-RPT-COUNT < 300
                 ADD 1                TO WS-RPT-COUNT
                 SET RPT-IDX          TO WS-RPT-COUNT
                 MOVE WS-LD-CODE      TO WS-RPT-CODE(RPT-IDX)
                 MOVE WS-LD-DEPT      TO WS-RPT-DEPT(RPT-IDX)
                 MOVE 1               TO WS-RPT-LINES(RPT-IDX)
                 MOVE WS-LD-HOURS     TO WS-RPT-HOURS(RPT-IDX)
                 MOVE WS-LD-STRAIGHT  TO WS-RPT-STRAIGHT(RPT-IDX)
                 MOVE WS-LD-OT        TO WS-RPT-OT(RPT-IDX)
                 COMPUTE WS-RPT-PREMIUM(RPT-IDX) =
                         WS-LD-HOL + WS-LD-SHF
              ELSE
                 ADD 1                TO WS-RPT-OVERFLOW
              END-IF
           END-IF.

       0400-PRINT-REPORT.

           DISPLAY "================================================"
           DISPLAY "LABOR DISTRIBUTION BY CHARGE CODE"
           DISPLAY "================================================"
           DISPLAY "CODE      DESCRIPTION          DEPARTMENT       "
                   "    LINES       HOURS       STRAIGHT"
                   "       OVERTIME        PREMIUM          GROSS"

           DISPLAY " "
           DISPLAY "---- CHARGED TO CHARGE CODES ----"
           SET RPT-CHARGED            TO TRUE
           PERFORM VARYING RPT-IDX FROM 1 BY 1
              UNTIL RPT-IDX > WS-RPT-COUNT
              PERFORM 0410-PRINT-REPORT-LINE
           END-PERFORM

           DISPLAY " "
           DISPLAY "---- HOME DEPARTMENT LABOR ----"
           SET RPT-HOME               TO TRUE
           PERFORM VARYING RPT-IDX FROM 1 BY 1
              UNTIL RPT-IDX > WS-RPT-COUNT
              PERFORM 0410-PRINT-REPORT-LINE
           END-PERFORM

           DISPLAY " "
           MOVE SPACES                TO PRINT-CODE PRINT-DESC
           MOVE 'TOTAL DISTRIBUTED'   TO PRINT-DEPT
           MOVE WS-DIST-COUNT         TO PRINT-LINES
           MOVE WS-DIST-HOURS-TOT     TO PRINT-HOURS
           MOVE WS-DIST-STRAIGHT-TOT  TO PRINT-STRAIGHT
           MOVE WS-DIST-OT-TOT        TO PRINT-OVERTIME
           COMPUTE PRINT-PREMIUM = WS-DIST-HOL-TOT + WS-DIST-SHF-TOT
           COMPUTE PRINT-GROSS = WS-DIST-STRAIGHT-TOT + WS-DIST-OT-TOT
                               + WS-DIST-HOL-TOT + WS-DIST-SHF-TOT
           DISPLAY PRINTRECORD

           MOVE WS-REG-STRAIGHT-TOT   TO PRINT-AMOUNT
           DISPLAY "REGISTER STRAIGHT PAY : " PRINT-AMOUNT
           MOVE WS-REG-OT-TOT         TO PRINT-AMOUNT
           DISPLAY "REGISTER OVERTIME PAY : " PRINT-AMOUNT
           MOVE WS-REG-HOL-TOT        TO PRINT-AMOUNT
           DISPLAY "REGISTER HOLIDAY PREM : " PRINT-AMOUNT
           MOVE WS-REG-SHF-TOT        TO PRINT-AMOUNT
           DISPLAY "REGISTER SHIFT PREM   : " PRINT-AMOUNT

      * The shares are built to add back to the register -- if they
      * do not, LABORDIST.DAT must not be posted from.
           IF WS-DIST-STRAIGHT-TOT NOT = WS-REG-STRAIGHT-TOT OR
              WS-DIST-OT-TOT NOT = WS-REG-OT-TOT OR
              WS-DIST-HOL-TOT NOT = WS-REG-HOL-TOT OR
              WS-DIST-SHF-TOT NOT = WS-REG-SHF-TOT
              DISPLAY "* DISTRIBUTION DOES NOT TIE TO THE REGISTER"
              MOVE 8                  TO RETURN-CODE
           END-IF

           IF WS-RPT-OVERFLOW > ZERO
              DISPLAY "* WARNING: REPORT TABLE FULL, "
                      WS-RPT-OVERFLOW " SHARES NOT LISTED"
              IF RETURN-CODE = ZERO
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF.

       0410-PRINT-REPORT-LINE.

           IF (RPT-CHARGED AND WS-RPT-CODE(RPT-IDX) NOT = SPACES) OR
              (RPT-HOME AND WS-RPT-CODE(RPT-IDX) = SPACES)
              MOVE WS-RPT-CODE(RPT-IDX) TO PRINT-CODE
              MOVE 'HOME DEPARTMENT'  TO PRINT-DESC
              IF RPT-CHARGED
                 MOVE SPACES          TO PRINT-DESC
                 PERFORM VARYING CHG-IDX FROM 1 BY 1
                    UNTIL CHG-IDX > WS-CHG-COUNT
                    IF WS-CHG-CODE(CHG-IDX) = WS-RPT-CODE(RPT-IDX)
                       MOVE WS-CHG-DESC(CHG-IDX) TO PRINT-DESC
                    END-IF
                 END-PERFORM
              END-IF
              MOVE WS-RPT-DEPT(RPT-IDX)     TO PRINT-DEPT
              MOVE WS-RPT-LINES(RPT-IDX)    TO PRINT-LINES
              MOVE WS-RPT-HOURS(RPT-IDX)    TO PRINT-HOURS
              MOVE WS-RPT-STRAIGHT(RPT-IDX) TO PRINT-STRAIGHT
              MOVE WS-RPT-OT(RPT-IDX)       TO PRINT-OVERTIME
              MOVE WS-RPT-PREMIUM(RPT-IDX)  TO PRINT-PREMIUM
              COMPUTE PRINT-GROSS = WS-RPT-STRAIGHT(RPT-IDX) +
                                    WS-RPT-OT(RPT-IDX) +
                                    WS-RPT-PREMIUM(RPT-IDX)
              DISPLAY PRINTRECORD
           END-IF.

       9000-END-PROGRAM.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* REGISTER LINES READ    : " WS-LINE-COUNT
           DISPLAY "* EMPLOYEES SPLIT        : " WS-SPLIT-COUNT
           DISPLAY "* SHARES WRITTEN         : " WS-DIST-COUNT
           DISPLAY "* EXCEPTIONS             : " WS-EXCEPTION-COUNT
           DISPLAY "**********************************"

           IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           PERFORM 9010-LOG-END-AND-STOP.

       9010-LOG-END-AND-STOP.

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-LINE-COUNT  TO RL-READ
           MOVE WS-DIST-COUNT  TO RL-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO RL-REJECTED
           MOVE WS-FS-REGISTER TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per line
      * that could not be placed where its hours said.
           MOVE 'LABORDIST'      TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-REGISTER-REASON
           FS-FIELD  BY WS-FS-REGISTER
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-DIST-REASON
           FS-FIELD  BY WS-FS-DIST
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-NEWEMP-REASON
           FS-FIELD  BY WS-FS-NEW-EMPLOYEE
           FS-REASON BY WS-FS-REASON.

       END PROGRAM LABORDIST.
