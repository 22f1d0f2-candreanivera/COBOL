      * BEYOND IT (THE SAME 80-HOUR THRESHOLD EMPLOYEERAISE FLAGS ON
      * OVERTIMEEXCEPT.DAT). PRINTS DEPARTMENT SUBTOTALS AND A
      * COMPANY GRAND TOTAL SO FINANCE CAN RECONCILE THE PAY
      * SERVICE'S INVOICE AGAINST OUR OWN FIGURES. WHEN THE
      * PAYPERIOD.DAT CARD IS ON HAND, A PERIOD PERCLOSE HAS CLOSED
      * IS REFUSED OUTRIGHT.
      *
      * IN A TIMECARD-DRIVEN RUN, HOURS WORKED ON A COMPANY HOLIDAY
      * AND HOURS WORKED OFF THE DAY SHIFT EARN A PREMIUM ON TOP OF
      * STRAIGHT AND OVERTIME PAY, PRICED FROM THE PREMIUM-RULE FILE
      * (A PERCENT OF THE HOURLY RATE PLUS A FLAT AMOUNT PER HOUR).
      * THE TWO PREMIUMS PRINT AS THEIR OWN REGISTER COLUMNS AND ARE
      * INCLUDED IN GROSS PAY.
      *
      * EACH LEGAL ENTITY IS PAID AND REPORTED ON ITS OWN: EVERY
      * REGISTER LINE CARRIES THE EMPLOYEE'S COMPANY CODE FROM THE
      * INDEXED MASTER, AND THE DEPARTMENT SUBTOTALS AND PREMIUM
      * TOTALS PRINT UNDER EACH COMPANY AHEAD OF THE GRAND TOTAL.
      * AN EMPLOYEE THE MASTER HAS NO COMPANY FOR IS TOTALLED UNDER
      * A BLANK COMPANY AND COUNTED FOR HR TO ASSIGN.
      *
      * AN EMPLOYEE ON AN OPEN LEAVE OF ABSENCE (LEAVESTATUS.DAT,
      * KEPT BY LEAVEMAINT) IS NOT PAID AND IS NOT A MISSING
      * TIMECARD; NO REGISTER LINE IS WRITTEN. ONE WHO TURNS IN
      * TIMECARDS WHILE ON LEAVE IS PAID FOR THE HOURS WORKED AND
      * REPORTED SO HR CAN RECORD THE RETURN. A LEAVE ENTERED AHEAD
      * OF ITS START COUNTS ONLY ONCE IT STARTS ON OR BEFORE THE
      * PERIOD'S PAID-THRU DATE (THE RUN DATE WITH NO PERIOD CARD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MISSING.

      * Holiday and shift premium rules. Optional -- with none on
      * hand no premium is paid, and any premium hours on the
      * period summaries are reported as unpriced.
       SELECT OPTIONAL PREMRULE ASSIGN TO WS-PREMRULE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RULE.

      * The indexed employee master, read for each employee's
      * company code. Optional -- with no master on hand every line
      * goes out unassigned.
       SELECT OPTIONAL EMPLOYEEINDEXED ASSIGN TO "EMPLOYEEINDEXED.DAT"
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

      * Leave-of-absence history; an open ('L') leave suspends pay.
      * OPTIONAL -- no file, nobody is on leave.
       SELECT OPTIONAL LEAVESTATUS ASSIGN TO WS-LEAVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LEAVE.

      * Pay-period control card -- read only for the closed-period
      * check; a run with no card prices the way it always has.
       SELECT OPTIONAL PAYPERIOD ASSIGN TO "PAYPERIOD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD.

       DATA DIVISION.
       FILE SECTION.
       FD NEWEMPFILE.
           05 REG-OVERTIME-PAY      PIC 9(07).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REG-GROSS-PAY         PIC 9(07).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REG-HOLIDAY-PAY       PIC 9(07).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REG-SHIFT-PAY         PIC 9(07).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REG-COMPANY           PIC X(01).

       FD PERIODHOURS.
       01 PERIODHOURS-REC.
           05 PH-HOURS              PIC 9(03)V99.
           05 FILLER                PIC X(02).
           05 PH-PERIOD             PIC 9(03).
      * Hours by charge code -- LABORDIST's business, not the pay.
           05 PH-CHARGE-DETAIL      PIC X(102).
           05 FILLER                PIC X(02).
           05 PH-HOLIDAY-HOURS      PIC 9(03)V99.
           05 PH-SHIFT-DETAIL OCCURS 3 TIMES.
              10 FILLER             PIC X(02).
              10 PH-SHIFT-CODE      PIC X(01).
              10 FILLER             PIC X(02).
              10 PH-SHIFT-HOURS     PIC 9(03)V99.

       FD PREMRULE.
       01 PREMRULE-REC.
           05 PRM-TYPE              PIC X(01).
              88 PRM-HOLIDAY        VALUE 'H'.
              88 PRM-SHIFT-RULE     VALUE 'S'.
           05 FILLER                PIC X(02).
           05 PRM-SHIFT             PIC X(01).
           05 FILLER                PIC X(02).
           05 PRM-PERCENT           PIC 9(03)V99.
           05 FILLER                PIC X(02).
           05 PRM-PER-HOUR          PIC 9(02)V99.
           05 FILLER                PIC X(02).
           05 PRM-DESCRIPTION       PIC X(30).

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
      * SOCIAL-SECURITY NUMBER, ZERO UNTIL SUPPLIED -- DUPLICATES
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

       FD PAYPERIOD.
       01 PAYPERIOD-REC.
           05 PERIOD-NUMBER         PIC 9(03).
           05 FILLER                PIC X(02).
           05 PERIOD-PAID-THRU      PIC 9(08).
           05 FILLER                PIC X(02).
           05 PERIOD-START          PIC 9(08).

       FD LEAVESTATUS.
       01 LEAVESTATUS-REC.
           05 LVS-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 LVS-STATUS            PIC X(01).
              88 LVS-ON-LEAVE       VALUE 'L'.
           05 FILLER                PIC X(07).
           05 LVS-START             PIC 9(08).
           05 FILLER                PIC X(40).

       FD MISSTIMECARD.
       01 MISSTIMECARD-REC.
           05 WS-FS-REGISTER      PIC X(02).
           05 WS-FS-HOURS         PIC X(02).
           05 WS-FS-MISSING       PIC X(02).
           05 WS-FS-PERIOD        PIC X(02).
           05 WS-FS-RULE          PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-LEAVE         PIC X(02).
           05 WS-FS-REASON        PIC X(32).

      * Timecard-driven run: set when PERIODHOURS.DAT is present,
           05 WS-PAY-HOURS        PIC 9(03)V99.
           05 WS-MISSING-COUNT    PIC 9(05) VALUE ZERO.

      * Employees on an open leave of absence.
           05 WS-LEAVE-TABLE.
              10 WS-LEAVE-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-LEAVE-ID OCCURS 5000 TIMES
                                  INDEXED BY LEAVE-IDX
                                  PIC 9(07).
           05 WS-LEAVE-DROPPED    PIC 9(05) VALUE ZERO.
      * Leaves starting after this date are not yet in force.
           05 WS-LEAVE-ASOF       PIC 9(08) VALUE ZERO.
           05 WS-LEAVE-SW         PIC X(03).
              88 ON-LEAVE         VALUE 'YES'.
              88 LEAVE-WORKED     VALUE 'WKD'.
           05 WS-ON-LEAVE-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-LEAVE-WORKED-COUNT PIC 9(05) VALUE ZERO.

      * Period-hours summary loaded from TIMECARD's output.
           05 WS-PH-TABLE.
              10 WS-PH-COUNT      PIC 9(05) COMP VALUE ZERO.
                                  INDEXED BY PH-IDX.
                 15 WS-PH-ID         PIC 9(07).
                 15 WS-PH-HOURS      PIC 9(03)V99.
                 15 WS-PH-HOL-HOURS  PIC 9(03)V99.
                 15 WS-PH-SHF OCCURS 3 TIMES.
                    20 WS-PH-SHF-CODE   PIC X(01).
                    20 WS-PH-SHF-HOURS  PIC 9(03)V99.
           05 WS-PH-FOUND         PIC X(03).
              88 PH-FOUND         VALUE 'YES'.
           05 WS-PH-DROPPED       PIC 9(05) VALUE ZERO.

      * Premium hours for the employee being priced.
           05 WS-PAY-HOL-HOURS    PIC 9(03)V99.
           05 WS-PAY-SHF OCCURS 3 TIMES
                                  INDEXED BY PAY-SHF-IDX.
              10 WS-PAY-SHF-CODE  PIC X(01).
              10 WS-PAY-SHF-HOURS PIC 9(03)V99.

      * Premium rules: the one holiday rule, and one rule per shift
      * code, each a percent of the hourly rate plus a flat amount.
           05 WS-HOL-RULE-SW      PIC X(03) VALUE 'NO '.
              88 HOL-RULE-ON-FILE VALUE 'YES'.
           05 WS-HOL-PERCENT      PIC 9(03)V99 VALUE ZERO.
           05 WS-HOL-PER-HOUR     PIC 9(02)V99 VALUE ZERO.
           05 WS-SHF-TABLE.
              10 WS-SHF-COUNT     PIC 9(03) COMP VALUE ZERO.
              10 WS-SHF-ENTRY OCCURS 20 TIMES
                                  INDEXED BY SHF-IDX.
                 15 WS-SHF-CODE      PIC X(01).
                 15 WS-SHF-PERCENT   PIC 9(03)V99.
                 15 WS-SHF-PER-HOUR  PIC 9(02)V99.
           05 WS-SHF-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-SHF-FOUND        PIC X(03).
              88 SHF-RULE-FOUND   VALUE 'YES'.
           05 WS-PREMIUM-RATE     PIC 9(05)V9(04).
           05 WS-UNPRICED-COUNT   PIC 9(05) VALUE ZERO.

           05 WS-OVERTIME-THRESHOLD PIC 9(03) VALUE 080.
           05 WS-OT-PREMIUM         PIC 9V9(02) VALUE 1.50.

           05 WS-OT-HOURS         PIC 9(03)V99.
           05 WS-STRAIGHT-PAY     PIC 9(07)V99.
           05 WS-OVERTIME-PAY     PIC 9(07)V99.
           05 WS-HOLIDAY-PAY      PIC 9(07)V99.
           05 WS-SHIFT-PAY        PIC 9(07)V99.
           05 WS-GROSS-PAY        PIC 9(07)V99.
           05 WS-GRAND-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-HOLIDAY-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 WS-SHIFT-TOTAL      PIC 9(11)V99 VALUE ZERO.

      * Company code off the master for the employee being paid.
           05 WS-MASTER-SW        PIC X(03) VALUE 'NO '.
              88 MASTER-ON-HAND   VALUE 'YES'.
           05 WS-EMP-COMPANY      PIC X(01).
           05 WS-NO-COMPANY-COUNT PIC 9(05) VALUE ZERO.

      * Accumulators for the register totals by company; a blank
      * code holds the employees with no company assigned.
           05 WS-CO-AREA.
              10 WS-CO-COUNT      PIC 9(04) COMP VALUE ZERO.
              10 WS-CO-ENTRY OCCURS 20 TIMES
                                  INDEXED BY CO-IDX.
                 15 WS-CO-CODE        PIC X(01).
                 15 WS-CO-EMP-COUNT   PIC 9(05).
                 15 WS-CO-GROSS       PIC 9(11)V99.
                 15 WS-CO-HOLIDAY     PIC 9(11)V99.
                 15 WS-CO-SHIFT       PIC 9(11)V99.
              10 WS-CO-FOUND      PIC X(03).
                 88 CO-ENTRY-FOUND VALUE 'YES'.
           05 WS-CO-OVERFLOW      PIC 9(05) VALUE ZERO.

      * Accumulators for the gross-pay subtotal by department,
      * within company.
           05 WS-DEPT-AREA.
              10 WS-DEPT-COUNT    PIC 9(04) COMP VALUE ZERO.
              10 WS-DEPT-ENTRY OCCURS 100 TIMES
                                  INDEXED BY DEPT-IDX.
                 15 WS-DEPT-COMPANY   PIC X(01).
                 15 WS-DEPT-NAME      PIC X(30).
                 15 WS-DEPT-EMP-COUNT PIC 9(05).
                 15 WS-DEPT-GROSS     PIC 9(09)V99.
       01  WS-IN-TRAILER.
           COPY TRAILER.

      * Pay-period lock parameter area -- see PERLOCK copybook.
       01  PL-PARM.
           COPY PERLOCK.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
       01  WS-GROSSREG-PATH        PIC X(64).
       01  WS-MISSTC-PATH          PIC X(64).
       01  WS-PERIODHRS-PATH       PIC X(64).
       01  WS-PREMRULE-PATH        PIC X(64).
       01  WS-LEAVE-PATH           PIC X(64).

       PROCEDURE DIVISION.
       0100-START.
           MOVE 'PERIODHOURS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PERIODHRS-PATH
           MOVE 'PREMRULE'     TO FP-LOGICAL
           MOVE 'PREMRULE.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PREMRULE-PATH
           MOVE 'LEAVESTATUS'  TO FP-LOGICAL
           MOVE 'LEAVESTATUS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-LEAVE-PATH

           PERFORM 0040-CHECK-PERIOD-LOCK.
           PERFORM 0050-LOAD-PERIOD-HOURS.
           PERFORM 0060-LOAD-PREMIUM-RULES.
           PERFORM 0070-LOAD-LEAVES.
           OPEN INPUT EMPLOYEEINDEXED.
           IF FS-EMP-IDX = '00'
              MOVE 'YES'              TO WS-MASTER-SW
           END-IF.

           OPEN INPUT NEWEMPFILE.
           OPEN OUTPUT GROSSPAYREG.
           PERFORM 0400-PRINT-SUBTOTALS.
           PERFORM 9000-END-PROGRAM.

       0040-CHECK-PERIOD-LOCK.

      * A period PERCLOSE has closed was paid and posted; running it
      * again would pay it twice. Only a logged reopen lifts this.
           OPEN INPUT PAYPERIOD.
           IF WS-FS-PERIOD = '00'
              MOVE SPACES             TO PAYPERIOD-REC
              READ PAYPERIOD
                 AT END CONTINUE
              END-READ
              CLOSE PAYPERIOD
              IF PERIOD-PAID-THRU IS NUMERIC
                 MOVE PERIOD-PAID-THRU TO WS-LEAVE-ASOF
              END-IF
              IF PERIOD-NUMBER IS NUMERIC AND
                 PERIOD-PAID-THRU IS NUMERIC
                 MOVE 'PAYREGISTER'   TO PL-PROGRAM
                 MOVE PERIOD-NUMBER   TO PL-PERIOD
                 MOVE PERIOD-PAID-THRU TO PL-PAID-THRU
                 CALL 'PERLOCK' USING PL-PARM
                 IF PL-PERIOD-CLOSED
                    DISPLAY '********************************'
                    DISPLAY '* PERIOD ' PL-PERIOD ' PAID THRU '
                            PL-PAID-THRU ' IS CLOSED'
                    DISPLAY '* RUN REFUSED -- REOPEN THROUGH PERCLOSE'
                    DISPLAY '********************************'
                    MOVE 8            TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           ELSE
              IF WS-FS-PERIOD = '05'
                 CLOSE PAYPERIOD
              END-IF
           END-IF.

       0050-LOAD-PERIOD-HOURS.

      * TIMECARD's per-period summary, when one was produced for
                       MOVE PH-EMPLOYEEID
                                      TO WS-PH-ID(PH-IDX)
                       MOVE PH-HOURS  TO WS-PH-HOURS(PH-IDX)
                       MOVE ZERO      TO WS-PH-HOL-HOURS(PH-IDX)
                       IF PH-HOLIDAY-HOURS IS NUMERIC
                          MOVE PH-HOLIDAY-HOURS
                                      TO WS-PH-HOL-HOURS(PH-IDX)
                       END-IF
                       PERFORM VARYING PAY-SHF-IDX FROM 1 BY 1
                          UNTIL PAY-SHF-IDX > 3
                          MOVE SPACES
                             TO WS-PH-SHF-CODE(PH-IDX, PAY-SHF-IDX)
                          MOVE ZERO
                             TO WS-PH-SHF-HOURS(PH-IDX, PAY-SHF-IDX)
                          IF PH-SHIFT-CODE(PAY-SHF-IDX) NOT = SPACES
                             AND PH-SHIFT-HOURS(PAY-SHF-IDX) IS NUMERIC
                             MOVE PH-SHIFT-CODE(PAY-SHF-IDX)
                             TO WS-PH-SHF-CODE(PH-IDX, PAY-SHF-IDX)
                             MOVE PH-SHIFT-HOURS(PAY-SHF-IDX)
                             TO WS-PH-SHF-HOURS(PH-IDX, PAY-SHF-IDX)
                          END-IF
                       END-PERFORM
                    ELSE
                       ADD 1          TO WS-PH-DROPPED
                    END-IF
              STOP RUN
           END-IF.

       0060-LOAD-PREMIUM-RULES.

      * The last holiday rule on file is the one that pays; a
      * shift code listed twice keeps its first rule.
           OPEN INPUT PREMRULE.
           IF WS-FS-RULE = '00'
              PERFORM UNTIL WS-FS-RULE = '10'
                 READ PREMRULE
                    AT END MOVE '10' TO WS-FS-RULE
                 END-READ
                 IF WS-FS-RULE NOT = '10' AND
                    PRM-PERCENT IS NUMERIC AND
                    PRM-PER-HOUR IS NUMERIC
                    EVALUATE TRUE
                       WHEN PRM-HOLIDAY
                          MOVE 'YES'        TO WS-HOL-RULE-SW
                          MOVE PRM-PERCENT  TO WS-HOL-PERCENT
                          MOVE PRM-PER-HOUR TO WS-HOL-PER-HOUR
                       WHEN PRM-SHIFT-RULE AND PRM-SHIFT NOT = SPACES
                          IF WS-SHF-COUNT < 20
                             ADD 1          TO WS-SHF-COUNT
                             SET SHF-IDX    TO WS-SHF-COUNT
                             MOVE PRM-SHIFT TO WS-SHF-CODE(SHF-IDX)
                             MOVE PRM-PERCENT
                                      TO WS-SHF-PERCENT(SHF-IDX)
                             MOVE PRM-PER-HOUR
                                      TO WS-SHF-PER-HOUR(SHF-IDX)
                          ELSE
                             ADD 1          TO WS-SHF-DROPPED
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE PREMRULE
           ELSE
              IF WS-FS-RULE = '05'
                 CLOSE PREMRULE
              END-IF
           END-IF.

      * A dropped shift rule would pay somebody's night hours at
      * no premium -- refuse the run instead.
           IF WS-SHF-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* SHIFT PREMIUM RULES EXCEED 20"
              DISPLAY "* RULES NOT LOADED: " WS-SHF-DROPPED
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF.

       0070-LOAD-LEAVES.

      * A leave keyed ahead of time is not in force until it starts;
      * the employee is paid for any period ending before then.
           IF WS-LEAVE-ASOF = ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LEAVE-ASOF
           END-IF.
           OPEN INPUT LEAVESTATUS.
           IF WS-FS-LEAVE = '00'
              PERFORM UNTIL WS-FS-LEAVE = '10'
                 READ LEAVESTATUS
                    AT END MOVE '10' TO WS-FS-LEAVE
                 END-READ
                 IF WS-FS-LEAVE NOT = '10' AND LVS-ON-LEAVE AND
                    (LVS-START IS NOT NUMERIC OR
                     LVS-START NOT > WS-LEAVE-ASOF)
                    IF WS-LEAVE-COUNT < 5000
                       ADD 1          TO WS-LEAVE-COUNT
                       SET LEAVE-IDX  TO WS-LEAVE-COUNT
                       MOVE LVS-EMPLOYEEID
                                      TO WS-LEAVE-ID(LEAVE-IDX)
                    ELSE
                       ADD 1          TO WS-LEAVE-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE LEAVESTATUS
           ELSE
              IF WS-FS-LEAVE = '05'
                 CLOSE LEAVESTATUS
              END-IF
           END-IF.

      * A leave dropped from the table would pay somebody who is
      * away -- refuse the run instead.
           IF WS-LEAVE-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* LEAVE TABLE EXCEEDS 5000 EMPLOYEES"
              DISPLAY "* LEAVES NOT LOADED: " WS-LEAVE-DROPPED
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF.

       0200-COMPUTE-GROSS-PAY.

      * EMPLOYEERAISE writes each record AFTER ADVANCING, so blank
                 ADD 1                TO WS-EMPLOYEE-COUNT
                 COMPUTE WS-HASH-TOTAL =
                         WS-HASH-TOTAL + (NEW-HOURLY-RATE * 100)
                 PERFORM 0205-CHECK-LEAVE
                 IF ON-LEAVE
                    ADD 1             TO WS-ON-LEAVE-COUNT
                 ELSE
                    PERFORM 0210-SPLIT-HOURS
                    PERFORM 0218-LOOKUP-COMPANY
                    PERFORM 0220-WRITE-REGISTER-LINE
                    PERFORM 0230-ACCUMULATE-DEPT
                    PERFORM 0240-ACCUMULATE-COMPANY
                 END-IF
              END-IF
           END-IF.

              AT END SET NEWEMP-EOF TO TRUE
           END-READ.

       0205-CHECK-LEAVE.

      * On leave means no pay this period -- unless this period's
      * timecards show the employee back at work, in which case the
      * hours worked are owed and HR is told to record the return.
           MOVE 'NO '                 TO WS-LEAVE-SW
           PERFORM VARYING LEAVE-IDX FROM 1 BY 1
              UNTIL LEAVE-IDX > WS-LEAVE-COUNT OR ON-LEAVE
              IF WS-LEAVE-ID(LEAVE-IDX) = NEW-EMPLOYEEID
                 MOVE 'YES'           TO WS-LEAVE-SW
              END-IF
           END-PERFORM
           IF ON-LEAVE AND TIMECARD-MODE
              PERFORM VARYING PH-IDX FROM 1 BY 1
                 UNTIL PH-IDX > WS-PH-COUNT OR LEAVE-WORKED
                 IF WS-PH-ID(PH-IDX) = NEW-EMPLOYEEID
                    MOVE 'WKD'        TO WS-LEAVE-SW
                 END-IF
              END-PERFORM
              IF LEAVE-WORKED
                 ADD 1                TO WS-LEAVE-WORKED-COUNT
                 DISPLAY "* ON LEAVE BUT TIMECARDS ON FILE -- PAID: "
                         NEW-EMPLOYEEID
              END-IF
           END-IF.

       0210-SPLIT-HOURS.

           PERFORM 0215-SET-PAY-HOURS
                   WS-REG-HOURS * NEW-HOURLY-RATE
           COMPUTE WS-OVERTIME-PAY ROUNDED =
                   WS-OT-HOURS * NEW-HOURLY-RATE * WS-OT-PREMIUM
           PERFORM 0212-PRICE-PREMIUMS
           COMPUTE WS-GROSS-PAY =
                   WS-STRAIGHT-PAY + WS-OVERTIME-PAY +
                   WS-HOLIDAY-PAY + WS-SHIFT-PAY
           ADD WS-GROSS-PAY           TO WS-GRAND-TOTAL
           ADD WS-HOLIDAY-PAY         TO WS-HOLIDAY-TOTAL
           ADD WS-SHIFT-PAY           TO WS-SHIFT-TOTAL.

       0212-PRICE-PREMIUMS.

      * Each premium hour earns the rule's percent of the hourly
      * rate plus its flat amount, on top of the straight or
      * overtime pay the hour already earned. Holiday and shift
      * premiums stack. Premium hours with no rule are paid no
      * premium and counted for payroll to chase.
           MOVE ZERO                  TO WS-HOLIDAY-PAY
           MOVE ZERO                  TO WS-SHIFT-PAY
           IF WS-PAY-HOL-HOURS > ZERO
              IF HOL-RULE-ON-FILE
                 COMPUTE WS-PREMIUM-RATE =
                         (NEW-HOURLY-RATE * WS-HOL-PERCENT / 100)
                         + WS-HOL-PER-HOUR
                 COMPUTE WS-HOLIDAY-PAY ROUNDED =
                         WS-PAY-HOL-HOURS * WS-PREMIUM-RATE
              ELSE
                 ADD 1                TO WS-UNPRICED-COUNT
              END-IF
           END-IF
           PERFORM VARYING PAY-SHF-IDX FROM 1 BY 1
              UNTIL PAY-SHF-IDX > 3
              IF WS-PAY-SHF-CODE(PAY-SHF-IDX) NOT = SPACES AND
                 WS-PAY-SHF-HOURS(PAY-SHF-IDX) > ZERO
                 MOVE 'NO '           TO WS-SHF-FOUND
                 PERFORM VARYING SHF-IDX FROM 1 BY 1
                    UNTIL SHF-IDX > WS-SHF-COUNT OR SHF-RULE-FOUND
                    IF WS-SHF-CODE(SHF-IDX) =
                       WS-PAY-SHF-CODE(PAY-SHF-IDX)
                       MOVE 'YES'     TO WS-SHF-FOUND
                       COMPUTE WS-PREMIUM-RATE =
                          (NEW-HOURLY-RATE *
                           WS-SHF-PERCENT(SHF-IDX) / 100)
                          + WS-SHF-PER-HOUR(SHF-IDX)
                       COMPUTE WS-SHIFT-PAY ROUNDED = WS-SHIFT-PAY +
                          (WS-PAY-SHF-HOURS(PAY-SHF-IDX) *
                           WS-PREMIUM-RATE)
                    END-IF
                 END-PERFORM
                 IF NOT SHF-RULE-FOUND
                    ADD 1             TO WS-UNPRICED-COUNT
                 END-IF
              END-IF
           END-PERFORM.

       0215-SET-PAY-HOURS.

      * period's summarized timecards say; an employee with no
      * summary is paid zero hours and diverted for payroll to
      * chase. Otherwise the static field pays, as it always has.
           MOVE ZERO                  TO WS-PAY-HOL-HOURS
           PERFORM VARYING PAY-SHF-IDX FROM 1 BY 1
              UNTIL PAY-SHF-IDX > 3
              MOVE SPACES             TO WS-PAY-SHF-CODE(PAY-SHF-IDX)
              MOVE ZERO               TO WS-PAY-SHF-HOURS(PAY-SHF-IDX)
           END-PERFORM
           IF TIMECARD-MODE
              MOVE 'NO '              TO WS-PH-FOUND
              MOVE ZERO               TO WS-PAY-HOURS
                 UNTIL PH-IDX > WS-PH-COUNT
                 IF WS-PH-ID(PH-IDX) = NEW-EMPLOYEEID
                    MOVE WS-PH-HOURS(PH-IDX) TO WS-PAY-HOURS
                    MOVE WS-PH-HOL-HOURS(PH-IDX)
                                      TO WS-PAY-HOL-HOURS
                    PERFORM VARYING PAY-SHF-IDX FROM 1 BY 1
                       UNTIL PAY-SHF-IDX > 3
                       MOVE WS-PH-SHF(PH-IDX, PAY-SHF-IDX)
                                      TO WS-PAY-SHF(PAY-SHF-IDX)
                    END-PERFORM
                    MOVE 'YES'        TO WS-PH-FOUND
                 END-IF
              END-PERFORM
           MOVE 'NO TIMECARD ON FILE' TO MISS-REASON
           WRITE MISSTIMECARD-REC.

       0218-LOOKUP-COMPANY.

      * The legal entity the employee is paid under, off the
      * master. Not on the master, or not yet assigned, pays under
      * a blank company for HR to sort out.
           MOVE SPACES                TO WS-EMP-COMPANY
           IF MASTER-ON-HAND
              MOVE NEW-EMPLOYEEID     TO IDX-EMPLOYEEID
              READ EMPLOYEEINDEXED
                 INVALID KEY CONTINUE
              END-READ
              IF FS-EMP-IDX = '00'
                 MOVE IDX-COMPANY     TO WS-EMP-COMPANY
              END-IF
           END-IF
           IF WS-EMP-COMPANY = SPACES
              ADD 1                   TO WS-NO-COMPANY-COUNT
           END-IF.

       0220-WRITE-REGISTER-LINE.

           MOVE SPACES                TO GROSSPAYREG-REC
           MOVE WS-STRAIGHT-PAY       TO REG-STRAIGHT-PAY
           MOVE WS-OVERTIME-PAY       TO REG-OVERTIME-PAY
           MOVE WS-GROSS-PAY          TO REG-GROSS-PAY
           MOVE WS-HOLIDAY-PAY        TO REG-HOLIDAY-PAY
           MOVE WS-SHIFT-PAY          TO REG-SHIFT-PAY
           MOVE WS-EMP-COMPANY        TO REG-COMPANY
           WRITE GROSSPAYREG-REC.

       0230-ACCUMULATE-DEPT.
           MOVE 'NO '                 TO WS-DEPT-FOUND
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF WS-DEPT-COMPANY(DEPT-IDX) = WS-EMP-COMPANY AND
                 WS-DEPT-NAME(DEPT-IDX) = NEW-DEPARTMENT
                 ADD 1                TO WS-DEPT-EMP-COUNT(DEPT-IDX)
                 ADD WS-GROSS-PAY     TO WS-DEPT-GROSS(DEPT-IDX)
                 MOVE 'YES'           TO WS-DEPT-FOUND
              IF WS-DEPT-COUNT < 100
                 ADD 1                TO WS-DEPT-COUNT
                 SET DEPT-IDX         TO WS-DEPT-COUNT
                 MOVE WS-EMP-COMPANY  TO WS-DEPT-COMPANY(DEPT-IDX)
                 MOVE NEW-DEPARTMENT  TO WS-DEPT-NAME(DEPT-IDX)
                 MOVE 1               TO WS-DEPT-EMP-COUNT(DEPT-IDX)
                 MOVE WS-GROSS-PAY    TO WS-DEPT-GROSS(DEPT-IDX)
              END-IF
           END-IF.

       0240-ACCUMULATE-COMPANY.

           MOVE 'NO '                 TO WS-CO-FOUND
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT OR CO-ENTRY-FOUND
              IF WS-CO-CODE(CO-IDX) = WS-EMP-COMPANY
                 MOVE 'YES'           TO WS-CO-FOUND
              END-IF
           END-PERFORM

           IF CO-ENTRY-FOUND
              SET CO-IDX DOWN BY 1
           ELSE
              IF WS-CO-COUNT < 20
                 ADD 1                TO WS-CO-COUNT
                 SET CO-IDX           TO WS-CO-COUNT
                 MOVE WS-EMP-COMPANY  TO WS-CO-CODE(CO-IDX)
                 MOVE ZERO            TO WS-CO-EMP-COUNT(CO-IDX)
                 MOVE ZERO            TO WS-CO-GROSS(CO-IDX)
                 MOVE ZERO            TO WS-CO-HOLIDAY(CO-IDX)
                 MOVE ZERO            TO WS-CO-SHIFT(CO-IDX)
                 MOVE 'YES'           TO WS-CO-FOUND
              ELSE
                 ADD 1                TO WS-CO-OVERFLOW
              END-IF
           END-IF

           IF CO-ENTRY-FOUND
              ADD 1                   TO WS-CO-EMP-COUNT(CO-IDX)
              ADD WS-GROSS-PAY        TO WS-CO-GROSS(CO-IDX)
              ADD WS-HOLIDAY-PAY      TO WS-CO-HOLIDAY(CO-IDX)
              ADD WS-SHIFT-PAY        TO WS-CO-SHIFT(CO-IDX)
           END-IF.

       0400-PRINT-SUBTOTALS.

           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
              PERFORM 0410-PRINT-COMPANY
           END-PERFORM

           DISPLAY "================================================"
           DISPLAY "ALL COMPANIES GRAND TOTAL: " WS-GRAND-TOTAL
           DISPLAY "  HOLIDAY PREMIUM  : " WS-HOLIDAY-TOTAL
           DISPLAY "  SHIFT PREMIUM    : " WS-SHIFT-TOTAL
           DISPLAY "================================================"

           IF WS-DEPT-OVERFLOW > ZERO
              END-IF
           END-IF.

           IF WS-CO-OVERFLOW > ZERO
              DISPLAY "* WARNING: COMPANY TABLE FULL, "
                      WS-CO-OVERFLOW
                      " EMPLOYEES NOT IN ANY COMPANY TOTAL"
              IF RETURN-CODE = ZERO
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF.

       0410-PRINT-COMPANY.

           DISPLAY "================================================"
           IF WS-CO-CODE(CO-IDX) = SPACES
              DISPLAY "GROSS-PAY REGISTER -- NO COMPANY ASSIGNED"
           ELSE
              DISPLAY "GROSS-PAY REGISTER -- COMPANY "
                      WS-CO-CODE(CO-IDX)
           END-IF
           DISPLAY "================================================"
           DISPLAY "DEPARTMENT                     COUNT  GROSS PAY"

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF WS-DEPT-COMPANY(DEPT-IDX) = WS-CO-CODE(CO-IDX)
                 DISPLAY WS-DEPT-NAME(DEPT-IDX) "  "
                         WS-DEPT-EMP-COUNT(DEPT-IDX) "  "
                         WS-DEPT-GROSS(DEPT-IDX)
              END-IF
           END-PERFORM

           DISPLAY "------------------------------------------------"
           DISPLAY "COMPANY TOTAL      : " WS-CO-GROSS(CO-IDX)
                   "  EMPLOYEES: " WS-CO-EMP-COUNT(CO-IDX)
           DISPLAY "  HOLIDAY PREMIUM  : " WS-CO-HOLIDAY(CO-IDX)
           DISPLAY "  SHIFT PREMIUM    : " WS-CO-SHIFT(CO-IDX).

       9000-END-PROGRAM.

           CLOSE NEWEMPFILE, GROSSPAYREG, MISSTIMECARD.
           IF MASTER-ON-HAND
              CLOSE EMPLOYEEINDEXED
           END-IF.

           DISPLAY "**********************************"
           DISPLAY "*  EMPLOYEES ON REGISTER: " WS-EMPLOYEE-COUNT
              DISPLAY "*  TIMECARD-DRIVEN RUN -- SUMMARIES: "
                      WS-PH-COUNT
              DISPLAY "*  MISSING TIMECARDS    : " WS-MISSING-COUNT
              DISPLAY "*  PREMIUMS WITH NO RULE: " WS-UNPRICED-COUNT
           END-IF
           DISPLAY "*  NO COMPANY ASSIGNED  : " WS-NO-COMPANY-COUNT
           DISPLAY "*  ON LEAVE, NOT PAID   : " WS-ON-LEAVE-COUNT
           DISPLAY "*  ON LEAVE, TIMECARDS  : " WS-LEAVE-WORKED-COUNT
           DISPLAY "**********************************"

           IF (WS-MISSING-COUNT > ZERO OR WS-UNPRICED-COUNT > ZERO OR
               WS-NO-COMPANY-COUNT > ZERO OR
               WS-LEAVE-WORKED-COUNT > ZERO)
              AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

