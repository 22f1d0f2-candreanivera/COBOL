       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETPAY.
      * NET-PAY REGISTER -- READS THE GROSS-PAY REGISTER PAYREGISTER
      * WRITES, WITHHOLDS FEDERAL AND STATE TAX THROUGH THE SHARED
      * TAXCALC ROUTINE (BRACKET TABLE PLUS EACH EMPLOYEE'S FILING
      * STATUS AND ALLOWANCES) AHEAD OF EVERYTHING VOLUNTARY,
      * APPLIES EACH EMPLOYEE'S DEDUCTIONS FROM THE DEDUCTION
      * MASTER IN PRIORITY ORDER (FLAT AMOUNTS AND PERCENTAGES OF
      * GROSS), AND WRITES A NET-PAY REGISTER PLUS A PER-DEDUCTION-
      * CODE REGISTER FINANCE CAN BALANCE. A DEDUCTION THAT CANNOT BE
      * FULLY TAKEN FROM ONE CHECK IS TAKEN DOWN TO A ZERO NET AND
      * THE SHORTFALL IS REPORTED, SO GARNISHMENTS STOP DRIVING A
      * CHECK NEGATIVE OR VANISHING INTO THE SPREADSHEET. EVERY
      * SHORTFALL ALSO LANDS ON THE PERSISTENT ARREARS BALANCE FOR
      * THE EMPLOYEE AND CODE, AND LATER CHECKS RECOVER IT -- AFTER
      * THE CURRENT DEDUCTIONS, IN PRIORITY ORDER, UP TO ANY
      * PER-PERIOD RECOVERY CAP KEYED ON THE DEDUCTION MASTER.
      * EACH EMPLOYEE'S PAY AND EACH CODE TAKEN ARE ALSO APPENDED TO
      * THE PAY HISTORY, SO PAYVOID CAN REVERSE A PAYMENT BY PERIOD.
      * THE COMPANY CODE PAYREGISTER STAMPS ON EACH LINE IS CARRIED
      * ONTO THE NET-PAY REGISTER, AND GROSS, TAX, DEDUCTIONS AND
      * NET ARE TOTALLED PER COMPANY AS WELL AS OVERALL.
      * A PERIOD ALREADY ON THE PAY HISTORY FOR THE SAME YEAR (AND
      * NOT VOIDED) IS A RERUN: THE STEP ENDS 4 WITHOUT TOUCHING A
      * FILE, SO ARREARS AND THE HISTORIES ARE NEVER POSTED TWICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SHORT.

      * Persistent arrears balance per employee and deduction code,
      * read at start of run and rewritten with this period's
      * shortfalls added and recoveries taken off. OPTIONAL -- the
      * first run starts with no arrears at all.
       SELECT OPTIONAL ARREARS ASSIGN TO WS-ARREARS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARREARS.

      * Arrears activity trail: every amount put on arrears and
      * every amount recovered, stamped with the run date and pay
      * period, appended run after run.
       SELECT OPTIONAL ARREARSTXN ASSIGN TO WS-ARRTXN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARRTXN.

      * Pay-period control card -- stamps the arrears trail and the
      * pay history with the period. OPTIONAL here; period zero
      * when no card is on hand.
       SELECT OPTIONAL PAYPERIOD ASSIGN TO "PAYPERIOD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD.

      * Pay history: one line per employee paid, every run -- the
      * straight, overtime, gross, tax, deduction and net figures,
      * stamped with the run date and period. PAYVOID marks a line
      * voided when it reverses that payment.
       SELECT OPTIONAL PAYHIST ASSIGN TO WS-PAYHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYHIST.

      * Deduction history: one line per tax, deduction, or arrears
      * recovery taken from a check, by code.
       SELECT OPTIONAL DEDHIST ASSIGN TO WS-DEDHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEDHIST.

       DATA DIVISION.
       FILE SECTION.
       FD GROSSPAYREG.
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

       FD DEDUCTMASTER.
       01 DEDUCTMASTER-REC.
           05 DED-AMOUNT            PIC 9(05)V99.
           05 FILLER                PIC X(02).
           05 DED-PRIORITY          PIC 9(02).
      * Most a single check recovers toward this code's arrears;
      * blank or zero recovers as much as the check will bear.
           05 FILLER                PIC X(02).
           05 DED-RECOVERY-CAP      PIC 9(05)V99.

       FD NETPAYREG.
       01 NETPAYREG-REC.
           05 NET-DEDUCTIONS        PIC 9(07).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NET-NET-PAY           PIC 9(07).99.
      * Tax withheld rides at the end of the line so readers built
      * for the older layout still find every column where it was;
      * NET-DEDUCTIONS stays the voluntary deductions only.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NET-TAXES             PIC 9(07).99.
      * Legal entity the employee was paid under, blank if none.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NET-COMPANY           PIC X(01).

       FD DEDCODEREG.
       01 DEDCODEREG-REC.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SHORT-SHORTFALL       PIC 9(07).99.

       FD ARREARS.
       01 ARREARS-REC.
           05 ARR-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 ARR-CODE              PIC X(04).
           05 FILLER                PIC X(02).
           05 ARR-PRIORITY          PIC 9(02).
           05 FILLER                PIC X(02).
           05 ARR-BALANCE           PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 ARR-OPENED            PIC 9(08).

       FD ARREARSTXN.
       01 ARREARSTXN-REC.
           05 ATX-RUN-DATE          PIC 9(08).
           05 FILLER                PIC X(02).
           05 ATX-PERIOD            PIC 9(03).
           05 FILLER                PIC X(02).
           05 ATX-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 ATX-CODE              PIC X(04).
           05 FILLER                PIC X(02).
           05 ATX-ACTION            PIC X(01).
              88 ATX-ADDED          VALUE 'A'.
              88 ATX-RECOVERED      VALUE 'R'.
           05 FILLER                PIC X(02).
           05 ATX-AMOUNT            PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 ATX-BALANCE           PIC 9(07)V99.

       FD PAYPERIOD.
       01 PAYPERIOD-REC.
           05 PERIOD-NUMBER         PIC 9(03).
           05 FILLER                PIC X(02).
           05 PERIOD-PAID-THRU      PIC 9(08).
           05 FILLER                PIC X(02).
           05 PERIOD-START          PIC 9(08).

       FD PAYHIST.
       01 PAYHIST-REC.
           05 PH-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(02).
           05 PH-PERIOD             PIC 9(03).
           05 FILLER                PIC X(02).
           05 PH-EMPLOYEEID         PIC 9(07).
           05 FILLER                PIC X(02).
           05 PH-STRAIGHT           PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-OVERTIME           PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-GROSS              PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-TAXES              PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-DEDUCTIONS         PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-NET                PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-STATUS             PIC X(01).
              88 PH-PAID            VALUE 'P'.
              88 PH-VOIDED          VALUE 'V'.
           05 FILLER                PIC X(02).
           05 PH-PAID-THRU          PIC 9(08).
      * Holiday and shift premiums inside PH-GROSS, carried so a
      * void can take them back out of their own columns.
           05 FILLER                PIC X(02).
           05 PH-HOLIDAY            PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-SHIFT              PIC 9(07)V99.

       FD DEDHIST.
       01 DEDHIST-REC.
           05 DH-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(02).
           05 DH-PERIOD             PIC 9(03).
           05 FILLER                PIC X(02).
           05 DH-EMPLOYEEID         PIC 9(07).
           05 FILLER                PIC X(02).
           05 DH-CODE               PIC X(04).
           05 FILLER                PIC X(02).
           05 DH-AMOUNT             PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.

      * Tax-withholding parameter area -- see TAXPARM copybook.
       01  TX-PARM.
           COPY TAXPARM.
      * File-location profile parameter area -- see FILEPROF
      * copybook. Control cards stay on their working-directory
      * names; every data file this step reads or writes resolves
       01  WS-NETREG-PATH          PIC X(64).
       01  WS-CODEREG-PATH         PIC X(64).
       01  WS-SHORT-PATH           PIC X(64).
       01  WS-ARREARS-PATH         PIC X(64).
       01  WS-ARRTXN-PATH          PIC X(64).
       01  WS-PAYHIST-PATH         PIC X(64).
       01  WS-DEDHIST-PATH         PIC X(64).


       01  WS-WORK-AREAS.
           05 WS-FS-NETREG        PIC X(02).
           05 WS-FS-CODEREG       PIC X(02).
           05 WS-FS-SHORT         PIC X(02).
           05 WS-FS-ARREARS       PIC X(02).
           05 WS-FS-ARRTXN        PIC X(02).
           05 WS-FS-PERIOD        PIC X(02).
           05 WS-FS-PAYHIST       PIC X(02).
           05 WS-FS-DEDHIST       PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-EMPLOYEE-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-SHORTFALL-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-GROSS-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-DEDUCT-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 WS-TAX-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05 WS-NO-PROFILE-COUNT PIC 9(05) VALUE ZERO.
           05 WS-RECOVERY-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-ARREARS-ADDED    PIC 9(11)V99 VALUE ZERO.
           05 WS-ARREARS-RECOVERED PIC 9(11)V99 VALUE ZERO.

           05 WS-TODAY8           PIC 9(08).
           05 WS-PERIOD-NUMBER    PIC 9(03) VALUE ZERO.
           05 WS-PAID-THRU        PIC 9(08) VALUE ZERO.
           05 WS-POSTED-LINES     PIC 9(07) VALUE ZERO.
           05 WS-PAYHIST-EOF-SW   PIC X(03) VALUE 'NO '.
              88 PAYHIST-EOF      VALUE 'YES'.
           05 WS-NET-TOTAL        PIC 9(11)V99 VALUE ZERO.

           05 WS-GROSS-PAY        PIC 9(07)V99.
           05 WS-STRAIGHT-PAY     PIC 9(07)V99.
           05 WS-OVERTIME-PAY     PIC 9(07)V99.
           05 WS-HOLIDAY-PAY      PIC 9(07)V99.
           05 WS-SHIFT-PAY        PIC 9(07)V99.
           05 WS-REMAINING-PAY    PIC 9(07)V99.
           05 WS-EMP-DEDUCTIONS   PIC 9(07)V99.
           05 WS-EMP-TAXES        PIC 9(07)V99.
           05 WS-DED-OWED         PIC 9(07)V99.
           05 WS-DED-TAKEN        PIC 9(07)V99.
           05 WS-PRIORITY         PIC 9(03).
           05 WS-TAX-LINE         PIC 9(02).
           05 WS-ACCUM-CODE       PIC X(04).

      * Biweekly payroll -- the period gross is annualized over this
      * many periods for the bracket lookup.
           05 WS-PAY-PERIODS      PIC 9(03) VALUE 026.

      * A DEDUCTMASTER.DAT entry keyed under a tax jurisdiction code
      * is an old hand-keyed withholding guess; TAXCALC now computes
      * that tax, so the entry is skipped rather than taken twice.
           05 WS-TAX-CODE-SW      PIC X(03).
              88 DED-IS-TAX-CODE  VALUE 'YES'.

      * Deduction master loaded at start of run; the priority sweep
      * below takes each employee's deductions lowest number first,
                 15 WS-DED-TYPE      PIC X(01).
                 15 WS-DED-AMOUNT    PIC 9(05)V99.
                 15 WS-DED-PRIORITY  PIC 9(02).
                 15 WS-DED-CAP       PIC 9(05)V99.
           05 WS-DED-DROPPED      PIC 9(05) VALUE ZERO.

      * Arrears carried in from earlier periods, written back at end
      * of run the same way; a balance recovered to zero is not
      * carried forward.
           05 WS-ARR-TABLE.
              10 WS-ARR-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-ARR-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY ARR-IDX.
                 15 WS-ARR-ID        PIC 9(07).
                 15 WS-ARR-CODE      PIC X(04).
                 15 WS-ARR-PRIORITY  PIC 9(02).
                 15 WS-ARR-BALANCE   PIC 9(07)V99.
                 15 WS-ARR-OPENED    PIC 9(08).
           05 WS-ARR-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-ARR-EOF-SW       PIC X(03) VALUE 'NO '.
              88 ARR-EOF          VALUE 'YES'.
           05 WS-ARR-FOUND        PIC X(03).
              88 ARR-FOUND        VALUE 'YES'.
           05 WS-ARR-HIT          PIC 9(05) COMP.
           05 WS-RECOVER-CAP      PIC 9(05)V99.
           05 WS-RECOVER-AMT      PIC 9(07)V99.

      * Register totals by company; a blank code holds the
      * employees with no company assigned.
           05 WS-CO-AREA.
              10 WS-CO-COUNT      PIC 9(04) COMP VALUE ZERO.
              10 WS-CO-ENTRY OCCURS 20 TIMES
                                  INDEXED BY CO-IDX.
                 15 WS-CO-CODE        PIC X(01).
                 15 WS-CO-EMP-COUNT   PIC 9(05).
                 15 WS-CO-GROSS       PIC 9(11)V99.
                 15 WS-CO-TAXES       PIC 9(11)V99.
                 15 WS-CO-DEDUCTIONS  PIC 9(11)V99.
                 15 WS-CO-NET         PIC 9(11)V99.
              10 WS-CO-FOUND      PIC X(03).
                 88 CO-ENTRY-FOUND VALUE 'YES'.
           05 WS-CO-OVERFLOW      PIC 9(05) VALUE ZERO.

      * Accumulators for the per-deduction-code register.
           05 WS-CODE-AREA.
              10 WS-CODE-COUNT    PIC 9(04) COMP VALUE ZERO.
           MOVE 'DEDSHORTFALL.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-SHORT-PATH
           MOVE 'ARREARS' TO FP-LOGICAL
           MOVE 'ARREARS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-ARREARS-PATH
           MOVE 'ARREARSTXN' TO FP-LOGICAL
           MOVE 'ARREARSTXN.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-ARRTXN-PATH
           MOVE 'PAYHIST' TO FP-LOGICAL
           MOVE 'PAYHIST.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PAYHIST-PATH
           MOVE 'DEDHIST' TO FP-LOGICAL
           MOVE 'DEDHIST.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-DEDHIST-PATH


      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8

           PERFORM 0110-LOAD-DEDUCT-MASTER.
           PERFORM 0120-LOAD-ARREARS.
           PERFORM 0130-READ-PERIOD-CARD.
           PERFORM 0135-CHECK-ALREADY-POSTED.

           OPEN INPUT GROSSPAYREG.
           OPEN OUTPUT NETPAYREG.
           OPEN OUTPUT DEDCODEREG.
           OPEN OUTPUT DEDSHORTFALL.
           OPEN EXTEND ARREARSTXN.
           IF WS-FS-ARRTXN = '05'
              MOVE '00'             TO WS-FS-ARRTXN
           END-IF.
           OPEN EXTEND PAYHIST.
           IF WS-FS-PAYHIST = '05'
              MOVE '00'             TO WS-FS-PAYHIST
           END-IF.
           OPEN EXTEND DEDHIST.
           IF WS-FS-DEDHIST = '05'
              MOVE '00'             TO WS-FS-DEDHIST
           END-IF.
           IF WS-FS-REGISTER NOT = '00' OR
              WS-FS-NETREG NOT = '00' OR
              WS-FS-CODEREG NOT = '00' OR
              WS-FS-SHORT NOT = '00' OR
              WS-FS-ARRTXN NOT = '00' OR
              WS-FS-PAYHIST NOT = '00' OR
              WS-FS-DEDHIST NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-REGISTER-REASON
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-CODEREG  : ' WS-FS-CODEREG
              DISPLAY '* FS-SHORTFALL: ' WS-FS-SHORT
              DISPLAY '* FS-ARREARTXN: ' WS-FS-ARRTXN
              DISPLAY '* FS-PAYHIST  : ' WS-FS-PAYHIST
              DISPLAY '* FS-DEDHIST  : ' WS-FS-DEDHIST
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           PERFORM 0200-PAY-EMPLOYEE UNTIL GROSSREG-EOF.

           PERFORM 0400-WRITE-CODE-REGISTER.

      * The arrears file is always written back -- tonight's
      * recoveries are already on the history and the trail, so the
      * old balances must not come back. Every balance loaded is
      * held (the load refuses otherwise); only a new shortfall that
      * found no room is missing, and each one is on DEDSHORTFALL
      * and the exception repository to be keyed by hand.
           PERFORM 0410-REWRITE-ARREARS.
           IF WS-ARR-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* ARREARS TABLE EXCEEDS 5000 ENTRIES"
              DISPLAY "* NEW SHORTFALLS NOT CARRIED: " WS-ARR-DROPPED
              DISPLAY "********************************"
              IF RETURN-CODE < 8
                 MOVE 8               TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-DEDUCT-MASTER.
                    MOVE DED-TYPE     TO WS-DED-TYPE(DED-IDX)
                    MOVE DED-AMOUNT   TO WS-DED-AMOUNT(DED-IDX)
                    MOVE DED-PRIORITY TO WS-DED-PRIORITY(DED-IDX)
                    IF DED-RECOVERY-CAP IS NUMERIC
                       MOVE DED-RECOVERY-CAP
                                      TO WS-DED-CAP(DED-IDX)
                    ELSE
                       MOVE ZERO      TO WS-DED-CAP(DED-IDX)
                    END-IF
                 ELSE
                    ADD 1             TO WS-DED-DROPPED
                 END-IF
              STOP RUN
           END-IF.

       0120-LOAD-ARREARS.

      * A first run has no arrears file yet -- the optional open
      * leaves it at end-of-file with status '05', and it is closed
      * here so the rewrite at end of run can open it for output.
           OPEN INPUT ARREARS.
           IF WS-FS-ARREARS = '00'
              PERFORM UNTIL ARR-EOF
                 READ ARREARS
                    AT END SET ARR-EOF TO TRUE
                 END-READ
                 IF NOT ARR-EOF
                    IF WS-ARR-COUNT < 5000
                       ADD 1       TO WS-ARR-COUNT
                       SET ARR-IDX TO WS-ARR-COUNT
                       MOVE ARR-EMPLOYEEID
                                   TO WS-ARR-ID(ARR-IDX)
                       MOVE ARR-CODE
                                   TO WS-ARR-CODE(ARR-IDX)
                       MOVE ARR-PRIORITY
                                   TO WS-ARR-PRIORITY(ARR-IDX)
                       MOVE ARR-BALANCE
                                   TO WS-ARR-BALANCE(ARR-IDX)
                       MOVE ARR-OPENED
                                   TO WS-ARR-OPENED(ARR-IDX)
                    ELSE
                       ADD 1       TO WS-ARR-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARREARS
           ELSE
              IF WS-FS-ARREARS = '05'
                 CLOSE ARREARS
              END-IF
           END-IF.

      * A balance that did not fit the table could never be carried
      * back to the file -- refuse before anything is paid, so the
      * period can still be run once the table is fixed.
           IF WS-ARR-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* ARREARS TABLE EXCEEDS 5000 ENTRIES"
              DISPLAY "* BALANCES NOT LOADED: " WS-ARR-DROPPED
              DISPLAY "* NOTHING PAID"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

       0130-READ-PERIOD-CARD.

           OPEN INPUT PAYPERIOD.
           IF WS-FS-PERIOD = '00'
              READ PAYPERIOD
                 AT END CONTINUE
              END-READ
              IF PERIOD-NUMBER IS NUMERIC
                 MOVE PERIOD-NUMBER   TO WS-PERIOD-NUMBER
              END-IF
              IF PERIOD-PAID-THRU IS NUMERIC
                 MOVE PERIOD-PAID-THRU TO WS-PAID-THRU
              END-IF
              CLOSE PAYPERIOD
           ELSE
              IF WS-FS-PERIOD = '05'
                 CLOSE PAYPERIOD
              END-IF
           END-IF.

       0135-CHECK-ALREADY-POSTED.

      * Same guard as YTDUPDATE: the period number and the year of
      * its paid-thru date. Period numbers repeat each year, so the
      * year is part of the test; a voided line doesn't count, so a
      * period voided out can be paid again. With no period card
      * there is nothing to test against.
           IF WS-PERIOD-NUMBER > ZERO
              PERFORM 0137-SCAN-PAY-HISTORY
           END-IF.

           IF WS-POSTED-LINES > ZERO
              DISPLAY '********************************'
              DISPLAY '* PERIOD ' WS-PERIOD-NUMBER ' OF '
                      WS-PAID-THRU(1:4) ' ALREADY PAID'
              DISPLAY '* PAY HISTORY LINES: ' WS-POSTED-LINES
              DISPLAY '* NOTHING WRITTEN -- VOID THE PERIOD'
              DISPLAY '* WITH PAYVOID BEFORE PAYING IT AGAIN'
              DISPLAY '********************************'
              MOVE 4              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

       0137-SCAN-PAY-HISTORY.

           OPEN INPUT PAYHIST.
           IF WS-FS-PAYHIST = '00'
              PERFORM UNTIL PAYHIST-EOF
                 READ PAYHIST
                    AT END SET PAYHIST-EOF TO TRUE
                 END-READ
                 IF NOT PAYHIST-EOF AND
                    PH-PERIOD = WS-PERIOD-NUMBER AND
                    PH-PAID-THRU IS NUMERIC AND
                    PH-PAID-THRU(1:4) = WS-PAID-THRU(1:4) AND
                    NOT PH-VOIDED
                    ADD 1             TO WS-POSTED-LINES
                 END-IF
              END-PERFORM
              CLOSE PAYHIST
           ELSE
              IF WS-FS-PAYHIST = '05'
                 CLOSE PAYHIST
              END-IF
           END-IF.

       0200-PAY-EMPLOYEE.

           IF GROSSPAYREG-REC NOT = SPACES
              ADD 1                   TO WS-EMPLOYEE-COUNT
              COMPUTE WS-GROSS-PAY =
                      REG-GROSS-DOLS + (REG-GROSS-CENTS / 100)
              COMPUTE WS-STRAIGHT-PAY =
                      REG-STRAIGHT-DOLS + (REG-STRAIGHT-CENTS / 100)
              COMPUTE WS-OVERTIME-PAY =
                      REG-OVERTIME-DOLS + (REG-OVERTIME-CENTS / 100)
              MOVE ZERO               TO WS-HOLIDAY-PAY WS-SHIFT-PAY
              IF REG-HOLIDAY-DOLS IS NUMERIC AND
                 REG-SHIFT-DOLS IS NUMERIC
                 COMPUTE WS-HOLIDAY-PAY =
                      REG-HOLIDAY-DOLS + (REG-HOLIDAY-CENTS / 100)
                 COMPUTE WS-SHIFT-PAY =
                      REG-SHIFT-DOLS + (REG-SHIFT-CENTS / 100)
              END-IF
              ADD WS-GROSS-PAY        TO WS-GROSS-TOTAL
              MOVE WS-GROSS-PAY       TO WS-REMAINING-PAY
              MOVE ZERO               TO WS-EMP-DEDUCTIONS
              MOVE ZERO               TO WS-EMP-TAXES
              PERFORM 0205-WITHHOLD-TAXES
              PERFORM 0210-APPLY-DEDUCTIONS
              PERFORM 0260-RECOVER-ARREARS
              PERFORM 0250-WRITE-NETPAY-LINE
           END-IF.

              AT END SET GROSSREG-EOF TO TRUE
           END-READ.

       0205-WITHHOLD-TAXES.

      * Tax comes out first, ahead of every voluntary deduction, one
      * line per jurisdiction the employee files in.
           MOVE REG-EMPLOYEEID        TO TX-EMPLOYEEID
           MOVE WS-GROSS-PAY          TO TX-GROSS
           MOVE WS-PAY-PERIODS        TO TX-PERIODS
           CALL 'TAXCALC' USING TX-PARM

      * No bracket table means every net figure would be wrong --
      * refuse the run rather than pay the cycle untaxed.
           IF TX-TABLE-MISSING
              DISPLAY '********************************'
              DISPLAY '* TAXBRACKET.DAT REQUIRED      *'
              DISPLAY '* NO WITHHOLDING TABLE LOADED  *'
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF

      * Tax rows the tables could not hold, or an employee filing in
      * more jurisdictions than one answer carries, would withhold
      * short -- refused the same way, on the first line.
           IF TX-TABLE-OVERFLOW
              DISPLAY '********************************'
              DISPLAY '* TAX TABLES EXCEED THEIR LIMITS'
              DISPLAY '* BRACKET ROWS 500, PROFILE ROWS 10000,'
              DISPLAY '* JURISDICTIONS PER EMPLOYEE 5'
              DISPLAY '* TAX ROWS NOT LOADED: ' TX-ROWS-DROPPED
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF

           IF TX-NO-PROFILE
              ADD 1                   TO WS-NO-PROFILE-COUNT
              MOVE 'NO TAX PROFILE'   TO EXC-REASON
              MOVE REG-EMPLOYEEID     TO EXC-KEY
              MOVE 'WITHHELD FEDERAL SINGLE, ZERO ALLOWANCES'
                                      TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF

           IF TX-NO-BRACKETS
              MOVE 'NO TAX BRACKETS'  TO EXC-REASON
              MOVE REG-EMPLOYEEID     TO EXC-KEY
              MOVE 'PROFILE JURISDICTION/STATUS NOT ON TABLE'
                                      TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF

           PERFORM VARYING WS-TAX-LINE FROM 1 BY 1
              UNTIL WS-TAX-LINE > TX-LINE-COUNT
              MOVE TX-AMOUNT(WS-TAX-LINE) TO WS-DED-OWED
              IF WS-DED-OWED > WS-REMAINING-PAY
                 MOVE WS-REMAINING-PAY TO WS-DED-TAKEN
              ELSE
                 MOVE WS-DED-OWED     TO WS-DED-TAKEN
              END-IF
              SUBTRACT WS-DED-TAKEN   FROM WS-REMAINING-PAY
              ADD WS-DED-TAKEN        TO WS-EMP-TAXES
              ADD WS-DED-TAKEN        TO WS-TAX-TOTAL
              MOVE TX-JURISDICTION(WS-TAX-LINE) TO WS-ACCUM-CODE
              PERFORM 0240-ACCUMULATE-CODE
           END-PERFORM.

       0210-APPLY-DEDUCTIONS.

      * Priority sweep: each pass takes every deduction the employee
                 UNTIL DED-IDX > WS-DED-COUNT
                 IF WS-DED-ID(DED-IDX) = REG-EMPLOYEEID AND
                    WS-DED-PRIORITY(DED-IDX) = WS-PRIORITY
                    PERFORM 0215-CHECK-TAX-CODE
                    IF DED-IS-TAX-CODE
                       MOVE 'TAX KEYED AS DEDUCTION' TO EXC-REASON
                       MOVE REG-EMPLOYEEID    TO EXC-KEY
                       MOVE WS-DED-CODE(DED-IDX) TO EXC-DETAIL
                       PERFORM 8000-LOG-EXCEPTION
                    ELSE
                       PERFORM 0220-TAKE-ONE-DEDUCTION
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

       0215-CHECK-TAX-CODE.

           MOVE 'NO '                 TO WS-TAX-CODE-SW
           PERFORM VARYING WS-TAX-LINE FROM 1 BY 1
              UNTIL WS-TAX-LINE > TX-LINE-COUNT
              IF TX-JURISDICTION(WS-TAX-LINE) = WS-DED-CODE(DED-IDX)
                 MOVE 'YES'           TO WS-TAX-CODE-SW
              END-IF
           END-PERFORM.

       0220-TAKE-ONE-DEDUCTION.

           IF WS-DED-TYPE(DED-IDX) = 'P'
           SUBTRACT WS-DED-TAKEN      FROM WS-REMAINING-PAY
           ADD WS-DED-TAKEN           TO WS-EMP-DEDUCTIONS
           ADD WS-DED-TAKEN           TO WS-DEDUCT-TOTAL
           MOVE WS-DED-CODE(DED-IDX)  TO WS-ACCUM-CODE
           PERFORM 0240-ACCUMULATE-CODE.

       0230-LOG-SHORTFALL.
           MOVE 'DEDUCTION SHORTFALL'  TO EXC-REASON
           MOVE REG-EMPLOYEEID         TO EXC-KEY
           MOVE DEDSHORTFALL-REC(1:40) TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION
           PERFORM 0235-ADD-TO-ARREARS.

       0235-ADD-TO-ARREARS.

      * The unmet amount goes onto the employee's arrears for this
      * code; an existing balance keeps the date it first opened.
           MOVE 'NO '                 TO WS-ARR-FOUND
           PERFORM VARYING ARR-IDX FROM 1 BY 1
              UNTIL ARR-IDX > WS-ARR-COUNT
              IF WS-ARR-ID(ARR-IDX) = REG-EMPLOYEEID AND
                 WS-ARR-CODE(ARR-IDX) = WS-DED-CODE(DED-IDX)
                 SET WS-ARR-HIT       TO ARR-IDX
                 MOVE 'YES'           TO WS-ARR-FOUND
              END-IF
           END-PERFORM

           COMPUTE WS-RECOVER-AMT = WS-DED-OWED - WS-DED-TAKEN
           IF ARR-FOUND
              SET ARR-IDX             TO WS-ARR-HIT
              IF WS-ARR-BALANCE(ARR-IDX) = ZERO
                 MOVE WS-TODAY8       TO WS-ARR-OPENED(ARR-IDX)
              END-IF
              ADD WS-RECOVER-AMT      TO WS-ARR-BALANCE(ARR-IDX)
              MOVE WS-DED-PRIORITY(DED-IDX)
                                      TO WS-ARR-PRIORITY(ARR-IDX)
           ELSE
              IF WS-ARR-COUNT < 5000
                 ADD 1                TO WS-ARR-COUNT
                 SET ARR-IDX          TO WS-ARR-COUNT
                 MOVE REG-EMPLOYEEID  TO WS-ARR-ID(ARR-IDX)
                 MOVE WS-DED-CODE(DED-IDX)
                                      TO WS-ARR-CODE(ARR-IDX)
                 MOVE WS-DED-PRIORITY(DED-IDX)
                                      TO WS-ARR-PRIORITY(ARR-IDX)
                 MOVE WS-RECOVER-AMT  TO WS-ARR-BALANCE(ARR-IDX)
                 MOVE WS-TODAY8       TO WS-ARR-OPENED(ARR-IDX)
              ELSE
                 ADD 1                TO WS-ARR-DROPPED
                 MOVE 'ARREARS NOT CARRIED' TO EXC-REASON
                 MOVE REG-EMPLOYEEID  TO EXC-KEY
                 MOVE SPACES          TO EXC-DETAIL
                 STRING 'CODE ' WS-DED-CODE(DED-IDX)
                        ' -- ARREARS TABLE FULL'
                    DELIMITED BY SIZE INTO EXC-DETAIL
                 PERFORM 8000-LOG-EXCEPTION
              END-IF
           END-IF

           IF ARR-FOUND OR WS-ARR-DROPPED = ZERO
              ADD WS-RECOVER-AMT      TO WS-ARREARS-ADDED
              MOVE 'A'                TO ATX-ACTION
              PERFORM 0270-WRITE-ARREARS-TXN
           END-IF.

       0240-ACCUMULATE-CODE.

      * Every amount taken is kept on the deduction history by code
      * before it joins the register bucket.
           MOVE SPACES                TO DEDHIST-REC
           MOVE WS-TODAY8             TO DH-RUN-DATE
           MOVE WS-PERIOD-NUMBER      TO DH-PERIOD
           MOVE REG-EMPLOYEEID        TO DH-EMPLOYEEID
           MOVE WS-ACCUM-CODE         TO DH-CODE
           MOVE WS-DED-TAKEN          TO DH-AMOUNT
           WRITE DEDHIST-REC

      * Linear search for an existing deduction-code bucket; a new
      * bucket is added to the table when none is found.
           MOVE 'NO '                 TO WS-CODE-FOUND
           PERFORM VARYING CODE-IDX FROM 1 BY 1
              UNTIL CODE-IDX > WS-CODE-COUNT
              IF WS-CODE-CODE(CODE-IDX) = WS-ACCUM-CODE
                 ADD 1                TO WS-CODE-CHECKS(CODE-IDX)
                 ADD WS-DED-TAKEN     TO WS-CODE-TOTAL(CODE-IDX)
                 MOVE 'YES'           TO WS-CODE-FOUND
              IF WS-CODE-COUNT < 100
                 ADD 1                TO WS-CODE-COUNT
                 SET CODE-IDX         TO WS-CODE-COUNT
                 MOVE WS-ACCUM-CODE   TO WS-CODE-CODE(CODE-IDX)
                 MOVE 1               TO WS-CODE-CHECKS(CODE-IDX)
                 MOVE WS-DED-TAKEN    TO WS-CODE-TOTAL(CODE-IDX)
              ELSE
              END-IF
           END-IF.

       0260-RECOVER-ARREARS.

      * Arrears come back only after every current deduction has
      * been taken, in the same priority order, each code up to
      * its per-period recovery cap.
           PERFORM VARYING WS-PRIORITY FROM 0 BY 1
              UNTIL WS-PRIORITY > 99 OR WS-REMAINING-PAY = ZERO
              PERFORM VARYING ARR-IDX FROM 1 BY 1
                 UNTIL ARR-IDX > WS-ARR-COUNT
                 IF WS-ARR-ID(ARR-IDX) = REG-EMPLOYEEID AND
                    WS-ARR-PRIORITY(ARR-IDX) = WS-PRIORITY AND
                    WS-ARR-BALANCE(ARR-IDX) > ZERO AND
                    WS-REMAINING-PAY > ZERO
                    PERFORM 0265-RECOVER-ONE-ARREARS
                 END-IF
              END-PERFORM
           END-PERFORM.

       0265-RECOVER-ONE-ARREARS.

           MOVE ZERO                  TO WS-RECOVER-CAP
           PERFORM VARYING DED-IDX FROM 1 BY 1
              UNTIL DED-IDX > WS-DED-COUNT
              IF WS-DED-ID(DED-IDX) = REG-EMPLOYEEID AND
                 WS-DED-CODE(DED-IDX) = WS-ARR-CODE(ARR-IDX)
                 MOVE WS-DED-CAP(DED-IDX) TO WS-RECOVER-CAP
              END-IF
           END-PERFORM

           MOVE WS-ARR-BALANCE(ARR-IDX) TO WS-RECOVER-AMT
           IF WS-RECOVER-CAP > ZERO AND
              WS-RECOVER-AMT > WS-RECOVER-CAP
              MOVE WS-RECOVER-CAP     TO WS-RECOVER-AMT
           END-IF
           IF WS-RECOVER-AMT > WS-REMAINING-PAY
              MOVE WS-REMAINING-PAY   TO WS-RECOVER-AMT
           END-IF

           SUBTRACT WS-RECOVER-AMT    FROM WS-ARR-BALANCE(ARR-IDX)
           SUBTRACT WS-RECOVER-AMT    FROM WS-REMAINING-PAY
           ADD WS-RECOVER-AMT         TO WS-EMP-DEDUCTIONS
           ADD WS-RECOVER-AMT         TO WS-DEDUCT-TOTAL
           ADD WS-RECOVER-AMT         TO WS-ARREARS-RECOVERED
           ADD 1                      TO WS-RECOVERY-COUNT
           MOVE WS-RECOVER-AMT        TO WS-DED-TAKEN
           MOVE WS-ARR-CODE(ARR-IDX)  TO WS-ACCUM-CODE
           PERFORM 0240-ACCUMULATE-CODE
           MOVE 'R'                   TO ATX-ACTION
           PERFORM 0270-WRITE-ARREARS-TXN.

       0270-WRITE-ARREARS-TXN.

      * ATX-ACTION is set by the caller; everything else comes from
      * the arrears entry just changed.
           MOVE WS-TODAY8             TO ATX-RUN-DATE
           MOVE WS-PERIOD-NUMBER      TO ATX-PERIOD
           MOVE WS-ARR-ID(ARR-IDX)    TO ATX-EMPLOYEEID
           MOVE WS-ARR-CODE(ARR-IDX)  TO ATX-CODE
           MOVE WS-RECOVER-AMT        TO ATX-AMOUNT
           MOVE WS-ARR-BALANCE(ARR-IDX) TO ATX-BALANCE
           WRITE ARREARSTXN-REC.

       0250-WRITE-NETPAY-LINE.

           MOVE SPACES                TO NETPAYREG-REC
           MOVE WS-GROSS-PAY          TO NET-GROSS-PAY
           MOVE WS-EMP-DEDUCTIONS     TO NET-DEDUCTIONS
           MOVE WS-REMAINING-PAY      TO NET-NET-PAY
           MOVE WS-EMP-TAXES          TO NET-TAXES
           MOVE REG-COMPANY           TO NET-COMPANY
           ADD WS-REMAINING-PAY       TO WS-NET-TOTAL
           WRITE NETPAYREG-REC
           PERFORM 0255-ACCUMULATE-COMPANY

           MOVE SPACES                TO PAYHIST-REC
           MOVE WS-TODAY8             TO PH-RUN-DATE
           MOVE WS-PERIOD-NUMBER      TO PH-PERIOD
           MOVE REG-EMPLOYEEID        TO PH-EMPLOYEEID
           MOVE WS-STRAIGHT-PAY       TO PH-STRAIGHT
           MOVE WS-OVERTIME-PAY       TO PH-OVERTIME
           MOVE WS-GROSS-PAY          TO PH-GROSS
           MOVE WS-EMP-TAXES          TO PH-TAXES
           MOVE WS-EMP-DEDUCTIONS     TO PH-DEDUCTIONS
           MOVE WS-REMAINING-PAY      TO PH-NET
           MOVE 'P'                   TO PH-STATUS
           MOVE WS-PAID-THRU          TO PH-PAID-THRU
           MOVE WS-HOLIDAY-PAY        TO PH-HOLIDAY
           MOVE WS-SHIFT-PAY          TO PH-SHIFT
           WRITE PAYHIST-REC.

       0255-ACCUMULATE-COMPANY.

           MOVE 'NO '                 TO WS-CO-FOUND
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT OR CO-ENTRY-FOUND
              IF WS-CO-CODE(CO-IDX) = NET-COMPANY
                 MOVE 'YES'           TO WS-CO-FOUND
              END-IF
           END-PERFORM

           IF CO-ENTRY-FOUND
              SET CO-IDX DOWN BY 1
           ELSE
              IF WS-CO-COUNT < 20
                 ADD 1                TO WS-CO-COUNT
                 SET CO-IDX           TO WS-CO-COUNT
                 MOVE NET-COMPANY     TO WS-CO-CODE(CO-IDX)
                 MOVE ZERO            TO WS-CO-EMP-COUNT(CO-IDX)
                 MOVE ZERO            TO WS-CO-GROSS(CO-IDX)
                 MOVE ZERO            TO WS-CO-TAXES(CO-IDX)
                 MOVE ZERO            TO WS-CO-DEDUCTIONS(CO-IDX)
                 MOVE ZERO            TO WS-CO-NET(CO-IDX)
                 MOVE 'YES'           TO WS-CO-FOUND
              ELSE
                 ADD 1                TO WS-CO-OVERFLOW
              END-IF
           END-IF

           IF CO-ENTRY-FOUND
              ADD 1                   TO WS-CO-EMP-COUNT(CO-IDX)
              ADD WS-GROSS-PAY        TO WS-CO-GROSS(CO-IDX)
              ADD WS-EMP-TAXES        TO WS-CO-TAXES(CO-IDX)
              ADD WS-EMP-DEDUCTIONS   TO WS-CO-DEDUCTIONS(CO-IDX)
              ADD WS-REMAINING-PAY    TO WS-CO-NET(CO-IDX)
           END-IF.

       0400-WRITE-CODE-REGISTER.


           DISPLAY "================================================"
           DISPLAY "GROSS PAY TOTAL     : " WS-GROSS-TOTAL
           DISPLAY "TAXES WITHHELD TOTAL: " WS-TAX-TOTAL
           DISPLAY "DEDUCTIONS TOTAL    : " WS-DEDUCT-TOTAL
           DISPLAY "NET PAY TOTAL       : " WS-NET-TOTAL
           DISPLAY "================================================"

           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
              IF WS-CO-CODE(CO-IDX) = SPACES
                 DISPLAY "NO COMPANY ASSIGNED -- EMPLOYEES: "
                         WS-CO-EMP-COUNT(CO-IDX)
              ELSE
                 DISPLAY "COMPANY " WS-CO-CODE(CO-IDX)
                         " -- EMPLOYEES: " WS-CO-EMP-COUNT(CO-IDX)
              END-IF
              DISPLAY "  GROSS PAY       : " WS-CO-GROSS(CO-IDX)
              DISPLAY "  TAXES WITHHELD  : " WS-CO-TAXES(CO-IDX)
              DISPLAY "  DEDUCTIONS      : " WS-CO-DEDUCTIONS(CO-IDX)
              DISPLAY "  NET PAY         : " WS-CO-NET(CO-IDX)
           END-PERFORM
           DISPLAY "================================================"

           IF WS-CO-OVERFLOW > ZERO
              DISPLAY "* WARNING: COMPANY TABLE FULL, "
                      WS-CO-OVERFLOW
                      " EMPLOYEES NOT IN ANY COMPANY TOTAL"
              IF RETURN-CODE = ZERO
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF

           IF WS-CODE-OVERFLOW > ZERO
              DISPLAY "* WARNING: DEDUCTION-CODE TABLE FULL, "
                      WS-CODE-OVERFLOW
              END-IF
           END-IF.

       0410-REWRITE-ARREARS.

           OPEN OUTPUT ARREARS.
           PERFORM VARYING ARR-IDX FROM 1 BY 1
              UNTIL ARR-IDX > WS-ARR-COUNT
              IF WS-ARR-BALANCE(ARR-IDX) > ZERO
                 MOVE SPACES          TO ARREARS-REC
                 MOVE WS-ARR-ID(ARR-IDX)       TO ARR-EMPLOYEEID
                 MOVE WS-ARR-CODE(ARR-IDX)     TO ARR-CODE
                 MOVE WS-ARR-PRIORITY(ARR-IDX) TO ARR-PRIORITY
                 MOVE WS-ARR-BALANCE(ARR-IDX)  TO ARR-BALANCE
                 MOVE WS-ARR-OPENED(ARR-IDX)   TO ARR-OPENED
                 WRITE ARREARS-REC
              END-IF
           END-PERFORM.
           CLOSE ARREARS.

       9000-END-PROGRAM.

           CLOSE GROSSPAYREG, NETPAYREG, DEDCODEREG, DEDSHORTFALL,
                 ARREARSTXN, PAYHIST, DEDHIST.

           DISPLAY "**********************************"
           DISPLAY "*  EMPLOYEES ON NET REGISTER: " WS-EMPLOYEE-COUNT
           DISPLAY "*  SHORTFALLS REPORTED      : "
                   WS-SHORTFALL-COUNT
           DISPLAY "*  NO TAX PROFILE ON FILE   : "
                   WS-NO-PROFILE-COUNT
           DISPLAY "*  ARREARS ADDED            : "
                   WS-ARREARS-ADDED
           DISPLAY "*  ARREARS RECOVERED        : "
                   WS-ARREARS-RECOVERED
                   " (" WS-RECOVERY-COUNT " RECOVERIES)"
           DISPLAY "**********************************"

           IF (WS-SHORTFALL-COUNT > ZERO OR
               WS-NO-PROFILE-COUNT > ZERO) AND RETURN-CODE = ZERO
              MOVE 4              TO RETURN-CODE
           END-IF

           PERFORM 9010-LOG-END-AND-STOP.

       9010-LOG-END-AND-STOP.

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-EMPLOYEE-COUNT TO RL-READ
           MOVE WS-EMPLOYEE-COUNT TO RL-WRITTEN
