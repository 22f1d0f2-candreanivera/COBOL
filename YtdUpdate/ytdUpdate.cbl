      * SKIPPED, SO A RERUN OF THE SAME PERIOD CANNOT DOUBLE-POST.
      * "WHAT HAS EMPLOYEE 1234567 EARNED THIS YEAR" STOPS MEANING
      * RE-ADDING OLD REGISTERS BY HAND.
      * THE SAME FIGURES, PLUS THE TAX WITHHELD FROM THE NET-PAY
      * REGISTER, ARE ROLLED INTO QUARTER-TO-DATE BUCKETS THAT RESET
      * WHEN THE PAID-THROUGH DATE CROSSES INTO A NEW CALENDAR
      * QUARTER, AND EACH RUN APPENDS ITS REGISTER CONTROL TOTALS TO
      * THE QUARTER CONTROL FILE SO QTRSUMM CAN TIE THE QUARTER BACK
      * TO THE REGISTERS THAT BUILT IT. A PERIOD PERCLOSE HAS CLOSED
      * IS REFUSED OUTRIGHT.
      * HOLIDAY AND SHIFT PREMIUMS, ALREADY INSIDE GROSS, ARE ALSO
      * CARRIED IN THEIR OWN YTD, QTD AND CONTROL COLUMNS.
      * THE REGISTER CONTROL TOTALS ARE ALSO PRINTED PER COMPANY,
      * FROM THE COMPANY CODE PAYREGISTER STAMPS ON EACH LINE, SO
      * EACH LEGAL ENTITY'S ROLL-IN TIES TO ITS OWN REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-YTD.

      * Persistent per-employee quarter-to-date earnings and tax,
      * carried and rewritten exactly as the YTD file is.
       SELECT OPTIONAL QTDEARNINGS ASSIGN TO WS-QTD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-QTD.

      * Net-pay register from the same cycle -- the only place the
      * tax withheld is printed. Optional: without it the quarter's
      * wages still roll and the tax bucket simply does not move.
       SELECT OPTIONAL NETPAYREG ASSIGN TO WS-NETREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NETREG.

      * Register control totals, one line appended per run (and per
      * void by PAYVOID) -- the other side of the quarterly tie-out.
       SELECT OPTIONAL QTDCONTROL ASSIGN TO WS-QTDCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-QTDCTL.

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

       FD PAYPERIOD.
       01 PAYPERIOD-REC.
           05 YTD-LAST-PERIOD       PIC 9(03).
           05 FILLER                PIC X(02).
           05 YTD-PAID-THRU         PIC 9(08).
           05 FILLER                PIC X(02).
           05 YTD-HOLIDAY           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 YTD-SHIFT             PIC 9(09)V99.

       FD QTDEARNINGS.
       01 QTDEARNINGS-REC.
           05 QTD-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 QTD-LASTNAME          PIC X(10).
           05 FILLER                PIC X(02).
           05 QTD-FIRSTNAME         PIC X(10).
           05 FILLER                PIC X(02).
           05 QTD-YEAR              PIC 9(04).
           05 FILLER                PIC X(02).
           05 QTD-QUARTER           PIC 9(01).
           05 FILLER                PIC X(02).
           05 QTD-STRAIGHT          PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-OVERTIME          PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-GROSS             PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-TAXES             PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-LAST-PERIOD       PIC 9(03).
           05 FILLER                PIC X(02).
           05 QTD-PAID-THRU         PIC 9(08).
           05 FILLER                PIC X(02).
           05 QTD-HOLIDAY           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-SHIFT             PIC 9(09)V99.

       FD NETPAYREG.
       01 NETPAYREG-REC.
           05 NET-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 NET-LASTNAME          PIC X(10).
           05 FILLER                PIC X(02).
           05 NET-FIRSTNAME         PIC X(10).
           05 FILLER                PIC X(02).
           05 NET-GROSS-PAY         PIC X(10).
           05 FILLER                PIC X(02).
           05 NET-DEDUCTIONS        PIC X(10).
           05 FILLER                PIC X(02).
           05 NET-NET-PAY           PIC X(10).
           05 FILLER                PIC X(02).
           05 NET-TAXES.
              10 NET-TAXES-DOLS     PIC 9(07).
              10 FILLER             PIC X(01).
              10 NET-TAXES-CENTS    PIC 9(02).
           05 FILLER                PIC X(02).
           05 NET-COMPANY           PIC X(01).

       FD QTDCONTROL.
       01 QTDCONTROL-REC.
      * R = register run posted by YTDUPDATE, V = payment voided by
      * PAYVOID (amounts to be taken back out of the quarter).
           05 QC-TYPE               PIC X(01).
              88 QC-REGISTER-RUN    VALUE 'R'.
              88 QC-VOID            VALUE 'V'.
           05 FILLER                PIC X(02).
           05 QC-YEAR               PIC 9(04).
           05 FILLER                PIC X(02).
           05 QC-QUARTER            PIC 9(01).
           05 FILLER                PIC X(02).
           05 QC-PERIOD             PIC 9(03).
           05 FILLER                PIC X(02).
           05 QC-PAID-THRU          PIC 9(08).
           05 FILLER                PIC X(02).
           05 QC-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(02).
           05 QC-LINES              PIC 9(07).
           05 FILLER                PIC X(02).
           05 QC-STRAIGHT           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-OVERTIME           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-GROSS              PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-TAXES              PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-HOLIDAY            PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-SHIFT              PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.
      * Pay-period lock parameter area -- see PERLOCK copybook.
       01  PL-PARM.
           COPY PERLOCK.
      * File-location profile parameter area -- see FILEPROF
      * copybook. Control cards stay on their working-directory
      * names; every data file this step reads or writes resolves
           COPY FILEPROF.
       01  WS-GROSSREG-PATH        PIC X(64).
       01  WS-YTD-PATH             PIC X(64).
       01  WS-QTD-PATH             PIC X(64).
       01  WS-NETREG-PATH          PIC X(64).
       01  WS-QTDCTL-PATH          PIC X(64).


       01  WS-WORK-AREAS.
           05 WS-FS-REGISTER      PIC X(02).
           05 WS-FS-PERIOD        PIC X(02).
           05 WS-FS-YTD           PIC X(02).
           05 WS-FS-QTD           PIC X(02).
           05 WS-FS-NETREG        PIC X(02).
           05 WS-FS-QTDCTL        PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-PERIOD-NUMBER    PIC 9(03).
           05 WS-CARD-YEAR        PIC 9(04).
           05 WS-REC-YEAR         PIC 9(04).
           05 WS-ROLLOVER-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-CARD-QUARTER     PIC 9(01).
           05 WS-CARD-MONTH       PIC 9(02).
           05 WS-QTR-RESET-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-TODAY8           PIC 9(08).

           05 WS-YTD-EOF-SW       PIC X(03) VALUE 'NO '.
               88 YTD-EOF         VALUE 'YES'.
           05 WS-POSTED-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-SKIPPED-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-YTD-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-QTD-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-TAX-DROPPED      PIC 9(05) VALUE ZERO.

           05 WS-QTD-EOF-SW       PIC X(03) VALUE 'NO '.
               88 QTD-EOF         VALUE 'YES'.
           05 WS-NETREG-EOF-SW    PIC X(03) VALUE 'NO '.
               88 NETREG-EOF      VALUE 'YES'.

           05 WS-STRAIGHT-PAY     PIC 9(07)V99.
           05 WS-OVERTIME-PAY     PIC 9(07)V99.
           05 WS-GROSS-PAY        PIC 9(07)V99.
           05 WS-HOLIDAY-PAY      PIC 9(07)V99.
           05 WS-SHIFT-PAY        PIC 9(07)V99.
           05 WS-TAX-AMOUNT       PIC 9(07)V99.

      * Control totals of every register line read this run, rerun
      * skips included -- what the register says the period paid.
           05 WS-CTL-STRAIGHT     PIC 9(09)V99 VALUE ZERO.
           05 WS-CTL-OVERTIME     PIC 9(09)V99 VALUE ZERO.
           05 WS-CTL-GROSS        PIC 9(09)V99 VALUE ZERO.
           05 WS-CTL-TAXES        PIC 9(09)V99 VALUE ZERO.
           05 WS-CTL-HOLIDAY      PIC 9(09)V99 VALUE ZERO.
           05 WS-CTL-SHIFT        PIC 9(09)V99 VALUE ZERO.

      * The same control totals by company; a blank code holds the
      * lines paid under no company.
           05 WS-CO-AREA.
              10 WS-CO-COUNT      PIC 9(04) COMP VALUE ZERO.
              10 WS-CO-ENTRY OCCURS 20 TIMES
                                  INDEXED BY CO-IDX.
                 15 WS-CO-CODE        PIC X(01).
                 15 WS-CO-LINES       PIC 9(07).
                 15 WS-CO-STRAIGHT    PIC 9(09)V99.
                 15 WS-CO-OVERTIME    PIC 9(09)V99.
                 15 WS-CO-GROSS       PIC 9(09)V99.
                 15 WS-CO-TAXES       PIC 9(09)V99.
                 15 WS-CO-HOLIDAY     PIC 9(09)V99.
                 15 WS-CO-SHIFT       PIC 9(09)V99.
              10 WS-CO-FOUND      PIC X(03).
                 88 CO-ENTRY-FOUND VALUE 'YES'.
           05 WS-CO-OVERFLOW      PIC 9(05) VALUE ZERO.

      * YTD records carried in from the prior period, keyed the same
      * way the file is written back at end of run.
                 15 WS-YTD-GROSS     PIC 9(09)V99.
                 15 WS-YTD-PERIOD    PIC 9(03).
                 15 WS-YTD-PAID-THRU PIC 9(08).
                 15 WS-YTD-HOLIDAY   PIC 9(09)V99.
                 15 WS-YTD-SHIFT     PIC 9(09)V99.
           05 WS-YTD-FOUND        PIC X(03).
               88 YTD-FOUND       VALUE 'YES'.
           05 WS-YTD-HIT          PIC 9(05) COMP.

      * Quarter-to-date buckets, one per employee, same keying.
           05 WS-QTD-TABLE.
              10 WS-QTD-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-QTD-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY QTD-IDX.
                 15 WS-QTD-ID        PIC 9(07).
                 15 WS-QTD-LASTNAME  PIC X(10).
                 15 WS-QTD-FIRSTNAME PIC X(10).
                 15 WS-QTD-YEAR      PIC 9(04).
                 15 WS-QTD-QUARTER   PIC 9(01).
                 15 WS-QTD-STRAIGHT  PIC 9(09)V99.
                 15 WS-QTD-OVERTIME  PIC 9(09)V99.
                 15 WS-QTD-GROSS     PIC 9(09)V99.
                 15 WS-QTD-TAXES     PIC 9(09)V99.
                 15 WS-QTD-PERIOD    PIC 9(03).
                 15 WS-QTD-PAID-THRU PIC 9(08).
                 15 WS-QTD-HOLIDAY   PIC 9(09)V99.
                 15 WS-QTD-SHIFT     PIC 9(09)V99.
           05 WS-QTD-FOUND        PIC X(03).
               88 QTD-FOUND       VALUE 'YES'.
           05 WS-QTD-HIT          PIC 9(05) COMP.

      * Tax withheld per employee from this cycle's net-pay register.
           05 WS-TAX-TABLE.
              10 WS-TAX-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-TAX-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY TAX-IDX.
                 15 WS-TAX-ID        PIC 9(07).
                 15 WS-TAX-WITHHELD  PIC 9(07)V99.

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'YTDEARNINGS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-YTD-PATH
           MOVE 'QTDEARNINGS' TO FP-LOGICAL
           MOVE 'QTDEARNINGS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-QTD-PATH
           MOVE 'NETPAYREG' TO FP-LOGICAL
           MOVE 'NETPAYREG.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-NETREG-PATH
           MOVE 'QTDCONTROL' TO FP-LOGICAL
           MOVE 'QTDCONTROL.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-QTDCTL-PATH

      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends

           PERFORM 0110-READ-PERIOD-CARD.
           PERFORM 0120-LOAD-PRIOR-YTD.
           PERFORM 0130-LOAD-PRIOR-QTD.
           PERFORM 0140-LOAD-NET-TAXES.

           OPEN INPUT GROSSPAYREG.
           IF WS-FS-REGISTER NOT = '00'
           ELSE
              PERFORM 0300-REWRITE-YTD-FILE
           END-IF.
      * Nor off a short tax table -- the employees past the limit
      * would carry the quarter with no tax withheld.
           EVALUATE TRUE
              WHEN WS-QTD-DROPPED > ZERO
                 DISPLAY "********************************"
                 DISPLAY "* QTD TABLE EXCEEDS 5000 EMPLOYEES"
                 DISPLAY "* RECORDS NOT CARRIED: " WS-QTD-DROPPED
                 DISPLAY "* QTD FILE NOT REWRITTEN"
                 DISPLAY "********************************"
                 IF RETURN-CODE < 8
                    MOVE 8            TO RETURN-CODE
                 END-IF
              WHEN WS-TAX-DROPPED > ZERO
                 DISPLAY "********************************"
                 DISPLAY "* NET-PAY TAX TABLE EXCEEDS 5000 LINES"
                 DISPLAY "* TAX LINES NOT LOADED: " WS-TAX-DROPPED
                 DISPLAY "* QTD FILE NOT REWRITTEN"
                 DISPLAY "********************************"
                 IF RETURN-CODE < 8
                    MOVE 8            TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 PERFORM 0310-REWRITE-QTD-FILE
           END-EVALUATE.
           PERFORM 0320-WRITE-QTD-CONTROL.
           PERFORM 9000-END-PROGRAM.

       0110-READ-PERIOD-CARD.
           MOVE PERIOD-NUMBER         TO WS-PERIOD-NUMBER
           MOVE PERIOD-PAID-THRU      TO WS-PAID-THRU
           MOVE WS-PAID-THRU(1:4)     TO WS-CARD-YEAR
           MOVE WS-PAID-THRU(5:2)     TO WS-CARD-MONTH
           COMPUTE WS-CARD-QUARTER = (WS-CARD-MONTH + 2) / 3
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8
           CLOSE PAYPERIOD.

      * A period PERCLOSE has closed was paid and posted; running it
      * again would pay it twice. Only a logged reopen lifts this.
           MOVE 'YTDUPDATE'           TO PL-PROGRAM
           MOVE WS-PERIOD-NUMBER      TO PL-PERIOD
           MOVE WS-PAID-THRU          TO PL-PAID-THRU
           CALL 'PERLOCK' USING PL-PARM
           IF PL-PERIOD-CLOSED
              DISPLAY '********************************'
              DISPLAY '* PERIOD ' PL-PERIOD ' PAID THRU '
                      PL-PAID-THRU ' IS CLOSED'
              DISPLAY '* RUN REFUSED -- REOPEN THROUGH PERCLOSE'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

       0120-LOAD-PRIOR-YTD.

      * A first run has no YTD file yet -- the optional open leaves
                                   TO WS-YTD-PERIOD(YTD-IDX)
                       MOVE YTD-PAID-THRU
                                   TO WS-YTD-PAID-THRU(YTD-IDX)
      * Records written before the premium columns carry none.
                       MOVE ZERO   TO WS-YTD-HOLIDAY(YTD-IDX)
                                      WS-YTD-SHIFT(YTD-IDX)
                       IF YTD-HOLIDAY IS NUMERIC AND
                          YTD-SHIFT IS NUMERIC
                          MOVE YTD-HOLIDAY
                                   TO WS-YTD-HOLIDAY(YTD-IDX)
                          MOVE YTD-SHIFT
                                   TO WS-YTD-SHIFT(YTD-IDX)
                       END-IF
                    ELSE
                       ADD 1       TO WS-YTD-DROPPED
                    END-IF
              END-IF
           END-IF.

       0130-LOAD-PRIOR-QTD.

      * Same first-run handling as the YTD file above.
           OPEN INPUT QTDEARNINGS.
           IF WS-FS-QTD = '00'
              PERFORM UNTIL QTD-EOF
                 READ QTDEARNINGS
                    AT END SET QTD-EOF TO TRUE
                 END-READ
                 IF NOT QTD-EOF
                    IF WS-QTD-COUNT < 5000
                       ADD 1       TO WS-QTD-COUNT
                       SET QTD-IDX TO WS-QTD-COUNT
                       MOVE QTD-EMPLOYEEID
                                   TO WS-QTD-ID(QTD-IDX)
                       MOVE QTD-LASTNAME
                                   TO WS-QTD-LASTNAME(QTD-IDX)
                       MOVE QTD-FIRSTNAME
                                   TO WS-QTD-FIRSTNAME(QTD-IDX)
                       MOVE QTD-YEAR
                                   TO WS-QTD-YEAR(QTD-IDX)
                       MOVE QTD-QUARTER
                                   TO WS-QTD-QUARTER(QTD-IDX)
                       MOVE QTD-STRAIGHT
                                   TO WS-QTD-STRAIGHT(QTD-IDX)
                       MOVE QTD-OVERTIME
                                   TO WS-QTD-OVERTIME(QTD-IDX)
                       MOVE QTD-GROSS
                                   TO WS-QTD-GROSS(QTD-IDX)
                       MOVE QTD-TAXES
                                   TO WS-QTD-TAXES(QTD-IDX)
                       MOVE QTD-LAST-PERIOD
                                   TO WS-QTD-PERIOD(QTD-IDX)
                       MOVE QTD-PAID-THRU
                                   TO WS-QTD-PAID-THRU(QTD-IDX)
                       MOVE ZERO   TO WS-QTD-HOLIDAY(QTD-IDX)
                                      WS-QTD-SHIFT(QTD-IDX)
                       IF QTD-HOLIDAY IS NUMERIC AND
                          QTD-SHIFT IS NUMERIC
                          MOVE QTD-HOLIDAY
                                   TO WS-QTD-HOLIDAY(QTD-IDX)
                          MOVE QTD-SHIFT
                                   TO WS-QTD-SHIFT(QTD-IDX)
                       END-IF
                    ELSE
                       ADD 1       TO WS-QTD-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE QTDEARNINGS
           ELSE
              IF WS-FS-QTD = '05'
                 CLOSE QTDEARNINGS
              END-IF
           END-IF.

       0140-LOAD-NET-TAXES.

      * Net-pay lines carry the tax withheld with a printed decimal
      * point; split and re-assembled the same way as the register.
           OPEN INPUT NETPAYREG.
           IF WS-FS-NETREG = '00'
              PERFORM UNTIL NETREG-EOF
                 READ NETPAYREG
                    AT END SET NETREG-EOF TO TRUE
                 END-READ
                 IF NOT NETREG-EOF AND NETPAYREG-REC NOT = SPACES
                    IF WS-TAX-COUNT < 5000
                       ADD 1       TO WS-TAX-COUNT
                       SET TAX-IDX TO WS-TAX-COUNT
                       MOVE NET-EMPLOYEEID
                                   TO WS-TAX-ID(TAX-IDX)
                       MOVE ZERO   TO WS-TAX-WITHHELD(TAX-IDX)
                       IF NET-TAXES-DOLS IS NUMERIC AND
                          NET-TAXES-CENTS IS NUMERIC
                          COMPUTE WS-TAX-WITHHELD(TAX-IDX) =
                             NET-TAXES-DOLS + (NET-TAXES-CENTS / 100)
                       END-IF
                    ELSE
                       ADD 1       TO WS-TAX-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE NETPAYREG
           ELSE
              IF WS-FS-NETREG = '05'
                 CLOSE NETPAYREG
              END-IF
           END-IF.

       0200-POST-EMPLOYEE.

           IF GROSSPAYREG-REC NOT = SPACES
                      REG-OVERTIME-DOLS + (REG-OVERTIME-CENTS / 100)
              COMPUTE WS-GROSS-PAY =
                      REG-GROSS-DOLS + (REG-GROSS-CENTS / 100)
      * A register printed before the premium columns carries none.
              MOVE ZERO               TO WS-HOLIDAY-PAY WS-SHIFT-PAY
              IF REG-HOLIDAY-DOLS IS NUMERIC AND
                 REG-SHIFT-DOLS IS NUMERIC
                 COMPUTE WS-HOLIDAY-PAY =
                      REG-HOLIDAY-DOLS + (REG-HOLIDAY-CENTS / 100)
                 COMPUTE WS-SHIFT-PAY =
                      REG-SHIFT-DOLS + (REG-SHIFT-CENTS / 100)
              END-IF
              MOVE ZERO               TO WS-TAX-AMOUNT
              PERFORM VARYING TAX-IDX FROM 1 BY 1
                 UNTIL TAX-IDX > WS-TAX-COUNT
                 IF WS-TAX-ID(TAX-IDX) = REG-EMPLOYEEID
                    MOVE WS-TAX-WITHHELD(TAX-IDX) TO WS-TAX-AMOUNT
                 END-IF
              END-PERFORM
              ADD WS-STRAIGHT-PAY     TO WS-CTL-STRAIGHT
              ADD WS-OVERTIME-PAY     TO WS-CTL-OVERTIME
              ADD WS-GROSS-PAY        TO WS-CTL-GROSS
              ADD WS-HOLIDAY-PAY      TO WS-CTL-HOLIDAY
              ADD WS-SHIFT-PAY        TO WS-CTL-SHIFT
              ADD WS-TAX-AMOUNT       TO WS-CTL-TAXES
              PERFORM 0230-ACCUMULATE-COMPANY
              PERFORM 0210-ROLL-INTO-YTD
              PERFORM 0220-ROLL-INTO-QTD
           END-IF.

           READ GROSSPAYREG
                    MOVE ZERO         TO WS-YTD-STRAIGHT(YTD-IDX)
                    MOVE ZERO         TO WS-YTD-OVERTIME(YTD-IDX)
                    MOVE ZERO         TO WS-YTD-GROSS(YTD-IDX)
                    MOVE ZERO         TO WS-YTD-HOLIDAY(YTD-IDX)
                    MOVE ZERO         TO WS-YTD-SHIFT(YTD-IDX)
                 END-IF
                 ADD 1                TO WS-POSTED-COUNT
                 ADD WS-STRAIGHT-PAY  TO WS-YTD-STRAIGHT(YTD-IDX)
                 ADD WS-OVERTIME-PAY  TO WS-YTD-OVERTIME(YTD-IDX)
                 ADD WS-GROSS-PAY     TO WS-YTD-GROSS(YTD-IDX)
                 ADD WS-HOLIDAY-PAY   TO WS-YTD-HOLIDAY(YTD-IDX)
                 ADD WS-SHIFT-PAY     TO WS-YTD-SHIFT(YTD-IDX)
                 MOVE WS-PERIOD-NUMBER
                                      TO WS-YTD-PERIOD(YTD-IDX)
                 MOVE WS-PAID-THRU    TO WS-YTD-PAID-THRU(YTD-IDX)
                 MOVE WS-STRAIGHT-PAY TO WS-YTD-STRAIGHT(YTD-IDX)
                 MOVE WS-OVERTIME-PAY TO WS-YTD-OVERTIME(YTD-IDX)
                 MOVE WS-GROSS-PAY    TO WS-YTD-GROSS(YTD-IDX)
                 MOVE WS-HOLIDAY-PAY  TO WS-YTD-HOLIDAY(YTD-IDX)
                 MOVE WS-SHIFT-PAY    TO WS-YTD-SHIFT(YTD-IDX)
                 MOVE WS-PERIOD-NUMBER
                                      TO WS-YTD-PERIOD(YTD-IDX)
                 MOVE WS-PAID-THRU    TO WS-YTD-PAID-THRU(YTD-IDX)
              END-IF
           END-IF.

       0220-ROLL-INTO-QTD.

           MOVE 'NO '                 TO WS-QTD-FOUND
           PERFORM VARYING QTD-IDX FROM 1 BY 1
              UNTIL QTD-IDX > WS-QTD-COUNT
              IF WS-QTD-ID(QTD-IDX) = REG-EMPLOYEEID
                 SET WS-QTD-HIT       TO QTD-IDX
                 MOVE 'YES'           TO WS-QTD-FOUND
              END-IF
           END-PERFORM

           IF QTD-FOUND
              SET QTD-IDX             TO WS-QTD-HIT
      * Same rerun test as the YTD roll-in.
              IF WS-QTD-PERIOD(QTD-IDX) = WS-PERIOD-NUMBER AND
                 WS-QTD-YEAR(QTD-IDX) = WS-CARD-YEAR
                 CONTINUE
              ELSE
      * A paid-through date in a different calendar quarter starts
      * the buckets over -- quarter-to-date follows the pay date.
                 IF WS-QTD-YEAR(QTD-IDX) NOT = WS-CARD-YEAR OR
                    WS-QTD-QUARTER(QTD-IDX) NOT = WS-CARD-QUARTER
                    ADD 1             TO WS-QTR-RESET-COUNT
                    MOVE ZERO         TO WS-QTD-STRAIGHT(QTD-IDX)
                    MOVE ZERO         TO WS-QTD-OVERTIME(QTD-IDX)
                    MOVE ZERO         TO WS-QTD-GROSS(QTD-IDX)
                    MOVE ZERO         TO WS-QTD-TAXES(QTD-IDX)
                    MOVE ZERO         TO WS-QTD-HOLIDAY(QTD-IDX)
                    MOVE ZERO         TO WS-QTD-SHIFT(QTD-IDX)
                 END-IF
                 ADD WS-STRAIGHT-PAY  TO WS-QTD-STRAIGHT(QTD-IDX)
                 ADD WS-OVERTIME-PAY  TO WS-QTD-OVERTIME(QTD-IDX)
                 ADD WS-GROSS-PAY     TO WS-QTD-GROSS(QTD-IDX)
                 ADD WS-TAX-AMOUNT    TO WS-QTD-TAXES(QTD-IDX)
                 ADD WS-HOLIDAY-PAY   TO WS-QTD-HOLIDAY(QTD-IDX)
                 ADD WS-SHIFT-PAY     TO WS-QTD-SHIFT(QTD-IDX)
                 MOVE WS-CARD-YEAR    TO WS-QTD-YEAR(QTD-IDX)
                 MOVE WS-CARD-QUARTER TO WS-QTD-QUARTER(QTD-IDX)
                 MOVE WS-PERIOD-NUMBER
                                      TO WS-QTD-PERIOD(QTD-IDX)
                 MOVE WS-PAID-THRU    TO WS-QTD-PAID-THRU(QTD-IDX)
                 MOVE REG-LASTNAME    TO WS-QTD-LASTNAME(QTD-IDX)
                 MOVE REG-FIRSTNAME   TO WS-QTD-FIRSTNAME(QTD-IDX)
              END-IF
           ELSE
              IF WS-QTD-COUNT < 5000
                 ADD 1                TO WS-QTD-COUNT
                 SET QTD-IDX          TO WS-QTD-COUNT
                 MOVE REG-EMPLOYEEID  TO WS-QTD-ID(QTD-IDX)
                 MOVE REG-LASTNAME    TO WS-QTD-LASTNAME(QTD-IDX)
                 MOVE REG-FIRSTNAME   TO WS-QTD-FIRSTNAME(QTD-IDX)
                 MOVE WS-CARD-YEAR    TO WS-QTD-YEAR(QTD-IDX)
                 MOVE WS-CARD-QUARTER TO WS-QTD-QUARTER(QTD-IDX)
                 MOVE WS-STRAIGHT-PAY TO WS-QTD-STRAIGHT(QTD-IDX)
                 MOVE WS-OVERTIME-PAY TO WS-QTD-OVERTIME(QTD-IDX)
                 MOVE WS-GROSS-PAY    TO WS-QTD-GROSS(QTD-IDX)
                 MOVE WS-TAX-AMOUNT   TO WS-QTD-TAXES(QTD-IDX)
                 MOVE WS-HOLIDAY-PAY  TO WS-QTD-HOLIDAY(QTD-IDX)
                 MOVE WS-SHIFT-PAY    TO WS-QTD-SHIFT(QTD-IDX)
                 MOVE WS-PERIOD-NUMBER
                                      TO WS-QTD-PERIOD(QTD-IDX)
                 MOVE WS-PAID-THRU    TO WS-QTD-PAID-THRU(QTD-IDX)
              ELSE
                 ADD 1                TO WS-QTD-DROPPED
              END-IF
           END-IF.

       0300-REWRITE-YTD-FILE.

           OPEN OUTPUT YTDEARNINGS.
              MOVE WS-YTD-GROSS(YTD-IDX)     TO YTD-GROSS
              MOVE WS-YTD-PERIOD(YTD-IDX)    TO YTD-LAST-PERIOD
              MOVE WS-YTD-PAID-THRU(YTD-IDX) TO YTD-PAID-THRU
              MOVE WS-YTD-HOLIDAY(YTD-IDX)   TO YTD-HOLIDAY
              MOVE WS-YTD-SHIFT(YTD-IDX)     TO YTD-SHIFT
              WRITE YTDEARNINGS-REC
           END-PERFORM.
           CLOSE YTDEARNINGS.

       0310-REWRITE-QTD-FILE.

           OPEN OUTPUT QTDEARNINGS.
           PERFORM VARYING QTD-IDX FROM 1 BY 1
              UNTIL QTD-IDX > WS-QTD-COUNT
              MOVE SPACES             TO QTDEARNINGS-REC
              MOVE WS-QTD-ID(QTD-IDX)        TO QTD-EMPLOYEEID
              MOVE WS-QTD-LASTNAME(QTD-IDX)  TO QTD-LASTNAME
              MOVE WS-QTD-FIRSTNAME(QTD-IDX) TO QTD-FIRSTNAME
              MOVE WS-QTD-YEAR(QTD-IDX)      TO QTD-YEAR
              MOVE WS-QTD-QUARTER(QTD-IDX)   TO QTD-QUARTER
              MOVE WS-QTD-STRAIGHT(QTD-IDX)  TO QTD-STRAIGHT
              MOVE WS-QTD-OVERTIME(QTD-IDX)  TO QTD-OVERTIME
              MOVE WS-QTD-GROSS(QTD-IDX)     TO QTD-GROSS
              MOVE WS-QTD-TAXES(QTD-IDX)     TO QTD-TAXES
              MOVE WS-QTD-PERIOD(QTD-IDX)    TO QTD-LAST-PERIOD
              MOVE WS-QTD-PAID-THRU(QTD-IDX) TO QTD-PAID-THRU
              MOVE WS-QTD-HOLIDAY(QTD-IDX)   TO QTD-HOLIDAY
              MOVE WS-QTD-SHIFT(QTD-IDX)     TO QTD-SHIFT
              WRITE QTDEARNINGS-REC
           END-PERFORM.
           CLOSE QTDEARNINGS.

       0320-WRITE-QTD-CONTROL.

      * One line per run, reruns included -- QTRSUMM keeps only the
      * latest line for a period, so a corrected rerun replaces the
      * figures it superseded rather than adding to them.
           OPEN EXTEND QTDCONTROL.
           IF WS-FS-QTDCTL = '05'
              MOVE '00'               TO WS-FS-QTDCTL
           END-IF.
           IF WS-FS-QTDCTL = '00'
              MOVE SPACES             TO QTDCONTROL-REC
              MOVE 'R'                TO QC-TYPE
              MOVE WS-CARD-YEAR       TO QC-YEAR
              MOVE WS-CARD-QUARTER    TO QC-QUARTER
              MOVE WS-PERIOD-NUMBER   TO QC-PERIOD
              MOVE WS-PAID-THRU       TO QC-PAID-THRU
              MOVE WS-TODAY8          TO QC-RUN-DATE
              MOVE WS-EMPLOYEE-COUNT  TO QC-LINES
              MOVE WS-CTL-STRAIGHT    TO QC-STRAIGHT
              MOVE WS-CTL-OVERTIME    TO QC-OVERTIME
              MOVE WS-CTL-GROSS       TO QC-GROSS
              MOVE WS-CTL-TAXES       TO QC-TAXES
              MOVE WS-CTL-HOLIDAY     TO QC-HOLIDAY
              MOVE WS-CTL-SHIFT       TO QC-SHIFT
              WRITE QTDCONTROL-REC
              CLOSE QTDCONTROL
           ELSE
              PERFORM 9520-QTDCTL-REASON
              DISPLAY '* QTDCONTROL NOT WRITTEN -- FS ' WS-FS-QTDCTL
                      ' (' WS-FS-REASON ')'
              IF RETURN-CODE < 4
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF.

       0230-ACCUMULATE-COMPANY.

           MOVE 'NO '                 TO WS-CO-FOUND
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT OR CO-ENTRY-FOUND
              IF WS-CO-CODE(CO-IDX) = REG-COMPANY
                 MOVE 'YES'           TO WS-CO-FOUND
              END-IF
           END-PERFORM

           IF CO-ENTRY-FOUND
              SET CO-IDX DOWN BY 1
           ELSE
              IF WS-CO-COUNT < 20
                 ADD 1                TO WS-CO-COUNT
                 SET CO-IDX           TO WS-CO-COUNT
                 MOVE REG-COMPANY     TO WS-CO-CODE(CO-IDX)
                 MOVE ZERO            TO WS-CO-LINES(CO-IDX)
                 MOVE ZERO            TO WS-CO-STRAIGHT(CO-IDX)
                 MOVE ZERO            TO WS-CO-OVERTIME(CO-IDX)
                 MOVE ZERO            TO WS-CO-GROSS(CO-IDX)
                 MOVE ZERO            TO WS-CO-TAXES(CO-IDX)
                 MOVE ZERO            TO WS-CO-HOLIDAY(CO-IDX)
                 MOVE ZERO            TO WS-CO-SHIFT(CO-IDX)
                 MOVE 'YES'           TO WS-CO-FOUND
              ELSE
                 ADD 1                TO WS-CO-OVERFLOW
              END-IF
           END-IF

           IF CO-ENTRY-FOUND
              ADD 1                   TO WS-CO-LINES(CO-IDX)
              ADD WS-STRAIGHT-PAY     TO WS-CO-STRAIGHT(CO-IDX)
              ADD WS-OVERTIME-PAY     TO WS-CO-OVERTIME(CO-IDX)
              ADD WS-GROSS-PAY        TO WS-CO-GROSS(CO-IDX)
              ADD WS-TAX-AMOUNT       TO WS-CO-TAXES(CO-IDX)
              ADD WS-HOLIDAY-PAY      TO WS-CO-HOLIDAY(CO-IDX)
              ADD WS-SHIFT-PAY        TO WS-CO-SHIFT(CO-IDX)
           END-IF.

       9000-END-PROGRAM.

           DISPLAY "**********************************"
           DISPLAY "* EMPLOYEES POSTED    : " WS-POSTED-COUNT
           DISPLAY "* RERUN SKIPS         : " WS-SKIPPED-COUNT
           DISPLAY "* YEAR-END RESETS     : " WS-ROLLOVER-COUNT
           DISPLAY "* QUARTER             : " WS-CARD-YEAR
                   " Q" WS-CARD-QUARTER
           DISPLAY "* QUARTER RESETS      : " WS-QTR-RESET-COUNT
           DISPLAY "* REGISTER GROSS      : " WS-CTL-GROSS
           DISPLAY "* HOLIDAY PREMIUM     : " WS-CTL-HOLIDAY
           DISPLAY "* SHIFT PREMIUM       : " WS-CTL-SHIFT
           DISPLAY "* TAX LINES LOADED    : " WS-TAX-COUNT
           IF WS-TAX-DROPPED > ZERO
              DISPLAY "* TAX LINES NOT LOADED: " WS-TAX-DROPPED
           END-IF
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
              DISPLAY "*---------------------------------"
              IF WS-CO-CODE(CO-IDX) = SPACES
                 DISPLAY "* NO COMPANY ASSIGNED : " WS-CO-LINES(CO-IDX)
                         " LINES"
              ELSE
                 DISPLAY "* COMPANY " WS-CO-CODE(CO-IDX)
                         "           : " WS-CO-LINES(CO-IDX) " LINES"
              END-IF
              DISPLAY "*   STRAIGHT          : " WS-CO-STRAIGHT(CO-IDX)
              DISPLAY "*   OVERTIME          : " WS-CO-OVERTIME(CO-IDX)
              DISPLAY "*   GROSS             : " WS-CO-GROSS(CO-IDX)
              DISPLAY "*   HOLIDAY PREMIUM   : " WS-CO-HOLIDAY(CO-IDX)
              DISPLAY "*   SHIFT PREMIUM     : " WS-CO-SHIFT(CO-IDX)
              DISPLAY "*   TAXES             : " WS-CO-TAXES(CO-IDX)
           END-PERFORM
           IF WS-CO-OVERFLOW > ZERO
              DISPLAY "* LINES IN NO COMPANY TOTAL: " WS-CO-OVERFLOW
              IF RETURN-CODE = ZERO
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY "**********************************"

           MOVE 'END  '        TO RL-EVENT
           FS-FIELD  BY WS-FS-PERIOD
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-QTDCTL-REASON
           FS-FIELD  BY WS-FS-QTDCTL
           FS-REASON BY WS-FS-REASON.

       END PROGRAM YTDUPDATE.
