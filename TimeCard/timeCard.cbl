      * SUMMARIZES THE CLEAN DAYS INTO PERIODHOURS.DAT -- THE HOURS
      * PAYREGISTER PAYS THIS PERIOD INSTEAD OF THE STATIC
      * HOURSWORKED FIELD THAT RIDES ALONG UNCHANGED RUN AFTER RUN.
      * REJECTED DAYS LAND ON TIMECARDEXC.DAT REASON-CODED. A PERIOD
      * PERCLOSE HAS CLOSED IS REFUSED OUTRIGHT.
      *
      * A CARD MAY CARRY A CHARGE CODE NAMING THE PROJECT OR GROUP
      * THE HOURS WERE WORKED FOR. THE CODE MUST BE OPEN ON THE
      * CHARGE-CODE MASTER; A BLANK CODE MEANS THE HOME DEPARTMENT.
      * AN EMPLOYEE MAY SPLIT A DAY ACROSS CODES (ONE CARD PER CODE)
      * AS LONG AS THE DAY'S TOTAL STAYS IN RANGE. THE HOURS CHARGED
      * TO EACH CODE RIDE ON THE EMPLOYEE'S PERIODHOURS.DAT LINE FOR
      * LABORDIST TO SPLIT GROSS PAY BY.
      *
      * A CARD MAY ALSO CARRY THE SHIFT WORKED; A BLANK OR 'D' IS
      * THE DAY SHIFT. ANY OTHER SHIFT MUST HAVE A SHIFT RULE ON THE
      * PREMIUM-RULE FILE. A WORK DATE ON THE HOLIDAY CALENDAR IS
      * HOLIDAY WORK. HOLIDAY HOURS AND OFF-SHIFT HOURS BY SHIFT
      * RIDE ON THE PERIODHOURS.DAT LINE FOR PAYREGISTER TO PRICE
      * THE PREMIUMS FROM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOURS.

      * Charge-code master: code, description, owning department
      * and status. Optional -- with none on hand, any coded card
      * is rejected as unknown.
       SELECT OPTIONAL CHARGECODE ASSIGN TO WS-CHGCODE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CHARGE.

      * Company holiday calendar: date and holiday name. Optional
      * -- with none on hand no day is holiday work.
       SELECT OPTIONAL HOLIDAYCAL ASSIGN TO WS-HOLCAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOLIDAY.

      * Holiday and shift premium rules -- only the shift codes
      * matter here. Optional -- with none on hand, any off-shift
      * card is rejected as unknown.
       SELECT OPTIONAL PREMRULE ASSIGN TO WS-PREMRULE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RULE.

      * Days that failed validation, reason-coded.
       SELECT TIMECARDEXC ASSIGN TO WS-TCEXC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
            05 CARD-WORK-DATE        PIC 9(08).
            05 FILLER                PIC X(02).
            05 CARD-HOURS            PIC 9(02)V99.
            05 FILLER                PIC X(02).
            05 CARD-CHARGE-CODE      PIC X(08).
            05 FILLER                PIC X(02).
            05 CARD-SHIFT            PIC X(01).
               88 CARD-DAY-SHIFT     VALUE 'D' ' '.

       FD PAYPERIOD.
       01 PAYPERIOD-REC.
           05 PH-HOURS              PIC 9(03)V99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PH-PERIOD             PIC 9(03).
      * Hours charged away from the home department, by code; the
      * rest of PH-HOURS belongs to the home department.
           05 PH-CHARGE-DETAIL OCCURS 6 TIMES.
              10 FILLER             PIC X(02).
              10 PH-CHARGE-CODE     PIC X(08).
              10 FILLER             PIC X(02).
              10 PH-CHARGE-HOURS    PIC 9(03)V99.
      * Hours worked on a company holiday, and hours worked off the
      * day shift by shift code -- what the premiums are paid on.
           05 FILLER                PIC X(02).
           05 PH-HOLIDAY-HOURS      PIC 9(03)V99.
           05 PH-SHIFT-DETAIL OCCURS 3 TIMES.
              10 FILLER             PIC X(02).
              10 PH-SHIFT-CODE      PIC X(01).
              10 FILLER             PIC X(02).
              10 PH-SHIFT-HOURS     PIC 9(03)V99.

       FD CHARGECODE.
       01 CHARGECODE-REC.
           05 CHG-CODE              PIC X(08).
           05 FILLER                PIC X(02).
           05 CHG-DESCRIPTION       PIC X(30).
           05 FILLER                PIC X(02).
           05 CHG-DEPARTMENT        PIC X(30).
           05 FILLER                PIC X(02).
           05 CHG-STATUS            PIC X(01).
              88 CHG-OPEN           VALUE 'A' ' '.
              88 CHG-CLOSED         VALUE 'C'.

       FD HOLIDAYCAL.
       01 HOLIDAYCAL-REC.
           05 HOL-DATE              PIC 9(08).
           05 FILLER                PIC X(02).
           05 HOL-NAME              PIC X(30).

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

       FD TIMECARDEXC.
       01 TIMECARDEXC-REC.
           05 TCEXC-TRANS           PIC X(36).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TCEXC-REASON          PIC X(20).

      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.
      * Pay-period lock parameter area -- see PERLOCK copybook.
       01  PL-PARM.
           COPY PERLOCK.
      * File-location profile parameter area -- see FILEPROF
      * copybook. Control cards stay on their working-directory
      * names; every data file this step reads or writes resolves
       01  WS-CARDS-PATH           PIC X(64).
       01  WS-PERIODHRS-PATH       PIC X(64).
       01  WS-TCEXC-PATH           PIC X(64).
       01  WS-CHGCODE-PATH         PIC X(64).
       01  WS-HOLCAL-PATH          PIC X(64).
       01  WS-PREMRULE-PATH        PIC X(64).


       01  WS-WORK-AREAS.
           05 WS-FS-PERIOD        PIC X(02).
           05 WS-FS-HOURS         PIC X(02).
           05 WS-FS-EXC           PIC X(02).
           05 WS-FS-CHARGE        PIC X(02).
           05 WS-FS-HOLIDAY       PIC X(02).
           05 WS-FS-RULE          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-PERIOD-NUMBER    PIC 9(03).
           05 WS-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-EMP-WRITTEN      PIC 9(05) VALUE ZERO.
           05 WS-CHARGED-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-HOLIDAY-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-SHIFT-COUNT      PIC 9(07) VALUE ZERO.

      * Holiday calendar and shift codes with a premium rule,
      * loaded at start of run.
           05 WS-HOL-TABLE.
              10 WS-HOL-COUNT     PIC 9(03) COMP VALUE ZERO.
              10 WS-HOL-ENTRY OCCURS 100 TIMES
                                  INDEXED BY HOL-IDX.
                 15 WS-HOL-DATE      PIC 9(08).
           05 WS-HOL-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-SHF-TABLE.
              10 WS-SHF-COUNT     PIC 9(03) COMP VALUE ZERO.
              10 WS-SHF-ENTRY OCCURS 20 TIMES
                                  INDEXED BY SHF-IDX.
                 15 WS-SHF-CODE      PIC X(01).
           05 WS-SHF-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-CARD-HOLIDAY     PIC X(03).
              88 CARD-ON-HOLIDAY  VALUE 'YES'.
           05 WS-CARD-SHIFT-SW    PIC X(01).
              88 SHIFT-DAY        VALUE 'D'.
              88 SHIFT-VALID      VALUE 'V'.
              88 SHIFT-UNKNOWN    VALUE 'U'.

      * Charge-code master, loaded at start of run.
           05 WS-CHG-TABLE.
              10 WS-CHG-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-CHG-ENTRY OCCURS 500 TIMES
                                  INDEXED BY CHG-IDX.
                 15 WS-CHG-CODE      PIC X(08).
                 15 WS-CHG-STATUS    PIC X(01).
           05 WS-CHG-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-CARD-CHARGE      PIC X(01).
              88 CHARGE-HOME      VALUE 'H'.
              88 CHARGE-VALID     VALUE 'V'.
              88 CHARGE-UNKNOWN   VALUE 'U'.
              88 CHARGE-CLOSED    VALUE 'C'.

      * Accepted employee/day/charge-code cards, kept to catch a
      * card keyed twice and to total a day split across codes,
      * plus the per-employee hour totals written at end.
           05 WS-DAY-TABLE.
              10 WS-DAY-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-DAY-ENTRY OCCURS 9000 TIMES
                                  INDEXED BY DAY-IDX.
                 15 WS-DAY-ID        PIC 9(07).
                 15 WS-DAY-DATE      PIC 9(08).
                 15 WS-DAY-CHARGE    PIC X(08).
                 15 WS-DAY-SHIFT     PIC X(01).
                 15 WS-DAY-HOURS     PIC 9(02)V99.
           05 WS-DAY-DUP          PIC X(03).
              88 DAY-DUPLICATE    VALUE 'YES'.
           05 WS-DAY-TOTAL        PIC 9(03)V99.
           05 WS-DAY-DROPPED      PIC 9(05) VALUE ZERO.

           05 WS-SUM-TABLE.
                                  INDEXED BY SUM-IDX.
                 15 WS-SUM-ID        PIC 9(07).
                 15 WS-SUM-HOURS     PIC 9(03)V99.
                 15 WS-SUM-CHG-COUNT PIC 9(02) COMP.
                 15 WS-SUM-CHG OCCURS 6 TIMES
                                  INDEXED BY SLOT-IDX.
                    20 WS-SUM-CHG-CODE  PIC X(08).
                    20 WS-SUM-CHG-HOURS PIC 9(03)V99.
                 15 WS-SUM-HOL-HOURS PIC 9(03)V99.
                 15 WS-SUM-SHF-COUNT PIC 9(02) COMP.
                 15 WS-SUM-SHF OCCURS 3 TIMES
                                  INDEXED BY SHIFT-IDX.
                    20 WS-SUM-SHF-CODE  PIC X(01).
                    20 WS-SUM-SHF-HOURS PIC 9(03)V99.
           05 WS-SUM-FOUND        PIC X(03).
              88 SUM-FOUND        VALUE 'YES'.
           05 WS-SLOT-ROOM        PIC X(03).
              88 SLOT-AVAILABLE   VALUE 'YES'.
           05 WS-SLOT-FOUND       PIC X(03).
              88 SLOT-FOUND       VALUE 'YES'.
           05 WS-SHIFT-ROOM       PIC X(03).
              88 SHIFT-AVAILABLE  VALUE 'YES'.
           05 WS-SUM-DROPPED      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE 'TIMECARDEXC.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-TCEXC-PATH
           MOVE 'CHARGECODE' TO FP-LOGICAL
           MOVE 'CHARGECODE.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-CHGCODE-PATH
           MOVE 'HOLIDAYCAL' TO FP-LOGICAL
           MOVE 'HOLIDAYCAL.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-HOLCAL-PATH
           MOVE 'PREMRULE' TO FP-LOGICAL
           MOVE 'PREMRULE.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PREMRULE-PATH

      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
           CALL 'RUNLOGGER' USING RL-PARM

           PERFORM 0110-READ-PERIOD-CARD.
           PERFORM 0120-LOAD-CHARGE-CODES.
           PERFORM 0130-LOAD-HOLIDAYS.
           PERFORM 0140-LOAD-SHIFT-RULES.

           OPEN INPUT TIMECARDS.
           OPEN OUTPUT PERIODHOURS.

      * A blown day table means duplicate checking stopped partway
      * -- the summary cannot be trusted to pay from.
           IF WS-DAY-DROPPED > ZERO OR WS-SUM-DROPPED > ZERO OR
              WS-CHG-DROPPED > ZERO OR WS-HOL-DROPPED > ZERO OR
              WS-SHF-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* TIMECARD TABLES OVERFLOWED"
              DISPLAY "* DAYS NOT TRACKED  : " WS-DAY-DROPPED
              DISPLAY "* EMPLOYEES DROPPED : " WS-SUM-DROPPED
              DISPLAY "* CHARGE CODES DROPPED: " WS-CHG-DROPPED
              DISPLAY "* HOLIDAYS DROPPED  : " WS-HOL-DROPPED
              DISPLAY "* SHIFT RULES DROPPED: " WS-SHF-DROPPED
              DISPLAY "* PERIOD HOURS FILE NOT TRUSTWORTHY"
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
           MOVE PERIOD-PAID-THRU      TO WS-PERIOD-END
           CLOSE PAYPERIOD.

      * A period PERCLOSE has closed was paid and posted; running it
      * again would pay it twice. Only a logged reopen lifts this.
           MOVE 'TIMECARD'            TO PL-PROGRAM
           MOVE WS-PERIOD-NUMBER      TO PL-PERIOD
           MOVE WS-PERIOD-END         TO PL-PAID-THRU
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

       0120-LOAD-CHARGE-CODES.

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
                       MOVE CHG-STATUS
                                      TO WS-CHG-STATUS(CHG-IDX)
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

       0130-LOAD-HOLIDAYS.

           OPEN INPUT HOLIDAYCAL.
           IF WS-FS-HOLIDAY = '00'
              PERFORM UNTIL WS-FS-HOLIDAY = '10'
                 READ HOLIDAYCAL
                    AT END MOVE '10' TO WS-FS-HOLIDAY
                 END-READ
                 IF WS-FS-HOLIDAY NOT = '10' AND
                    HOL-DATE IS NUMERIC
                    IF WS-HOL-COUNT < 100
                       ADD 1          TO WS-HOL-COUNT
                       SET HOL-IDX    TO WS-HOL-COUNT
                       MOVE HOL-DATE  TO WS-HOL-DATE(HOL-IDX)
                    ELSE
                       ADD 1          TO WS-HOL-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE HOLIDAYCAL
           ELSE
              IF WS-FS-HOLIDAY = '05'
                 CLOSE HOLIDAYCAL
              END-IF
           END-IF.

       0140-LOAD-SHIFT-RULES.

      * Only the shift rules are held; the holiday rule and the
      * premium amounts are PAYREGISTER's business.
           OPEN INPUT PREMRULE.
           IF WS-FS-RULE = '00'
              PERFORM UNTIL WS-FS-RULE = '10'
                 READ PREMRULE
                    AT END MOVE '10' TO WS-FS-RULE
                 END-READ
                 IF WS-FS-RULE NOT = '10' AND
                    PRM-SHIFT-RULE AND
                    PRM-SHIFT NOT = SPACES
                    IF WS-SHF-COUNT < 20
                       ADD 1          TO WS-SHF-COUNT
                       SET SHF-IDX    TO WS-SHF-COUNT
                       MOVE PRM-SHIFT TO WS-SHF-CODE(SHF-IDX)
                    ELSE
                       ADD 1          TO WS-SHF-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PREMRULE
           ELSE
              IF WS-FS-RULE = '05'
                 CLOSE PREMRULE
              END-IF
           END-IF.

       0200-VALIDATE-DAY.

           ADD 1                      TO WS-CARD-COUNT
           PERFORM 0240-LOOKUP-CHARGE-CODE
           PERFORM 0270-CHECK-PREMIUM-DAY
           EVALUATE TRUE
              WHEN CARD-EMPLOYEEID IS NOT NUMERIC OR
                   CARD-HOURS IS NOT NUMERIC OR
                   CARD-WORK-DATE > WS-PERIOD-END
                 MOVE 'DATE OUT OF PERIOD ' TO WS-FS-REASON
                 PERFORM 0220-REJECT-DAY
              WHEN CHARGE-UNKNOWN
                 MOVE 'CHARGE CODE UNKNOWN' TO WS-FS-REASON
                 PERFORM 0220-REJECT-DAY
              WHEN CHARGE-CLOSED
                 MOVE 'CHARGE CODE CLOSED ' TO WS-FS-REASON
                 PERFORM 0220-REJECT-DAY
              WHEN SHIFT-UNKNOWN
                 MOVE 'SHIFT CODE UNKNOWN ' TO WS-FS-REASON
                 PERFORM 0220-REJECT-DAY
              WHEN OTHER
                 PERFORM 0210-CHECK-DUPLICATE-DAY
                 PERFORM 0250-CHECK-CHARGE-SLOT
                 PERFORM 0280-CHECK-SHIFT-SLOT
                 EVALUATE TRUE
                    WHEN DAY-DUPLICATE
                       MOVE 'DUPLICATE DAY      ' TO WS-FS-REASON
                       PERFORM 0220-REJECT-DAY
                    WHEN WS-DAY-TOTAL + CARD-HOURS >
                         WS-MAX-DAY-HOURS
                       MOVE 'DAY OVER MAX HOURS ' TO WS-FS-REASON
                       PERFORM 0220-REJECT-DAY
                    WHEN NOT SLOT-AVAILABLE
                       MOVE 'TOO MANY CHG CODES ' TO WS-FS-REASON
                       PERFORM 0220-REJECT-DAY
                    WHEN NOT SHIFT-AVAILABLE
                       MOVE 'TOO MANY SHIFTS    ' TO WS-FS-REASON
                       PERFORM 0220-REJECT-DAY
                    WHEN OTHER
                       PERFORM 0230-ACCEPT-DAY
                 END-EVALUATE
           END-EVALUATE.

           READ TIMECARDS

       0210-CHECK-DUPLICATE-DAY.

      * The same code and shift keyed twice for one day is a
      * duplicate; cards for other codes or shifts that day count
      * toward the day's total.
           MOVE 'NO '                 TO WS-DAY-DUP
           MOVE ZERO                  TO WS-DAY-TOTAL
           PERFORM VARYING DAY-IDX FROM 1 BY 1
              UNTIL DAY-IDX > WS-DAY-COUNT
              IF WS-DAY-ID(DAY-IDX) = CARD-EMPLOYEEID AND
                 WS-DAY-DATE(DAY-IDX) = CARD-WORK-DATE
                 ADD WS-DAY-HOURS(DAY-IDX) TO WS-DAY-TOTAL
                 IF WS-DAY-CHARGE(DAY-IDX) = CARD-CHARGE-CODE AND
                    WS-DAY-SHIFT(DAY-IDX) = CARD-SHIFT
                    MOVE 'YES'        TO WS-DAY-DUP
                 END-IF
              END-IF
           END-PERFORM.


           ADD 1                      TO WS-REJECT-COUNT
           MOVE SPACES                TO TIMECARDEXC-REC
           MOVE TIMECARD-REC(1:36)    TO TCEXC-TRANS
           MOVE WS-FS-REASON          TO TCEXC-REASON
           WRITE TIMECARDEXC-REC
           MOVE WS-FS-REASON          TO EXC-REASON
           MOVE CARD-EMPLOYEEID       TO EXC-KEY
           MOVE TIMECARD-REC(1:36)    TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0230-ACCEPT-DAY.

           ADD 1                      TO WS-APPLIED-COUNT
           IF CARD-ON-HOLIDAY
              ADD 1                   TO WS-HOLIDAY-COUNT
           END-IF
           IF SHIFT-VALID
              ADD 1                   TO WS-SHIFT-COUNT
           END-IF
           IF WS-DAY-COUNT < 9000
              ADD 1                   TO WS-DAY-COUNT
              SET DAY-IDX             TO WS-DAY-COUNT
              MOVE CARD-EMPLOYEEID    TO WS-DAY-ID(DAY-IDX)
              MOVE CARD-WORK-DATE     TO WS-DAY-DATE(DAY-IDX)
              MOVE CARD-CHARGE-CODE   TO WS-DAY-CHARGE(DAY-IDX)
              MOVE CARD-SHIFT         TO WS-DAY-SHIFT(DAY-IDX)
              MOVE CARD-HOURS         TO WS-DAY-HOURS(DAY-IDX)
           ELSE
              ADD 1                   TO WS-DAY-DROPPED
           END-IF
              IF WS-SUM-ID(SUM-IDX) = CARD-EMPLOYEEID
                 ADD CARD-HOURS       TO WS-SUM-HOURS(SUM-IDX)
                 MOVE 'YES'           TO WS-SUM-FOUND
                 IF CHARGE-VALID
                    PERFORM 0260-ADD-CHARGE-HOURS
                 END-IF
                 PERFORM 0290-ADD-PREMIUM-HOURS
              END-IF
           END-PERFORM

                 SET SUM-IDX          TO WS-SUM-COUNT
                 MOVE CARD-EMPLOYEEID TO WS-SUM-ID(SUM-IDX)
                 MOVE CARD-HOURS      TO WS-SUM-HOURS(SUM-IDX)
                 MOVE ZERO            TO WS-SUM-CHG-COUNT(SUM-IDX)
                 MOVE ZERO            TO WS-SUM-HOL-HOURS(SUM-IDX)
                 MOVE ZERO            TO WS-SUM-SHF-COUNT(SUM-IDX)
                 IF CHARGE-VALID
                    PERFORM 0260-ADD-CHARGE-HOURS
                 END-IF
                 PERFORM 0290-ADD-PREMIUM-HOURS
              ELSE
                 ADD 1                TO WS-SUM-DROPPED
              END-IF
           END-IF.

       0240-LOOKUP-CHARGE-CODE.

           IF CARD-CHARGE-CODE = SPACES
              SET CHARGE-HOME         TO TRUE
           ELSE
              SET CHARGE-UNKNOWN      TO TRUE
              PERFORM VARYING CHG-IDX FROM 1 BY 1
                 UNTIL CHG-IDX > WS-CHG-COUNT
                 IF WS-CHG-CODE(CHG-IDX) = CARD-CHARGE-CODE
                    IF WS-CHG-STATUS(CHG-IDX) = 'C'
                       SET CHARGE-CLOSED TO TRUE
                    ELSE
                       SET CHARGE-VALID  TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       0250-CHECK-CHARGE-SLOT.

      * An employee's period line holds six charge codes; a seventh
      * code is refused rather than folded into the home department.
           MOVE 'YES'                 TO WS-SLOT-ROOM
           IF CHARGE-VALID
              PERFORM VARYING SUM-IDX FROM 1 BY 1
                 UNTIL SUM-IDX > WS-SUM-COUNT
                 IF WS-SUM-ID(SUM-IDX) = CARD-EMPLOYEEID AND
                    WS-SUM-CHG-COUNT(SUM-IDX) = 6
                    MOVE 'NO '        TO WS-SLOT-ROOM
                    PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > 6
                       IF WS-SUM-CHG-CODE(SUM-IDX, SLOT-IDX) =
                          CARD-CHARGE-CODE
                          MOVE 'YES'  TO WS-SLOT-ROOM
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
           END-IF.

       0260-ADD-CHARGE-HOURS.

           ADD 1                      TO WS-CHARGED-COUNT
           MOVE 'NO '                 TO WS-SLOT-FOUND
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
              UNTIL SLOT-IDX > WS-SUM-CHG-COUNT(SUM-IDX)
              IF WS-SUM-CHG-CODE(SUM-IDX, SLOT-IDX) =
                 CARD-CHARGE-CODE
                 ADD CARD-HOURS
                    TO WS-SUM-CHG-HOURS(SUM-IDX, SLOT-IDX)
                 MOVE 'YES'           TO WS-SLOT-FOUND
              END-IF
           END-PERFORM
           IF NOT SLOT-FOUND
              ADD 1                   TO WS-SUM-CHG-COUNT(SUM-IDX)
              SET SLOT-IDX            TO WS-SUM-CHG-COUNT(SUM-IDX)
              MOVE CARD-CHARGE-CODE
                 TO WS-SUM-CHG-CODE(SUM-IDX, SLOT-IDX)
              MOVE CARD-HOURS
                 TO WS-SUM-CHG-HOURS(SUM-IDX, SLOT-IDX)
           END-IF.

       0270-CHECK-PREMIUM-DAY.

           MOVE 'NO '                 TO WS-CARD-HOLIDAY
           PERFORM VARYING HOL-IDX FROM 1 BY 1
              UNTIL HOL-IDX > WS-HOL-COUNT
              IF WS-HOL-DATE(HOL-IDX) = CARD-WORK-DATE
                 MOVE 'YES'           TO WS-CARD-HOLIDAY
              END-IF
           END-PERFORM

           IF CARD-DAY-SHIFT
              SET SHIFT-DAY           TO TRUE
           ELSE
              SET SHIFT-UNKNOWN       TO TRUE
              PERFORM VARYING SHF-IDX FROM 1 BY 1
                 UNTIL SHF-IDX > WS-SHF-COUNT
                 IF WS-SHF-CODE(SHF-IDX) = CARD-SHIFT
                    SET SHIFT-VALID   TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

       0280-CHECK-SHIFT-SLOT.

      * An employee's period line holds three off-shift codes; a
      * fourth is refused rather than paid at the wrong premium.
           MOVE 'YES'                 TO WS-SHIFT-ROOM
           IF SHIFT-VALID
              PERFORM VARYING SUM-IDX FROM 1 BY 1
                 UNTIL SUM-IDX > WS-SUM-COUNT
                 IF WS-SUM-ID(SUM-IDX) = CARD-EMPLOYEEID AND
                    WS-SUM-SHF-COUNT(SUM-IDX) = 3
                    MOVE 'NO '        TO WS-SHIFT-ROOM
                    PERFORM VARYING SHIFT-IDX FROM 1 BY 1
                       UNTIL SHIFT-IDX > 3
                       IF WS-SUM-SHF-CODE(SUM-IDX, SHIFT-IDX) =
                          CARD-SHIFT
                          MOVE 'YES'  TO WS-SHIFT-ROOM
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
           END-IF.

       0290-ADD-PREMIUM-HOURS.

           IF CARD-ON-HOLIDAY
              ADD CARD-HOURS          TO WS-SUM-HOL-HOURS(SUM-IDX)
           END-IF
           IF SHIFT-VALID
              MOVE 'NO '              TO WS-SLOT-FOUND
              PERFORM VARYING SHIFT-IDX FROM 1 BY 1
                 UNTIL SHIFT-IDX > WS-SUM-SHF-COUNT(SUM-IDX)
                 IF WS-SUM-SHF-CODE(SUM-IDX, SHIFT-IDX) = CARD-SHIFT
                    ADD CARD-HOURS
                       TO WS-SUM-SHF-HOURS(SUM-IDX, SHIFT-IDX)
                    MOVE 'YES'        TO WS-SLOT-FOUND
                 END-IF
              END-PERFORM
              IF NOT SLOT-FOUND
                 ADD 1                TO WS-SUM-SHF-COUNT(SUM-IDX)
                 SET SHIFT-IDX        TO WS-SUM-SHF-COUNT(SUM-IDX)
                 MOVE CARD-SHIFT
                    TO WS-SUM-SHF-CODE(SUM-IDX, SHIFT-IDX)
                 MOVE CARD-HOURS
                    TO WS-SUM-SHF-HOURS(SUM-IDX, SHIFT-IDX)
              END-IF
           END-IF.

       0300-WRITE-PERIOD-HOURS.

           PERFORM VARYING SUM-IDX FROM 1 BY 1
              MOVE WS-SUM-ID(SUM-IDX)    TO PH-EMPLOYEEID
              MOVE WS-SUM-HOURS(SUM-IDX) TO PH-HOURS
              MOVE WS-PERIOD-NUMBER      TO PH-PERIOD
              PERFORM VARYING SLOT-IDX FROM 1 BY 1
                 UNTIL SLOT-IDX > WS-SUM-CHG-COUNT(SUM-IDX)
                 MOVE WS-SUM-CHG-CODE(SUM-IDX, SLOT-IDX)
                    TO PH-CHARGE-CODE(SLOT-IDX)
                 MOVE WS-SUM-CHG-HOURS(SUM-IDX, SLOT-IDX)
                    TO PH-CHARGE-HOURS(SLOT-IDX)
              END-PERFORM
              MOVE WS-SUM-HOL-HOURS(SUM-IDX) TO PH-HOLIDAY-HOURS
              PERFORM VARYING SHIFT-IDX FROM 1 BY 1
                 UNTIL SHIFT-IDX > WS-SUM-SHF-COUNT(SUM-IDX)
                 MOVE WS-SUM-SHF-CODE(SUM-IDX, SHIFT-IDX)
                    TO PH-SHIFT-CODE(SHIFT-IDX)
                 MOVE WS-SUM-SHF-HOURS(SUM-IDX, SHIFT-IDX)
                    TO PH-SHIFT-HOURS(SHIFT-IDX)
              END-PERFORM
              WRITE PERIODHOURS-REC
              ADD 1                   TO WS-EMP-WRITTEN
           END-PERFORM.
           DISPLAY "* DAYS ACCEPTED     : " WS-APPLIED-COUNT
           DISPLAY "* DAYS REJECTED     : " WS-REJECT-COUNT
           DISPLAY "* EMPLOYEES SUMMED  : " WS-EMP-WRITTEN
           DISPLAY "* DAYS CHARGED AWAY : " WS-CHARGED-COUNT
           DISPLAY "* HOLIDAY DAYS      : " WS-HOLIDAY-COUNT
           DISPLAY "* OFF-SHIFT DAYS    : " WS-SHIFT-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
