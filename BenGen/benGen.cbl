       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENGEN.
      * BENEFIT DEDUCTION GENERATOR -- REBUILDS EVERY EMPLOYEE'S
      * BENEFIT LINES ON DEDUCTMASTER.DAT FROM THE ELECTIONS BENMAINT
      * RECORDS ON BENENROLL.DAT, SO WHAT NETPAY TAKES FOR A PLAN IS
      * ALWAYS WHAT THE EMPLOYEE SIGNED UP FOR. FOR EACH EMPLOYEE
      * AND PLAN THE ELECTION IN FORCE IS THE ONE WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER TODAY; A WAIVER IN FORCE MEANS NO
      * LINE. A DEDUCTION CODE THAT IS A PLAN ON BENPLAN.DAT BELONGS
      * TO THIS PROGRAM -- EVERY EXISTING LINE UNDER ONE IS REPLACED
      * BY THE GENERATED LINE (FLAT AMOUNT AT THE TIER RATE, PLAN
      * PRIORITY, ANY RECOVERY CAP ALREADY KEYED IS KEPT) OR DROPPED.
      * EVERY OTHER LINE -- GARNISHMENTS, UNION DUES, THE REST -- IS
      * WRITTEN BACK UNTOUCHED. EACH LINE ADDED, CHANGED OR REMOVED
      * IS LISTED SO PAYROLL CAN SEE WHAT MOVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BENPLAN ASSIGN TO WS-PLAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PLAN.

       SELECT BENENROLL ASSIGN TO WS-ENROLL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENROLL.

      * Deduction master NETPAY reads, held whole and rewritten.
      * OPTIONAL -- the first run can build it.
       SELECT OPTIONAL DEDUCTMASTER ASSIGN TO WS-DEDUCT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEDUCT.

       DATA DIVISION.
       FILE SECTION.
       FD BENPLAN.
       01 BENPLAN-REC.
           88 PLAN-EOF VALUE HIGH-VALUES.
           05 PLN-PLAN              PIC X(04).
           05 FILLER                PIC X(02).
           05 PLN-TIER              PIC X(02).
           05 FILLER                PIC X(02).
           05 PLN-RATE              PIC 9(05)V99.
           05 FILLER                PIC X(02).
           05 PLN-PRIORITY          PIC 9(02).
           05 FILLER                PIC X(02).
           05 PLN-DESC              PIC X(30).

       FD BENENROLL.
       01 BENENROLL-REC.
           88 ENROLL-EOF VALUE HIGH-VALUES.
           05 ENR-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 ENR-PLAN              PIC X(04).
           05 FILLER                PIC X(02).
           05 ENR-TIER              PIC X(02).
           05 FILLER                PIC X(02).
           05 ENR-EFFECTIVE         PIC 9(08).
           05 FILLER                PIC X(02).
           05 ENR-EVENT             PIC X(02).
           05 FILLER                PIC X(02).
           05 ENR-ENTERED           PIC 9(08).
           05 FILLER                PIC X(02).
           05 ENR-OPERATOR          PIC X(08).

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

      * Run-lock parameter area -- see LOCKREQ copybook.
       01  LK-PARM.
           COPY LOCKREQ.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-PLAN-PATH            PIC X(64).
       01  WS-ENROLL-PATH          PIC X(64).
       01  WS-DEDUCT-PATH          PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-PLAN          PIC X(02).
           05 WS-FS-ENROLL        PIC X(02).
           05 WS-FS-DEDUCT        PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-STEP-RC          PIC 9(04).
           05 WS-ENROLL-READ      PIC 9(07) VALUE ZERO.
           05 WS-KEPT-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-ADDED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-CHANGED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-SAME-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-REMOVED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-NO-RATE-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-WRITTEN-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-DROPPED          PIC 9(05) VALUE ZERO.

           05 WS-FOUND-SW         PIC X(03).
              88 ENTRY-FOUND      VALUE 'YES'.
           05 WS-BENEFIT-SW       PIC X(03).
              88 BENEFIT-CODE     VALUE 'YES'.
           05 WS-NEW-AMOUNT       PIC 9(05)V99.
           05 WS-NEW-PRIORITY     PIC 9(02).
           05 PRINT-OLD-AMOUNT    PIC ZZZZ9.99.
           05 PRINT-NEW-AMOUNT    PIC ZZZZ9.99.

      * Plan master -- every plan and tier with its rate.
           05 WS-PLAN-TABLE.
              10 WS-PLAN-COUNT    PIC 9(05) COMP VALUE ZERO.
              10 WS-PLAN-ENTRY OCCURS 200 TIMES
                                  INDEXED BY PLAN-IDX.
                 15 WS-PLAN-PLAN     PIC X(04).
                 15 WS-PLAN-TIER     PIC X(02).
                 15 WS-PLAN-RATE     PIC 9(05)V99.
                 15 WS-PLAN-PRIORITY PIC 9(02).

      * The election in force for each employee and plan.
           05 WS-ELECT-TABLE.
              10 WS-ELECT-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-ELECT-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY ELECT-IDX.
                 15 WS-ELECT-ID      PIC 9(07).
                 15 WS-ELECT-PLAN    PIC X(04).
                 15 WS-ELECT-TIER    PIC X(02).
                 15 WS-ELECT-EFF     PIC 9(08).
                 15 WS-ELECT-USED    PIC X(01).

      * The deduction master held whole; benefit lines are matched
      * off against the elections and the rest pass straight back.
           05 WS-DED-TABLE.
              10 WS-DED-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-DED-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY DED-IDX.
                 15 WS-DED-REC       PIC X(38).
                 15 WS-DED-BENEFIT   PIC X(01).

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'BENPLAN'     TO FP-LOGICAL
           MOVE 'BENPLAN.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PLAN-PATH
           MOVE 'BENENROLL'   TO FP-LOGICAL
           MOVE 'BENENROLL.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-ENROLL-PATH
           MOVE 'DEDUCTMASTER' TO FP-LOGICAL
           MOVE 'DEDUCTMASTER.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-DEDUCT-PATH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8

           MOVE 'BENGEN'       TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

      * The enrollment file must not change under the build, and
      * nobody else may write the deduction master while it is
      * rebuilt.
           MOVE 'BENENROLL'    TO LK-RESOURCE
           MOVE 'A'            TO LK-ACTION
           MOVE 'BENGEN'       TO LK-HOLDER
           CALL 'RUNLOCK' USING LK-PARM
           IF LK-BUSY
              DISPLAY '* BENENROLL.DAT LOCKED BY ' LK-OWNER
              DISPLAY '* STEP NOT RUN'
              MOVE 8           TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'DEDUCTMASTER' TO LK-RESOURCE
           MOVE 'A'            TO LK-ACTION
           CALL 'RUNLOCK' USING LK-PARM
           IF LK-BUSY
              DISPLAY '* DEDUCTMASTER.DAT LOCKED BY ' LK-OWNER
              DISPLAY '* STEP NOT RUN'
              MOVE 'BENENROLL' TO LK-RESOURCE
              MOVE 'R'         TO LK-ACTION
              CALL 'RUNLOCK' USING LK-PARM
              MOVE 8           TO RETURN-CODE
              STOP RUN
           END-IF

      * Without the plan master or the enrollments there is nothing
      * to build from -- wiping every benefit line off the
      * deduction master would be worse than leaving it alone.
           OPEN INPUT BENPLAN.
           OPEN INPUT BENENROLL.
           IF WS-FS-PLAN NOT = '00' OR WS-FS-ENROLL NOT = '00'
              PERFORM 9500-PLAN-REASON
              DISPLAY '********************************'
              DISPLAY '* BENPLAN.DAT AND BENENROLL.DAT REQUIRED'
              DISPLAY '* FS-PLAN  : ' WS-FS-PLAN
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-ENROLL-REASON
              DISPLAY '* FS-ENROLL: ' WS-FS-ENROLL
                       ' (' WS-FS-REASON ')'
              DISPLAY '* DEDUCTMASTER.DAT NOT REBUILT'
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM 0110-LOAD-PLANS.
           PERFORM 0120-LOAD-ELECTIONS.
           PERFORM 0130-LOAD-DEDUCTIONS.

           IF WS-DROPPED > ZERO
              DISPLAY '********************************'
              DISPLAY '* TABLE CAPACITY EXCEEDED'
              DISPLAY '* ENTRIES NOT HELD: ' WS-DROPPED
              DISPLAY '* DEDUCTMASTER.DAT NOT REBUILT'
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           DISPLAY "================================================"
           DISPLAY "BENEFIT DEDUCTIONS REBUILT AS OF " WS-TODAY8
           DISPLAY "================================================"

           PERFORM 0200-MATCH-DEDUCTION
              VARYING DED-IDX FROM 1 BY 1
              UNTIL DED-IDX > WS-DED-COUNT.
           PERFORM 0250-ADD-NEW-ELECTION
              VARYING ELECT-IDX FROM 1 BY 1
              UNTIL ELECT-IDX > WS-ELECT-COUNT.

           PERFORM 0300-REWRITE-DEDUCTIONS.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-PLANS.

           MOVE SPACES                TO BENPLAN-REC.
           READ BENPLAN
              AT END SET PLAN-EOF TO TRUE
           END-READ.
           PERFORM UNTIL PLAN-EOF
              IF PLN-PLAN NOT = SPACES AND PLN-TIER NOT = SPACES
                 IF WS-PLAN-COUNT < 200
                    ADD 1             TO WS-PLAN-COUNT
                    SET PLAN-IDX      TO WS-PLAN-COUNT
                    MOVE PLN-PLAN     TO WS-PLAN-PLAN(PLAN-IDX)
                    MOVE PLN-TIER     TO WS-PLAN-TIER(PLAN-IDX)
                    IF PLN-RATE IS NUMERIC
                       MOVE PLN-RATE  TO WS-PLAN-RATE(PLAN-IDX)
                    ELSE
                       MOVE ZERO      TO WS-PLAN-RATE(PLAN-IDX)
                    END-IF
                    IF PLN-PRIORITY IS NUMERIC
                       MOVE PLN-PRIORITY
                                      TO WS-PLAN-PRIORITY(PLAN-IDX)
                    ELSE
                       MOVE ZERO      TO WS-PLAN-PRIORITY(PLAN-IDX)
                    END-IF
                 ELSE
                    ADD 1             TO WS-DROPPED
                 END-IF
              END-IF
              MOVE SPACES             TO BENPLAN-REC
              READ BENPLAN
                 AT END SET PLAN-EOF TO TRUE
              END-READ
           END-PERFORM.
           CLOSE BENPLAN.

       0120-LOAD-ELECTIONS.

      * Future-dated lines wait; of the rest, the latest effective
      * date for the employee and plan is the one in force.
           MOVE SPACES                TO BENENROLL-REC.
           READ BENENROLL
              AT END SET ENROLL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL ENROLL-EOF
              IF BENENROLL-REC NOT = SPACES
                 ADD 1                TO WS-ENROLL-READ
                 IF ENR-EFFECTIVE IS NUMERIC AND
                    ENR-EFFECTIVE NOT > WS-TODAY8
                    PERFORM 0125-TAKE-ELECTION
                 END-IF
              END-IF
              MOVE SPACES             TO BENENROLL-REC
              READ BENENROLL
                 AT END SET ENROLL-EOF TO TRUE
              END-READ
           END-PERFORM.
           CLOSE BENENROLL.

       0125-TAKE-ELECTION.

           MOVE 'NO '                 TO WS-FOUND-SW
           PERFORM VARYING ELECT-IDX FROM 1 BY 1
              UNTIL ELECT-IDX > WS-ELECT-COUNT OR ENTRY-FOUND
              IF WS-ELECT-ID(ELECT-IDX) = ENR-EMPLOYEEID AND
                 WS-ELECT-PLAN(ELECT-IDX) = ENR-PLAN
                 MOVE 'YES'           TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF ENTRY-FOUND
              SET ELECT-IDX DOWN BY 1
              IF ENR-EFFECTIVE NOT < WS-ELECT-EFF(ELECT-IDX)
                 MOVE ENR-TIER        TO WS-ELECT-TIER(ELECT-IDX)
                 MOVE ENR-EFFECTIVE   TO WS-ELECT-EFF(ELECT-IDX)
              END-IF
           ELSE
              IF WS-ELECT-COUNT < 5000
                 ADD 1                TO WS-ELECT-COUNT
                 SET ELECT-IDX        TO WS-ELECT-COUNT
                 MOVE ENR-EMPLOYEEID  TO WS-ELECT-ID(ELECT-IDX)
                 MOVE ENR-PLAN        TO WS-ELECT-PLAN(ELECT-IDX)
                 MOVE ENR-TIER        TO WS-ELECT-TIER(ELECT-IDX)
                 MOVE ENR-EFFECTIVE   TO WS-ELECT-EFF(ELECT-IDX)
                 MOVE 'N'             TO WS-ELECT-USED(ELECT-IDX)
              ELSE
                 ADD 1                TO WS-DROPPED
              END-IF
           END-IF.

       0130-LOAD-DEDUCTIONS.

           OPEN INPUT DEDUCTMASTER.
           IF WS-FS-DEDUCT = '00'
              MOVE SPACES           TO DEDUCTMASTER-REC
              READ DEDUCTMASTER
                 AT END SET DEDUCT-EOF TO TRUE
              END-READ
              PERFORM UNTIL DEDUCT-EOF
                 IF DEDUCTMASTER-REC NOT = SPACES
                    IF WS-DED-COUNT < 5000
                       ADD 1          TO WS-DED-COUNT
                       SET DED-IDX    TO WS-DED-COUNT
                       MOVE DEDUCTMASTER-REC
                                      TO WS-DED-REC(DED-IDX)
                       PERFORM 0135-CHECK-BENEFIT-CODE
                       IF BENEFIT-CODE
                          MOVE 'Y'    TO WS-DED-BENEFIT(DED-IDX)
                       ELSE
                          MOVE 'N'    TO WS-DED-BENEFIT(DED-IDX)
                          ADD 1       TO WS-KEPT-COUNT
                       END-IF
                    ELSE
                       ADD 1          TO WS-DROPPED
                    END-IF
                 END-IF
                 MOVE SPACES        TO DEDUCTMASTER-REC
                 READ DEDUCTMASTER
                    AT END SET DEDUCT-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE DEDUCTMASTER
           ELSE
              IF WS-FS-DEDUCT = '05'
                 CLOSE DEDUCTMASTER
              END-IF
           END-IF.

       0135-CHECK-BENEFIT-CODE.

           MOVE 'NO '                 TO WS-BENEFIT-SW
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
              UNTIL PLAN-IDX > WS-PLAN-COUNT OR BENEFIT-CODE
              IF WS-PLAN-PLAN(PLAN-IDX) = DED-CODE
                 MOVE 'YES'           TO WS-BENEFIT-SW
              END-IF
           END-PERFORM.

       0200-MATCH-DEDUCTION.

      * An existing benefit line is refreshed from the election in
      * force, or removed when there is none.
           IF WS-DED-BENEFIT(DED-IDX) = 'Y'
              MOVE WS-DED-REC(DED-IDX) TO DEDUCTMASTER-REC
              MOVE 'NO '              TO WS-FOUND-SW
              PERFORM VARYING ELECT-IDX FROM 1 BY 1
                 UNTIL ELECT-IDX > WS-ELECT-COUNT OR ENTRY-FOUND
                 IF WS-ELECT-ID(ELECT-IDX) = DED-EMPLOYEEID AND
                    WS-ELECT-PLAN(ELECT-IDX) = DED-CODE AND
                    WS-ELECT-USED(ELECT-IDX) = 'N'
                    MOVE 'YES'        TO WS-FOUND-SW
                 END-IF
              END-PERFORM
              IF ENTRY-FOUND
                 SET ELECT-IDX DOWN BY 1
                 MOVE 'Y'             TO WS-ELECT-USED(ELECT-IDX)
                 IF WS-ELECT-TIER(ELECT-IDX) NOT = SPACES
                    PERFORM 0220-PRICE-ELECTION
                 END-IF
              END-IF
              IF ENTRY-FOUND AND
                 WS-ELECT-TIER(ELECT-IDX) NOT = SPACES AND
                 WS-NEW-AMOUNT > ZERO
                 PERFORM 0210-REFRESH-LINE
              ELSE
                 MOVE 'R'             TO WS-DED-BENEFIT(DED-IDX)
                 ADD 1                TO WS-REMOVED-COUNT
                 MOVE DED-AMOUNT      TO PRINT-OLD-AMOUNT
                 DISPLAY DED-EMPLOYEEID " " DED-CODE
                         "  REMOVED     WAS " PRINT-OLD-AMOUNT
              END-IF
           END-IF.

       0210-REFRESH-LINE.

           IF DED-TYPE = 'F' AND
              DED-AMOUNT IS NUMERIC AND
              DED-AMOUNT = WS-NEW-AMOUNT AND
              DED-PRIORITY IS NUMERIC AND
              DED-PRIORITY = WS-NEW-PRIORITY
              ADD 1                   TO WS-SAME-COUNT
           ELSE
              ADD 1                   TO WS-CHANGED-COUNT
              IF DED-AMOUNT IS NUMERIC
                 MOVE DED-AMOUNT      TO PRINT-OLD-AMOUNT
              ELSE
                 MOVE ZERO            TO PRINT-OLD-AMOUNT
              END-IF
              MOVE WS-NEW-AMOUNT      TO PRINT-NEW-AMOUNT
              DISPLAY DED-EMPLOYEEID " " DED-CODE
                      "  CHANGED     WAS " PRINT-OLD-AMOUNT
                      "  NOW " PRINT-NEW-AMOUNT
                      "  TIER " WS-ELECT-TIER(ELECT-IDX)
              MOVE 'F'                TO DED-TYPE
              MOVE WS-NEW-AMOUNT      TO DED-AMOUNT
              MOVE WS-NEW-PRIORITY    TO DED-PRIORITY
              MOVE DEDUCTMASTER-REC   TO WS-DED-REC(DED-IDX)
           END-IF.

       0220-PRICE-ELECTION.

      * A tier taken off the plan master leaves the election with
      * no price -- the line comes off and benefits is told.
           MOVE ZERO                  TO WS-NEW-AMOUNT WS-NEW-PRIORITY
           MOVE 'NO '                 TO WS-BENEFIT-SW
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
              UNTIL PLAN-IDX > WS-PLAN-COUNT OR BENEFIT-CODE
              IF WS-PLAN-PLAN(PLAN-IDX) = WS-ELECT-PLAN(ELECT-IDX)
                 AND WS-PLAN-TIER(PLAN-IDX) =
                     WS-ELECT-TIER(ELECT-IDX)
                 MOVE 'YES'           TO WS-BENEFIT-SW
                 MOVE WS-PLAN-RATE(PLAN-IDX)     TO WS-NEW-AMOUNT
                 MOVE WS-PLAN-PRIORITY(PLAN-IDX) TO WS-NEW-PRIORITY
              END-IF
           END-PERFORM
           IF NOT BENEFIT-CODE
              ADD 1                   TO WS-NO-RATE-COUNT
              DISPLAY WS-ELECT-ID(ELECT-IDX) " "
                      WS-ELECT-PLAN(ELECT-IDX)
                      "  ** TIER " WS-ELECT-TIER(ELECT-IDX)
                      " NO LONGER ON BENPLAN.DAT"
              MOVE 'TIER NOT ON PLAN MASTER' TO EXC-REASON
              MOVE WS-ELECT-ID(ELECT-IDX) TO EXC-KEY
              MOVE SPACES             TO EXC-DETAIL
              STRING 'PLAN ' WS-ELECT-PLAN(ELECT-IDX)
                     ' TIER ' WS-ELECT-TIER(ELECT-IDX)
                     ' EFFECTIVE ' WS-ELECT-EFF(ELECT-IDX)
                 DELIMITED BY SIZE INTO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0250-ADD-NEW-ELECTION.

      * Elections with no line on the master yet get one.
           IF WS-ELECT-USED(ELECT-IDX) = 'N' AND
              WS-ELECT-TIER(ELECT-IDX) NOT = SPACES
              PERFORM 0220-PRICE-ELECTION
              IF WS-NEW-AMOUNT > ZERO
                 IF WS-DED-COUNT < 5000
                    ADD 1             TO WS-DED-COUNT
                    SET DED-IDX       TO WS-DED-COUNT
                    MOVE SPACES       TO DEDUCTMASTER-REC
                    MOVE WS-ELECT-ID(ELECT-IDX) TO DED-EMPLOYEEID
                    MOVE WS-ELECT-PLAN(ELECT-IDX) TO DED-CODE
                    MOVE 'F'          TO DED-TYPE
                    MOVE WS-NEW-AMOUNT TO DED-AMOUNT
                    MOVE WS-NEW-PRIORITY TO DED-PRIORITY
                    MOVE ZERO         TO DED-RECOVERY-CAP
                    MOVE DEDUCTMASTER-REC TO WS-DED-REC(DED-IDX)
                    MOVE 'Y'          TO WS-DED-BENEFIT(DED-IDX)
                    ADD 1             TO WS-ADDED-COUNT
                    MOVE WS-NEW-AMOUNT TO PRINT-NEW-AMOUNT
                    DISPLAY DED-EMPLOYEEID " " DED-CODE
                            "  ADDED                     NOW "
                            PRINT-NEW-AMOUNT
                            "  TIER " WS-ELECT-TIER(ELECT-IDX)
                 ELSE
                    ADD 1             TO WS-DROPPED
                 END-IF
              END-IF
           END-IF.

       0300-REWRITE-DEDUCTIONS.

      * A line added after the table filled would be lost from the
      * rewrite -- the master is left as it was instead.
           IF WS-DROPPED > ZERO
              DISPLAY '* TABLE CAPACITY EXCEEDED -- '
                      'DEDUCTMASTER.DAT NOT REBUILT'
              MOVE 8                  TO RETURN-CODE
           ELSE
              OPEN OUTPUT DEDUCTMASTER
              PERFORM VARYING DED-IDX FROM 1 BY 1
                 UNTIL DED-IDX > WS-DED-COUNT
                 IF WS-DED-BENEFIT(DED-IDX) NOT = 'R'
                    MOVE WS-DED-REC(DED-IDX) TO DEDUCTMASTER-REC
                    WRITE DEDUCTMASTER-REC
                    ADD 1             TO WS-WRITTEN-COUNT
                 END-IF
              END-PERFORM
              CLOSE DEDUCTMASTER
           END-IF.

       9000-END-PROGRAM.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* BENEFIT DEDUCTION GENERATOR    *"
           DISPLAY "* ENROLLMENT LINES READ : " WS-ENROLL-READ
           DISPLAY "* OTHER LINES KEPT      : " WS-KEPT-COUNT
           DISPLAY "* BENEFIT LINES ADDED   : " WS-ADDED-COUNT
           DISPLAY "* BENEFIT LINES CHANGED : " WS-CHANGED-COUNT
           DISPLAY "* BENEFIT LINES SAME    : " WS-SAME-COUNT
           DISPLAY "* BENEFIT LINES REMOVED : " WS-REMOVED-COUNT
           DISPLAY "* TIERS WITH NO RATE    : " WS-NO-RATE-COUNT
           DISPLAY "* DEDUCTION LINES WRITTEN: " WS-WRITTEN-COUNT
           DISPLAY "**********************************"

           IF WS-NO-RATE-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

      * RUNLOCK hands back a zero return code -- the step's own is
      * carried across the release and restored by RUNLOGGER.
           MOVE RETURN-CODE    TO WS-STEP-RC
           MOVE 'R'            TO LK-ACTION
           MOVE 'DEDUCTMASTER' TO LK-RESOURCE
           CALL 'RUNLOCK' USING LK-PARM
           MOVE 'BENENROLL'    TO LK-RESOURCE
           CALL 'RUNLOCK' USING LK-PARM

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-ENROLL-READ TO RL-READ
           MOVE WS-WRITTEN-COUNT TO RL-WRITTEN
           MOVE WS-NO-RATE-COUNT TO RL-REJECTED
           MOVE WS-FS-DEDUCT   TO RL-FSTATUS
           MOVE WS-STEP-RC     TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'BENGEN'              TO EXC-PROGRAM
           MOVE 4                     TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-PLAN-REASON
           FS-FIELD  BY WS-FS-PLAN
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-ENROLL-REASON
           FS-FIELD  BY WS-FS-ENROLL
           FS-REASON BY WS-FS-REASON.

       END PROGRAM BENGEN.
