       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.
      * REPORTING-LINE ORG CHART -- LOADS EVERY EMPLOYEE ON
      * EMPLOYEEINDEXED.DAT WITH THE SUPERVISOR THEY REPORT TO AND
      * PRINTS THE HOUSE AS AN INDENTED TREE, EACH MANAGER FOLLOWED
      * BY THEIR REPORTS ONE LEVEL IN. EVERY LINE CARRIES THE
      * DIRECT-REPORT COUNT AND THE HEADCOUNT AND HOURLY PAYROLL
      * (RATE TIMES HOURS) OF THE WHOLE ORGANIZATION FROM THAT
      * PERSON DOWN, THEMSELVES INCLUDED. SOMEONE REPORTING TO A
      * SUPERVISOR NO LONGER ON THE MASTER HEADS A TREE OF THEIR OWN
      * AND IS FLAGGED; ANYONE CAUGHT IN A REPORTING LOOP IS LISTED
      * AT THE END, SINCE NO TREE REACHES THEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EMPLOYEEINDEXED ASSIGN TO "EMPLOYEEINDEXED.DAT"
        FILE STATUS IS FS-EMP-IDX
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IDX-EMPLOYEEID
        ALTERNATE RECORD KEY IS IDX-DEPARTMENT
           WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-EMPLOYEENAME
           WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-SSN
           WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEINDEXED.
       01 EMP-IDX-REG.
            88 EMP-IDX-EOF          VALUE HIGH-VALUES.
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

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-EMPLOYEE-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-TOP-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-ORPHAN-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-LOOP-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-DROPPED          PIC 9(05) VALUE ZERO.

      * The whole house, in EMPLOYEEID order, with each person's
      * place in the tree and the figures rolled up to it.
           05 WS-EMP-TABLE.
              10 WS-EMP-ENTRY OCCURS 5000 TIMES
                              INDEXED BY EMP-IDX PAR-IDX.
                 15 WS-EMP-ID        PIC 9(07).
                 15 WS-EMP-NAME      PIC X(20).
                 15 WS-EMP-SUPV      PIC 9(07).
                 15 WS-EMP-PAY       PIC 9(07)V99.
                 15 WS-EMP-PARENT    PIC 9(05).
                 15 WS-EMP-DIRECT    PIC 9(05).
                 15 WS-EMP-ORG-HEAD  PIC 9(05).
                 15 WS-EMP-ORG-PAY   PIC 9(11)V99.
                 15 WS-EMP-PRINTED   PIC X(01).
           05 WS-EMP-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-PARENT-FOUND     PIC X(03).
              88 PARENT-FOUND     VALUE 'YES'.

      * Ancestor walk for the roll-up, stopped at 100 levels so a
      * loop cannot run forever.
           05 WS-UP               PIC 9(05).
           05 WS-UP-LEVELS        PIC 9(03).

      * Depth-first print stack: person and indent level.
           05 WS-STACK.
              10 WS-STK-ENTRY OCCURS 5000 TIMES.
                 15 WS-STK-EMP       PIC 9(05).
                 15 WS-STK-LEVEL     PIC 9(03).
           05 WS-STK-TOP          PIC 9(05) VALUE ZERO.
           05 WS-CUR              PIC 9(05).
           05 WS-CUR-LEVEL        PIC 9(03).
           05 WS-CHILD            PIC 9(05).

      * One chart line: the name indented two places a level (to
      * fifteen levels), the figures at fixed columns after it.
           05 WS-PRT-LINE         PIC X(132).
           05 WS-PRT-POS          PIC 9(03).
           05 WS-PRT-NAME.
              10 WS-PRT-ID        PIC 9(07).
              10 FILLER           PIC X(01) VALUE SPACE.
              10 WS-PRT-EMPNAME   PIC X(20).
           05 WS-PRT-FIGURES.
              10 WS-PRT-DIRECT    PIC ZZZZ9.
              10 FILLER           PIC X(02) VALUE SPACES.
              10 WS-PRT-ORG-HEAD  PIC ZZZZ9.
              10 FILLER           PIC X(02) VALUE SPACES.
              10 WS-PRT-ORG-PAY   PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0100-START.

           OPEN INPUT EMPLOYEEINDEXED.
           IF FS-EMP-IDX NOT = '00'
              PERFORM 9510-EMPIDX-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-INDEXED MASTER: ' FS-EMP-IDX
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

           READ EMPLOYEEINDEXED NEXT RECORD
              AT END SET EMP-IDX-EOF TO TRUE
           END-READ.
           PERFORM 0200-LOAD-EMPLOYEE UNTIL EMP-IDX-EOF.
           CLOSE EMPLOYEEINDEXED.

      * A chart missing people would misstate every total above
      * them -- nothing is printed.
           IF WS-DROPPED > ZERO
              DISPLAY '********************************'
              DISPLAY '* MASTER EXCEEDS 5000 EMPLOYEES'
              DISPLAY '* EMPLOYEES NOT HELD: ' WS-DROPPED
              DISPLAY '* ORG CHART NOT PRINTED'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 0300-LINK-TO-SUPERVISOR
              VARYING EMP-IDX FROM 1 BY 1
              UNTIL EMP-IDX > WS-EMP-COUNT.
           PERFORM 0310-ROLL-UP-FIGURES
              VARYING EMP-IDX FROM 1 BY 1
              UNTIL EMP-IDX > WS-EMP-COUNT.

           PERFORM 0400-PRINT-CHART.
           PERFORM 9000-END-PROGRAM.

       0200-LOAD-EMPLOYEE.

           ADD 1                      TO WS-EMPLOYEE-COUNT
           IF WS-EMP-COUNT < 5000
              ADD 1                   TO WS-EMP-COUNT
              SET EMP-IDX             TO WS-EMP-COUNT
              MOVE IDX-EMPLOYEEID     TO WS-EMP-ID(EMP-IDX)
              MOVE IDX-EMPLOYEENAME   TO WS-EMP-NAME(EMP-IDX)
              IF IDX-SUPERVISOR IS NUMERIC
                 MOVE IDX-SUPERVISOR  TO WS-EMP-SUPV(EMP-IDX)
              ELSE
                 MOVE ZERO            TO WS-EMP-SUPV(EMP-IDX)
              END-IF
              COMPUTE WS-EMP-PAY(EMP-IDX) ROUNDED =
                      IDX-HOURLYRATE * IDX-HOURSWORKED
              MOVE ZERO               TO WS-EMP-PARENT(EMP-IDX)
                                         WS-EMP-DIRECT(EMP-IDX)
                                         WS-EMP-ORG-HEAD(EMP-IDX)
                                         WS-EMP-ORG-PAY(EMP-IDX)
              MOVE 'N'                TO WS-EMP-PRINTED(EMP-IDX)
           ELSE
              ADD 1                   TO WS-DROPPED
           END-IF.

           READ EMPLOYEEINDEXED NEXT RECORD
              AT END SET EMP-IDX-EOF TO TRUE
           END-READ.

       0300-LINK-TO-SUPERVISOR.

      * Parent is the table slot of the supervisor; zero for the
      * top of the house and for a supervisor no longer on file.
           IF WS-EMP-SUPV(EMP-IDX) > ZERO
              MOVE 'NO '              TO WS-PARENT-FOUND
              PERFORM VARYING PAR-IDX FROM 1 BY 1
                 UNTIL PAR-IDX > WS-EMP-COUNT OR PARENT-FOUND
                 IF WS-EMP-ID(PAR-IDX) = WS-EMP-SUPV(EMP-IDX)
                    MOVE 'YES'        TO WS-PARENT-FOUND
                 END-IF
              END-PERFORM
              IF PARENT-FOUND
                 SET PAR-IDX DOWN BY 1
                 SET WS-EMP-PARENT(EMP-IDX) TO PAR-IDX
                 ADD 1                TO WS-EMP-DIRECT(PAR-IDX)
              END-IF
           END-IF.

       0310-ROLL-UP-FIGURES.

      * Each person counts in their own organization and in every
      * one above theirs.
           ADD 1                      TO WS-EMP-ORG-HEAD(EMP-IDX)
           ADD WS-EMP-PAY(EMP-IDX)    TO WS-EMP-ORG-PAY(EMP-IDX)
           MOVE WS-EMP-PARENT(EMP-IDX) TO WS-UP
           MOVE ZERO                  TO WS-UP-LEVELS
           PERFORM UNTIL WS-UP = ZERO OR WS-UP-LEVELS NOT < 100
              ADD 1                   TO WS-UP-LEVELS
              ADD 1                   TO WS-EMP-ORG-HEAD(WS-UP)
              ADD WS-EMP-PAY(EMP-IDX) TO WS-EMP-ORG-PAY(WS-UP)
              MOVE WS-EMP-PARENT(WS-UP) TO WS-UP
           END-PERFORM.

       0400-PRINT-CHART.

           DISPLAY "================================================"
           DISPLAY "ORGANIZATION CHART -- REPORTING LINES"
           DISPLAY "================================================"
           DISPLAY "EMPLOYEE                                         "
                   "           DIRECT  ORG HEAD     ORG PAYROLL"

      * Every tree starts from someone with no supervisor on file.
           PERFORM 0410-PRINT-TREE
              VARYING EMP-IDX FROM 1 BY 1
              UNTIL EMP-IDX > WS-EMP-COUNT

           DISPLAY "================================================"

      * Whoever no tree reached is in a loop of supervisors.
           PERFORM 0440-LIST-LOOP
              VARYING EMP-IDX FROM 1 BY 1
              UNTIL EMP-IDX > WS-EMP-COUNT.

       0410-PRINT-TREE.

           IF WS-EMP-PARENT(EMP-IDX) = ZERO
              ADD 1                   TO WS-TOP-COUNT
              MOVE 1                  TO WS-STK-TOP
              SET WS-STK-EMP(1)       TO EMP-IDX
              MOVE ZERO               TO WS-STK-LEVEL(1)
              PERFORM 0420-PRINT-NEXT UNTIL WS-STK-TOP = ZERO
              IF WS-EMP-SUPV(EMP-IDX) > ZERO
                 ADD 1                TO WS-ORPHAN-COUNT
                 DISPLAY "   ** REPORTS TO " WS-EMP-SUPV(EMP-IDX)
                         " -- SUPERVISOR NOT ON MASTER"
              END-IF
           END-IF.

       0420-PRINT-NEXT.

           MOVE WS-STK-EMP(WS-STK-TOP)   TO WS-CUR
           MOVE WS-STK-LEVEL(WS-STK-TOP) TO WS-CUR-LEVEL
           SUBTRACT 1                 FROM WS-STK-TOP
           MOVE 'Y'                   TO WS-EMP-PRINTED(WS-CUR)

           MOVE SPACES                TO WS-PRT-LINE
           MOVE WS-EMP-ID(WS-CUR)     TO WS-PRT-ID
           MOVE WS-EMP-NAME(WS-CUR)   TO WS-PRT-EMPNAME
           IF WS-CUR-LEVEL > 15
              COMPUTE WS-PRT-POS = 31
           ELSE
              COMPUTE WS-PRT-POS = (WS-CUR-LEVEL * 2) + 1
           END-IF
           MOVE WS-PRT-NAME           TO WS-PRT-LINE(WS-PRT-POS:28)
           MOVE WS-EMP-DIRECT(WS-CUR) TO WS-PRT-DIRECT
           MOVE WS-EMP-ORG-HEAD(WS-CUR) TO WS-PRT-ORG-HEAD
           MOVE WS-EMP-ORG-PAY(WS-CUR) TO WS-PRT-ORG-PAY
           MOVE WS-PRT-FIGURES        TO WS-PRT-LINE(62:35)
           DISPLAY WS-PRT-LINE(1:96)

      * Reports go on the stack highest EMPLOYEEID first, so they
      * come off -- and print -- lowest first.
           PERFORM 0430-PUSH-REPORT
              VARYING PAR-IDX FROM WS-EMP-COUNT BY -1
              UNTIL PAR-IDX < 1.

       0430-PUSH-REPORT.

           SET WS-CHILD               TO PAR-IDX
           IF WS-EMP-PARENT(WS-CHILD) = WS-CUR AND
              WS-EMP-PRINTED(WS-CHILD) = 'N' AND
              WS-STK-TOP < 5000
              ADD 1                   TO WS-STK-TOP
              MOVE WS-CHILD           TO WS-STK-EMP(WS-STK-TOP)
              COMPUTE WS-STK-LEVEL(WS-STK-TOP) = WS-CUR-LEVEL + 1
           END-IF.

       0440-LIST-LOOP.

           IF WS-EMP-PRINTED(EMP-IDX) = 'N'
              ADD 1                   TO WS-LOOP-COUNT
              DISPLAY "** " WS-EMP-ID(EMP-IDX) " "
                      WS-EMP-NAME(EMP-IDX) " REPORTS TO "
                      WS-EMP-SUPV(EMP-IDX) " -- REPORTING LOOP"
           END-IF.

       9000-END-PROGRAM.

           DISPLAY "**********************************"
           DISPLAY "* EMPLOYEES CHARTED        : " WS-EMPLOYEE-COUNT
           DISPLAY "* TOP-LEVEL MANAGERS       : " WS-TOP-COUNT
           DISPLAY "* SUPERVISOR NOT ON MASTER : " WS-ORPHAN-COUNT
           DISPLAY "* IN A REPORTING LOOP      : " WS-LOOP-COUNT
           DISPLAY "**********************************"

           IF (WS-ORPHAN-COUNT + WS-LOOP-COUNT) > ZERO AND
              RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-EMPIDX-REASON
           FS-FIELD  BY FS-EMP-IDX
           FS-REASON BY WS-FS-REASON.

       END PROGRAM ORGCHART.
