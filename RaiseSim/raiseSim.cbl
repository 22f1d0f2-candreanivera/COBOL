      * AND COMPANY TOTAL FOR EACH CANDIDATE. NOTHING IS WRITTEN --
      * NOT NEWEMPFILE.DAT, NOT RATEHISTORY.DAT, NOT AN EXCEPTION
      * FILE -- SO PAYROLL CAN FIT THE RAISE TO BUDGET BEFORE THE
      * REAL CYCLE RUNS. EACH EMPLOYEE'S PAY GRADE IS LOOKED UP ON
      * THE INDEXED MASTER AND ITS RANGE ON GRADEMASTER.DAT, AND
      * ANYONE A CANDIDATE WOULD PUSH OVER THEIR RANGE MAXIMUM IS
      * LISTED UNDER THAT CANDIDATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEPTRATE.

      * Pay grade ranges. No grade master, no range check.
       SELECT OPTIONAL GRADEMASTER ASSIGN TO "GRADEMASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GRADE.

      * Read by EMPLOYEEID for the grade EMPFILE.DAT doesn't carry.
       SELECT EMPLOYEEINDEXED ASSIGN TO "EMPLOYEEINDEXED.DAT"
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

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
           05 DEPTRATE-DEPARTMENT   PIC X(30).
           05 DEPTRATE-PCT          PIC 9V99.

       FD GRADEMASTER.
       01 GRADEMASTER-REC.
           88 GRADEMASTER-EOF VALUE HIGH-VALUES.
           05 GRD-GRADE             PIC X(03).
           05 FILLER                PIC X(02).
           05 GRD-MINIMUM           PIC 9(04)V99.
           05 FILLER                PIC X(02).
           05 GRD-MIDPOINT          PIC 9(04)V99.
           05 FILLER                PIC X(02).
           05 GRD-MAXIMUM           PIC 9(04)V99.

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

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
           05 WS-FS-EMPLOYEE      PIC X(02).
           05 WS-FS-SIMPARM       PIC X(02).
           05 WS-FS-DEPTRATE      PIC X(02).
           05 WS-FS-GRADE         PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-EMPLOYEE-COUNT   PIC 9(07) VALUE ZERO.
                 15 WS-SIM-TOTAL     PIC 9(11)V99.
                 15 WS-SIM-DEPT-COST PIC 9(09)V99
                                     OCCURS 100 TIMES.
                 15 WS-SIM-OVER-MAX  PIC 9(05).
           05 WS-SIM-OVERFLOW     PIC 9(03) VALUE ZERO.

      * Department registry shared by every scenario's buckets.
                 15 WS-RATE-PCT     PIC 9V99.
           05 WS-DEPT-RATE-COUNT    PIC 9(03) VALUE ZERO.

      * Pay grade ranges, and the grade and range maximum of the
      * employee being costed. The check runs only when both the
      * grade master and the indexed master are on hand.
           05 WS-GRD-TABLE.
              10 WS-GRD-ENTRY OCCURS 100 TIMES
                              INDEXED BY GRD-IDX.
                 15 WS-GRD-CODE      PIC X(03).
                 15 WS-GRD-MAXIMUM   PIC 9(04)V99.
           05 WS-GRD-COUNT        PIC 9(03) VALUE ZERO.
           05 WS-GRD-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-RANGE-CHECK-SW   PIC X(03) VALUE 'NO '.
              88 RANGE-CHECK-ON   VALUE 'YES'.
           05 WS-EMP-GRADE        PIC X(03).
           05 WS-EMP-RANGE-MAX    PIC 9(04)V99.
           05 WS-EMP-RANGE-SW     PIC X(03).
              88 EMP-RANGE-KNOWN  VALUE 'YES'.

      * Employees a candidate pushes over their range maximum,
      * listed under the candidate at print time.
           05 WS-FLAG-TABLE.
              10 WS-FLAG-ENTRY OCCURS 500 TIMES
                               INDEXED BY FLAG-IDX.
                 15 WS-FLAG-SIM      PIC 9(02).
                 15 WS-FLAG-ID       PIC 9(07).
                 15 WS-FLAG-NAME     PIC X(20).
                 15 WS-FLAG-GRADE    PIC X(03).
                 15 WS-FLAG-OLD-RATE PIC 9(04)V99.
                 15 WS-FLAG-NEW-RATE PIC 9(04)V99.
                 15 WS-FLAG-MAXIMUM  PIC 9(04)V99.
           05 WS-FLAG-COUNT       PIC 9(03) VALUE ZERO.
           05 WS-FLAG-DROPPED     PIC 9(05) VALUE ZERO.
           05 WS-FLAG-SIM-NO      PIC 9(02).

      * Control-trailer verification of EMPFILE.DAT -- count and hash
      * of HOURLYRATE in cents, stamped by EMPEDIT.
           05 WS-IN-TRAILER-SW    PIC X(03) VALUE 'NO '.

           PERFORM 0110-LOAD-CANDIDATES.
           PERFORM 0120-LOAD-DEPT-RATES.
           PERFORM 0130-LOAD-GRADES.

           OPEN INPUT EMPLOYEEFILE.
           IF WS-FS-EMPLOYEE NOT = '00'
           PERFORM 0200-COST-EMPLOYEE UNTIL ENDOFFILE.
           PERFORM 9100-VERIFY-TRAILER.
           CLOSE EMPLOYEEFILE.
           IF RANGE-CHECK-ON
              CLOSE EMPLOYEEINDEXED
           END-IF.

           PERFORM 0400-PRINT-PROJECTIONS.
           PERFORM 9000-END-PROGRAM.
              CLOSE DEPTRATEFILE
           END-IF.

       0130-LOAD-GRADES.

           OPEN INPUT GRADEMASTER.
           IF WS-FS-GRADE = '00'
              MOVE SPACES           TO GRADEMASTER-REC
              READ GRADEMASTER
                 AT END SET GRADEMASTER-EOF TO TRUE
              END-READ
              PERFORM UNTIL GRADEMASTER-EOF
                 IF GRD-GRADE NOT = SPACES AND
                    GRD-MAXIMUM IS NUMERIC
                    IF WS-GRD-COUNT < 100
                       ADD 1          TO WS-GRD-COUNT
                       SET GRD-IDX    TO WS-GRD-COUNT
                       MOVE GRD-GRADE TO WS-GRD-CODE(GRD-IDX)
                       MOVE GRD-MAXIMUM
                                      TO WS-GRD-MAXIMUM(GRD-IDX)
                    ELSE
                       ADD 1          TO WS-GRD-DROPPED
                    END-IF
                 END-IF
                 MOVE SPACES        TO GRADEMASTER-REC
                 READ GRADEMASTER
                    AT END SET GRADEMASTER-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE GRADEMASTER
           ELSE
              IF WS-FS-GRADE = '05'
                 CLOSE GRADEMASTER
              END-IF
           END-IF.

      * The grade lives on the indexed master; without it (or
      * without any ranges) the costing runs alone, as it always
      * has.
           IF WS-GRD-COUNT = ZERO
              DISPLAY '* NO GRADEMASTER.DAT -- RANGE CHECK NOT RUN'
           ELSE
              OPEN INPUT EMPLOYEEINDEXED
              IF FS-EMP-IDX = '00'
                 MOVE 'YES'         TO WS-RANGE-CHECK-SW
              ELSE
                 PERFORM 9510-EMPIDX-REASON
                 DISPLAY '* INDEXED MASTER NOT AVAILABLE, FS '
                         FS-EMP-IDX ' (' WS-FS-REASON ')'
                 DISPLAY '* RANGE CHECK NOT RUN'
              END-IF
           END-IF.

           IF WS-GRD-DROPPED > ZERO
              DISPLAY '* WARNING: GRADE TABLE FULL, ' WS-GRD-DROPPED
                      ' GRADES NOT LOADED'
              MOVE 4                  TO RETURN-CODE
           END-IF.

       0200-COST-EMPLOYEE.

      * The last record on EMPFILE.DAT is EMPEDIT's control trailer,
                      WS-OLD-PAYROLL-TOTAL +
                      (HOURLYRATE * HOURSWORKED)
              PERFORM 0210-FIND-DEPT-SLOT
              PERFORM 0215-FIND-GRADE-RANGE
              PERFORM VARYING SIM-IDX FROM 1 BY 1
                 UNTIL SIM-IDX > WS-SIM-COUNT
                 PERFORM 0220-COST-ONE-SCENARIO
              END-IF
           END-IF.

       0215-FIND-GRADE-RANGE.

           MOVE 'NO '                 TO WS-EMP-RANGE-SW
           MOVE SPACES                TO WS-EMP-GRADE
           IF RANGE-CHECK-ON
              MOVE EMPLOYEEID         TO IDX-EMPLOYEEID
              READ EMPLOYEEINDEXED
                 INVALID KEY CONTINUE
              END-READ
              IF FS-EMP-IDX = '00' AND IDX-GRADE NOT = SPACES
                 MOVE IDX-GRADE       TO WS-EMP-GRADE
                 PERFORM VARYING GRD-IDX FROM 1 BY 1
                    UNTIL GRD-IDX > WS-GRD-COUNT OR EMP-RANGE-KNOWN
                    IF WS-GRD-CODE(GRD-IDX) = IDX-GRADE
                       MOVE WS-GRD-MAXIMUM(GRD-IDX)
                                      TO WS-EMP-RANGE-MAX
                       MOVE 'YES'     TO WS-EMP-RANGE-SW
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       0220-COST-ONE-SCENARIO.

      * The same lookup order the real cycle uses: the department
              MOVE WS-RATE-CAP        TO WS-NEW-RATE
           END-IF

      * Only a raise that carries someone across the top of their
      * range is flagged; anyone already over it was over before.
           IF EMP-RANGE-KNOWN AND
              WS-NEW-RATE > WS-EMP-RANGE-MAX AND
              HOURLYRATE NOT > WS-EMP-RANGE-MAX
              PERFORM 0225-FLAG-OVER-MAXIMUM
           END-IF

           COMPUTE WS-EMP-COST =
                   WS-NEW-RATE * HOURSWORKED
           ADD WS-EMP-COST            TO WS-SIM-TOTAL(SIM-IDX)
                 TO WS-SIM-DEPT-COST(SIM-IDX, WS-DEPT-SLOT)
           END-IF.

       0225-FLAG-OVER-MAXIMUM.

           ADD 1                      TO WS-SIM-OVER-MAX(SIM-IDX)
           IF WS-FLAG-COUNT < 500
              ADD 1                   TO WS-FLAG-COUNT
              SET FLAG-IDX            TO WS-FLAG-COUNT
              SET WS-FLAG-SIM(FLAG-IDX) TO SIM-IDX
              MOVE EMPLOYEEID         TO WS-FLAG-ID(FLAG-IDX)
              MOVE EMPLOYEENAME       TO WS-FLAG-NAME(FLAG-IDX)
              MOVE WS-EMP-GRADE       TO WS-FLAG-GRADE(FLAG-IDX)
              MOVE HOURLYRATE         TO WS-FLAG-OLD-RATE(FLAG-IDX)
              MOVE WS-NEW-RATE        TO WS-FLAG-NEW-RATE(FLAG-IDX)
              MOVE WS-EMP-RANGE-MAX   TO WS-FLAG-MAXIMUM(FLAG-IDX)
           ELSE
              ADD 1                   TO WS-FLAG-DROPPED
           END-IF.

       0400-PRINT-PROJECTIONS.

           DISPLAY "================================================"
                         WS-SIM-DEPT-COST(SIM-IDX, DEPT-IDX)
              END-PERFORM
              DISPLAY "COMPANY TOTAL: " WS-SIM-TOTAL(SIM-IDX)
              IF RANGE-CHECK-ON
                 DISPLAY "PUSHED OVER RANGE MAXIMUM: "
                         WS-SIM-OVER-MAX(SIM-IDX)
                 SET WS-FLAG-SIM-NO   TO SIM-IDX
                 PERFORM VARYING FLAG-IDX FROM 1 BY 1
                    UNTIL FLAG-IDX > WS-FLAG-COUNT
                    IF WS-FLAG-SIM(FLAG-IDX) = WS-FLAG-SIM-NO
                       DISPLAY "  ** " WS-FLAG-ID(FLAG-IDX) " "
                               WS-FLAG-NAME(FLAG-IDX) " GRADE "
                               WS-FLAG-GRADE(FLAG-IDX) " "
                               WS-FLAG-OLD-RATE(FLAG-IDX) " TO "
                               WS-FLAG-NEW-RATE(FLAG-IDX) " MAX "
                               WS-FLAG-MAXIMUM(FLAG-IDX)
                    END-IF
                 END-PERFORM
                 IF WS-SIM-OVER-MAX(SIM-IDX) > ZERO AND
                    RETURN-CODE = ZERO
                    MOVE 4            TO RETURN-CODE
                 END-IF
              END-IF
           END-PERFORM

           DISPLAY " "
              END-IF
           END-IF.

           IF WS-FLAG-DROPPED > ZERO
              DISPLAY "* WARNING: RANGE LISTING FULL, "
                      WS-FLAG-DROPPED
                      " OVER-MAXIMUM LINES NOT LISTED"
           END-IF.

       9000-END-PROGRAM.

           DISPLAY "**********************************"
           FS-FIELD  BY WS-FS-EMPLOYEE
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-EMPIDX-REASON
           FS-FIELD  BY FS-EMP-IDX
           FS-REASON BY WS-FS-REASON.

       END PROGRAM RAISESIM.
