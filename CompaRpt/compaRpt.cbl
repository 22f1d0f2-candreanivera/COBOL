       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARPT.
      * COMPA-RATIO REPORT -- READS THE PAY GRADE MASTER
      * (GRADE, RANGE MINIMUM, MIDPOINT, MAXIMUM) AND WALKS
      * EMPLOYEEINDEXED.DAT IN DEPARTMENT ORDER, BUCKETING EVERY
      * EMPLOYEE BY DEPARTMENT AND PAY GRADE. EACH BUCKET PRINTS ITS
      * HEADCOUNT AND AVERAGE COMPA-RATIO (HOURLY RATE AS A PERCENT
      * OF THE GRADE MIDPOINT), FOLLOWED BY EVERYONE PAID BELOW THE
      * GRADE MINIMUM OR ABOVE THE GRADE MAXIMUM. AN EMPLOYEE WITH
      * NO GRADE, OR A GRADE THE GRADE MASTER DOESN'T KNOW, IS
      * COUNTED AND LISTED SO THE GAP GETS CLOSED IN EMPMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Pay grade master: one row per grade with its range.
       SELECT GRADEMASTER ASSIGN TO "GRADEMASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GRADE.

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
           05 WS-FS-GRADE         PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-EMPLOYEE-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-BELOW-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-ABOVE-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-NOGRADE-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-UNKNOWN-COUNT    PIC 9(05) VALUE ZERO.

      * Pay grade ranges from the grade master.
           05 WS-GRD-TABLE.
              10 WS-GRD-ENTRY OCCURS 100 TIMES
                              INDEXED BY GRD-IDX.
                 15 WS-GRD-CODE      PIC X(03).
                 15 WS-GRD-MINIMUM   PIC 9(04)V99.
                 15 WS-GRD-MIDPOINT  PIC 9(04)V99.
                 15 WS-GRD-MAXIMUM   PIC 9(04)V99.
           05 WS-GRD-COUNT        PIC 9(03) VALUE ZERO.
           05 WS-GRD-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-GRD-FOUND        PIC X(03).
              88 GRADE-FOUND      VALUE 'YES'.

      * One bucket per department and grade, in the order the
      * department key delivers them.
           05 WS-BKT-AREA.
              10 WS-BKT-COUNT     PIC 9(04) COMP VALUE ZERO.
              10 WS-BKT-ENTRY OCCURS 500 TIMES
                              INDEXED BY BKT-IDX.
                 15 WS-BKT-DEPT      PIC X(30).
                 15 WS-BKT-GRADE     PIC X(03).
                 15 WS-BKT-HEAD      PIC 9(05).
                 15 WS-BKT-RATED     PIC 9(05).
                 15 WS-BKT-COMPA-SUM PIC 9(09)V9.
                 15 WS-BKT-BELOW     PIC 9(05).
                 15 WS-BKT-ABOVE     PIC 9(05).
              10 WS-BKT-FOUND     PIC X(03).
                 88 BKT-ENTRY-FOUND VALUE 'YES'.
           05 WS-BKT-SLOT         PIC 9(04) COMP VALUE ZERO.
           05 WS-BKT-OVERFLOW     PIC 9(05) VALUE ZERO.

      * Everyone outside their range (or without a usable grade),
      * printed under their bucket.
           05 WS-OUT-AREA.
              10 WS-OUT-COUNT     PIC 9(04) COMP VALUE ZERO.
              10 WS-OUT-ENTRY OCCURS 1000 TIMES
                              INDEXED BY OUT-IDX.
                 15 WS-OUT-BUCKET    PIC 9(04).
                 15 WS-OUT-ID        PIC 9(07).
                 15 WS-OUT-NAME      PIC X(20).
                 15 WS-OUT-RATE      PIC 9(04)V99.
                 15 WS-OUT-LIMIT     PIC 9(04)V99.
                 15 WS-OUT-TEXT      PIC X(20).
           05 WS-OUT-OVERFLOW     PIC 9(05) VALUE ZERO.
           05 WS-OUT-LIMIT-HOLD   PIC 9(04)V99.
           05 WS-OUT-TEXT-HOLD    PIC X(20).
           05 WS-BKT-NO           PIC 9(04).

           05 WS-COMPA            PIC 9(05)V9.
           05 WS-AVG-COMPA        PIC 9(05)V9.
           05 WS-AVG-COMPA-PRT    PIC ZZZZ9.9.
           05 WS-GRADE-PRT        PIC X(04).

       PROCEDURE DIVISION.
       0100-START.

           PERFORM 0110-LOAD-GRADES.

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

      * Department order off the alternate key, so the report
      * reads one department at a time.
           MOVE LOW-VALUES            TO IDX-DEPARTMENT
           START EMPLOYEEINDEXED
              KEY >= IDX-DEPARTMENT
              INVALID KEY SET EMP-IDX-EOF TO TRUE
           END-START.
           IF NOT EMP-IDX-EOF
              READ EMPLOYEEINDEXED NEXT RECORD
                 AT END SET EMP-IDX-EOF TO TRUE
              END-READ
           END-IF.
           PERFORM 0200-RATE-EMPLOYEE UNTIL EMP-IDX-EOF.
           CLOSE EMPLOYEEINDEXED.

           PERFORM 0400-PRINT-REPORT.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-GRADES.

      * No grade master means no ranges to measure against -- a
      * hard stop, not an everyone-unknown report.
           OPEN INPUT GRADEMASTER.
           IF WS-FS-GRADE NOT = '00'
              PERFORM 9500-GRADE-REASON
              DISPLAY '********************************'
              DISPLAY '* GRADEMASTER.DAT REQUIRED     *'
              DISPLAY '* FS-GRADE: ' WS-FS-GRADE
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-GRADE = '10'
              MOVE SPACES             TO GRADEMASTER-REC
              READ GRADEMASTER
                 AT END MOVE '10' TO WS-FS-GRADE
              END-READ
              IF WS-FS-GRADE NOT = '10' AND
                 GRD-GRADE NOT = SPACES
                 IF WS-GRD-COUNT < 100
                    ADD 1             TO WS-GRD-COUNT
                    SET GRD-IDX       TO WS-GRD-COUNT
                    MOVE GRD-GRADE    TO WS-GRD-CODE(GRD-IDX)
                    MOVE GRD-MINIMUM  TO WS-GRD-MINIMUM(GRD-IDX)
                    MOVE GRD-MIDPOINT TO WS-GRD-MIDPOINT(GRD-IDX)
                    MOVE GRD-MAXIMUM  TO WS-GRD-MAXIMUM(GRD-IDX)
                 ELSE
                    ADD 1             TO WS-GRD-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE GRADEMASTER.

      * A grade that didn't fit would report its people as unknown
      * -- nothing is printed.
           IF WS-GRD-DROPPED > ZERO
              DISPLAY '********************************'
              DISPLAY '* GRADEMASTER.DAT EXCEEDS 100 GRADES'
              DISPLAY '* GRADES NOT HELD: ' WS-GRD-DROPPED
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

       0200-RATE-EMPLOYEE.

           ADD 1                      TO WS-EMPLOYEE-COUNT
           PERFORM 0210-FIND-BUCKET

           MOVE 'NO '                 TO WS-GRD-FOUND
           IF IDX-GRADE NOT = SPACES
              PERFORM VARYING GRD-IDX FROM 1 BY 1
                 UNTIL GRD-IDX > WS-GRD-COUNT OR GRADE-FOUND
                 IF WS-GRD-CODE(GRD-IDX) = IDX-GRADE
                    MOVE 'YES'        TO WS-GRD-FOUND
                 END-IF
              END-PERFORM
              IF GRADE-FOUND
                 SET GRD-IDX DOWN BY 1
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN IDX-GRADE = SPACES
                 ADD 1                TO WS-NOGRADE-COUNT
                 MOVE ZERO            TO WS-OUT-LIMIT-HOLD
                 MOVE 'NO PAY GRADE'  TO WS-OUT-TEXT-HOLD
                 PERFORM 0220-LIST-EMPLOYEE
              WHEN NOT GRADE-FOUND
                 ADD 1                TO WS-UNKNOWN-COUNT
                 MOVE ZERO            TO WS-OUT-LIMIT-HOLD
                 MOVE 'GRADE NOT ON MASTER' TO WS-OUT-TEXT-HOLD
                 PERFORM 0220-LIST-EMPLOYEE
              WHEN OTHER
                 PERFORM 0230-MEASURE-AGAINST-RANGE
           END-EVALUATE.

           READ EMPLOYEEINDEXED NEXT RECORD
              AT END SET EMP-IDX-EOF TO TRUE
           END-READ.

       0210-FIND-BUCKET.

           MOVE 'NO '                 TO WS-BKT-FOUND
           MOVE ZERO                  TO WS-BKT-SLOT
           PERFORM VARYING BKT-IDX FROM 1 BY 1
              UNTIL BKT-IDX > WS-BKT-COUNT OR BKT-ENTRY-FOUND
              IF WS-BKT-DEPT(BKT-IDX) = IDX-DEPARTMENT AND
                 WS-BKT-GRADE(BKT-IDX) = IDX-GRADE
                 SET WS-BKT-SLOT      TO BKT-IDX
                 MOVE 'YES'           TO WS-BKT-FOUND
              END-IF
           END-PERFORM

           IF NOT BKT-ENTRY-FOUND
              IF WS-BKT-COUNT < 500
                 ADD 1                TO WS-BKT-COUNT
                 MOVE WS-BKT-COUNT    TO WS-BKT-SLOT
                 SET BKT-IDX          TO WS-BKT-COUNT
                 MOVE IDX-DEPARTMENT  TO WS-BKT-DEPT(BKT-IDX)
                 MOVE IDX-GRADE       TO WS-BKT-GRADE(BKT-IDX)
                 MOVE ZERO            TO WS-BKT-HEAD(BKT-IDX)
                                         WS-BKT-RATED(BKT-IDX)
                                         WS-BKT-COMPA-SUM(BKT-IDX)
                                         WS-BKT-BELOW(BKT-IDX)
                                         WS-BKT-ABOVE(BKT-IDX)
              ELSE
                 ADD 1                TO WS-BKT-OVERFLOW
              END-IF
           END-IF

           IF WS-BKT-SLOT > ZERO
              ADD 1                   TO WS-BKT-HEAD(WS-BKT-SLOT)
           END-IF.

       0220-LIST-EMPLOYEE.

           IF WS-BKT-SLOT > ZERO
              IF WS-OUT-COUNT < 1000
                 ADD 1                TO WS-OUT-COUNT
                 SET OUT-IDX          TO WS-OUT-COUNT
                 MOVE WS-BKT-SLOT     TO WS-OUT-BUCKET(OUT-IDX)
                 MOVE IDX-EMPLOYEEID  TO WS-OUT-ID(OUT-IDX)
                 MOVE IDX-EMPLOYEENAME
                                      TO WS-OUT-NAME(OUT-IDX)
                 MOVE IDX-HOURLYRATE  TO WS-OUT-RATE(OUT-IDX)
                 MOVE WS-OUT-LIMIT-HOLD
                                      TO WS-OUT-LIMIT(OUT-IDX)
                 MOVE WS-OUT-TEXT-HOLD
                                      TO WS-OUT-TEXT(OUT-IDX)
              ELSE
                 ADD 1                TO WS-OUT-OVERFLOW
              END-IF
           END-IF.

       0230-MEASURE-AGAINST-RANGE.

      * Compa-ratio is the rate as a percent of the grade midpoint;
      * a grade keyed with no midpoint gets no ratio.
           IF WS-GRD-MIDPOINT(GRD-IDX) > ZERO AND WS-BKT-SLOT > ZERO
              COMPUTE WS-COMPA ROUNDED =
                      (IDX-HOURLYRATE * 100) /
                      WS-GRD-MIDPOINT(GRD-IDX)
              ADD WS-COMPA         TO WS-BKT-COMPA-SUM(WS-BKT-SLOT)
              ADD 1                TO WS-BKT-RATED(WS-BKT-SLOT)
           END-IF

           IF IDX-HOURLYRATE < WS-GRD-MINIMUM(GRD-IDX)
              ADD 1                   TO WS-BELOW-COUNT
              IF WS-BKT-SLOT > ZERO
                 ADD 1                TO WS-BKT-BELOW(WS-BKT-SLOT)
              END-IF
              MOVE WS-GRD-MINIMUM(GRD-IDX) TO WS-OUT-LIMIT-HOLD
              MOVE 'BELOW MINIMUM'    TO WS-OUT-TEXT-HOLD
              PERFORM 0220-LIST-EMPLOYEE
           END-IF

           IF IDX-HOURLYRATE > WS-GRD-MAXIMUM(GRD-IDX)
              ADD 1                   TO WS-ABOVE-COUNT
              IF WS-BKT-SLOT > ZERO
                 ADD 1                TO WS-BKT-ABOVE(WS-BKT-SLOT)
              END-IF
              MOVE WS-GRD-MAXIMUM(GRD-IDX) TO WS-OUT-LIMIT-HOLD
              MOVE 'ABOVE MAXIMUM'    TO WS-OUT-TEXT-HOLD
              PERFORM 0220-LIST-EMPLOYEE
           END-IF.

       0400-PRINT-REPORT.

           DISPLAY "================================================"
           DISPLAY "COMPA-RATIO BY DEPARTMENT AND PAY GRADE"
           DISPLAY "================================================"
           DISPLAY "DEPARTMENT                     GRADE  HEAD  "
                   "AVG COMPA  BELOW  ABOVE"

           PERFORM VARYING BKT-IDX FROM 1 BY 1
              UNTIL BKT-IDX > WS-BKT-COUNT
              IF WS-BKT-GRADE(BKT-IDX) = SPACES
                 MOVE 'NONE'          TO WS-GRADE-PRT
              ELSE
                 MOVE WS-BKT-GRADE(BKT-IDX) TO WS-GRADE-PRT
              END-IF
              IF WS-BKT-RATED(BKT-IDX) > ZERO
                 COMPUTE WS-AVG-COMPA ROUNDED =
                         WS-BKT-COMPA-SUM(BKT-IDX) /
                         WS-BKT-RATED(BKT-IDX)
              ELSE
                 MOVE ZERO            TO WS-AVG-COMPA
              END-IF
              MOVE WS-AVG-COMPA       TO WS-AVG-COMPA-PRT
              DISPLAY WS-BKT-DEPT(BKT-IDX) " "
                      WS-GRADE-PRT "   "
                      WS-BKT-HEAD(BKT-IDX) "  "
                      WS-AVG-COMPA-PRT "    "
                      WS-BKT-BELOW(BKT-IDX) "  "
                      WS-BKT-ABOVE(BKT-IDX)
              SET WS-BKT-NO           TO BKT-IDX
              PERFORM VARYING OUT-IDX FROM 1 BY 1
                 UNTIL OUT-IDX > WS-OUT-COUNT
                 IF WS-OUT-BUCKET(OUT-IDX) = WS-BKT-NO
                    IF WS-OUT-LIMIT(OUT-IDX) > ZERO
                       DISPLAY "   ** " WS-OUT-ID(OUT-IDX) " "
                               WS-OUT-NAME(OUT-IDX) " RATE "
                               WS-OUT-RATE(OUT-IDX) " "
                               WS-OUT-TEXT(OUT-IDX) " "
                               WS-OUT-LIMIT(OUT-IDX)
                    ELSE
                       DISPLAY "   ** " WS-OUT-ID(OUT-IDX) " "
                               WS-OUT-NAME(OUT-IDX) " RATE "
                               WS-OUT-RATE(OUT-IDX) " "
                               WS-OUT-TEXT(OUT-IDX)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM

           DISPLAY "================================================"

           IF WS-BKT-OVERFLOW > ZERO
              DISPLAY "* WARNING: BUCKET TABLE FULL, "
                      WS-BKT-OVERFLOW
                      " RECORDS NOT IN ANY BUCKET"
              IF RETURN-CODE = ZERO
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF.

           IF WS-OUT-OVERFLOW > ZERO
              DISPLAY "* WARNING: LISTING FULL, "
                      WS-OUT-OVERFLOW
                      " EMPLOYEES NOT LISTED"
              IF RETURN-CODE = ZERO
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF.

       9000-END-PROGRAM.

           DISPLAY "**********************************"
           DISPLAY "* EMPLOYEES RATED          : " WS-EMPLOYEE-COUNT
           DISPLAY "* BELOW GRADE MINIMUM      : " WS-BELOW-COUNT
           DISPLAY "* ABOVE GRADE MAXIMUM      : " WS-ABOVE-COUNT
           DISPLAY "* NO PAY GRADE             : " WS-NOGRADE-COUNT
           DISPLAY "* GRADE NOT ON GRADEMASTER : " WS-UNKNOWN-COUNT
           DISPLAY "**********************************"

           IF (WS-BELOW-COUNT + WS-ABOVE-COUNT + WS-UNKNOWN-COUNT)
              > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-GRADE-REASON
           FS-FIELD  BY WS-FS-GRADE
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-EMPIDX-REASON
           FS-FIELD  BY FS-EMP-IDX
           FS-REASON BY WS-FS-REASON.

       END PROGRAM COMPARPT.
