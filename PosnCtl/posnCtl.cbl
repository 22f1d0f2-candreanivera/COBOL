      * DEPARTMENT. A DEPARTMENT CARRYING STAFF WITH NO AUTHORIZED
      * POSITION ROW AT ALL IS FLAGGED, SO QUIET OVER-HEADCOUNT
      * STOPS WAITING FOR BUDGET REVIEW TO SURFACE.
      * EMPLOYEES ON AN OPEN LEAVE OF ABSENCE (LEAVESTATUS.DAT) ARE
      * SHOWN IN THEIR OWN COLUMN AND LEFT OUT OF ACTUAL HEADCOUNT
      * AND HOURS; THEY STILL HOLD THEIR POSITION, SO OVER/UNDER IS
      * ACTUAL PLUS LEAVE AGAINST AUTHORIZED. A LEAVE THAT HAS NOT
      * STARTED BY THE RUN DATE DOES NOT COUNT YET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-POSN.

      * Leave-of-absence history from LEAVEMAINT -- optional, no
      * file means nobody is on leave.
       SELECT OPTIONAL LEAVESTATUS ASSIGN TO "LEAVESTATUS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LEAVE.

       SELECT EMPLOYEEINDEXED ASSIGN TO "EMPLOYEEINDEXED.DAT"
        FILE STATUS IS FS-EMP-IDX
        ORGANIZATION IS INDEXED
           05 FILLER                PIC X(02).
           05 POSN-AUTH-HOURS       PIC 9(07).

       FD LEAVESTATUS.
       01 LEAVESTATUS-REC.
           05 LVS-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 LVS-STATUS            PIC X(01).
              88 LVS-ON-LEAVE       VALUE 'L'.
           05 FILLER                PIC X(07).
           05 LVS-START             PIC 9(08).
           05 FILLER                PIC X(40).

       FD EMPLOYEEINDEXED.
       01 EMP-IDX-REG.
            88 EMP-IDX-EOF          VALUE HIGH-VALUES.
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
       01  WS-WORK-AREAS.
           05 WS-FS-POSN          PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-LEAVE         PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-EMPLOYEE-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-OVER-COUNT       PIC 9(04) VALUE ZERO.
           05 WS-NOAUTH-COUNT     PIC 9(04) VALUE ZERO.
           05 WS-ON-LEAVE-COUNT   PIC 9(07) VALUE ZERO.

      * Employees on an open leave of absence.
           05 WS-LEAVE-TABLE.
              10 WS-LEAVE-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-LEAVE-ID OCCURS 5000 TIMES
                                  INDEXED BY LEAVE-IDX
                                  PIC 9(07).
           05 WS-LEAVE-DROPPED    PIC 9(05) VALUE ZERO.
      * Leaves starting after the run date are not yet in force.
           05 WS-LEAVE-ASOF       PIC 9(08) VALUE ZERO.
           05 WS-LEAVE-SW         PIC X(03).
              88 ON-LEAVE         VALUE 'YES'.

      * One bucket per department: authorized figures from the
      * control master, actuals counted off the indexed master. A
                 15 WS-DEPT-AUTH-HRS  PIC 9(07).
                 15 WS-DEPT-ACT-HEAD  PIC 9(05).
                 15 WS-DEPT-ACT-HRS   PIC 9(07).
                 15 WS-DEPT-LEAVE-HEAD PIC 9(05).
                 15 WS-DEPT-ON-CTL    PIC X(01).
              10 WS-DEPT-FOUND    PIC X(03).
                 88 DEPT-ENTRY-FOUND VALUE 'YES'.
       0100-START.

           PERFORM 0110-LOAD-POSN-CONTROL.
           PERFORM 0120-LOAD-LEAVES.

           OPEN INPUT EMPLOYEEINDEXED.
           IF FS-EMP-IDX NOT = '00'
                                      TO WS-DEPT-AUTH-HRS(DEPT-IDX)
                    MOVE ZERO         TO WS-DEPT-ACT-HEAD(DEPT-IDX)
                    MOVE ZERO         TO WS-DEPT-ACT-HRS(DEPT-IDX)
                    MOVE ZERO         TO WS-DEPT-LEAVE-HEAD(DEPT-IDX)
                    MOVE 'Y'          TO WS-DEPT-ON-CTL(DEPT-IDX)
                 ELSE
                    ADD 1             TO WS-DEPT-OVERFLOW
           END-PERFORM.
           CLOSE POSNCONTROL.

       0120-LOAD-LEAVES.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LEAVE-ASOF.

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

      * Headcount with leaves silently counted as working is the
      * wrong answer -- refuse the run instead.
           IF WS-LEAVE-DROPPED > ZERO
              DISPLAY '********************************'
              DISPLAY '* LEAVE TABLE EXCEEDS 5000 EMPLOYEES'
              DISPLAY '* LEAVES NOT LOADED: ' WS-LEAVE-DROPPED
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              STOP RUN
           END-IF.

       0200-COUNT-EMPLOYEE.

           ADD 1                      TO WS-EMPLOYEE-COUNT
           MOVE 'NO '                 TO WS-LEAVE-SW
           PERFORM VARYING LEAVE-IDX FROM 1 BY 1
              UNTIL LEAVE-IDX > WS-LEAVE-COUNT OR ON-LEAVE
              IF WS-LEAVE-ID(LEAVE-IDX) = IDX-EMPLOYEEID
                 MOVE 'YES'           TO WS-LEAVE-SW
              END-IF
           END-PERFORM
           IF ON-LEAVE
              ADD 1                   TO WS-ON-LEAVE-COUNT
           END-IF

           MOVE 'NO '                 TO WS-DEPT-FOUND
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF WS-DEPT-NAME(DEPT-IDX) = IDX-DEPARTMENT
                 IF ON-LEAVE
                    ADD 1             TO WS-DEPT-LEAVE-HEAD(DEPT-IDX)
                 ELSE
                    ADD 1             TO WS-DEPT-ACT-HEAD(DEPT-IDX)
                    ADD IDX-HOURSWORKED
                                      TO WS-DEPT-ACT-HRS(DEPT-IDX)
                 END-IF
                 MOVE 'YES'           TO WS-DEPT-FOUND
              END-IF
           END-PERFORM
                 MOVE IDX-DEPARTMENT  TO WS-DEPT-NAME(DEPT-IDX)
                 MOVE ZERO            TO WS-DEPT-AUTH-HEAD(DEPT-IDX)
                 MOVE ZERO            TO WS-DEPT-AUTH-HRS(DEPT-IDX)
                 IF ON-LEAVE
                    MOVE ZERO         TO WS-DEPT-ACT-HEAD(DEPT-IDX)
                    MOVE ZERO         TO WS-DEPT-ACT-HRS(DEPT-IDX)
                    MOVE 1            TO WS-DEPT-LEAVE-HEAD(DEPT-IDX)
                 ELSE
                    MOVE 1            TO WS-DEPT-ACT-HEAD(DEPT-IDX)
                    MOVE IDX-HOURSWORKED
                                      TO WS-DEPT-ACT-HRS(DEPT-IDX)
                    MOVE ZERO         TO WS-DEPT-LEAVE-HEAD(DEPT-IDX)
                 END-IF
                 MOVE 'N'             TO WS-DEPT-ON-CTL(DEPT-IDX)
              ELSE
                 ADD 1                TO WS-DEPT-OVERFLOW
           DISPLAY "================================================"
           DISPLAY "POSITION CONTROL -- AUTHORIZED VERSUS ACTUAL"
           DISPLAY "================================================"
           DISPLAY "DEPARTMENT                     AUTH   ACTUAL "
                   " LEAVE  OVER/"
           DISPLAY "                               HEAD   HEAD   "
                   " HEAD   UNDER"

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              COMPUTE WS-VARIANCE =
                      WS-DEPT-ACT-HEAD(DEPT-IDX) +
                      WS-DEPT-LEAVE-HEAD(DEPT-IDX) -
                      WS-DEPT-AUTH-HEAD(DEPT-IDX)
              MOVE WS-VARIANCE        TO WS-VARIANCE-PRT
              IF WS-DEPT-ON-CTL(DEPT-IDX) = 'N'
                 DISPLAY WS-DEPT-NAME(DEPT-IDX) " "
                         WS-DEPT-AUTH-HEAD(DEPT-IDX) "  "
                         WS-DEPT-ACT-HEAD(DEPT-IDX) "  "
                         WS-DEPT-LEAVE-HEAD(DEPT-IDX) "  "
                         WS-VARIANCE-PRT
                         "  ** NOT ON POSITION CONTROL"
              ELSE
                    DISPLAY WS-DEPT-NAME(DEPT-IDX) " "
                            WS-DEPT-AUTH-HEAD(DEPT-IDX) "  "
                            WS-DEPT-ACT-HEAD(DEPT-IDX) "  "
                            WS-DEPT-LEAVE-HEAD(DEPT-IDX) "  "
                            WS-VARIANCE-PRT
                            "  ** OVER HEADCOUNT"
                 ELSE
                    DISPLAY WS-DEPT-NAME(DEPT-IDX) " "
                            WS-DEPT-AUTH-HEAD(DEPT-IDX) "  "
                            WS-DEPT-ACT-HEAD(DEPT-IDX) "  "
                            WS-DEPT-LEAVE-HEAD(DEPT-IDX) "  "
                            WS-VARIANCE-PRT
                 END-IF
              END-IF

           DISPLAY "**********************************"
           DISPLAY "* EMPLOYEES COUNTED        : " WS-EMPLOYEE-COUNT
           DISPLAY "* ON LEAVE (NOT IN ACTUAL) : " WS-ON-LEAVE-COUNT
           DISPLAY "* DEPARTMENTS OVER HEADCOUNT: " WS-OVER-COUNT
           DISPLAY "* DEPARTMENTS UNAUTHORIZED : " WS-NOAUTH-COUNT
           DISPLAY "**********************************"
