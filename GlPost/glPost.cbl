      * THE PAYROLL CLEARING ACCOUNT, WITH DEBITS AND CREDITS THAT
      * MUST NET TO ZERO. A DEPARTMENT WITH NO MAPPING POSTS TO THE
      * NAMED SUSPENSE ACCOUNT AND IS REPORTED, NEVER DROPPED.
      *
      * WHEN LABORDIST HAS SPLIT THE REGISTER BY CHARGE CODE, THE
      * DEBITS FOLLOW THAT SPLIT INSTEAD -- EACH SHARE POSTS TO THE
      * DEPARTMENT THAT OWNS ITS CHARGE CODE. THE DISTRIBUTION IS
      * USED ONLY WHEN ITS TOTALS TIE TO THE REGISTER; A STALE OR
      * PARTIAL ONE IS REPORTED AND THE RUN POSTS TO HOME
      * DEPARTMENTS AS BEFORE. EACH SHARE BELONGS TO THE COMPANY ITS
      * EMPLOYEE WAS PAID UNDER ON THE REGISTER, AND THE TIE-OUT IS
      * MADE COMPANY BY COMPANY; A SHARE FOR AN EMPLOYEE NOT ON THE
      * REGISTER IS REPORTED AND KEEPS THE SPLIT FROM BEING USED.
      * THE REGISTER, NEWEMPFILE AND THE DISTRIBUTION RESOLVE
      * THROUGH THE FILE PROFILE, AS LABORDIST'S DO.
      *
      * HOLIDAY AND SHIFT PREMIUMS POST AS THEIR OWN DEBIT LINES PER
      * DEPARTMENT, BESIDE STRAIGHT AND OVERTIME LABOR, AND ARE PART
      * OF THE DISTRIBUTION TIE-OUT.
      *
      * EACH LEGAL ENTITY KEEPS ITS OWN BOOKS: DEBITS ACCUMULATE BY
      * COMPANY AND DEPARTMENT (THE COMPANY CODE PAYREGISTER STAMPS
      * ON EVERY REGISTER LINE), EVERY JOURNAL LINE CARRIES ITS
      * COMPANY, AND EACH COMPANY GETS ITS OWN CLEARING CREDIT AND
      * MUST BALANCE ON ITS OWN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GROSSPAYREG ASSIGN TO WS-GROSSREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REGISTER.

       SELECT NEWEMPFILE ASSIGN TO WS-NEWEMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NEW-EMPLOYEE.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GLMAP.

      * Labor distribution by charge code, written by LABORDIST.
       SELECT OPTIONAL LABORDIST ASSIGN TO WS-LABORDIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIST.

      * The journal-entry file accounting ingests.
       SELECT GLJOURNAL ASSIGN TO "GLJOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
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
           05 FILLER                PIC X(02).
           05 MAP-COST-CENTER       PIC X(06).

       FD LABORDIST.
       01 LABORDIST-REC.
            88 LABORDIST-EOF VALUE HIGH-VALUES.
            05 LD-EMPLOYEEID         PIC 9(07).
            05 FILLER                PIC X(02).
            05 LD-CHARGE-CODE        PIC X(08).
            05 FILLER                PIC X(02).
            05 LD-DEPARTMENT         PIC X(30).
            05 FILLER                PIC X(02).
            05 LD-HOURS              PIC X(06).
            05 FILLER                PIC X(02).
            05 LD-STRAIGHT-PAY.
               10 LD-STRAIGHT-DOLS   PIC 9(07).
               10 FILLER             PIC X(01).
               10 LD-STRAIGHT-CENTS  PIC 9(02).
            05 FILLER                PIC X(02).
            05 LD-OVERTIME-PAY.
               10 LD-OVERTIME-DOLS   PIC 9(07).
               10 FILLER             PIC X(01).
               10 LD-OVERTIME-CENTS  PIC 9(02).
            05 FILLER                PIC X(02).
            05 LD-GROSS-PAY          PIC X(10).
            05 FILLER                PIC X(02).
            05 LD-HOLIDAY-PAY.
               10 LD-HOLIDAY-DOLS    PIC 9(07).
               10 FILLER             PIC X(01).
               10 LD-HOLIDAY-CENTS   PIC 9(02).
            05 FILLER                PIC X(02).
            05 LD-SHIFT-PAY.
               10 LD-SHIFT-DOLS      PIC 9(07).
               10 FILLER             PIC X(01).
               10 LD-SHIFT-CENTS     PIC 9(02).

       FD GLJOURNAL.
       01 GLJOURNAL-REC.
           05 JRN-ACCOUNT           PIC X(08).
           05 JRN-AMOUNT            PIC 9(09).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-DESCRIPTION       PIC X(40).
      * Legal entity whose books the line posts to, blank for lines
      * paid under no company.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-COMPANY           PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
       01  SC-PARM.
           COPY RUNCAL.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-GROSSREG-PATH        PIC X(64).
       01  WS-NEWEMP-PATH          PIC X(64).
       01  WS-LABORDIST-PATH       PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-REGISTER      PIC X(02).
           05 WS-FS-NEW-EMPLOYEE  PIC X(02).
           05 WS-FS-GLMAP         PIC X(02).
           05 WS-FS-JOURNAL       PIC X(02).
           05 WS-FS-DIST          PIC X(02).
           05 WS-FS-REASON        PIC X(32).

      * Departments with no chart-of-accounts row post here so the

           05 WS-STRAIGHT-PAY     PIC 9(07)V99.
           05 WS-OVERTIME-PAY     PIC 9(07)V99.
           05 WS-HOLIDAY-PAY      PIC 9(07)V99.
           05 WS-SHIFT-PAY        PIC 9(07)V99.
           05 WS-LINE-DEPT        PIC X(30).
           05 WS-LINE-COMPANY     PIC X(01).
              88 LINE-COMPANY-UNKNOWN VALUE '?'.

      * Labor-distribution tie-out: the split is posted only when
      * its totals equal the register's.
           05 WS-DIST-SW          PIC X(03) VALUE 'NO '.
              88 LABOR-DIST-IN-USE VALUE 'YES'.
           05 WS-DIST-LINES       PIC 9(07) VALUE ZERO.
           05 WS-DIST-STRAIGHT    PIC 9(11)V99 VALUE ZERO.
           05 WS-DIST-OT          PIC 9(11)V99 VALUE ZERO.
           05 WS-TIE-STRAIGHT     PIC 9(11)V99 VALUE ZERO.
           05 WS-TIE-OT           PIC 9(11)V99 VALUE ZERO.
           05 WS-DIST-PREMIUM     PIC 9(11)V99 VALUE ZERO.
           05 WS-TIE-PREMIUM      PIC 9(11)V99 VALUE ZERO.

      * The same tie-out company by company, so a split that moves
      * cost between legal entities is never posted.
           05 WS-TIE-AREA.
              10 WS-TIE-COUNT     PIC 9(04) COMP VALUE ZERO.
              10 WS-TIE-ENTRY OCCURS 20 TIMES
                                  INDEXED BY TIE-IDX.
                 15 WS-TIE-CODE      PIC X(01).
                 15 WS-TIE-REG-STR   PIC 9(11)V99.
                 15 WS-TIE-REG-OT    PIC 9(11)V99.
                 15 WS-TIE-REG-PREM  PIC 9(11)V99.
                 15 WS-TIE-DIST-STR  PIC 9(11)V99.
                 15 WS-TIE-DIST-OT   PIC 9(11)V99.
                 15 WS-TIE-DIST-PREM PIC 9(11)V99.
              10 WS-TIE-FOUND     PIC X(03).
                 88 TIE-ENTRY-FOUND VALUE 'YES'.
           05 WS-TIE-OVERFLOW     PIC 9(05) VALUE ZERO.
           05 WS-TIE-OFF-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-DIST-UNKNOWN     PIC 9(05) VALUE ZERO.

      * Employee-to-company lookup built from the register itself --
      * every register line, whether or not the employee is on
      * NEWEMPFILE.DAT -- for the distribution shares.
           05 WS-REG-TABLE.
              10 WS-REG-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-REG-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY REG-IDX.
                 15 WS-REG-ID        PIC 9(07).
                 15 WS-REG-COMPANY   PIC X(01).
              10 WS-REG-FOUND     PIC X(03).
                 88 REG-ENTRY-FOUND VALUE 'YES'.
           05 WS-REG-DROPPED      PIC 9(05) VALUE ZERO.

      * Employee-to-department lookup built from NEWEMPFILE.DAT.
           05 WS-EMP-TABLE.
                 15 WS-MAP-ACCT      PIC X(08).
                 15 WS-MAP-CC        PIC X(06).

      * Per-company, per-department straight/overtime/premium
      * accumulation for the journal lines, carrying the resolved
      * account.
           05 WS-DEPT-AREA.
              10 WS-DEPT-COUNT    PIC 9(04) COMP VALUE ZERO.
              10 WS-DEPT-ENTRY OCCURS 100 TIMES
                                  INDEXED BY DEPT-IDX.
                 15 WS-DEPT-COMPANY  PIC X(01).
                 15 WS-DEPT-NAME     PIC X(30).
                 15 WS-DEPT-ACCT     PIC X(08).
                 15 WS-DEPT-CC       PIC X(06).
                 15 WS-DEPT-MAPPED   PIC X(01).
                 15 WS-DEPT-STRAIGHT PIC 9(09)V99.
                 15 WS-DEPT-OT       PIC 9(09)V99.
                 15 WS-DEPT-HOLIDAY  PIC 9(09)V99.
                 15 WS-DEPT-SHIFT    PIC 9(09)V99.
              10 WS-DEPT-FOUND    PIC X(03).
                 88 DEPT-ENTRY-FOUND VALUE 'YES'.
           05 WS-DEPT-OVERFLOW    PIC 9(05) VALUE ZERO.
           05 WS-MAP-HIT          PIC X(03).
              88 MAP-FOUND        VALUE 'YES'.

      * Debits and the clearing credit by company, so each legal
      * entity's entry balances on its own.
           05 WS-CO-AREA.
              10 WS-CO-COUNT      PIC 9(04) COMP VALUE ZERO.
              10 WS-CO-ENTRY OCCURS 20 TIMES
                                  INDEXED BY CO-IDX.
                 15 WS-CO-CODE       PIC X(01).
                 15 WS-CO-DEBITS     PIC 9(11)V99.
                 15 WS-CO-CREDITS    PIC 9(11)V99.
              10 WS-CO-FOUND      PIC X(03).
                 88 CO-ENTRY-FOUND VALUE 'YES'.
           05 WS-CO-OVERFLOW      PIC 9(05) VALUE ZERO.
           05 WS-CO-UNBALANCED    PIC 9(05) VALUE ZERO.

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
           MOVE 'LABORDIST'         TO FP-LOGICAL
           MOVE 'LABORDIST.DAT'     TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-LABORDIST-PATH

      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
      * clean so the COND chain carries on, and RUNSCHED logs the

           PERFORM 0110-LOAD-GLMAP.
           PERFORM 0120-LOAD-DEPARTMENTS.
           PERFORM 0130-CHECK-LABOR-DIST.

           OPEN INPUT GROSSPAYREG.
           OPEN OUTPUT GLJOURNAL.
           END-READ.
           PERFORM 0200-ALLOCATE-LINE UNTIL GROSSREG-EOF.
           CLOSE GROSSPAYREG.
           IF LABOR-DIST-IN-USE
              PERFORM 0250-ALLOCATE-FROM-DIST
           END-IF.

           PERFORM 0300-WRITE-JOURNAL.
           PERFORM 9000-END-PROGRAM.
              STOP RUN
           END-IF.

       0130-CHECK-LABOR-DIST.

      * Total the register company by company -- noting the company
      * each employee on it was paid under -- then the distribution
      * that claims to split it, each share under its employee's
      * register company. Only a distribution that ties to the
      * penny, for every company, is posted from.
           OPEN INPUT LABORDIST.
           IF WS-FS-DIST NOT = '00'
              IF WS-FS-DIST = '05'
                 CLOSE LABORDIST
              END-IF
           ELSE
              OPEN INPUT GROSSPAYREG
              IF WS-FS-REGISTER = '00'
                 PERFORM UNTIL GROSSREG-EOF
                    READ GROSSPAYREG
                       AT END SET GROSSREG-EOF TO TRUE
                    END-READ
                    IF NOT GROSSREG-EOF AND
                       GROSSPAYREG-REC NOT = SPACES
                       COMPUTE WS-STRAIGHT-PAY =
                          REG-STRAIGHT-DOLS + (REG-STRAIGHT-CENTS / 100)
                       COMPUTE WS-OVERTIME-PAY =
                          REG-OVERTIME-DOLS + (REG-OVERTIME-CENTS / 100)
                       PERFORM 0205-REG-PREMIUMS
                       ADD WS-STRAIGHT-PAY    TO WS-TIE-STRAIGHT
                       ADD WS-OVERTIME-PAY    TO WS-TIE-OT
                       ADD WS-HOLIDAY-PAY WS-SHIFT-PAY
                                      TO WS-TIE-PREMIUM
                       PERFORM 0135-NOTE-REG-COMPANY
                       MOVE REG-COMPANY       TO WS-LINE-COMPANY
                       PERFORM 0137-FIND-TIE-COMPANY
                       IF TIE-ENTRY-FOUND
                          ADD WS-STRAIGHT-PAY TO WS-TIE-REG-STR(TIE-IDX)
                          ADD WS-OVERTIME-PAY TO WS-TIE-REG-OT(TIE-IDX)
                          ADD WS-HOLIDAY-PAY WS-SHIFT-PAY
                                      TO WS-TIE-REG-PREM(TIE-IDX)
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE GROSSPAYREG
              END-IF

              PERFORM UNTIL LABORDIST-EOF
                 READ LABORDIST
                    AT END SET LABORDIST-EOF TO TRUE
                 END-READ
                 IF NOT LABORDIST-EOF AND
                    LABORDIST-REC NOT = SPACES
                    ADD 1             TO WS-DIST-LINES
                    COMPUTE WS-STRAIGHT-PAY =
                       LD-STRAIGHT-DOLS + (LD-STRAIGHT-CENTS / 100)
                    COMPUTE WS-OVERTIME-PAY =
                       LD-OVERTIME-DOLS + (LD-OVERTIME-CENTS / 100)
                    PERFORM 0255-LD-PREMIUMS
                    ADD WS-STRAIGHT-PAY TO WS-DIST-STRAIGHT
                    ADD WS-OVERTIME-PAY TO WS-DIST-OT
                    ADD WS-HOLIDAY-PAY WS-SHIFT-PAY
                                      TO WS-DIST-PREMIUM
                    PERFORM 0257-LD-COMPANY
                    IF LINE-COMPANY-UNKNOWN
                       ADD 1          TO WS-DIST-UNKNOWN
                       MOVE 'DIST COMPANY UNKNOWN' TO EXC-REASON
                       MOVE LD-EMPLOYEEID     TO EXC-KEY
                       MOVE 'SHARE FOR EMPLOYEE NOT ON THE REGISTER'
                                      TO EXC-DETAIL
                       PERFORM 8000-LOG-EXCEPTION
                    ELSE
                       PERFORM 0137-FIND-TIE-COMPANY
                       IF TIE-ENTRY-FOUND
                          ADD WS-STRAIGHT-PAY
                                      TO WS-TIE-DIST-STR(TIE-IDX)
                          ADD WS-OVERTIME-PAY
                                      TO WS-TIE-DIST-OT(TIE-IDX)
                          ADD WS-HOLIDAY-PAY WS-SHIFT-PAY
                                      TO WS-TIE-DIST-PREM(TIE-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE LABORDIST

              PERFORM VARYING TIE-IDX FROM 1 BY 1
                 UNTIL TIE-IDX > WS-TIE-COUNT
                 IF WS-TIE-DIST-STR(TIE-IDX) NOT =
                       WS-TIE-REG-STR(TIE-IDX) OR
                    WS-TIE-DIST-OT(TIE-IDX) NOT =
                       WS-TIE-REG-OT(TIE-IDX) OR
                    WS-TIE-DIST-PREM(TIE-IDX) NOT =
                       WS-TIE-REG-PREM(TIE-IDX)
                    ADD 1             TO WS-TIE-OFF-COUNT
                 END-IF
              END-PERFORM

              IF WS-DIST-LINES > ZERO AND
                 WS-DIST-STRAIGHT = WS-TIE-STRAIGHT AND
                 WS-DIST-OT = WS-TIE-OT AND
                 WS-DIST-PREMIUM = WS-TIE-PREMIUM AND
                 WS-TIE-OFF-COUNT = ZERO AND
                 WS-TIE-OVERFLOW = ZERO AND
                 WS-REG-DROPPED = ZERO AND
                 WS-DIST-UNKNOWN = ZERO
                 MOVE 'YES'           TO WS-DIST-SW
                 DISPLAY '* POSTING FROM LABOR DISTRIBUTION, '
                         WS-DIST-LINES ' SHARES'
              ELSE
                 DISPLAY '********************************'
                 DISPLAY '* LABORDIST.DAT DOES NOT TIE TO THE REGISTER'
                 IF WS-TIE-OFF-COUNT > ZERO
                    DISPLAY '* COMPANIES OUT OF TIE     : '
                            WS-TIE-OFF-COUNT
                 END-IF
                 IF WS-DIST-UNKNOWN > ZERO
                    DISPLAY '* SHARES NOT ON THE REGISTER: '
                            WS-DIST-UNKNOWN
                 END-IF
                 IF WS-TIE-OVERFLOW > ZERO OR WS-REG-DROPPED > ZERO
                    DISPLAY '* REGISTER TOO LARGE TO TIE BY COMPANY'
                 END-IF
                 DISPLAY '* POSTING TO HOME DEPARTMENTS'
                 DISPLAY '********************************'
                 MOVE 4               TO RETURN-CODE
                 MOVE 'LABOR DIST OUT OF TIE' TO EXC-REASON
                 MOVE 'LABORDIST.DAT'  TO EXC-KEY
                 MOVE 'SPLIT IGNORED -- HOME DEPARTMENTS POSTED'
                                      TO EXC-DETAIL
                 PERFORM 8000-LOG-EXCEPTION
              END-IF
           END-IF.

       0135-NOTE-REG-COMPANY.

           MOVE 'NO '                 TO WS-REG-FOUND
           PERFORM VARYING REG-IDX FROM 1 BY 1
              UNTIL REG-IDX > WS-REG-COUNT OR REG-ENTRY-FOUND
              IF WS-REG-ID(REG-IDX) = REG-EMPLOYEEID
                 MOVE 'YES'           TO WS-REG-FOUND
              END-IF
           END-PERFORM
           IF NOT REG-ENTRY-FOUND
              IF WS-REG-COUNT < 5000
                 ADD 1                TO WS-REG-COUNT
                 SET REG-IDX          TO WS-REG-COUNT
                 MOVE REG-EMPLOYEEID  TO WS-REG-ID(REG-IDX)
                 MOVE REG-COMPANY     TO WS-REG-COMPANY(REG-IDX)
              ELSE
                 ADD 1                TO WS-REG-DROPPED
              END-IF
           END-IF.

       0137-FIND-TIE-COMPANY.

      * TIE-IDX is left on WS-LINE-COMPANY's entry.
           MOVE 'NO '                 TO WS-TIE-FOUND
           PERFORM VARYING TIE-IDX FROM 1 BY 1
              UNTIL TIE-IDX > WS-TIE-COUNT OR TIE-ENTRY-FOUND
              IF WS-TIE-CODE(TIE-IDX) = WS-LINE-COMPANY
                 MOVE 'YES'           TO WS-TIE-FOUND
              END-IF
           END-PERFORM
           IF TIE-ENTRY-FOUND
              SET TIE-IDX DOWN BY 1
           ELSE
              IF WS-TIE-COUNT < 20
                 ADD 1                TO WS-TIE-COUNT
                 SET TIE-IDX          TO WS-TIE-COUNT
                 MOVE WS-LINE-COMPANY TO WS-TIE-CODE(TIE-IDX)
                 MOVE ZERO            TO WS-TIE-REG-STR(TIE-IDX)
                                         WS-TIE-REG-OT(TIE-IDX)
                                         WS-TIE-REG-PREM(TIE-IDX)
                                         WS-TIE-DIST-STR(TIE-IDX)
                                         WS-TIE-DIST-OT(TIE-IDX)
                                         WS-TIE-DIST-PREM(TIE-IDX)
                 MOVE 'YES'           TO WS-TIE-FOUND
              ELSE
                 ADD 1                TO WS-TIE-OVERFLOW
              END-IF
           END-IF.

       0200-ALLOCATE-LINE.

      * With a tied labor distribution on hand the register is only
      * counted here; the debits come from the distribution.
           IF GROSSPAYREG-REC NOT = SPACES
              ADD 1                   TO WS-LINE-COUNT
              PERFORM 0210-RESOLVE-DEPARTMENT
              IF NOT LABOR-DIST-IN-USE
                 COMPUTE WS-STRAIGHT-PAY =
                       REG-STRAIGHT-DOLS + (REG-STRAIGHT-CENTS / 100)
                 COMPUTE WS-OVERTIME-PAY =
                       REG-OVERTIME-DOLS + (REG-OVERTIME-CENTS / 100)
                 PERFORM 0205-REG-PREMIUMS
                 PERFORM 0220-ACCUMULATE-DEPT
              END-IF
           END-IF.

           READ GROSSPAYREG
              AT END SET GROSSREG-EOF TO TRUE
           END-READ.

       0205-REG-PREMIUMS.

      * Registers written before premium pay carry no premium
      * columns -- those lines post no premium.
           MOVE ZERO                  TO WS-HOLIDAY-PAY WS-SHIFT-PAY
           IF REG-HOLIDAY-DOLS IS NUMERIC AND
              REG-SHIFT-DOLS IS NUMERIC
              COMPUTE WS-HOLIDAY-PAY =
                      REG-HOLIDAY-DOLS + (REG-HOLIDAY-CENTS / 100)
              COMPUTE WS-SHIFT-PAY =
                      REG-SHIFT-DOLS + (REG-SHIFT-CENTS / 100)
           END-IF.

       0250-ALLOCATE-FROM-DIST.

      * Each share carries the department that owns its charge code
      * (the home department when uncharged) -- post it there.
           OPEN INPUT LABORDIST.
           PERFORM UNTIL WS-FS-DIST NOT = '00'
              READ LABORDIST
                 AT END MOVE '10'     TO WS-FS-DIST
              END-READ
              IF WS-FS-DIST = '00' AND
                 LABORDIST-REC NOT = SPACES
                 COMPUTE WS-STRAIGHT-PAY =
                         LD-STRAIGHT-DOLS + (LD-STRAIGHT-CENTS / 100)
                 COMPUTE WS-OVERTIME-PAY =
                         LD-OVERTIME-DOLS + (LD-OVERTIME-CENTS / 100)
                 PERFORM 0255-LD-PREMIUMS
                 MOVE LD-DEPARTMENT   TO WS-LINE-DEPT
                 PERFORM 0257-LD-COMPANY
                 PERFORM 0220-ACCUMULATE-DEPT
              END-IF
           END-PERFORM.
           CLOSE LABORDIST.

       0255-LD-PREMIUMS.

           MOVE ZERO                  TO WS-HOLIDAY-PAY WS-SHIFT-PAY
           IF LD-HOLIDAY-DOLS IS NUMERIC AND
              LD-SHIFT-DOLS IS NUMERIC
              COMPUTE WS-HOLIDAY-PAY =
                      LD-HOLIDAY-DOLS + (LD-HOLIDAY-CENTS / 100)
              COMPUTE WS-SHIFT-PAY =
                      LD-SHIFT-DOLS + (LD-SHIFT-CENTS / 100)
           END-IF.

       0257-LD-COMPANY.

      * A share posts to the books of the company its employee was
      * paid under on the register; an employee the register does
      * not carry is left on the unknown company, never blank.
           SET LINE-COMPANY-UNKNOWN   TO TRUE
           PERFORM VARYING REG-IDX FROM 1 BY 1
              UNTIL REG-IDX > WS-REG-COUNT
              IF WS-REG-ID(REG-IDX) = LD-EMPLOYEEID
                 MOVE WS-REG-COMPANY(REG-IDX) TO WS-LINE-COMPANY
              END-IF
           END-PERFORM.

       0210-RESOLVE-DEPARTMENT.

           MOVE 'UNKNOWN'             TO WS-LINE-DEPT
           MOVE REG-COMPANY           TO WS-LINE-COMPANY
           PERFORM VARYING EMP-IDX FROM 1 BY 1
              UNTIL EMP-IDX > WS-EMP-COUNT
              IF WS-EMP-ID(EMP-IDX) = REG-EMPLOYEEID
           MOVE 'NO '                 TO WS-DEPT-FOUND
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF WS-DEPT-COMPANY(DEPT-IDX) = WS-LINE-COMPANY AND
                 WS-DEPT-NAME(DEPT-IDX) = WS-LINE-DEPT
                 ADD WS-STRAIGHT-PAY  TO WS-DEPT-STRAIGHT(DEPT-IDX)
                 ADD WS-OVERTIME-PAY  TO WS-DEPT-OT(DEPT-IDX)
                 ADD WS-HOLIDAY-PAY   TO WS-DEPT-HOLIDAY(DEPT-IDX)
                 ADD WS-SHIFT-PAY     TO WS-DEPT-SHIFT(DEPT-IDX)
                 MOVE 'YES'           TO WS-DEPT-FOUND
              END-IF
           END-PERFORM
              IF WS-DEPT-COUNT < 100
                 ADD 1                TO WS-DEPT-COUNT
                 SET DEPT-IDX         TO WS-DEPT-COUNT
                 MOVE WS-LINE-COMPANY TO WS-DEPT-COMPANY(DEPT-IDX)
                 MOVE WS-LINE-DEPT    TO WS-DEPT-NAME(DEPT-IDX)
                 MOVE WS-STRAIGHT-PAY TO WS-DEPT-STRAIGHT(DEPT-IDX)
                 MOVE WS-OVERTIME-PAY TO WS-DEPT-OT(DEPT-IDX)
                 MOVE WS-HOLIDAY-PAY  TO WS-DEPT-HOLIDAY(DEPT-IDX)
                 MOVE WS-SHIFT-PAY    TO WS-DEPT-SHIFT(DEPT-IDX)
                 PERFORM 0230-MAP-DEPT-ACCOUNT
              ELSE
                 ADD 1                TO WS-DEPT-OVERFLOW

       0300-WRITE-JOURNAL.

      * One debit per company, department and pay type, then one
      * credit to the clearing account per company -- each company
      * nets to zero or the run refuses to call itself balanced.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              PERFORM 0310-FIND-COMPANY
              IF WS-DEPT-STRAIGHT(DEPT-IDX) > ZERO
                 MOVE SPACES          TO GLJOURNAL-REC
                 MOVE WS-DEPT-ACCT(DEPT-IDX) TO JRN-ACCOUNT
                 MOVE WS-DEPT-CC(DEPT-IDX)   TO JRN-COST-CENTER
                 MOVE 'D'             TO JRN-DC
                 MOVE WS-DEPT-COMPANY(DEPT-IDX) TO JRN-COMPANY
                 MOVE WS-DEPT-STRAIGHT(DEPT-IDX) TO JRN-AMOUNT
                 STRING 'STRAIGHT LABOR ' WS-DEPT-NAME(DEPT-IDX)
                    DELIMITED BY SIZE INTO JRN-DESCRIPTION
                 WRITE GLJOURNAL-REC
                 ADD 1                TO WS-JRN-COUNT
                 ADD WS-DEPT-STRAIGHT(DEPT-IDX) TO WS-DEBIT-TOTAL
                 IF CO-ENTRY-FOUND
                    ADD WS-DEPT-STRAIGHT(DEPT-IDX)
                                      TO WS-CO-DEBITS(CO-IDX)
                 END-IF
              END-IF
              IF WS-DEPT-OT(DEPT-IDX) > ZERO
                 MOVE SPACES          TO GLJOURNAL-REC
                 MOVE WS-DEPT-ACCT(DEPT-IDX) TO JRN-ACCOUNT
                 MOVE WS-DEPT-CC(DEPT-IDX)   TO JRN-COST-CENTER
                 MOVE 'D'             TO JRN-DC
                 MOVE WS-DEPT-COMPANY(DEPT-IDX) TO JRN-COMPANY
                 MOVE WS-DEPT-OT(DEPT-IDX)   TO JRN-AMOUNT
                 STRING 'OVERTIME LABOR ' WS-DEPT-NAME(DEPT-IDX)
                    DELIMITED BY SIZE INTO JRN-DESCRIPTION
                 WRITE GLJOURNAL-REC
                 ADD 1                TO WS-JRN-COUNT
                 ADD WS-DEPT-OT(DEPT-IDX) TO WS-DEBIT-TOTAL
                 IF CO-ENTRY-FOUND
                    ADD WS-DEPT-OT(DEPT-IDX)
                                      TO WS-CO-DEBITS(CO-IDX)
                 END-IF
              END-IF
              IF WS-DEPT-HOLIDAY(DEPT-IDX) > ZERO
                 MOVE SPACES          TO GLJOURNAL-REC
                 MOVE WS-DEPT-ACCT(DEPT-IDX) TO JRN-ACCOUNT
                 MOVE WS-DEPT-CC(DEPT-IDX)   TO JRN-COST-CENTER
                 MOVE 'D'             TO JRN-DC
                 MOVE WS-DEPT-COMPANY(DEPT-IDX) TO JRN-COMPANY
                 MOVE WS-DEPT-HOLIDAY(DEPT-IDX) TO JRN-AMOUNT
                 STRING 'HOLIDAY PREMIUM ' WS-DEPT-NAME(DEPT-IDX)
                    DELIMITED BY SIZE INTO JRN-DESCRIPTION
                 WRITE GLJOURNAL-REC
                 ADD 1                TO WS-JRN-COUNT
                 ADD WS-DEPT-HOLIDAY(DEPT-IDX) TO WS-DEBIT-TOTAL
                 IF CO-ENTRY-FOUND
                    ADD WS-DEPT-HOLIDAY(DEPT-IDX)
                                      TO WS-CO-DEBITS(CO-IDX)
                 END-IF
              END-IF
              IF WS-DEPT-SHIFT(DEPT-IDX) > ZERO
                 MOVE SPACES          TO GLJOURNAL-REC
                 MOVE WS-DEPT-ACCT(DEPT-IDX) TO JRN-ACCOUNT
                 MOVE WS-DEPT-CC(DEPT-IDX)   TO JRN-COST-CENTER
                 MOVE 'D'             TO JRN-DC
                 MOVE WS-DEPT-COMPANY(DEPT-IDX) TO JRN-COMPANY
                 MOVE WS-DEPT-SHIFT(DEPT-IDX) TO JRN-AMOUNT
                 STRING 'SHIFT PREMIUM ' WS-DEPT-NAME(DEPT-IDX)
                    DELIMITED BY SIZE INTO JRN-DESCRIPTION
                 WRITE GLJOURNAL-REC
                 ADD 1                TO WS-JRN-COUNT
                 ADD WS-DEPT-SHIFT(DEPT-IDX) TO WS-DEBIT-TOTAL
                 IF CO-ENTRY-FOUND
                    ADD WS-DEPT-SHIFT(DEPT-IDX)
                                      TO WS-CO-DEBITS(CO-IDX)
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
              MOVE SPACES             TO GLJOURNAL-REC
              MOVE WS-CLEARING-ACCT   TO JRN-ACCOUNT
              MOVE WS-CLEARING-CC     TO JRN-COST-CENTER
              MOVE 'C'                TO JRN-DC
              MOVE WS-CO-DEBITS(CO-IDX) TO JRN-AMOUNT
              MOVE 'PAYROLL CLEARING' TO JRN-DESCRIPTION
              MOVE WS-CO-CODE(CO-IDX) TO JRN-COMPANY
              WRITE GLJOURNAL-REC
              ADD 1                   TO WS-JRN-COUNT
              MOVE WS-CO-DEBITS(CO-IDX) TO WS-CO-CREDITS(CO-IDX)
              ADD WS-CO-CREDITS(CO-IDX) TO WS-CREDIT-TOTAL
           END-PERFORM.

       0310-FIND-COMPANY.

      * CO-IDX is left on the department's company; a company that
      * cannot be held leaves its debits with no clearing credit,
      * and the run is out of balance.
           MOVE 'NO '                 TO WS-CO-FOUND
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT OR CO-ENTRY-FOUND
              IF WS-CO-CODE(CO-IDX) = WS-DEPT-COMPANY(DEPT-IDX)
                 MOVE 'YES'           TO WS-CO-FOUND
              END-IF
           END-PERFORM
           IF CO-ENTRY-FOUND
              SET CO-IDX DOWN BY 1
           ELSE
              IF WS-CO-COUNT < 20
                 ADD 1                TO WS-CO-COUNT
                 SET CO-IDX           TO WS-CO-COUNT
                 MOVE WS-DEPT-COMPANY(DEPT-IDX) TO WS-CO-CODE(CO-IDX)
                 MOVE ZERO            TO WS-CO-DEBITS(CO-IDX)
                 MOVE ZERO            TO WS-CO-CREDITS(CO-IDX)
                 MOVE 'YES'           TO WS-CO-FOUND
              ELSE
                 ADD 1                TO WS-CO-OVERFLOW
              END-IF
           END-IF.

       9000-END-PROGRAM.

           DISPLAY "* DEBIT TOTAL         : " WS-DEBIT-TOTAL
           DISPLAY "* CREDIT TOTAL        : " WS-CREDIT-TOTAL
           DISPLAY "* UNMAPPED DEPARTMENTS: " WS-SUSPENSE-COUNT
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
              IF WS-CO-CODE(CO-IDX) = SPACES
                 DISPLAY "* NO COMPANY   DEBITS : " WS-CO-DEBITS(CO-IDX)
              ELSE
                 DISPLAY "* COMPANY " WS-CO-CODE(CO-IDX)
                         "    DEBITS : " WS-CO-DEBITS(CO-IDX)
              END-IF
              DISPLAY "*             CREDITS : " WS-CO-CREDITS(CO-IDX)
              IF WS-CO-DEBITS(CO-IDX) NOT = WS-CO-CREDITS(CO-IDX)
                 ADD 1                TO WS-CO-UNBALANCED
              END-IF
           END-PERFORM
           DISPLAY "**********************************"

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL OR
              WS-CO-UNBALANCED > ZERO OR WS-CO-OVERFLOW > ZERO
              DISPLAY "* JOURNAL OUT OF BALANCE -- NOT USABLE"
              MOVE 8                  TO RETURN-CODE
           END-IF
