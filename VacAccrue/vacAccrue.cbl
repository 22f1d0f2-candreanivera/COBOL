      * BALANCE FILE, AND PRINTS AN ACCRUAL REGISTER BY DEPARTMENT.
      * AN EMPLOYEE NO LONGER ON EMPFILE.DAT IS DROPPED FROM THE
      * BALANCE FILE AND REPORTED, SO LEAVERS STOP CARRYING STALE
      * BALANCES THE WAY THEY DID IN THE SPREADSHEET. AN EMPLOYEE
      * ON AN OPEN LEAVE OF ABSENCE ON LEAVESTATUS.DAT EARNS NOTHING
      * THIS PERIOD; THE BALANCE IS CARRIED UNCHANGED. A LEAVE THAT
      * STARTS AFTER THE RUN DATE -- THE AS-OF DATE OF THE QUARTER'S
      * ACCRUAL -- DOES NOT STOP IT YET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BALANCE.

      * Leave-of-absence history LEAVEMAINT keeps; an open ('L')
      * leave stops the accrual. OPTIONAL -- no file, nobody is on
      * leave.
       SELECT OPTIONAL LEAVESTATUS ASSIGN TO "LEAVESTATUS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LEAVE.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
       01 ACCRUALRATE-REC.
           05 RATE-YEARS-FLOOR      PIC 9(03).
           05 RATE-HOURS-PERIOD     PIC 9(02)V99.
      * Hours a balance in the band may carry into the new year --
      * applied by YEARROLL, not used here.
           05 FILLER                PIC X(02).
           05 RATE-CARRY-CAP        PIC 9(05)V99.

       FD VACBALANCE.
       01 VACBALANCE-REC.
           05 FILLER                PIC X(02).
           05 BAL-HOURS             PIC 9(05)V99.

       FD LEAVESTATUS.
       01 LEAVESTATUS-REC.
           05 LVS-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 LVS-STATUS            PIC X(01).
              88 LVS-ON-LEAVE       VALUE 'L'.
           05 FILLER                PIC X(07).
           05 LVS-START             PIC 9(08).
           05 FILLER                PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
           05 FS-EMPLOYEE         PIC X(02).
           05 WS-FS-RATES         PIC X(02).
           05 WS-FS-BALANCE       PIC X(02).
           05 WS-FS-LEAVE         PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC X(08).

           05 WS-EMPLOYEE-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-LEAVER-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-ON-LEAVE-COUNT   PIC 9(05) VALUE ZERO.

      * Employees on an open leave of absence.
           05 WS-LEAVE-TABLE.
              10 WS-LEAVE-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-LEAVE-ID OCCURS 5000 TIMES
                              INDEXED BY LEAVE-IDX
                                  PIC 9(07).
           05 WS-LEAVE-DROPPED    PIC 9(05) VALUE ZERO.
           05 WS-LEAVE-SW         PIC X(03).
               88 ON-LEAVE        VALUE 'YES'.
           05 WS-BAL-DROPPED      PIC 9(05) VALUE ZERO.

      * Control-trailer verification of EMPFILE.DAT -- count and hash
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.
           PERFORM 0110-LOAD-ACCRUAL-RATES.
           PERFORM 0120-LOAD-PRIOR-BALANCES.
           PERFORM 0130-LOAD-LEAVES.

           OPEN INPUT EMPLOYEEFILE.
           IF FS-EMPLOYEE NOT = '00'
              END-IF
           END-IF.

       0130-LOAD-LEAVES.

      * A leave table that cannot hold everyone on leave would
      * accrue hours to somebody who is away -- refuse the run. A
      * leave keyed ahead of its start stops nothing until then.
           OPEN INPUT LEAVESTATUS.
           IF WS-FS-LEAVE = '00'
              PERFORM UNTIL WS-FS-LEAVE = '10'
                 READ LEAVESTATUS
                    AT END MOVE '10' TO WS-FS-LEAVE
                 END-READ
                 IF WS-FS-LEAVE NOT = '10' AND LVS-ON-LEAVE AND
                    (LVS-START IS NOT NUMERIC OR
                     LVS-START NOT > WS-TODAY8)
                    IF WS-LEAVE-COUNT < 5000
                       ADD 1       TO WS-LEAVE-COUNT
                       SET LEAVE-IDX TO WS-LEAVE-COUNT
                       MOVE LVS-EMPLOYEEID
                                   TO WS-LEAVE-ID(LEAVE-IDX)
                    ELSE
                       ADD 1       TO WS-LEAVE-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE LEAVESTATUS
           ELSE
              IF WS-FS-LEAVE = '05'
                 CLOSE LEAVESTATUS
              END-IF
           END-IF.

           IF WS-LEAVE-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* LEAVE TABLE EXCEEDS 5000 EMPLOYEES"
              DISPLAY "* LEAVES NOT LOADED: " WS-LEAVE-DROPPED
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

       0200-ACCRUE-EMPLOYEE.

      * The last record on EMPFILE.DAT is EMPEDIT's control trailer,
              COMPUTE WS-TENURE-YEARS =
                      WS-CURRENT-YEAR-N - START-YEAR
              PERFORM 0210-LOOKUP-ACCRUAL-RATE
              PERFORM 0215-CHECK-LEAVE
              PERFORM 0220-ADD-TO-BALANCE
              PERFORM 0230-ACCUMULATE-DEPT
           END-IF.
              END-IF
           END-PERFORM.

       0215-CHECK-LEAVE.

      * Away on leave, nothing is earned; the balance still goes
      * back out so the employee isn't taken for a leaver.
           MOVE 'NO '                 TO WS-LEAVE-SW
           PERFORM VARYING LEAVE-IDX FROM 1 BY 1
              UNTIL LEAVE-IDX > WS-LEAVE-COUNT OR ON-LEAVE
              IF WS-LEAVE-ID(LEAVE-IDX) = EMPLOYEEID
                 MOVE 'YES'           TO WS-LEAVE-SW
              END-IF
           END-PERFORM
           IF ON-LEAVE
              ADD 1                   TO WS-ON-LEAVE-COUNT
              MOVE ZERO               TO WS-EARNED-HOURS
           END-IF.

       0220-ADD-TO-BALANCE.

           MOVE 'NO '                 TO WS-BAL-FOUND
           DISPLAY "**********************************"
           DISPLAY "* EMPLOYEES ACCRUED   : " WS-EMPLOYEE-COUNT
           DISPLAY "* LEAVERS DROPPED     : " WS-LEAVER-COUNT
           DISPLAY "* ON LEAVE, NO ACCRUAL: " WS-ON-LEAVE-COUNT
           DISPLAY "**********************************"

           STOP RUN.
