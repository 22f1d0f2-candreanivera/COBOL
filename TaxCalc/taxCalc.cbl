       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCALC.
      * SHARED TAX-WITHHOLDING ROUTINE -- THE ENGINE BETWEEN THE
      * GROSS-PAY REGISTER AND THE VOLUNTARY DEDUCTIONS. NETPAY
      * CALLS THIS ROUTINE FOR EVERY REGISTER LINE. THE PERIOD
      * GROSS IS ANNUALIZED, REDUCED BY THE EMPLOYEE'S ALLOWANCES,
      * RUN THROUGH THE BRACKET TABLE FOR EACH JURISDICTION AND
      * FILING STATUS ON THE EMPLOYEE'S TAX PROFILE (PERCENTAGE
      * METHOD: BASE TAX FOR THE BRACKET PLUS THE BRACKET RATE ON
      * THE EXCESS OVER ITS FLOOR), AND BROUGHT BACK TO ONE PERIOD,
      * PLUS ANY EXTRA WITHHOLDING THE EMPLOYEE ASKED FOR. BOTH
      * TABLES LOAD ON THE FIRST CALL AND SERVE FROM STORAGE AFTER,
      * THE SAME WAY FILEPROF SERVES THE FILE PROFILE. JANUARY'S
      * NEW BRACKETS ARE A NEW TAXBRACKET.DAT -- NOBODY RE-KEYS AN
      * EMPLOYEE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Bracket table: one row per jurisdiction, filing status, and
      * bracket, with the annual wage floor the bracket starts at,
      * the tax on everything below that floor, the percent taken
      * on the excess, and the annual value of one allowance in
      * that jurisdiction (repeated on every row of the table).
       SELECT TAXBRACKET ASSIGN TO WS-BRACKET-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BRACKET.

      * Per-employee filing status and allowances, one row per
      * jurisdiction the employee files in (federal plus the work
      * state). OPTIONAL -- with no file everyone withholds federal
      * single with zero allowances and is reported for HR.
       SELECT OPTIONAL TAXPROFILE ASSIGN TO WS-PROFILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROFILE.

       DATA DIVISION.
       FILE SECTION.
       FD TAXBRACKET.
       01 TAXBRACKET-REC.
           05 TB-JURISDICTION       PIC X(04).
           05 FILLER                PIC X(02).
           05 TB-FILING-STATUS      PIC X(01).
           05 FILLER                PIC X(02).
           05 TB-FLOOR              PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 TB-BASE-TAX           PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 TB-RATE               PIC 9(02)V9(03).
           05 FILLER                PIC X(02).
           05 TB-ALLOWANCE          PIC 9(05)V99.

       FD TAXPROFILE.
       01 TAXPROFILE-REC.
           05 TP-EMPLOYEEID         PIC 9(07).
           05 FILLER                PIC X(02).
           05 TP-JURISDICTION       PIC X(04).
           05 FILLER                PIC X(02).
           05 TP-FILING-STATUS      PIC X(01).
              88 TP-SINGLE          VALUE 'S'.
              88 TP-MARRIED         VALUE 'M'.
              88 TP-HEAD-HOUSEHOLD  VALUE 'H'.
           05 FILLER                PIC X(02).
           05 TP-ALLOWANCES         PIC 9(02).
           05 FILLER                PIC X(02).
           05 TP-EXTRA              PIC 9(05)V99.
           05 FILLER                PIC X(02).
           05 TP-EXEMPT             PIC X(01).
              88 TP-IS-EXEMPT       VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-BRACKET-PATH         PIC X(64).
       01  WS-PROFILE-PATH         PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-BRACKET       PIC X(02).
           05 WS-FS-PROFILE       PIC X(02).
           05 WS-LOADED-SW        PIC X(03) VALUE 'NO '.
              88 TABLES-LOADED    VALUE 'YES'.
           05 WS-TABLE-SW         PIC X(03) VALUE 'NO '.
              88 BRACKETS-ON-HAND VALUE 'YES'.

      * Federal is the jurisdiction withheld for an employee with no
      * profile on file, at single status and zero allowances.
           05 WS-DEFAULT-JURIS    PIC X(04) VALUE 'FED '.
           05 WS-DEFAULT-STATUS   PIC X(01) VALUE 'S'.
           05 WS-DEFAULT-PERIODS  PIC 9(03) VALUE 026.

      * The profile line being priced.
           05 WS-CUR-JURIS        PIC X(04).
           05 WS-CUR-STATUS       PIC X(01).
           05 WS-CUR-ALLOWANCES   PIC 9(02).
           05 WS-CUR-EXTRA        PIC 9(05)V99.
           05 WS-CUR-EXEMPT       PIC X(01).
           05 WS-PERIODS          PIC 9(03).

           05 WS-ANNUAL-WAGE      PIC S9(09)V99.
           05 WS-ALLOW-VALUE      PIC 9(05)V99.
           05 WS-TAXABLE          PIC S9(09)V99.
           05 WS-ANNUAL-TAX       PIC S9(09)V99.
           05 WS-PERIOD-TAX       PIC S9(07)V99.
           05 WS-BEST-FLOOR       PIC 9(07)V99.
           05 WS-BEST-HIT         PIC 9(05) COMP.
           05 WS-BRACKET-SW       PIC X(03).
              88 BRACKET-FOUND    VALUE 'YES'.
           05 WS-PROFILE-SW       PIC X(03).
              88 PROFILE-FOUND    VALUE 'YES'.

      * Rows that did not fit: bracket rows past 500, profile rows
      * past 10000, and any profile row past an employee's fifth
      * jurisdiction. Any at all and every call is refused.
           05 WS-TB-DROPPED       PIC 9(05) VALUE ZERO.
           05 WS-TP-DROPPED       PIC 9(05) VALUE ZERO.
           05 WS-TP-EXCESS        PIC 9(05) VALUE ZERO.
           05 WS-TP-SAME          PIC 9(05) COMP.

      * Bracket table loaded on the first call.
           05 WS-TB-TABLE.
              10 WS-TB-COUNT      PIC 9(05) COMP VALUE ZERO.
              10 WS-TB-ENTRY OCCURS 500 TIMES
                                  INDEXED BY TB-IDX.
                 15 WS-TB-JURIS      PIC X(04).
                 15 WS-TB-STATUS     PIC X(01).
                 15 WS-TB-FLOOR      PIC 9(07)V99.
                 15 WS-TB-BASE       PIC 9(07)V99.
                 15 WS-TB-RATE       PIC 9(02)V9(03).
                 15 WS-TB-ALLOW      PIC 9(05)V99.

      * Employee tax profiles loaded on the first call.
           05 WS-TP-TABLE.
              10 WS-TP-COUNT      PIC 9(05) COMP VALUE ZERO.
              10 WS-TP-ENTRY OCCURS 10000 TIMES
                                  INDEXED BY TP-IDX.
                 15 WS-TP-ID         PIC 9(07).
                 15 WS-TP-JURIS      PIC X(04).
                 15 WS-TP-STATUS     PIC X(01).
                 15 WS-TP-ALLOWANCES PIC 9(02).
                 15 WS-TP-EXTRA      PIC 9(05)V99.
                 15 WS-TP-EXEMPT     PIC X(01).

       LINKAGE SECTION.
       01 TX-PARM.
           COPY TAXPARM.

       PROCEDURE DIVISION USING TX-PARM.
       0100-COMPUTE-WITHHOLDING.

           IF NOT TABLES-LOADED
              PERFORM 0200-LOAD-TABLES
           END-IF

           MOVE ZERO                  TO TX-LINE-COUNT
           MOVE ZERO                  TO TX-ROWS-DROPPED
           MOVE 'Y'                   TO TX-RESULT

      * No bracket table means no withholding can be computed at
      * all -- the caller stops the run rather than pay untaxed.
           IF NOT BRACKETS-ON-HAND
              MOVE 'T'                TO TX-RESULT
              GOBACK
           END-IF

      * A table short of rows would price someone on the wrong
      * brackets or leave a jurisdiction unwithheld -- the caller
      * stops the run the same way.
           IF WS-TB-DROPPED > ZERO OR WS-TP-DROPPED > ZERO OR
              WS-TP-EXCESS > ZERO
              MOVE 'O'                TO TX-RESULT
              COMPUTE TX-ROWS-DROPPED = WS-TB-DROPPED + WS-TP-DROPPED
                                      + WS-TP-EXCESS
              GOBACK
           END-IF

           IF TX-PERIODS IS NUMERIC AND TX-PERIODS > ZERO
              MOVE TX-PERIODS         TO WS-PERIODS
           ELSE
              MOVE WS-DEFAULT-PERIODS TO WS-PERIODS
           END-IF

           MOVE 'NO '                 TO WS-PROFILE-SW
           PERFORM VARYING TP-IDX FROM 1 BY 1
              UNTIL TP-IDX > WS-TP-COUNT
              IF WS-TP-ID(TP-IDX) = TX-EMPLOYEEID AND
                 TX-LINE-COUNT < 5
                 MOVE 'YES'           TO WS-PROFILE-SW
                 MOVE WS-TP-JURIS(TP-IDX)      TO WS-CUR-JURIS
                 MOVE WS-TP-STATUS(TP-IDX)     TO WS-CUR-STATUS
                 MOVE WS-TP-ALLOWANCES(TP-IDX) TO WS-CUR-ALLOWANCES
                 MOVE WS-TP-EXTRA(TP-IDX)      TO WS-CUR-EXTRA
                 MOVE WS-TP-EXEMPT(TP-IDX)     TO WS-CUR-EXEMPT
                 PERFORM 0300-PRICE-JURISDICTION
              END-IF
           END-PERFORM

      * Nothing on file for this employee: federal at single, zero
      * allowances, no extra -- and the caller reports the gap.
           IF NOT PROFILE-FOUND
              MOVE WS-DEFAULT-JURIS   TO WS-CUR-JURIS
              MOVE WS-DEFAULT-STATUS  TO WS-CUR-STATUS
              MOVE ZERO               TO WS-CUR-ALLOWANCES
              MOVE ZERO               TO WS-CUR-EXTRA
              MOVE 'N'                TO WS-CUR-EXEMPT
              PERFORM 0300-PRICE-JURISDICTION
              IF TX-CALCULATED
                 MOVE 'P'             TO TX-RESULT
              END-IF
           END-IF

           GOBACK.

       0200-LOAD-TABLES.

           MOVE 'YES'                 TO WS-LOADED-SW
           MOVE 'TAXBRACKET'          TO FP-LOGICAL
           MOVE 'TAXBRACKET.DAT'      TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH               TO WS-BRACKET-PATH
           MOVE 'TAXPROFILE'          TO FP-LOGICAL
           MOVE 'TAXPROFILE.DAT'      TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH               TO WS-PROFILE-PATH

           OPEN INPUT TAXBRACKET.
           IF WS-FS-BRACKET = '00'
              PERFORM UNTIL WS-FS-BRACKET = '10'
                 READ TAXBRACKET
                    AT END MOVE '10' TO WS-FS-BRACKET
                 END-READ
                 IF WS-FS-BRACKET NOT = '10' AND
                    TB-JURISDICTION NOT = SPACES AND
                    TB-FLOOR IS NUMERIC AND
                    TB-BASE-TAX IS NUMERIC AND
                    TB-RATE IS NUMERIC
                    IF WS-TB-COUNT < 500
                       ADD 1          TO WS-TB-COUNT
                       SET TB-IDX     TO WS-TB-COUNT
                       MOVE TB-JURISDICTION  TO WS-TB-JURIS(TB-IDX)
                       MOVE TB-FILING-STATUS TO WS-TB-STATUS(TB-IDX)
                       MOVE TB-FLOOR         TO WS-TB-FLOOR(TB-IDX)
                       MOVE TB-BASE-TAX      TO WS-TB-BASE(TB-IDX)
                       MOVE TB-RATE          TO WS-TB-RATE(TB-IDX)
                       IF TB-ALLOWANCE IS NUMERIC
                          MOVE TB-ALLOWANCE  TO WS-TB-ALLOW(TB-IDX)
                       ELSE
                          MOVE ZERO          TO WS-TB-ALLOW(TB-IDX)
                       END-IF
                    ELSE
                       ADD 1          TO WS-TB-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE TAXBRACKET
              IF WS-TB-COUNT > ZERO
                 MOVE 'YES'           TO WS-TABLE-SW
              END-IF
           END-IF.

           OPEN INPUT TAXPROFILE.
           IF WS-FS-PROFILE = '00'
              PERFORM UNTIL WS-FS-PROFILE = '10'
                 READ TAXPROFILE
                    AT END MOVE '10' TO WS-FS-PROFILE
                 END-READ
                 IF WS-FS-PROFILE NOT = '10' AND
                    TP-EMPLOYEEID IS NUMERIC
                    PERFORM 0210-COUNT-EMPLOYEE-ROWS
                 END-IF
                 IF WS-FS-PROFILE NOT = '10' AND
                    TP-EMPLOYEEID IS NUMERIC AND
                    WS-TP-COUNT < 10000 AND
                    WS-TP-SAME < 5
                    ADD 1             TO WS-TP-COUNT
                    SET TP-IDX        TO WS-TP-COUNT
                    MOVE TP-EMPLOYEEID    TO WS-TP-ID(TP-IDX)
                    MOVE TP-JURISDICTION  TO WS-TP-JURIS(TP-IDX)
                    MOVE TP-FILING-STATUS TO WS-TP-STATUS(TP-IDX)
                    MOVE TP-EXEMPT        TO WS-TP-EXEMPT(TP-IDX)
                    IF TP-ALLOWANCES IS NUMERIC
                       MOVE TP-ALLOWANCES TO WS-TP-ALLOWANCES(TP-IDX)
                    ELSE
                       MOVE ZERO          TO WS-TP-ALLOWANCES(TP-IDX)
                    END-IF
                    IF TP-EXTRA IS NUMERIC
                       MOVE TP-EXTRA      TO WS-TP-EXTRA(TP-IDX)
                    ELSE
                       MOVE ZERO          TO WS-TP-EXTRA(TP-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE TAXPROFILE
           ELSE
              IF WS-FS-PROFILE = '05'
                 CLOSE TAXPROFILE
              END-IF
           END-IF.

       0210-COUNT-EMPLOYEE-ROWS.

      * TX-LINE carries five jurisdictions; a sixth row for the same
      * employee is counted here rather than left off the table.
           MOVE ZERO                  TO WS-TP-SAME
           PERFORM VARYING TP-IDX FROM 1 BY 1
              UNTIL TP-IDX > WS-TP-COUNT
              IF WS-TP-ID(TP-IDX) = TP-EMPLOYEEID
                 ADD 1                TO WS-TP-SAME
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-TP-SAME NOT < 5
                 ADD 1                TO WS-TP-EXCESS
              WHEN WS-TP-COUNT NOT < 10000
                 ADD 1                TO WS-TP-DROPPED
           END-EVALUATE.

       0300-PRICE-JURISDICTION.

      * Percentage method. The period gross is annualized, each
      * allowance takes its annual value off, and the bracket whose
      * floor is the highest one not above the taxable wage sets the
      * base tax and the rate on the excess.
           ADD 1                      TO TX-LINE-COUNT
           MOVE WS-CUR-JURIS          TO TX-JURISDICTION(TX-LINE-COUNT)
           MOVE ZERO                  TO TX-AMOUNT(TX-LINE-COUNT)

      * An exempt line stays at zero.
           IF WS-CUR-EXEMPT NOT = 'Y'
              PERFORM 0310-FIND-ALLOWANCE
              IF BRACKET-FOUND
                 PERFORM 0320-APPLY-BRACKET
              ELSE
                 MOVE 'B'             TO TX-RESULT
              END-IF
           END-IF.

       0310-FIND-ALLOWANCE.

           MOVE 'NO '                 TO WS-BRACKET-SW
           MOVE ZERO                  TO WS-ALLOW-VALUE
           PERFORM VARYING TB-IDX FROM 1 BY 1
              UNTIL TB-IDX > WS-TB-COUNT
              IF WS-TB-JURIS(TB-IDX) = WS-CUR-JURIS AND
                 WS-TB-STATUS(TB-IDX) = WS-CUR-STATUS
                 MOVE WS-TB-ALLOW(TB-IDX) TO WS-ALLOW-VALUE
                 MOVE 'YES'           TO WS-BRACKET-SW
              END-IF
           END-PERFORM.

       0320-APPLY-BRACKET.

           COMPUTE WS-ANNUAL-WAGE = TX-GROSS * WS-PERIODS
           COMPUTE WS-TAXABLE = WS-ANNUAL-WAGE -
                   (WS-CUR-ALLOWANCES * WS-ALLOW-VALUE)
           IF WS-TAXABLE < ZERO
              MOVE ZERO               TO WS-TAXABLE
           END-IF

           MOVE ZERO                  TO WS-BEST-HIT
           MOVE ZERO                  TO WS-BEST-FLOOR
           PERFORM VARYING TB-IDX FROM 1 BY 1
              UNTIL TB-IDX > WS-TB-COUNT
              IF WS-TB-JURIS(TB-IDX) = WS-CUR-JURIS AND
                 WS-TB-STATUS(TB-IDX) = WS-CUR-STATUS AND
                 WS-TB-FLOOR(TB-IDX) <= WS-TAXABLE AND
                 (WS-BEST-HIT = ZERO OR
                  WS-TB-FLOOR(TB-IDX) >= WS-BEST-FLOOR)
                 SET WS-BEST-HIT      TO TB-IDX
                 MOVE WS-TB-FLOOR(TB-IDX) TO WS-BEST-FLOOR
              END-IF
           END-PERFORM

           IF WS-BEST-HIT = ZERO
              MOVE ZERO               TO WS-ANNUAL-TAX
           ELSE
              SET TB-IDX              TO WS-BEST-HIT
              COMPUTE WS-ANNUAL-TAX ROUNDED =
                      WS-TB-BASE(TB-IDX) +
                      ((WS-TAXABLE - WS-TB-FLOOR(TB-IDX)) *
                        WS-TB-RATE(TB-IDX) / 100)
           END-IF

           COMPUTE WS-PERIOD-TAX ROUNDED =
                   (WS-ANNUAL-TAX / WS-PERIODS) + WS-CUR-EXTRA
           IF WS-PERIOD-TAX < ZERO
              MOVE ZERO               TO WS-PERIOD-TAX
           END-IF
           MOVE WS-PERIOD-TAX         TO TX-AMOUNT(TX-LINE-COUNT).

       END PROGRAM TAXCALC.
