       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRAGING.
      * DEDUCTION ARREARS AGING REPORT -- READS THE PERSISTENT
      * ARREARS FILE NETPAY MAINTAINS (ONE BALANCE PER EMPLOYEE AND
      * DEDUCTION CODE, WITH THE DATE IT FIRST OPENED) AND REPORTS
      * EVERY OPEN BALANCE GROUPED BY DEDUCTION CODE, WITH HOW MANY
      * DAYS IT HAS BEEN OPEN AND ITS AGING BUCKET (0-30, 31-60,
      * 61-90, OVER 90), PLUS A TOTAL PER CODE AND PER BUCKET -- SO
      * FINANCE CAN SHOW EACH BENEFIT CARRIER AND GARNISHMENT AGENCY
      * WHAT IS STILL OWED TO THEM AND FOR HOW LONG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL ARREARS ASSIGN TO WS-ARREARS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARREARS.

       DATA DIVISION.
       FILE SECTION.
       FD ARREARS.
       01 ARREARS-REC.
           88 ARREARS-EOF VALUE HIGH-VALUES.
           05 ARR-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 ARR-CODE              PIC X(04).
           05 FILLER                PIC X(02).
           05 ARR-PRIORITY          PIC 9(02).
           05 FILLER                PIC X(02).
           05 ARR-BALANCE           PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 ARR-OPENED            PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-ARREARS-PATH         PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-ARREARS       PIC X(02).
           05 WS-FS-REASON        PIC X(32).
           05 WS-RECORD-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-OPEN-COUNT       PIC 9(07) VALUE ZERO.

           05 WS-TODAY8           PIC 9(08).
           05 WS-TODAY-INT        PIC 9(07).
           05 WS-DAYS-OPEN        PIC S9(07).
           05 WS-BUCKET           PIC 9(01).

      * Open balances held for the by-code listing.
           05 WS-ARR-TABLE.
              10 WS-ARR-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-ARR-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY ARR-IDX.
                 15 WS-ARR-ID        PIC 9(07).
                 15 WS-ARR-CODE      PIC X(04).
                 15 WS-ARR-BALANCE   PIC 9(07)V99.
                 15 WS-ARR-OPENED    PIC 9(08).
           05 WS-ARR-OVERFLOW     PIC 9(05) VALUE ZERO.

      * Distinct deduction codes, in the order first seen, each with
      * its open total.
           05 WS-CODE-AREA.
              10 WS-CODE-COUNT    PIC 9(04) COMP VALUE ZERO.
              10 WS-CODE-ENTRY OCCURS 100 TIMES
                                  INDEXED BY CODE-IDX.
                 15 WS-CODE-CODE     PIC X(04).
                 15 WS-CODE-ITEMS    PIC 9(05).
                 15 WS-CODE-TOTAL    PIC 9(09)V99.
              10 WS-CODE-FOUND    PIC X(03).
                 88 CODE-ENTRY-FOUND VALUE 'YES'.
           05 WS-CODE-OVERFLOW    PIC 9(05) VALUE ZERO.

      * Totals by aging bucket across every code.
           05 WS-BUCKET-AREA.
              10 WS-BUCKET-ENTRY OCCURS 4 TIMES
                                  INDEXED BY BKT-IDX.
                 15 WS-BUCKET-ITEMS  PIC 9(05).
                 15 WS-BUCKET-TOTAL  PIC 9(09)V99.
           05 WS-BUCKET-NAMES.
              10 FILLER           PIC X(08) VALUE '0-30    '.
              10 FILLER           PIC X(08) VALUE '31-60   '.
              10 FILLER           PIC X(08) VALUE '61-90   '.
              10 FILLER           PIC X(08) VALUE 'OVER 90 '.
           05 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
              10 WS-BUCKET-NAME   PIC X(08) OCCURS 4 TIMES.

           05 WS-GRAND-TOTAL      PIC 9(11)V99 VALUE ZERO.

           05 PRINTRECORD.
              10 PRINT-EMPLOYEEID  PIC 9(07).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-BALANCE     PIC Z,ZZZ,ZZ9.99.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-OPENED      PIC 9(08).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-DAYS        PIC ZZZZ9.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-BUCKET      PIC X(08).

           05 PRINT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'ARREARS'           TO FP-LOGICAL
           MOVE 'ARREARS.DAT'       TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-ARREARS-PATH

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY8)

           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 4
              MOVE ZERO             TO WS-BUCKET-ITEMS(BKT-IDX)
              MOVE ZERO             TO WS-BUCKET-TOTAL(BKT-IDX)
           END-PERFORM

      * No arrears file yet simply means nothing has ever gone
      * unmet -- an empty report, not an error.
           OPEN INPUT ARREARS.
           IF WS-FS-ARREARS NOT = '00' AND WS-FS-ARREARS NOT = '05'
              PERFORM 9500-ARREARS-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-ARREARS: ' WS-FS-ARREARS
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES              TO ARREARS-REC.
           READ ARREARS
              AT END SET ARREARS-EOF TO TRUE
           END-READ.
           PERFORM 0200-ACCUMULATE-ARREARS UNTIL ARREARS-EOF.
           CLOSE ARREARS.

           PERFORM 0400-PRINT-AGING-REPORT.
           PERFORM 9000-END-PROGRAM.

       0200-ACCUMULATE-ARREARS.

           ADD 1                    TO WS-RECORD-COUNT
           IF ARR-BALANCE IS NUMERIC AND ARR-BALANCE > ZERO
              ADD 1                 TO WS-OPEN-COUNT
              IF WS-ARR-COUNT < 5000
                 ADD 1              TO WS-ARR-COUNT
                 SET ARR-IDX        TO WS-ARR-COUNT
                 MOVE ARR-EMPLOYEEID TO WS-ARR-ID(ARR-IDX)
                 MOVE ARR-CODE      TO WS-ARR-CODE(ARR-IDX)
                 MOVE ARR-BALANCE   TO WS-ARR-BALANCE(ARR-IDX)
                 MOVE ARR-OPENED    TO WS-ARR-OPENED(ARR-IDX)
                 PERFORM 0210-POST-CODE
              ELSE
                 ADD 1              TO WS-ARR-OVERFLOW
              END-IF
           END-IF.

           READ ARREARS
              AT END SET ARREARS-EOF TO TRUE
           END-READ.

       0210-POST-CODE.

           MOVE 'NO '               TO WS-CODE-FOUND
           PERFORM VARYING CODE-IDX FROM 1 BY 1
              UNTIL CODE-IDX > WS-CODE-COUNT
              IF WS-CODE-CODE(CODE-IDX) = ARR-CODE
                 ADD 1              TO WS-CODE-ITEMS(CODE-IDX)
                 ADD ARR-BALANCE    TO WS-CODE-TOTAL(CODE-IDX)
                 MOVE 'YES'         TO WS-CODE-FOUND
              END-IF
           END-PERFORM.

           IF NOT CODE-ENTRY-FOUND
              IF WS-CODE-COUNT < 100
                 ADD 1              TO WS-CODE-COUNT
                 SET CODE-IDX       TO WS-CODE-COUNT
                 MOVE ARR-CODE      TO WS-CODE-CODE(CODE-IDX)
                 MOVE 1             TO WS-CODE-ITEMS(CODE-IDX)
                 MOVE ARR-BALANCE   TO WS-CODE-TOTAL(CODE-IDX)
              ELSE
                 ADD 1              TO WS-CODE-OVERFLOW
              END-IF
           END-IF.

       0400-PRINT-AGING-REPORT.

           DISPLAY "================================================"
           DISPLAY "OPEN DEDUCTION ARREARS BY CODE -- AS OF "
                   WS-TODAY8
           DISPLAY "================================================"

           PERFORM 0410-PRINT-CODE-GROUP
              VARYING CODE-IDX FROM 1 BY 1
              UNTIL CODE-IDX > WS-CODE-COUNT.

           DISPLAY " "
           DISPLAY "---- OPEN ARREARS BY AGE"
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 4
              MOVE WS-BUCKET-TOTAL(BKT-IDX) TO PRINT-AMOUNT
              DISPLAY WS-BUCKET-NAME(BKT-IDX) " DAYS  "
                      WS-BUCKET-ITEMS(BKT-IDX) "  " PRINT-AMOUNT
           END-PERFORM
           MOVE WS-GRAND-TOTAL      TO PRINT-AMOUNT
           DISPLAY "TOTAL OPEN ARREARS    " PRINT-AMOUNT

           IF WS-ARR-OVERFLOW > ZERO OR WS-CODE-OVERFLOW > ZERO
              DISPLAY " "
              DISPLAY "* WARNING: AGING TABLE FULL, "
                      WS-ARR-OVERFLOW " BALANCES AND "
                      WS-CODE-OVERFLOW " CODES NOT AGED"
              MOVE 4               TO RETURN-CODE
           END-IF.

       0410-PRINT-CODE-GROUP.

           DISPLAY " "
           DISPLAY "---- DEDUCTION CODE " WS-CODE-CODE(CODE-IDX)
           DISPLAY "EMPLOYEE       BALANCE  OPENED     DAYS  AGE"

           PERFORM VARYING ARR-IDX FROM 1 BY 1
              UNTIL ARR-IDX > WS-ARR-COUNT
              IF WS-ARR-CODE(ARR-IDX) = WS-CODE-CODE(CODE-IDX)
                 PERFORM 0420-PRINT-ARREARS-LINE
              END-IF
           END-PERFORM

           MOVE WS-CODE-TOTAL(CODE-IDX) TO PRINT-AMOUNT
           DISPLAY "CODE " WS-CODE-CODE(CODE-IDX) " OPEN ITEMS "
                   WS-CODE-ITEMS(CODE-IDX) " TOTAL " PRINT-AMOUNT.

       0420-PRINT-ARREARS-LINE.

      * An opened date that is not a valid date ages as over 90 --
      * it stands out on the report instead of hiding in 0-30.
           IF WS-ARR-OPENED(ARR-IDX) IS NUMERIC AND
              WS-ARR-OPENED(ARR-IDX) > 16010101 AND
              FUNCTION TEST-DATE-YYYYMMDD(WS-ARR-OPENED(ARR-IDX))
                 = ZERO
              COMPUTE WS-DAYS-OPEN = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-ARR-OPENED(ARR-IDX))
           ELSE
              MOVE 99999            TO WS-DAYS-OPEN
           END-IF
           IF WS-DAYS-OPEN < ZERO
              MOVE ZERO             TO WS-DAYS-OPEN
           END-IF

           EVALUATE TRUE
              WHEN WS-DAYS-OPEN <= 30
                 MOVE 1             TO WS-BUCKET
              WHEN WS-DAYS-OPEN <= 60
                 MOVE 2             TO WS-BUCKET
              WHEN WS-DAYS-OPEN <= 90
                 MOVE 3             TO WS-BUCKET
              WHEN OTHER
                 MOVE 4             TO WS-BUCKET
           END-EVALUATE
           SET BKT-IDX              TO WS-BUCKET
           ADD 1                    TO WS-BUCKET-ITEMS(BKT-IDX)
           ADD WS-ARR-BALANCE(ARR-IDX) TO WS-BUCKET-TOTAL(BKT-IDX)
           ADD WS-ARR-BALANCE(ARR-IDX) TO WS-GRAND-TOTAL

           MOVE SPACES              TO PRINTRECORD
           MOVE WS-ARR-ID(ARR-IDX)      TO PRINT-EMPLOYEEID
           MOVE WS-ARR-BALANCE(ARR-IDX) TO PRINT-BALANCE
           MOVE WS-ARR-OPENED(ARR-IDX)  TO PRINT-OPENED
           MOVE WS-DAYS-OPEN            TO PRINT-DAYS
           MOVE WS-BUCKET-NAME(BKT-IDX) TO PRINT-BUCKET
           DISPLAY PRINTRECORD.

       9000-END-PROGRAM.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* ARREARS RECORDS READ   : " WS-RECORD-COUNT
           DISPLAY "* OPEN BALANCES          : " WS-OPEN-COUNT
           DISPLAY "* DEDUCTION CODES        : " WS-CODE-COUNT
           DISPLAY "**********************************"

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-ARREARS-REASON
           FS-FIELD  BY WS-FS-ARREARS
           FS-REASON BY WS-FS-REASON.

       END PROGRAM ARRAGING.
