      * DIFFERENCES OVER THE TOLERANCE CARD. THE RECONCILIATION
      * PAYREGISTER'S HEADER PROMISED FINALLY STOPS BEING A PERSON
      * WITH TWO PRINTOUTS.
      * HOLIDAY AND SHIFT PREMIUMS ARE BILLED INSIDE GROSS; AN
      * INVOICE THAT COMES UP SHORT BY EXACTLY THE PREMIUM (WITHIN
      * TOLERANCE) IS REPORTED AS PREMIUM NOT BILLED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       FD PAYINVOICE.
       01 PAYINVOICE-REC.
           05 WS-NOTREG-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-NOTBILLED-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-AMTDIFF-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-PREMDIFF-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-REG-DROPPED      PIC 9(05) VALUE ZERO.

           05 WS-GROSS-PAY        PIC 9(07)V99.
           05 WS-PREMIUM-PAY      PIC 9(07)V99.
           05 WS-HOLIDAY-PAY      PIC 9(07)V99.
           05 WS-SHIFT-PAY        PIC 9(07)V99.
           05 WS-HOLIDAY-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 WS-SHIFT-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-DIFFERENCE       PIC S9(08)V99.
           05 WS-ABS-DIFF         PIC 9(08)V99.
           05 WS-REG-TOTAL        PIC 9(11)V99 VALUE ZERO.
                                  INDEXED BY REG-IDX.
                 15 WS-REG-ID        PIC 9(07).
                 15 WS-REG-GROSS     PIC 9(07)V99.
                 15 WS-REG-PREMIUM   PIC 9(07)V99.
                 15 WS-REG-SEEN      PIC X(01).
           05 WS-REG-FOUND        PIC X(03).
              88 REG-FOUND        VALUE 'YES'.
                 COMPUTE WS-GROSS-PAY =
                         REG-GROSS-DOLS + (REG-GROSS-CENTS / 100)
                 ADD WS-GROSS-PAY     TO WS-REG-TOTAL
                 MOVE ZERO            TO WS-HOLIDAY-PAY WS-SHIFT-PAY
                 IF REG-HOLIDAY-DOLS IS NUMERIC AND
                    REG-SHIFT-DOLS IS NUMERIC
                    COMPUTE WS-HOLIDAY-PAY =
                         REG-HOLIDAY-DOLS + (REG-HOLIDAY-CENTS / 100)
                    COMPUTE WS-SHIFT-PAY =
                         REG-SHIFT-DOLS + (REG-SHIFT-CENTS / 100)
                 END-IF
                 ADD WS-HOLIDAY-PAY   TO WS-HOLIDAY-TOTAL
                 ADD WS-SHIFT-PAY     TO WS-SHIFT-TOTAL
                 IF WS-REG-TBL-COUNT < 5000
                    ADD 1             TO WS-REG-TBL-COUNT
                    SET REG-IDX       TO WS-REG-TBL-COUNT
                    MOVE REG-EMPLOYEEID
                                      TO WS-REG-ID(REG-IDX)
                    MOVE WS-GROSS-PAY TO WS-REG-GROSS(REG-IDX)
                    COMPUTE WS-REG-PREMIUM(REG-IDX) =
                            WS-HOLIDAY-PAY + WS-SHIFT-PAY
                    MOVE 'N'          TO WS-REG-SEEN(REG-IDX)
                 ELSE
                    ADD 1             TO WS-REG-DROPPED

           ADD 1                      TO WS-INV-COUNT
           ADD INV-AMOUNT             TO WS-INV-TOTAL
           MOVE SPACES                TO INVMATCHEXC-REC
           MOVE 'NO '                 TO WS-REG-FOUND
           PERFORM VARYING REG-IDX FROM 1 BY 1
              UNTIL REG-IDX > WS-REG-TBL-COUNT
                 MOVE INV-AMOUNT      TO IEXC-INVOICE-AMT
                 MOVE 'AMOUNT DIFFERENCE'
                                      TO WS-FS-REASON
                 PERFORM 0210-CHECK-PREMIUM-SHORT
                 PERFORM 0220-WRITE-DISCREPANCY
              ELSE
                 ADD 1                TO WS-MATCHED-COUNT
              AT END SET INVOICE-EOF TO TRUE
           END-READ.

       0210-CHECK-PREMIUM-SHORT.

      * The service billing straight and overtime but not the
      * holiday/shift premium leaves the invoice short by the
      * premium -- name that so finance knows what to chase.
           IF WS-REG-PREMIUM(REG-IDX) > ZERO AND
              WS-DIFFERENCE < ZERO
              COMPUTE WS-DIFFERENCE =
                      WS-ABS-DIFF - WS-REG-PREMIUM(REG-IDX)
              IF WS-DIFFERENCE < ZERO
                 COMPUTE WS-DIFFERENCE = ZERO - WS-DIFFERENCE
              END-IF
              IF WS-DIFFERENCE NOT > WS-TOLERANCE
                 ADD 1                TO WS-PREMDIFF-COUNT
                 MOVE 'PREMIUM NOT BILLED'
                                      TO WS-FS-REASON
              END-IF
           END-IF.

       0220-WRITE-DISCREPANCY.

           MOVE INV-EMPLOYEEID        TO IEXC-EMPLOYEEID
           DISPLAY "* BILLED NOT ON REGISTER : " WS-NOTREG-COUNT
           DISPLAY "* ON REGISTER NOT BILLED : " WS-NOTBILLED-COUNT
           DISPLAY "* AMOUNT DIFFERENCES     : " WS-AMTDIFF-COUNT
           DISPLAY "*   PREMIUM NOT BILLED   : " WS-PREMDIFF-COUNT
           DISPLAY "* REGISTER GROSS TOTAL   : " WS-REG-TOTAL
           DISPLAY "*   HOLIDAY PREMIUM      : " WS-HOLIDAY-TOTAL
           DISPLAY "*   SHIFT PREMIUM        : " WS-SHIFT-TOTAL
           DISPLAY "* INVOICE TOTAL          : " WS-INV-TOTAL
           DISPLAY "================================================"

