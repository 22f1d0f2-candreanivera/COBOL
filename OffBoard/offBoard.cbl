      * FILE WITH DATE AND REASON, AND ONLY THEN IS THE EMPLOYEE
      * DELETED FROM EMPLOYEEINDEXED.DAT. EMPMAINT'S BARE 'T'
      * DELETE REMAINS FOR CORRECTIONS; LEAVERS COME THROUGH HERE.
      * EACH ARCHIVE RECORD ALSO CARRIES THE LEAVER'S SSN AND A
      * REHIRE-ELIGIBLE FLAG TAKEN FROM THE TERMINATION-REASON
      * TABLE (TERMREASON.DAT), SO REHIRECHK CAN STOP A NOT-
      * ELIGIBLE FORMER EMPLOYEE FROM BEING ADDED BACK UNREVIEWED.
      * AFTER THE LEAVERS ARE OUT, THE MASTER IS SWEPT FOR ANYONE
      * STILL REPORTING TO A SUPERVISOR NO LONGER ON IT -- EACH IS
      * LOGGED TO THE EXCEPTION REPOSITORY FOR HR TO REASSIGN
      * THROUGH EMPMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEEINDEXED ASSIGN TO "EMPLOYEEINDEXED.DAT"
        FILE STATUS IS FS-EMP-IDX
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDX-EMPLOYEEID
        ALTERNATE RECORD KEY IS IDX-DEPARTMENT
           WITH DUPLICATES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARCHIVE.

      * Termination reasons HR maintains, one per line with the
      * rehire-eligible flag ('Y' or 'N') that reason carries. A
      * reason missing from the table archives as not eligible and
      * is logged, so HR reviews any rehire and adds the reason.
       SELECT OPTIONAL TERMREASON ASSIGN TO "TERMREASON.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TREASON.

      * Transactions that cannot be applied -- unknown EMPLOYEEID.
       SELECT TERMREJECT ASSIGN TO "TERMREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD VACBALANCE.
       01 VACBALANCE-REC.
           05 ARCH-VAC-HOURS        PIC 9(05).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ARCH-VAC-PAYOUT       PIC 9(07).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ARCH-SSN              PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ARCH-REHIRE           PIC X(01).

       FD TERMREASON.
       01 TERMREASON-REC.
           05 TRS-REASON            PIC X(10).
           05 FILLER                PIC X(02).
           05 TRS-REHIRE            PIC X(01).

       FD TERMREJECT.
       01 TERMREJECT-REC.
           05 WS-FS-ARCHIVE       PIC X(02).
           05 WS-FS-REJECT        PIC X(02).
           05 WS-FS-LOG           PIC X(02).
           05 WS-FS-TREASON       PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-BAL-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-BAL-DROPPED      PIC 9(05) VALUE ZERO.

           05 WS-TREASON-EOF-SW   PIC X(03) VALUE 'NO '.
               88 TREASON-EOF     VALUE 'YES'.
           05 WS-REHIRE-FLAG      PIC X(01).
           05 WS-TRS-FOUND-SW     PIC X(01).
           05 WS-NOT-ELIGIBLE-COUNT PIC 9(07) VALUE ZERO.
           05 WS-UNLISTED-COUNT   PIC 9(05) VALUE ZERO.

      * Termination reasons and their rehire-eligible flags, loaded
      * from TERMREASON.DAT.
           05 WS-TRS-TABLE.
              10 WS-TRS-ENTRY OCCURS 100 TIMES
                              INDEXED BY TRS-IDX.
                 15 WS-TRS-CODE      PIC X(10).
                 15 WS-TRS-FLAG      PIC X(01).
           05 WS-TRS-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-TRS-DROPPED      PIC 9(05) VALUE ZERO.

      * Reporting lines off the master after the leavers are gone,
      * for the orphaned-report sweep.
           05 WS-RPT-TABLE.
              10 WS-RPT-ENTRY OCCURS 5000 TIMES
                              INDEXED BY RPT-IDX SUP-IDX.
                 15 WS-RPT-ID        PIC 9(07).
                 15 WS-RPT-SUPV      PIC 9(07).
           05 WS-RPT-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-RPT-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-SWEEP-EOF-SW     PIC X(03).
              88 SWEEP-EOF        VALUE 'YES'.
           05 WS-SUPV-FOUND-SW    PIC X(03).
              88 SUPV-ON-MASTER   VALUE 'YES'.
           05 WS-ORPHAN-COUNT     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START.


           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.
           PERFORM 0110-LOAD-BALANCES.
           PERFORM 0120-LOAD-TERM-REASONS.

      * A reason table that does not fit would archive real
      * reasons as not eligible -- refuse the run instead.
           IF WS-TRS-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* TERMREASON TABLE EXCEEDS 100 REASONS"
              DISPLAY "* REASONS NOT LOADED: " WS-TRS-DROPPED
              DISPLAY "* NO TERMINATIONS APPLIED"
              DISPLAY "********************************"
              MOVE 8                TO RETURN-CODE
              MOVE 'END  '          TO RL-EVENT
              MOVE ZERO             TO RL-READ RL-WRITTEN
                                       RL-REJECTED
              MOVE SPACES           TO RL-FSTATUS
              MOVE RETURN-CODE      TO RL-RETCODE
              CALL 'RUNLOGGER' USING RL-PARM
              STOP RUN
           END-IF.

           OPEN INPUT TERMTRANS.
           OPEN I-O EMPLOYEEINDEXED.
           ELSE
              PERFORM 0300-REWRITE-BALANCE-FILE
           END-IF.
           IF WS-TERMED-COUNT > ZERO
              PERFORM 0400-SWEEP-REPORTING-LINES
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-BALANCES.
              END-IF
           END-IF.

       0120-LOAD-TERM-REASONS.

      * No table at all means every leaver archives as not
      * eligible; rehires then all go through HR review.
           OPEN INPUT TERMREASON.
           IF WS-FS-TREASON = '00'
              PERFORM UNTIL TREASON-EOF
                 READ TERMREASON
                    AT END SET TREASON-EOF TO TRUE
                 END-READ
                 IF NOT TREASON-EOF AND TRS-REASON NOT = SPACES
                    IF WS-TRS-COUNT < 100
                       ADD 1       TO WS-TRS-COUNT
                       SET TRS-IDX TO WS-TRS-COUNT
                       MOVE TRS-REASON
                                   TO WS-TRS-CODE(TRS-IDX)
                       MOVE TRS-REHIRE
                                   TO WS-TRS-FLAG(TRS-IDX)
                    ELSE
                       ADD 1       TO WS-TRS-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE TERMREASON
           ELSE
              IF WS-FS-TREASON = '05'
                 CLOSE TERMREASON
              END-IF
           END-IF.

       0200-APPLY-TERMINATION.

           ADD 1                      TO WS-TRANS-COUNT
           MOVE WS-FINAL-PAY          TO ARCH-FINAL-PAY
           MOVE WS-VAC-HOURS          TO ARCH-VAC-HOURS
           MOVE WS-VAC-PAYOUT         TO ARCH-VAC-PAYOUT
           MOVE IDX-SSN               TO ARCH-SSN
           PERFORM 0225-SET-REHIRE-FLAG
           MOVE WS-REHIRE-FLAG        TO ARCH-REHIRE
           WRITE TERMARCHIVE-REC.

       0225-SET-REHIRE-FLAG.

      * Only an explicit 'Y' on the reason table makes a leaver
      * eligible; anything else is held for HR on a rehire.
           MOVE 'N'                   TO WS-REHIRE-FLAG
           MOVE SPACE                 TO WS-TRS-FOUND-SW
           PERFORM VARYING TRS-IDX FROM 1 BY 1
              UNTIL TRS-IDX > WS-TRS-COUNT
              IF WS-TRS-CODE(TRS-IDX) = TERM-REASON
                 MOVE 'Y'             TO WS-TRS-FOUND-SW
                 IF WS-TRS-FLAG(TRS-IDX) = 'Y'
                    MOVE 'Y'          TO WS-REHIRE-FLAG
                 END-IF
              END-IF
           END-PERFORM
           IF WS-TRS-FOUND-SW NOT = 'Y'
              ADD 1                   TO WS-UNLISTED-COUNT
              MOVE 'REASON NOT ON TABLE' TO EXC-REASON
              MOVE TERM-EMPLOYEEID    TO EXC-KEY
              MOVE SPACES             TO EXC-DETAIL
              STRING 'REASON ' TERM-REASON
                     ' ARCHIVED NOT ELIGIBLE'
                 DELIMITED BY SIZE INTO EXC-DETAIL
              IF RETURN-CODE < 4
                 MOVE 4               TO RETURN-CODE
              END-IF
              PERFORM 8000-LOG-EXCEPTION
           END-IF
           IF WS-REHIRE-FLAG = 'N'
              ADD 1                   TO WS-NOT-ELIGIBLE-COUNT
           END-IF.

       0230-WRITE-APPLIED-LOG.

           MOVE SPACES                TO MAINTLOG-REG
           END-PERFORM.
           CLOSE VACBALANCE.

       0400-SWEEP-REPORTING-LINES.

      * Every employee and supervisor, in key order -- then anyone
      * whose supervisor is not among them has been left reporting
      * to a leaver (tonight's, or one deleted some other way).
           MOVE 'NO '                 TO WS-SWEEP-EOF-SW
           MOVE ZERO                  TO IDX-EMPLOYEEID
           START EMPLOYEEINDEXED
              KEY >= IDX-EMPLOYEEID
              INVALID KEY SET SWEEP-EOF TO TRUE
           END-START
           PERFORM UNTIL SWEEP-EOF
              READ EMPLOYEEINDEXED NEXT RECORD
                 AT END SET SWEEP-EOF TO TRUE
              END-READ
              IF NOT SWEEP-EOF
                 IF WS-RPT-COUNT < 5000
                    ADD 1             TO WS-RPT-COUNT
                    SET RPT-IDX       TO WS-RPT-COUNT
                    MOVE IDX-EMPLOYEEID TO WS-RPT-ID(RPT-IDX)
                    IF IDX-SUPERVISOR IS NUMERIC
                       MOVE IDX-SUPERVISOR TO WS-RPT-SUPV(RPT-IDX)
                    ELSE
                       MOVE ZERO      TO WS-RPT-SUPV(RPT-IDX)
                    END-IF
                 ELSE
                    ADD 1             TO WS-RPT-DROPPED
                 END-IF
              END-IF
           END-PERFORM
      * The sweep's end of file is not the run's file status.
           MOVE '00'                  TO FS-EMP-IDX

           IF WS-RPT-DROPPED > ZERO
              DISPLAY '* WARNING: REPORTING-LINE TABLE FULL, '
                      WS-RPT-DROPPED ' EMPLOYEES NOT SWEPT'
           END-IF

           PERFORM 0410-CHECK-SUPERVISOR
              VARYING RPT-IDX FROM 1 BY 1
              UNTIL RPT-IDX > WS-RPT-COUNT.

       0410-CHECK-SUPERVISOR.

           IF WS-RPT-SUPV(RPT-IDX) > ZERO
              MOVE 'NO '              TO WS-SUPV-FOUND-SW
              PERFORM VARYING SUP-IDX FROM 1 BY 1
                 UNTIL SUP-IDX > WS-RPT-COUNT OR SUPV-ON-MASTER
                 IF WS-RPT-ID(SUP-IDX) = WS-RPT-SUPV(RPT-IDX)
                    MOVE 'YES'        TO WS-SUPV-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT SUPV-ON-MASTER
                 ADD 1                TO WS-ORPHAN-COUNT
                 DISPLAY '* ' WS-RPT-ID(RPT-IDX) ' REPORTS TO '
                         WS-RPT-SUPV(RPT-IDX)
                         ' -- NO LONGER ON MASTER'
                 MOVE 'SUPERVISOR NOT ON FILE' TO EXC-REASON
                 MOVE WS-RPT-ID(RPT-IDX)   TO EXC-KEY
                 MOVE SPACES          TO EXC-DETAIL
                 STRING 'REPORTS TO ' WS-RPT-SUPV(RPT-IDX)
                        ' -- REASSIGN'
                    DELIMITED BY SIZE INTO EXC-DETAIL
                 IF RETURN-CODE < 4
                    MOVE 4            TO RETURN-CODE
                 END-IF
                 PERFORM 8000-LOG-EXCEPTION
              END-IF
           END-IF.

       9000-END-PROGRAM.

           CLOSE TERMTRANS, EMPLOYEEINDEXED, TERMARCHIVE,
           DISPLAY "* TRANSACTIONS REJECTED: " WS-REJECT-COUNT
           DISPLAY "* FINAL PAY TOTAL     : " WS-FINAL-PAY-TOTAL
           DISPLAY "* VACATION PAYOUT TOTAL: " WS-PAYOUT-TOTAL
           DISPLAY "* NOT REHIRE-ELIGIBLE : " WS-NOT-ELIGIBLE-COUNT
           DISPLAY "* REASONS NOT ON TABLE: " WS-UNLISTED-COUNT
           DISPLAY "* REPORTS TO REASSIGN : " WS-ORPHAN-COUNT
           DISPLAY "**********************************"

           IF (WS-REJECT-COUNT > ZERO OR WS-UNLISTED-COUNT > ZERO OR
               WS-ORPHAN-COUNT > ZERO OR WS-RPT-DROPPED > ZERO) AND
              RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

