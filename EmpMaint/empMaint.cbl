      * HIRES, CORRECTIONS, AND LEAVERS STOP BEING HAND-EDITS TO
      * EMPFILE.DAT. FILE-DRIVEN SO IT CAN RUN INSIDE NIGHTRUN;
      * STUDIOMAINT REMAINS THE SHAPE FOR TERMINAL-DRIVEN UPKEEP.
      * EVERY ADD IS CHECKED AGAINST THE TERMINATED-EMPLOYEE
      * ARCHIVE THROUGH REHIRECHK: A FORMER EMPLOYEE NOT ELIGIBLE
      * FOR REHIRE IS HELD FOR HR REVIEW AND NOT ADDED, AND AN
      * ELIGIBLE REHIRE IS LINKED TO THE OLD EMPLOYEEID ON
      * REHIRELINK.DAT SO SERVICE HISTORY CAN BE BRIDGED.
      * PAY-AFFECTING CHANGES ARE UNDER DUAL CONTROL: A 'C' THAT
      * MOVES THE RATE BY MORE THAN THE APPROVALPARM.DAT PERCENTAGE
      * (OR TOUCHES A FIELD THE CARD FLAGS) IS PARKED ON
      * PENDAPPR.DAT WITH THE ENTERING OPERATOR'S ID INSTEAD OF
      * APPLIED. APPRREL RELEASES IT UNDER A SECOND OPERATOR, AND
      * THE RELEASED TRANSACTION APPLIES HERE ONLY WHEN IT MATCHES
      * THE APPROVED ENTRY; THE LOG CARRIES MAKER AND CHECKER.
      * AN ADD OR CHANGE MAY CARRY A PAY GRADE, WHICH MUST BE ON THE
      * GRADE MASTER GRADEMASTER.DAT; A BLANK GRADE LEAVES THE
      * MASTER'S GRADE AS IT STANDS. LIKEWISE A SUPERVISOR: THE
      * EMPLOYEEID KEYED MUST BE ON THE MASTER, AND WALKING UP FROM
      * IT MUST NOT COME BACK ROUND TO THE EMPLOYEE (NO LOOPS IN THE
      * REPORTING LINE). ZERO CLEARS THE SUPERVISOR. THE COMPANY
      * (LEGAL ENTITY) CODE, WHEN KEYED, MUST BE A, F OR T; A BLANK
      * COMPANY LEAVES THE MASTER'S AS IT STANDS. THE KEYING
      * OPERATOR MUST HOLD THE ADD, CHANGE OR DELETE (TERMINATE)
      * AUTHORITY FOR EMPMAINT ON THE OPERATOR AUTHORIZATION FILE,
      * CHECKED THROUGH AUTHCHK BEFORE ANYTHING ELSE; A REFUSED
      * TRANSACTION IS REJECTED UNAPPLIED. THE SSN ON A REJECTED
      * TRANSACTION IS WRITTEN TO EMPMAINTREJ.DAT AS SSNMASK RETURNS
      * IT FOR THE KEYING OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One transaction per record: an action code ('A' ADD,
      * 'C' CHANGE, 'T' TERMINATE) followed by a full EMPFILE-layout
      * record image. TERMINATE needs only the EMPLOYEEID filled.
      * The keying operator follows the image; a transaction
      * released by APPRREL also carries the approving operator.
      * The pay grade, supervisor and company, when keyed, come
      * last.
      * OPTIONAL: a night with no maintenance batch delivered is a
      * normal zero-transaction run, not an error.
       SELECT OPTIONAL EMPTRANS ASSIGN TO "EMPTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

      * One line per rehire added: the new EMPLOYEEID against the
      * one the person last left under, with the prior service
      * dates, for bridging service history.
       SELECT OPTIONAL REHIRELINK ASSIGN TO "REHIRELINK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LINK.

      * Dual-control thresholds: the rate-change percentage over
      * which a change needs a second operator, and Y/N flags for
      * fields that always do. No card -- 10 percent, hours
      * changes free, SSN changes held.
       SELECT OPTIONAL APPROVALPARM ASSIGN TO WS-APRPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APRPARM.

      * Transactions awaiting, or released by, a second operator --
      * shared with BANKMAINT and APPRREL, held whole and rewritten.
       SELECT OPTIONAL PENDAPPR ASSIGN TO WS-PENDAPPR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PENDAPPR.

      * Pay grades and their ranges -- only the grade codes are
      * needed here, to validate the grade a transaction assigns.
       SELECT OPTIONAL GRADEMASTER ASSIGN TO WS-GRADEMST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GRADE.

       DATA DIVISION.
       FILE SECTION.
       FD EMPTRANS.
      * Optional -- a transaction cut to the old length carries
      * spaces here and the SSN on the master is left untouched.
               04 TRANS-SSN         PIC 9(09).
            02 TRANS-OPERATOR       PIC X(08).
            02 TRANS-CHECKER        PIC X(08).
            02 TRANS-GRADE          PIC X(03).
            02 TRANS-SUPERVISOR     PIC 9(07).
            02 TRANS-COMPANY        PIC X(01).
               88 TRANS-COMPANY-VALID VALUE 'A' 'F' 'T'.

       FD EMPLOYEEINDEXED.
       01 EMP-IDX-REG.
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

       FD MAINTREJECT.
       01 MAINTREJECT-REG.
              10 LOG-DETAIL-TEXT    PIC X(20).
              10 FILLER             PIC X(02) VALUE SPACES.
              10 LOG-DEPARTMENT     PIC X(30).
      * Operator who keyed the transaction and, for one released
      * under dual control, the operator who approved it.
              10 LOG-MAKER          PIC X(08).
              10 LOG-CHECKER        PIC X(08).

       FD REHIRELINK.
       01 REHIRELINK-REC.
           05 LNK-RUN-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LNK-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LNK-PRIOR-ID          PIC 9(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LNK-PRIOR-START       PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LNK-PRIOR-TERM        PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LNK-PRIOR-REASON      PIC X(10).

       FD APPROVALPARM.
       01 APPROVALPARM-REC.
           05 APR-RATE-PCT          PIC 9(03)V99.
           05 FILLER                PIC X(02).
           05 APR-HOLD-HOURS        PIC X(01).
           05 FILLER                PIC X(02).
           05 APR-HOLD-SSN          PIC X(01).
           05 FILLER                PIC X(02).
           05 APR-HOLD-BANK         PIC X(01).

       FD PENDAPPR.
       01 PENDAPPR-REC.
           88 PENDAPPR-EOF VALUE HIGH-VALUES.
           05 PND-SEQ               PIC 9(07).
           05 FILLER                PIC X(02).
           05 PND-SOURCE            PIC X(08).
           05 FILLER                PIC X(02).
           05 PND-STATUS            PIC X(01).
           05 FILLER                PIC X(02).
           05 PND-ENTERED           PIC 9(08).
           05 FILLER                PIC X(02).
           05 PND-MAKER             PIC X(08).
           05 FILLER                PIC X(02).
           05 PND-CHECKER           PIC X(08).
           05 FILLER                PIC X(02).
           05 PND-DECIDED           PIC 9(08).
           05 FILLER                PIC X(02).
           05 PND-REASON            PIC X(24).
           05 FILLER                PIC X(02).
           05 PND-TRANS             PIC X(112).

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

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
       01  SC-PARM.
           COPY RUNCAL.

      * Rehire-eligibility check parameter area -- see REHIRECHK
      * copybook.
       01  RH-PARM.
           COPY REHIRECHK.

      * Run-lock parameter area -- see LOCKREQ copybook.
       01  LK-PARM.
           COPY LOCKREQ.

      * Operator-authorization parameter area -- see AUTHCHK
      * copybook.
       01  AU-PARM.
           COPY AUTHCHK.

      * SSN masking parameter area -- see SSNMASK copybook.
       01  SM-PARM.
           COPY SSNMASK.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-APRPARM-PATH         PIC X(64).
       01  WS-PENDAPPR-PATH        PIC X(64).
       01  WS-GRADEMST-PATH        PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-TRANS         PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-REJECT        PIC X(02).
           05 WS-FS-LOG           PIC X(02).
           05 WS-FS-LINK          PIC X(02).
           05 WS-FS-APRPARM       PIC X(02).
           05 WS-FS-PENDAPPR      PIC X(02).
           05 WS-FS-GRADE         PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-STEP-RC          PIC 9(04).

           05 WS-SSN-DUP-SW       PIC X(03) VALUE 'NO '.
              88 SSN-DUPLICATE    VALUE 'YES'.
           05 WS-CHANGED-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-TERMED-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-REJECT-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-REHIRE-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-HELD-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-PARKED-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-RELEASED-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-DENIED-COUNT     PIC 9(07) VALUE ZERO.

      * Dual-control settings, from APPROVALPARM.DAT when present.
           05 WS-APR-RATE-PCT     PIC 9(03)V99 VALUE 10.00.
           05 WS-APR-HOLD-HOURS   PIC X(01) VALUE 'N'.
           05 WS-APR-HOLD-SSN     PIC X(01) VALUE 'Y'.
           05 WS-RATE-DIFF        PIC 9(04)V99.
           05 WS-RATE-PCT         PIC 9(07)V99.
           05 WS-APPROVAL-REASON  PIC X(24).
           05 WS-APPROVAL-SW      PIC X(03).
              88 APPROVAL-FOUND   VALUE 'YES'.
           05 WS-NEXT-SEQ         PIC 9(07) VALUE ZERO.

      * Pending-approval file held whole: transactions parked here
      * are added, releases applied here are marked 'X', and the
      * file is written back at end of run.
           05 WS-PND-TABLE.
              10 WS-PND-ENTRY OCCURS 2000 TIMES
                              INDEXED BY PND-IDX.
                 15 WS-PND-SEQ       PIC 9(07).
                 15 WS-PND-SOURCE    PIC X(08).
                 15 WS-PND-STATUS    PIC X(01).
                 15 WS-PND-ENTERED   PIC 9(08).
                 15 WS-PND-MAKER     PIC X(08).
                 15 WS-PND-CHECKER   PIC X(08).
                 15 WS-PND-DECIDED   PIC 9(08).
                 15 WS-PND-REASON    PIC X(24).
                 15 WS-PND-TRANS     PIC X(112).
           05 WS-PND-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-PND-DROPPED      PIC 9(05) VALUE ZERO.

      * Valid pay grades, from GRADEMASTER.DAT.
           05 WS-GRD-TABLE.
              10 WS-GRD-CODE OCCURS 100 TIMES
                             INDEXED BY GRD-IDX
                                     PIC X(03).
           05 WS-GRD-COUNT        PIC 9(03) VALUE ZERO.
           05 WS-GRD-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-GRADE-SW         PIC X(03).
              88 GRADE-ON-FILE    VALUE 'YES'.

      * Reporting-line check: the chain is walked up from the keyed
      * supervisor, at most 100 levels.
           05 WS-SUPV-REASON      PIC X(20).
           05 WS-SUPV-NEXT        PIC 9(07).
           05 WS-SUPV-LEVELS      PIC 9(03).
           05 WS-SUPV-END-SW      PIC X(03).
              88 SUPV-CHAIN-END   VALUE 'YES'.

       PROCEDURE DIVISION.
       0100-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.

           MOVE 'APPROVALPARM'  TO FP-LOGICAL
           MOVE 'APPROVALPARM.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH         TO WS-APRPARM-PATH
           MOVE 'PENDAPPR'      TO FP-LOGICAL
           MOVE 'PENDAPPR.DAT'  TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH         TO WS-PENDAPPR-PATH
           MOVE 'GRADEMASTER'   TO FP-LOGICAL
           MOVE 'GRADEMASTER.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH         TO WS-GRADEMST-PATH

      * BANKMAINT and APPRREL rewrite the pending file too --
      * whichever holds the lock, the others turn away.
           MOVE 'PENDAPPR'      TO LK-RESOURCE
           MOVE 'A'             TO LK-ACTION
           MOVE 'EMPMAINT'      TO LK-HOLDER
           CALL 'RUNLOCK' USING LK-PARM
           IF LK-BUSY
              DISPLAY '* PENDAPPR.DAT LOCKED BY ' LK-OWNER
              DISPLAY '* STEP NOT RUN'
              MOVE 8            TO RETURN-CODE
              MOVE 'END  '      TO RL-EVENT
              MOVE 8            TO RL-RETCODE
              CALL 'RUNLOGGER' USING RL-PARM
              STOP RUN
           END-IF

           PERFORM 0110-READ-APPROVAL-PARM.
           PERFORM 0120-LOAD-PENDING.
           PERFORM 0130-LOAD-GRADES.

      * A pending file that does not fit would lose parked
      * transactions on the rewrite -- nothing is applied.
           IF WS-PND-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* PENDING FILE EXCEEDS 2000 ENTRIES"
              DISPLAY "* ENTRIES NOT HELD: " WS-PND-DROPPED
              DISPLAY "* NO TRANSACTIONS APPLIED"
              DISPLAY "********************************"
              MOVE 'R'              TO LK-ACTION
              CALL 'RUNLOCK' USING LK-PARM
              MOVE 8                TO RETURN-CODE
              MOVE 'END  '          TO RL-EVENT
              MOVE 8                TO RL-RETCODE
              CALL 'RUNLOGGER' USING RL-PARM
              STOP RUN
           END-IF.

           OPEN INPUT EMPTRANS.
      * A night with no transactions delivered is a normal outcome,
      * not a failure -- the optional open leaves the file at end of
           IF WS-FS-LOG = '05'
              MOVE '00'             TO WS-FS-LOG
           END-IF.
           OPEN EXTEND REHIRELINK.
           IF WS-FS-LINK = '05'
              MOVE '00'             TO WS-FS-LINK
           END-IF.
           IF WS-FS-TRANS NOT = '00' OR
              FS-EMP-IDX NOT = '00' OR
              WS-FS-REJECT NOT = '00' OR
              WS-FS-LOG NOT = '00' OR
              WS-FS-LINK NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-TRANS-REASON
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-REJECT: ' WS-FS-REJECT
              DISPLAY '* FS-LOG   : ' WS-FS-LOG
              DISPLAY '* FS-LINK  : ' WS-FS-LINK
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-READ.
           PERFORM 0200-APPLY-TRANSACTION UNTIL TRANS-EOF.

           PERFORM 0300-REWRITE-PENDING.
           PERFORM 9000-END-PROGRAM.

       0110-READ-APPROVAL-PARM.

           OPEN INPUT APPROVALPARM.
           IF WS-FS-APRPARM = '00'
              MOVE SPACES           TO APPROVALPARM-REC
              READ APPROVALPARM
                 AT END CONTINUE
              END-READ
              IF APR-RATE-PCT IS NUMERIC
                 MOVE APR-RATE-PCT  TO WS-APR-RATE-PCT
              END-IF
              IF APR-HOLD-HOURS = 'Y' OR APR-HOLD-HOURS = 'N'
                 MOVE APR-HOLD-HOURS TO WS-APR-HOLD-HOURS
              END-IF
              IF APR-HOLD-SSN = 'Y' OR APR-HOLD-SSN = 'N'
                 MOVE APR-HOLD-SSN  TO WS-APR-HOLD-SSN
              END-IF
              CLOSE APPROVALPARM
           ELSE
              IF WS-FS-APRPARM = '05'
                 CLOSE APPROVALPARM
              END-IF
           END-IF.

       0120-LOAD-PENDING.

           OPEN INPUT PENDAPPR.
           IF WS-FS-PENDAPPR = '00'
              MOVE SPACES           TO PENDAPPR-REC
              READ PENDAPPR
                 AT END SET PENDAPPR-EOF TO TRUE
              END-READ
              PERFORM UNTIL PENDAPPR-EOF
                 IF PENDAPPR-REC NOT = SPACES
                    IF WS-PND-COUNT < 2000
                       ADD 1          TO WS-PND-COUNT
                       SET PND-IDX    TO WS-PND-COUNT
                       MOVE PND-SEQ   TO WS-PND-SEQ(PND-IDX)
                       MOVE PND-SOURCE
                                      TO WS-PND-SOURCE(PND-IDX)
                       MOVE PND-STATUS
                                      TO WS-PND-STATUS(PND-IDX)
                       MOVE PND-ENTERED
                                      TO WS-PND-ENTERED(PND-IDX)
                       MOVE PND-MAKER TO WS-PND-MAKER(PND-IDX)
                       MOVE PND-CHECKER
                                      TO WS-PND-CHECKER(PND-IDX)
                       MOVE PND-DECIDED
                                      TO WS-PND-DECIDED(PND-IDX)
                       MOVE PND-REASON
                                      TO WS-PND-REASON(PND-IDX)
                       MOVE PND-TRANS TO WS-PND-TRANS(PND-IDX)
                       IF PND-SEQ > WS-NEXT-SEQ
                          MOVE PND-SEQ TO WS-NEXT-SEQ
                       END-IF
                    ELSE
                       ADD 1          TO WS-PND-DROPPED
                    END-IF
                 END-IF
                 MOVE SPACES        TO PENDAPPR-REC
                 READ PENDAPPR
                    AT END SET PENDAPPR-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PENDAPPR
           ELSE
              IF WS-FS-PENDAPPR = '05'
                 CLOSE PENDAPPR
              END-IF
           END-IF.

       0130-LOAD-GRADES.

      * No grade master means no grade can be assigned -- every
      * keyed grade rejects until one is delivered.
           OPEN INPUT GRADEMASTER.
           IF WS-FS-GRADE = '00'
              MOVE SPACES           TO GRADEMASTER-REC
              READ GRADEMASTER
                 AT END SET GRADEMASTER-EOF TO TRUE
              END-READ
              PERFORM UNTIL GRADEMASTER-EOF
                 IF GRD-GRADE NOT = SPACES
                    IF WS-GRD-COUNT < 100
                       ADD 1          TO WS-GRD-COUNT
                       SET GRD-IDX    TO WS-GRD-COUNT
                       MOVE GRD-GRADE TO WS-GRD-CODE(GRD-IDX)
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

           IF WS-GRD-DROPPED > ZERO
              DISPLAY '* WARNING: GRADE TABLE FULL, ' WS-GRD-DROPPED
                      ' GRADES NOT LOADED'
           END-IF.

       0200-APPLY-TRANSACTION.

           ADD 1                      TO WS-TRANS-COUNT
           MOVE 'NO '                 TO WS-GRADE-SW
           IF TRANS-GRADE NOT = SPACES
              PERFORM 0205-CHECK-GRADE
           END-IF
           MOVE SPACES                TO WS-SUPV-REASON
           IF (TRANS-ADD OR TRANS-CHANGE) AND
              TRANS-SUPERVISOR IS NUMERIC AND
              TRANS-SUPERVISOR > ZERO
              PERFORM 0207-CHECK-SUPERVISOR
           END-IF
           PERFORM 0203-CHECK-AUTHORITY
           EVALUATE TRUE
              WHEN AU-DENIED
                 PERFORM 0245-REJECT-UNAUTHORIZED
              WHEN (TRANS-ADD OR TRANS-CHANGE) AND
                   TRANS-GRADE NOT = SPACES AND NOT GRADE-ON-FILE
                 MOVE 'UNKNOWN PAY GRADE' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
              WHEN WS-SUPV-REASON NOT = SPACES
                 MOVE WS-SUPV-REASON  TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
              WHEN (TRANS-ADD OR TRANS-CHANGE) AND
                   TRANS-COMPANY NOT = SPACES AND
                   NOT TRANS-COMPANY-VALID
                 MOVE 'UNKNOWN COMPANY CODE' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
              WHEN TRANS-ADD
                 PERFORM 0210-ADD-EMPLOYEE
              WHEN TRANS-CHANGE
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0203-CHECK-AUTHORITY.

      * A terminate is the delete authority. An unknown action code
      * is left for the EVALUATE to reject.
           MOVE 'Y'                   TO AU-RESULT
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE 'A'             TO AU-ACTION
              WHEN TRANS-CHANGE
                 MOVE 'C'             TO AU-ACTION
              WHEN TRANS-TERMINATE
                 MOVE 'D'             TO AU-ACTION
              WHEN OTHER
                 MOVE SPACE           TO AU-ACTION
           END-EVALUATE
           IF AU-ACTION NOT = SPACE
              MOVE 'EMPMAINT'         TO AU-PROGRAM
              MOVE TRANS-OPERATOR     TO AU-OPERATOR
              MOVE EMPTRANS-REC(1:8)  TO AU-KEY
              CALL 'AUTHCHK' USING AU-PARM
           END-IF.

       0205-CHECK-GRADE.

           PERFORM VARYING GRD-IDX FROM 1 BY 1
              UNTIL GRD-IDX > WS-GRD-COUNT OR GRADE-ON-FILE
              IF WS-GRD-CODE(GRD-IDX) = TRANS-GRADE
                 MOVE 'YES'           TO WS-GRADE-SW
              END-IF
           END-PERFORM.

       0207-CHECK-SUPERVISOR.

      * Runs before the transaction's own master read -- each step
      * up the chain reads into the master record area, which the
      * add or change then fills afresh.
           MOVE TRANS-SUPERVISOR      TO WS-SUPV-NEXT
           MOVE ZERO                  TO WS-SUPV-LEVELS
           MOVE 'NO '                 TO WS-SUPV-END-SW
           PERFORM 0208-STEP-UP-CHAIN
              UNTIL SUPV-CHAIN-END OR WS-SUPV-REASON NOT = SPACES.

       0208-STEP-UP-CHAIN.

           IF WS-SUPV-NEXT = TRANS-EMPLOYEEID OR
              WS-SUPV-LEVELS NOT < 100
              MOVE 'SUPERVISOR LOOP'  TO WS-SUPV-REASON
           ELSE
              ADD 1                   TO WS-SUPV-LEVELS
              MOVE WS-SUPV-NEXT       TO IDX-EMPLOYEEID
              READ EMPLOYEEINDEXED
                 INVALID KEY CONTINUE
              END-READ
              IF FS-EMP-IDX NOT = '00'
      * Only the supervisor keyed has to exist; a gap higher up is
      * OFFBOARD's and ORGCHART's to report, not this add's.
                 IF WS-SUPV-LEVELS = 1
                    MOVE 'SUPERVISOR NOT FOUND' TO WS-SUPV-REASON
                 ELSE
                    MOVE 'YES'        TO WS-SUPV-END-SW
                 END-IF
              ELSE
                 IF IDX-SUPERVISOR IS NUMERIC AND
                    IDX-SUPERVISOR > ZERO
                    MOVE IDX-SUPERVISOR TO WS-SUPV-NEXT
                 ELSE
                    MOVE 'YES'        TO WS-SUPV-END-SW
                 END-IF
              END-IF
           END-IF.

       0210-ADD-EMPLOYEE.

      * A nonzero SSN already on the master means this add is the
              MOVE 'DUPLICATE SSN       ' TO WS-FS-REASON
              PERFORM 0240-REJECT-TRANSACTION
           ELSE
              PERFORM 0212-CHECK-REHIRE
              IF RH-HELD
                 ADD 1                TO WS-HELD-COUNT
              ELSE
                 PERFORM 0215-WRITE-NEW-EMPLOYEE
              END-IF
           END-IF.

       0212-CHECK-REHIRE.

      * A former employee comes back only through HR: REHIRECHK
      * holds a not-eligible match (hold file and exception
      * repository) and hands back the old EMPLOYEEID otherwise.
           MOVE 'EMPMAINT'            TO RH-PROGRAM
           IF TRANS-SSN IS NUMERIC
              MOVE TRANS-SSN          TO RH-SSN
           ELSE
              MOVE ZERO               TO RH-SSN
           END-IF
           MOVE TRANS-LASTNAME        TO RH-LASTNAME
           MOVE TRANS-FIRSTNAME       TO RH-FIRSTNAME
           IF TRANS-START-YEAR IS NUMERIC AND
              TRANS-START-MONTH IS NUMERIC AND
              TRANS-START-DAY IS NUMERIC
              COMPUTE RH-STARTDATE =
                      (TRANS-START-YEAR * 10000) +
                      (TRANS-START-MONTH * 100) + TRANS-START-DAY
           ELSE
              MOVE ZERO               TO RH-STARTDATE
           END-IF
           CALL 'REHIRECHK' USING RH-PARM.

       0215-WRITE-NEW-EMPLOYEE.

           PERFORM 0250-MOVE-TRANS-TO-MASTER
              ADD 1                   TO WS-ADDED-COUNT
              MOVE 'EMPLOYEE ADDED'    TO LOG-DETAIL-TEXT
              PERFORM 0260-WRITE-APPLIED-LOG
              IF RH-ELIGIBLE
                 PERFORM 0217-WRITE-REHIRE-LINK
              END-IF
           END-IF.

       0217-WRITE-REHIRE-LINK.

           ADD 1                      TO WS-REHIRE-COUNT
           MOVE SPACES                TO REHIRELINK-REC
           MOVE WS-TODAY8             TO LNK-RUN-DATE
           MOVE TRANS-EMPLOYEEID      TO LNK-EMPLOYEEID
           MOVE RH-PRIOR-ID           TO LNK-PRIOR-ID
           MOVE RH-PRIOR-START        TO LNK-PRIOR-START
           MOVE RH-PRIOR-TERM         TO LNK-PRIOR-TERM
           MOVE RH-PRIOR-REASON       TO LNK-PRIOR-REASON
           WRITE REHIRELINK-REC.

       0220-CHANGE-EMPLOYEE.

           MOVE TRANS-EMPLOYEEID      TO IDX-EMPLOYEEID
                 PERFORM 0240-REJECT-TRANSACTION
           END-READ.
           IF FS-EMP-IDX = '00'
      * A release from APPRREL applies only against its approved
      * entry; anything else is checked for dual control first.
              MOVE SPACES             TO WS-APPROVAL-REASON
              MOVE 'NO '              TO WS-APPROVAL-SW
              IF TRANS-CHECKER NOT = SPACES
                 PERFORM 0227-FIND-APPROVAL
                 IF APPROVAL-FOUND
                    PERFORM 0229-REWRITE-EMPLOYEE
                 ELSE
                    MOVE 'APPROVAL NOT ON FILE' TO WS-FS-REASON
                    PERFORM 0240-REJECT-TRANSACTION
                 END-IF
              ELSE
                 PERFORM 0225-CHECK-DUAL-CONTROL
                 IF WS-APPROVAL-REASON NOT = SPACES
                    PERFORM 0228-PARK-TRANSACTION
                 ELSE
                    PERFORM 0229-REWRITE-EMPLOYEE
                 END-IF
              END-IF
           END-IF.

       0225-CHECK-DUAL-CONTROL.

      * The master record as it stands is in EMP-IDX-REG. A rate
      * moved (either way) by more than the card's percentage of
      * the current rate, or set from zero, needs a second
      * operator; so does a flagged field that changes.
           IF TRANS-HOURLYRATE > IDX-HOURLYRATE
              COMPUTE WS-RATE-DIFF =
                      TRANS-HOURLYRATE - IDX-HOURLYRATE
           ELSE
              COMPUTE WS-RATE-DIFF =
                      IDX-HOURLYRATE - TRANS-HOURLYRATE
           END-IF
           IF WS-RATE-DIFF > ZERO
              IF IDX-HOURLYRATE = ZERO
                 MOVE 'RATE SET FROM ZERO' TO WS-APPROVAL-REASON
              ELSE
                 COMPUTE WS-RATE-PCT ROUNDED =
                         (WS-RATE-DIFF * 100) / IDX-HOURLYRATE
                 IF WS-RATE-PCT > WS-APR-RATE-PCT
                    MOVE 'RATE CHANGE OVER LIMIT'
                                      TO WS-APPROVAL-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-APPROVAL-REASON = SPACES AND
              WS-APR-HOLD-HOURS = 'Y' AND
              TRANS-HOURSWORKED NOT = IDX-HOURSWORKED
              MOVE 'HOURS CHANGED'    TO WS-APPROVAL-REASON
           END-IF
           IF WS-APPROVAL-REASON = SPACES AND
              WS-APR-HOLD-SSN = 'Y' AND
              TRANS-SSN IS NUMERIC AND IDX-SSN > ZERO AND
              TRANS-SSN NOT = IDX-SSN
              MOVE 'SSN CHANGED'      TO WS-APPROVAL-REASON
           END-IF.

       0227-FIND-APPROVAL.

      * PND-IDX is left on the approved entry.
           MOVE 'NO '                 TO WS-APPROVAL-SW
           PERFORM VARYING PND-IDX FROM 1 BY 1
              UNTIL PND-IDX > WS-PND-COUNT OR APPROVAL-FOUND
              IF WS-PND-STATUS(PND-IDX) = 'A' AND
                 WS-PND-SOURCE(PND-IDX) = 'EMPTRANS' AND
                 WS-PND-TRANS(PND-IDX)(1:93) = EMPTRANS-REC(1:93)
                 AND WS-PND-CHECKER(PND-IDX) = TRANS-CHECKER AND
                 TRANS-CHECKER NOT = TRANS-OPERATOR
                 MOVE 'YES'           TO WS-APPROVAL-SW
              END-IF
           END-PERFORM
           IF APPROVAL-FOUND
              SET PND-IDX DOWN BY 1
           END-IF.

       0228-PARK-TRANSACTION.

           IF WS-PND-COUNT < 2000
              ADD 1                   TO WS-PND-COUNT
              SET PND-IDX             TO WS-PND-COUNT
              ADD 1                   TO WS-NEXT-SEQ
              MOVE WS-NEXT-SEQ        TO WS-PND-SEQ(PND-IDX)
              MOVE 'EMPTRANS'         TO WS-PND-SOURCE(PND-IDX)
              MOVE 'P'                TO WS-PND-STATUS(PND-IDX)
              MOVE WS-TODAY8          TO WS-PND-ENTERED(PND-IDX)
              MOVE TRANS-OPERATOR     TO WS-PND-MAKER(PND-IDX)
              MOVE SPACES             TO WS-PND-CHECKER(PND-IDX)
              MOVE ZERO               TO WS-PND-DECIDED(PND-IDX)
              MOVE WS-APPROVAL-REASON TO WS-PND-REASON(PND-IDX)
              MOVE EMPTRANS-REC       TO WS-PND-TRANS(PND-IDX)
              ADD 1                   TO WS-PARKED-COUNT
              DISPLAY '* PARKED FOR APPROVAL ' WS-NEXT-SEQ ' '
                      TRANS-EMPLOYEEID ' -- ' WS-APPROVAL-REASON
           ELSE
              MOVE 'PENDING FILE FULL   ' TO WS-FS-REASON
              PERFORM 0240-REJECT-TRANSACTION
           END-IF.

       0229-REWRITE-EMPLOYEE.

           PERFORM 0250-MOVE-TRANS-TO-MASTER
           REWRITE EMP-IDX-REG
              INVALID KEY
                 MOVE 'REWRITE FAILED      ' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
           END-REWRITE.
           IF FS-EMP-IDX = '00' OR FS-EMP-IDX = '02'
              ADD 1                   TO WS-CHANGED-COUNT
              MOVE 'EMPLOYEE CHANGED'  TO LOG-DETAIL-TEXT
              PERFORM 0260-WRITE-APPLIED-LOG
              IF APPROVAL-FOUND
                 ADD 1                TO WS-RELEASED-COUNT
                 MOVE 'X'             TO WS-PND-STATUS(PND-IDX)
                 MOVE WS-TODAY8       TO WS-PND-DECIDED(PND-IDX)
              END-IF
           END-IF.

           ADD 1                      TO WS-REJECT-COUNT
           MOVE SPACES                TO MAINTREJECT-REG
           MOVE EMPTRANS-REC          TO REJECT-TRANS
           PERFORM 0247-MASK-REJECT-SSN
           MOVE WS-FS-REASON          TO REJECT-REASON
           WRITE MAINTREJECT-REG
           MOVE WS-FS-REASON          TO EXC-REASON
           MOVE EMPTRANS-REC(1:40)    TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0245-REJECT-UNAUTHORIZED.

      * AUTHCHK has already logged the refusal to the exception
      * repository -- only this program's own reject file remains.
           ADD 1                      TO WS-REJECT-COUNT
           ADD 1                      TO WS-DENIED-COUNT
           MOVE SPACES                TO MAINTREJECT-REG
           MOVE EMPTRANS-REC          TO REJECT-TRANS
           PERFORM 0247-MASK-REJECT-SSN
           MOVE 'NOT AUTHORIZED'      TO REJECT-REASON
           WRITE MAINTREJECT-REG.

       0247-MASK-REJECT-SSN.

      * The reject listing is read on shared printers -- the SSN in
      * the transaction image shows only as SSNMASK hands it back.
           MOVE 'EMPMAINT'            TO SM-PROGRAM
           MOVE TRANS-OPERATOR        TO SM-OPERATOR
           MOVE TRANS-EMPLOYEEID      TO SM-KEY
           MOVE REJECT-TRANS(77:9)    TO SM-SSN
           CALL 'SSNMASK' USING SM-PARM
           MOVE SM-SHOWN              TO REJECT-TRANS(77:9).

       0250-MOVE-TRANS-TO-MASTER.

           MOVE TRANS-EMPLOYEEID      TO IDX-EMPLOYEEID
                 MOVE ZERO            TO IDX-SSN
              END-IF
           END-IF.
      * The same for the pay grade: an add keyed without one goes on
      * ungraded, a change without one keeps the grade it has.
           IF TRANS-GRADE NOT = SPACES
              MOVE TRANS-GRADE        TO IDX-GRADE
           ELSE
              IF TRANS-ADD
                 MOVE SPACES          TO IDX-GRADE
              END-IF
           END-IF.
           IF TRANS-SUPERVISOR IS NUMERIC
              MOVE TRANS-SUPERVISOR   TO IDX-SUPERVISOR
           ELSE
              IF TRANS-ADD
                 MOVE ZERO            TO IDX-SUPERVISOR
              END-IF
           END-IF.
           IF TRANS-COMPANY NOT = SPACES
              MOVE TRANS-COMPANY      TO IDX-COMPANY
           ELSE
              IF TRANS-ADD
                 MOVE SPACES          TO IDX-COMPANY
              END-IF
           END-IF.

       0260-WRITE-APPLIED-LOG.

      * log record buckets under UNKNOWN on the movement report;
      * leavers routed through OFFBOARD log their department.
           MOVE TRANS-DEPARTMENT      TO LOG-DEPARTMENT
           MOVE TRANS-OPERATOR        TO LOG-MAKER
           MOVE TRANS-CHECKER         TO LOG-CHECKER
           WRITE MAINTLOG-REG.

       0300-REWRITE-PENDING.

      * Parked transactions were added and applied releases marked
      * above; every entry goes back out.
           OPEN OUTPUT PENDAPPR.
           PERFORM VARYING PND-IDX FROM 1 BY 1
              UNTIL PND-IDX > WS-PND-COUNT
              MOVE SPACES             TO PENDAPPR-REC
              MOVE WS-PND-SEQ(PND-IDX)     TO PND-SEQ
              MOVE WS-PND-SOURCE(PND-IDX)  TO PND-SOURCE
              MOVE WS-PND-STATUS(PND-IDX)  TO PND-STATUS
              MOVE WS-PND-ENTERED(PND-IDX) TO PND-ENTERED
              MOVE WS-PND-MAKER(PND-IDX)   TO PND-MAKER
              MOVE WS-PND-CHECKER(PND-IDX) TO PND-CHECKER
              MOVE WS-PND-DECIDED(PND-IDX) TO PND-DECIDED
              MOVE WS-PND-REASON(PND-IDX)  TO PND-REASON
              MOVE WS-PND-TRANS(PND-IDX)   TO PND-TRANS
              WRITE PENDAPPR-REC
           END-PERFORM.
           CLOSE PENDAPPR.

       9000-END-PROGRAM.

           CLOSE EMPTRANS, EMPLOYEEINDEXED, MAINTREJECT, MAINTLOG,
                 REHIRELINK.

           DISPLAY "**********************************"
           DISPLAY "* EMPLOYEE MASTER MAINTENANCE     *"
           DISPLAY "* EMPLOYEES CHANGED  : " WS-CHANGED-COUNT
           DISPLAY "* EMPLOYEES TERMED   : " WS-TERMED-COUNT
           DISPLAY "* TRANSACTIONS REJECTED: " WS-REJECT-COUNT
           DISPLAY "*   NOT AUTHORIZED   : " WS-DENIED-COUNT
           DISPLAY "* REHIRES LINKED     : " WS-REHIRE-COUNT
           DISPLAY "* HELD FOR HR REVIEW : " WS-HELD-COUNT
           DISPLAY "* PARKED FOR APPROVAL: " WS-PARKED-COUNT
           DISPLAY "* APPROVED RELEASES  : " WS-RELEASED-COUNT
           DISPLAY "**********************************"

           IF (WS-REJECT-COUNT > ZERO OR WS-HELD-COUNT > ZERO OR
               WS-GRD-DROPPED > ZERO) AND
              RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

      * RUNLOCK hands back a zero return code -- the step's own is
      * carried across the release and restored by RUNLOGGER.
           MOVE RETURN-CODE    TO WS-STEP-RC
           MOVE 'R'            TO LK-ACTION
           CALL 'RUNLOCK' USING LK-PARM

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-TRANS-COUNT TO RL-READ
           COMPUTE RL-WRITTEN = WS-ADDED-COUNT +
                   WS-CHANGED-COUNT + WS-TERMED-COUNT
           COMPUTE RL-REJECTED = WS-REJECT-COUNT + WS-HELD-COUNT
           MOVE FS-EMP-IDX TO RL-FSTATUS
           MOVE WS-STEP-RC     TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.
