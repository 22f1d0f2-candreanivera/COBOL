       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRREL.
      * DUAL-CONTROL APPROVAL RUN -- THE CHECKER'S HALF OF MAKER/
      * CHECKER. EMPMAINT AND BANKMAINT PARK PAY-AFFECTING
      * TRANSACTIONS ON PENDAPPR.DAT UNDER THE OPERATOR WHO KEYED
      * THEM; THIS RUN APPLIES THE CHECKER'S DECISIONS FROM
      * APPRDEC.DAT (SEQUENCE, 'A' APPROVE OR 'R' REJECT, CHECKER
      * ID, REASON). A DECISION BY THE SAME OPERATOR WHO KEYED THE
      * TRANSACTION, WITH NO CHECKER, OR AGAINST AN ENTRY NO LONGER
      * PENDING IS REFUSED. EVERY APPROVED ENTRY NOT YET APPLIED IS
      * WRITTEN TO A RELEASE BATCH -- APPRTRANS.DAT IN EMPTRANS.DAT
      * LAYOUT FOR EMPMAINT, APPRBANK.DAT IN BANKTRANS.DAT LAYOUT
      * FOR BANKMAINT -- STAMPED WITH THE CHECKER, WHICH THOSE
      * PROGRAMS MATCH BACK TO THE APPROVED ENTRY BEFORE APPLYING.
      * REJECTED AND APPLIED ENTRIES MOVE TO APPRHIST.DAT; WHAT IS
      * STILL WAITING IS LISTED FOR THE CHECKERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL PENDAPPR ASSIGN TO WS-PENDAPPR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PENDAPPR.

      * The checker's decisions, one per pending sequence number.
       SELECT OPTIONAL APPRDEC ASSIGN TO WS-APPRDEC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APPRDEC.

       SELECT APPRTRANS ASSIGN TO WS-APPRTRANS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APPRTRANS.

       SELECT APPRBANK ASSIGN TO WS-APPRBANK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APPRBANK.

      * Closed entries, appended across runs -- the permanent
      * record of who keyed, who decided, and when.
       SELECT OPTIONAL APPRHIST ASSIGN TO WS-APPRHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APPRHIST.

       DATA DIVISION.
       FILE SECTION.
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

       FD APPRDEC.
       01 APPRDEC-REC.
           88 APPRDEC-EOF VALUE HIGH-VALUES.
           05 DEC-SEQ               PIC 9(07).
           05 FILLER                PIC X(02).
           05 DEC-ACTION            PIC X(01).
              88 DEC-APPROVE        VALUE 'A'.
              88 DEC-REJECT         VALUE 'R'.
           05 FILLER                PIC X(02).
           05 DEC-CHECKER           PIC X(08).
           05 FILLER                PIC X(02).
           05 DEC-REASON            PIC X(24).

      * EMPTRANS.DAT image and keying operator, then the checker
      * and the pay grade, supervisor and company as keyed.
       FD APPRTRANS.
       01 APPRTRANS-REC.
           05 APT-IMAGE             PIC X(93).
           05 APT-CHECKER           PIC X(08).
           05 APT-GRADE             PIC X(03).
           05 APT-SUPERVISOR        PIC X(07).
           05 APT-COMPANY           PIC X(01).

      * BANKTRANS.DAT image and keying operator, then the checker.
       FD APPRBANK.
       01 APPRBANK-REC.
           05 ABK-IMAGE             PIC X(53).
           05 FILLER                PIC X(02).
           05 ABK-CHECKER           PIC X(08).

       FD APPRHIST.
       01 APPRHIST-REC              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. Every refused decision is appended to
      * EXCEPTIONS.DAT through EXCLOGGER.
       01  EX-PARM.
           COPY EXCREC.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Run-lock parameter area -- see LOCKREQ copybook.
       01  LK-PARM.
           COPY LOCKREQ.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-PENDAPPR-PATH        PIC X(64).
       01  WS-APPRDEC-PATH         PIC X(64).
       01  WS-APPRTRANS-PATH       PIC X(64).
       01  WS-APPRBANK-PATH        PIC X(64).
       01  WS-APPRHIST-PATH        PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-PENDAPPR      PIC X(02).
           05 WS-FS-APPRDEC       PIC X(02).
           05 WS-FS-APPRTRANS     PIC X(02).
           05 WS-FS-APPRBANK      PIC X(02).
           05 WS-FS-APPRHIST      PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-STEP-RC          PIC 9(04).
           05 WS-REFUSE-REASON    PIC X(24).
           05 WS-FOUND-SW         PIC X(03).
              88 ENTRY-FOUND      VALUE 'YES'.

           05 WS-DECISION-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-APPROVED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-REFUSED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-RELEASE-EMP      PIC 9(05) VALUE ZERO.
           05 WS-RELEASE-BANK     PIC 9(05) VALUE ZERO.
           05 WS-CLOSED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-WAITING-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-WAIT-EMPLOYEEID  PIC X(07).

      * Pending-approval file held whole, as EMPMAINT holds it.
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

       PROCEDURE DIVISION.
       0100-START.

           MOVE 'PENDAPPR'      TO FP-LOGICAL
           MOVE 'PENDAPPR.DAT'  TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH         TO WS-PENDAPPR-PATH
           MOVE 'APPRDEC'       TO FP-LOGICAL
           MOVE 'APPRDEC.DAT'   TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH         TO WS-APPRDEC-PATH
           MOVE 'APPRTRANS'     TO FP-LOGICAL
           MOVE 'APPRTRANS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH         TO WS-APPRTRANS-PATH
           MOVE 'APPRBANK'      TO FP-LOGICAL
           MOVE 'APPRBANK.DAT'  TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH         TO WS-APPRBANK-PATH
           MOVE 'APPRHIST'      TO FP-LOGICAL
           MOVE 'APPRHIST.DAT'  TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH         TO WS-APPRHIST-PATH

           MOVE 'APPRREL'       TO RL-PROGRAM
           MOVE 'START'         TO RL-EVENT
           MOVE ZERO            TO RL-READ RL-WRITTEN RL-REJECTED
                                   RL-RETCODE
           MOVE SPACES          TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.

      * EMPMAINT and BANKMAINT rewrite the pending file too --
      * whichever holds the lock, the others turn away.
           MOVE 'PENDAPPR'      TO LK-RESOURCE
           MOVE 'A'             TO LK-ACTION
           MOVE 'APPRREL'       TO LK-HOLDER
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

           PERFORM 0110-LOAD-PENDING.

      * Decisions are never applied to a partial table -- the
      * rewrite would lose the entries that did not fit.
           IF WS-PND-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* PENDING FILE EXCEEDS 2000 ENTRIES"
              DISPLAY "* ENTRIES NOT HELD: " WS-PND-DROPPED
              DISPLAY "* NO DECISIONS APPLIED"
              DISPLAY "********************************"
              MOVE 8                TO RETURN-CODE
              PERFORM 9010-RELEASE-AND-STOP
           END-IF.

           OPEN INPUT APPRDEC.
           IF WS-FS-APPRDEC = '05'
              DISPLAY '* NO APPRDEC.DAT -- NO DECISIONS TO APPLY'
              MOVE '00'             TO WS-FS-APPRDEC
           END-IF.
           OPEN OUTPUT APPRTRANS.
           OPEN OUTPUT APPRBANK.
           OPEN EXTEND APPRHIST.
           IF WS-FS-APPRHIST = '05'
              MOVE '00'             TO WS-FS-APPRHIST
           END-IF.
           IF WS-FS-APPRDEC NOT = '00' OR
              WS-FS-APPRTRANS NOT = '00' OR
              WS-FS-APPRBANK NOT = '00' OR
              WS-FS-APPRHIST NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-APPRDEC-REASON
              DISPLAY '* FS-APPRDEC  : ' WS-FS-APPRDEC
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-APPRTRANS: ' WS-FS-APPRTRANS
              DISPLAY '* FS-APPRBANK : ' WS-FS-APPRBANK
              DISPLAY '* FS-APPRHIST : ' WS-FS-APPRHIST
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9010-RELEASE-AND-STOP
           END-IF.

           MOVE SPACES              TO APPRDEC-REC.
           READ APPRDEC
              AT END SET APPRDEC-EOF TO TRUE
           END-READ.
           PERFORM 0200-APPLY-DECISION UNTIL APPRDEC-EOF.

           DISPLAY "================================================"
           DISPLAY "TRANSACTIONS AWAITING A SECOND OPERATOR"
           DISPLAY "SEQ      SOURCE    EMPL ID  KEYED BY  ENTERED   "
                   "REASON"
           DISPLAY "================================================"
           PERFORM 0300-WRITE-RELEASE-AND-CLOSE
              VARYING PND-IDX FROM 1 BY 1
              UNTIL PND-IDX > WS-PND-COUNT.
           PERFORM 0400-REWRITE-PENDING.

           PERFORM 9000-END-PROGRAM.

       0110-LOAD-PENDING.

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

       0200-APPLY-DECISION.

           IF APPRDEC-REC NOT = SPACES
              ADD 1                   TO WS-DECISION-COUNT
              MOVE SPACES             TO WS-REFUSE-REASON
              PERFORM 0210-FIND-PENDING
              EVALUATE TRUE
                 WHEN NOT DEC-APPROVE AND NOT DEC-REJECT
                    MOVE 'UNKNOWN DECISION'     TO WS-REFUSE-REASON
                 WHEN NOT ENTRY-FOUND
                    MOVE 'NOT ON PENDING FILE'  TO WS-REFUSE-REASON
                 WHEN WS-PND-STATUS(PND-IDX) NOT = 'P'
                    MOVE 'ALREADY DECIDED'      TO WS-REFUSE-REASON
                 WHEN DEC-CHECKER = SPACES
                    MOVE 'CHECKER MISSING'      TO WS-REFUSE-REASON
                 WHEN DEC-CHECKER = WS-PND-MAKER(PND-IDX)
                    MOVE 'MAKER CANNOT APPROVE' TO WS-REFUSE-REASON
                 WHEN OTHER
                    MOVE DEC-ACTION   TO WS-PND-STATUS(PND-IDX)
                    MOVE DEC-CHECKER  TO WS-PND-CHECKER(PND-IDX)
                    MOVE WS-TODAY8    TO WS-PND-DECIDED(PND-IDX)
                    IF DEC-APPROVE
                       ADD 1          TO WS-APPROVED-COUNT
                    ELSE
                       ADD 1          TO WS-REJECTED-COUNT
                       IF DEC-REASON NOT = SPACES
                          MOVE DEC-REASON
                                      TO WS-PND-REASON(PND-IDX)
                       END-IF
                    END-IF
              END-EVALUATE
              IF WS-REFUSE-REASON NOT = SPACES
                 PERFORM 0220-REFUSE-DECISION
              END-IF
           END-IF.

           MOVE SPACES                TO APPRDEC-REC.
           READ APPRDEC
              AT END SET APPRDEC-EOF TO TRUE
           END-READ.

       0210-FIND-PENDING.

      * PND-IDX is left on the hit.
           MOVE 'NO '                 TO WS-FOUND-SW
           PERFORM VARYING PND-IDX FROM 1 BY 1
              UNTIL PND-IDX > WS-PND-COUNT OR ENTRY-FOUND
              IF WS-PND-SEQ(PND-IDX) = DEC-SEQ
                 MOVE 'YES'           TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF ENTRY-FOUND
              SET PND-IDX DOWN BY 1
           END-IF.

       0220-REFUSE-DECISION.

           ADD 1                      TO WS-REFUSED-COUNT
           DISPLAY '* DECISION REFUSED ' DEC-SEQ ' ' DEC-ACTION
                   ' BY ' DEC-CHECKER ' -- ' WS-REFUSE-REASON
           IF RETURN-CODE < 4
              MOVE 4                  TO RETURN-CODE
           END-IF
           MOVE WS-REFUSE-REASON      TO EXC-REASON
           MOVE DEC-SEQ               TO EXC-KEY
           MOVE APPRDEC-REC(1:40)     TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0300-WRITE-RELEASE-AND-CLOSE.

      * Approved entries go out on tonight's release batch until the
      * maintenance program applies them; closed entries go to the
      * history file; pending entries are listed for the checkers.
           EVALUATE WS-PND-STATUS(PND-IDX)
              WHEN 'A'
                 IF WS-PND-SOURCE(PND-IDX) = 'BANKTRAN'
                    MOVE SPACES       TO APPRBANK-REC
                    MOVE WS-PND-TRANS(PND-IDX)(1:53) TO ABK-IMAGE
                    MOVE WS-PND-CHECKER(PND-IDX)     TO ABK-CHECKER
                    WRITE APPRBANK-REC
                    ADD 1             TO WS-RELEASE-BANK
                 ELSE
                    MOVE SPACES       TO APPRTRANS-REC
                    MOVE WS-PND-TRANS(PND-IDX)(1:93) TO APT-IMAGE
                    MOVE WS-PND-CHECKER(PND-IDX)     TO APT-CHECKER
                    MOVE WS-PND-TRANS(PND-IDX)(102:3) TO APT-GRADE
                    MOVE WS-PND-TRANS(PND-IDX)(105:7)
                                      TO APT-SUPERVISOR
                    MOVE WS-PND-TRANS(PND-IDX)(112:1)
                                      TO APT-COMPANY
                    WRITE APPRTRANS-REC
                    ADD 1             TO WS-RELEASE-EMP
                 END-IF
              WHEN 'R'
              WHEN 'X'
                 PERFORM 0410-BUILD-PENDING-REC
                 MOVE PENDAPPR-REC    TO APPRHIST-REC
                 WRITE APPRHIST-REC
                 ADD 1                TO WS-CLOSED-COUNT
              WHEN OTHER
                 ADD 1                TO WS-WAITING-COUNT
                 IF WS-PND-SOURCE(PND-IDX) = 'BANKTRAN'
                    MOVE WS-PND-TRANS(PND-IDX)(4:7)
                                      TO WS-WAIT-EMPLOYEEID
                 ELSE
                    MOVE WS-PND-TRANS(PND-IDX)(2:7)
                                      TO WS-WAIT-EMPLOYEEID
                 END-IF
                 DISPLAY WS-PND-SEQ(PND-IDX) '  '
                         WS-PND-SOURCE(PND-IDX) '  '
                         WS-WAIT-EMPLOYEEID '  '
                         WS-PND-MAKER(PND-IDX) '  '
                         WS-PND-ENTERED(PND-IDX) '  '
                         WS-PND-REASON(PND-IDX)
           END-EVALUATE.

       0400-REWRITE-PENDING.

      * Only entries still waiting on a decision or a release stay
      * on the pending file.
           OPEN OUTPUT PENDAPPR.
           PERFORM VARYING PND-IDX FROM 1 BY 1
              UNTIL PND-IDX > WS-PND-COUNT
              IF WS-PND-STATUS(PND-IDX) NOT = 'R' AND
                 WS-PND-STATUS(PND-IDX) NOT = 'X'
                 PERFORM 0410-BUILD-PENDING-REC
                 WRITE PENDAPPR-REC
              END-IF
           END-PERFORM.
           CLOSE PENDAPPR.

       0410-BUILD-PENDING-REC.

           MOVE SPACES                TO PENDAPPR-REC
           MOVE WS-PND-SEQ(PND-IDX)     TO PND-SEQ
           MOVE WS-PND-SOURCE(PND-IDX)  TO PND-SOURCE
           MOVE WS-PND-STATUS(PND-IDX)  TO PND-STATUS
           MOVE WS-PND-ENTERED(PND-IDX) TO PND-ENTERED
           MOVE WS-PND-MAKER(PND-IDX)   TO PND-MAKER
           MOVE WS-PND-CHECKER(PND-IDX) TO PND-CHECKER
           MOVE WS-PND-DECIDED(PND-IDX) TO PND-DECIDED
           MOVE WS-PND-REASON(PND-IDX)  TO PND-REASON
           MOVE WS-PND-TRANS(PND-IDX)   TO PND-TRANS.

       9000-END-PROGRAM.

           CLOSE APPRDEC, APPRTRANS, APPRBANK, APPRHIST.

           DISPLAY "================================================"
           DISPLAY "**********************************"
           DISPLAY "* DUAL-CONTROL APPROVAL RUN      *"
           DISPLAY "* DECISIONS READ     : " WS-DECISION-COUNT
           DISPLAY "* APPROVED           : " WS-APPROVED-COUNT
           DISPLAY "* REJECTED           : " WS-REJECTED-COUNT
           DISPLAY "* DECISIONS REFUSED  : " WS-REFUSED-COUNT
           DISPLAY "* RELEASED TO EMPMAINT: " WS-RELEASE-EMP
           DISPLAY "* RELEASED TO BANKMAINT: " WS-RELEASE-BANK
           DISPLAY "* CLOSED TO HISTORY  : " WS-CLOSED-COUNT
           DISPLAY "* STILL AWAITING     : " WS-WAITING-COUNT
           DISPLAY "**********************************"

           MOVE WS-DECISION-COUNT TO RL-READ
           COMPUTE RL-WRITTEN = WS-APPROVED-COUNT +
                   WS-REJECTED-COUNT
           MOVE WS-REFUSED-COUNT TO RL-REJECTED
           MOVE WS-FS-APPRDEC    TO RL-FSTATUS
           PERFORM 9010-RELEASE-AND-STOP.

       9010-RELEASE-AND-STOP.

      * RUNLOCK hands back a zero return code -- the step's own is
      * carried across the release and restored by RUNLOGGER.
           MOVE RETURN-CODE    TO WS-STEP-RC
           MOVE 'R'            TO LK-ACTION
           CALL 'RUNLOCK' USING LK-PARM

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-STEP-RC     TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'APPRREL'             TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-APPRDEC-REASON
           FS-FIELD  BY WS-FS-APPRDEC
           FS-REASON BY WS-FS-REASON.

       END PROGRAM APPRREL.
