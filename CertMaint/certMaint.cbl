       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMAINT.
      * TRANSACTION-DRIVEN MAINTENANCE FOR THE EMPLOYEE
      * CERTIFICATION/LICENSE FILE -- THE EMPCONTACT PATTERN APPLIED
      * TO THE LICENSES AND CERTIFICATIONS DEPARTMENTS USED TO TRACK
      * ON PAPER. APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM
      * CERTTRANS.DAT TO CERTMASTER.DAT, KEYED BY EMPLOYEEID AND
      * CERTIFICATION CODE, SO ONE EMPLOYEE MAY HOLD ANY NUMBER OF
      * THEM. AN ADD OR CHANGE MUST NAME AN EMPLOYEE ON
      * EMPLOYEEINDEXED.DAT AND CARRY A REAL ISSUE DATE AND AN
      * EXPIRY DATE AFTER IT; A RENEWAL IS A CHANGE WITH THE NEW
      * DATES. THE REST ARE REJECTED REASON-CODED AND EVERY APPLIED
      * TRANSACTION IS LOGGED. CERTEXP READS THIS FILE NIGHTLY FOR
      * WHAT IS ABOUT TO EXPIRE. THE BATCH RUNS UNDER THE OPERATOR ID
      * 'BATCH', WHICH MUST HOLD THE ADD, CHANGE OR DELETE AUTHORITY
      * FOR CERTMAINT ON THE OPERATOR AUTHORIZATION FILE (CHECKED
      * THROUGH AUTHCHK) FOR EACH TRANSACTION; A REFUSED ONE IS
      * REJECTED UNAPPLIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * One transaction per record: 'A' ADD, 'C' CHANGE,
      * 'D' DELETE (EMPLOYEEID AND CODE ONLY), followed by the
      * certification fields. OPTIONAL: a night with no batch is a
      * normal run.
       SELECT OPTIONAL CERTTRANS ASSIGN TO "CERTTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANS.

       SELECT CERTMASTER ASSIGN TO "CERTMASTER.DAT"
        FILE STATUS IS FS-CERT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CERT-KEY.

       SELECT EMPLOYEEINDEXED ASSIGN TO "EMPLOYEEINDEXED.DAT"
        FILE STATUS IS FS-EMP-IDX
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IDX-EMPLOYEEID
        ALTERNATE RECORD KEY IS IDX-DEPARTMENT
           WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-EMPLOYEENAME
           WITH DUPLICATES
        ALTERNATE RECORD KEY IS IDX-SSN
           WITH DUPLICATES.

       SELECT CERTREJECT ASSIGN TO "CERTREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REJECT.

      * Every applied transaction is logged here with its run date,
      * the same trace EMPCONTACT keeps for the contact file.
       SELECT OPTIONAL CERTLOG ASSIGN TO "CERTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD CERTTRANS.
       01 CERTTRANS-REC.
            88 TRANS-EOF VALUE HIGH-VALUES.
            02 TRANS-ACTION         PIC X(01).
               88 TRANS-ADD         VALUE 'A'.
               88 TRANS-CHANGE      VALUE 'C'.
               88 TRANS-DELETE      VALUE 'D'.
            02 TRANS-CERT.
               04 TRANS-EMPLOYEEID  PIC 9(07).
               04 TRANS-CERT-CODE   PIC X(06).
               04 TRANS-CERT-DESC   PIC X(30).
               04 TRANS-ISSUE-DATE  PIC 9(08).
               04 TRANS-EXPIRY-DATE PIC 9(08).

       FD CERTMASTER.
       01 CERTMASTER-REG.
            05 CERT-KEY.
               10 CERT-EMPLOYEEID   PIC 9(07).
               10 CERT-CODE         PIC X(06).
            05 CERT-DESC            PIC X(30).
            05 CERT-ISSUE-DATE      PIC 9(08).
            05 CERT-EXPIRY-DATE     PIC 9(08).

       FD EMPLOYEEINDEXED.
       01 EMP-IDX-REG.
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

       FD CERTREJECT.
       01 CERTREJECT-REG.
           05 REJECT-TRANS          PIC X(60).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REJECT-REASON         PIC X(20).

       FD CERTLOG.
       01 CERTLOG-REG.
           05 CLOG-RUN-DATE         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CLOG-ACTION           PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CLOG-EMPLOYEEID       PIC 9(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CLOG-CERT-CODE        PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CLOG-EXPIRY-DATE      PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CLOG-DETAIL           PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. Every divert below is also appended to
      * EXCEPTIONS.DAT through EXCLOGGER.
       01  EX-PARM.
           COPY EXCREC.

      * Operator-authorization parameter area -- see AUTHCHK
      * copybook.
       01  AU-PARM.
           COPY AUTHCHK.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.

       01  WS-WORK-AREAS.
           05 WS-FS-TRANS         PIC X(02).
           05 FS-CERT             PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-REJECT        PIC X(02).
           05 WS-FS-LOG           PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-EMP-OK-SW        PIC X(03).
              88 EMPLOYEE-KNOWN   VALUE 'YES'.
           05 WS-EDIT-REASON      PIC X(20).

           05 WS-LOG-DETAIL       PIC X(20).
           05 WS-TRANS-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-ADDED-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-CHANGED-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-DELETED-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-REJECT-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-DENIED-COUNT     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START.

      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
      * clean so the COND chain carries on, and RUNSCHED logs the
      * bypass for the planned-versus-executed report.
           MOVE 'CERTMAINT' TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* CERTMAINT BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'CERTMAINT'    TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.

           OPEN INPUT CERTTRANS.
           IF WS-FS-TRANS = '05'
              DISPLAY '* NO CERTTRANS.DAT TONIGHT -- '
                      'NO TRANSACTIONS TO APPLY'
              MOVE '00'             TO WS-FS-TRANS
           END-IF.
           PERFORM 0110-OPEN-CERT-FILE.
           OPEN INPUT EMPLOYEEINDEXED.
           OPEN OUTPUT CERTREJECT.
           OPEN EXTEND CERTLOG.
           IF WS-FS-LOG = '05'
              MOVE '00'             TO WS-FS-LOG
           END-IF.
           IF WS-FS-TRANS NOT = '00' OR
              FS-CERT NOT = '00' OR
              FS-EMP-IDX NOT = '00' OR
              WS-FS-REJECT NOT = '00' OR
              WS-FS-LOG NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-TRANS-REASON
              DISPLAY '* FS-TRANSACTIONS: ' WS-FS-TRANS
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-CERT-REASON
              DISPLAY '* FS-CERT FILE   : ' FS-CERT
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-INDEXED MASTER: ' FS-EMP-IDX
              DISPLAY '* FS-REJECT: ' WS-FS-REJECT
              DISPLAY '* FS-LOG   : ' WS-FS-LOG
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           READ CERTTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.
           PERFORM 0200-APPLY-TRANSACTION UNTIL TRANS-EOF.

           PERFORM 9000-END-PROGRAM.

       0110-OPEN-CERT-FILE.

      * First run ever creates the file; after that the batch
      * maintains it in place.
           OPEN I-O CERTMASTER.
           IF FS-CERT = '35' OR FS-CERT = '05'
              OPEN OUTPUT CERTMASTER
              CLOSE CERTMASTER
              OPEN I-O CERTMASTER
           END-IF.

       0200-APPLY-TRANSACTION.

           ADD 1                      TO WS-TRANS-COUNT
           PERFORM 0205-CHECK-AUTHORITY
           EVALUATE TRUE
              WHEN AU-DENIED
                 PERFORM 0245-REJECT-UNAUTHORIZED
              WHEN TRANS-ADD
                 PERFORM 0210-ADD-CERT
              WHEN TRANS-CHANGE
                 PERFORM 0220-CHANGE-CERT
              WHEN TRANS-DELETE
                 PERFORM 0230-DELETE-CERT
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION CODE' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
           END-EVALUATE.

           READ CERTTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0205-CHECK-AUTHORITY.

      * An unknown action code is left for the EVALUATE to reject.
           MOVE 'Y'                   TO AU-RESULT
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE 'A'             TO AU-ACTION
              WHEN TRANS-CHANGE
                 MOVE 'C'             TO AU-ACTION
              WHEN TRANS-DELETE
                 MOVE 'D'             TO AU-ACTION
              WHEN OTHER
                 MOVE SPACE           TO AU-ACTION
           END-EVALUATE
           IF AU-ACTION NOT = SPACE
              MOVE 'CERTMAINT'        TO AU-PROGRAM
              MOVE 'BATCH   '         TO AU-OPERATOR
              MOVE TRANS-CERT         TO AU-KEY
              CALL 'AUTHCHK' USING AU-PARM
           END-IF.

       0210-ADD-CERT.

           PERFORM 0250-EDIT-CERT
           IF WS-EDIT-REASON NOT = SPACES
              MOVE WS-EDIT-REASON     TO WS-FS-REASON
              PERFORM 0240-REJECT-TRANSACTION
           ELSE
              PERFORM 0260-MOVE-TRANS-TO-CERT
              WRITE CERTMASTER-REG
                 INVALID KEY
                    MOVE 'ALREADY ON FILE     ' TO WS-FS-REASON
                    PERFORM 0240-REJECT-TRANSACTION
              END-WRITE
              IF FS-CERT = '00'
                 ADD 1                TO WS-ADDED-COUNT
                 MOVE 'CERT ADDED'    TO WS-LOG-DETAIL
                 PERFORM 0270-WRITE-APPLIED-LOG
              END-IF
           END-IF.

       0220-CHANGE-CERT.

           PERFORM 0250-EDIT-CERT
           IF WS-EDIT-REASON NOT = SPACES
              MOVE WS-EDIT-REASON     TO WS-FS-REASON
              PERFORM 0240-REJECT-TRANSACTION
           ELSE
              MOVE TRANS-EMPLOYEEID   TO CERT-EMPLOYEEID
              MOVE TRANS-CERT-CODE    TO CERT-CODE
              READ CERTMASTER
                 INVALID KEY
                    MOVE 'NOT ON FILE        ' TO WS-FS-REASON
                    PERFORM 0240-REJECT-TRANSACTION
              END-READ
              IF FS-CERT = '00'
                 PERFORM 0260-MOVE-TRANS-TO-CERT
                 REWRITE CERTMASTER-REG
                    INVALID KEY
                       MOVE 'REWRITE FAILED     ' TO WS-FS-REASON
                       PERFORM 0240-REJECT-TRANSACTION
                 END-REWRITE
                 IF FS-CERT = '00'
                    ADD 1             TO WS-CHANGED-COUNT
                    MOVE 'CERT CHANGED'  TO WS-LOG-DETAIL
                    PERFORM 0270-WRITE-APPLIED-LOG
                 END-IF
              END-IF
           END-IF.

       0230-DELETE-CERT.

      * A delete needs no master check -- certifications of someone
      * since termed must still be removable.
           MOVE TRANS-EMPLOYEEID      TO CERT-EMPLOYEEID
           MOVE TRANS-CERT-CODE       TO CERT-CODE
           DELETE CERTMASTER
              INVALID KEY
                 MOVE 'NOT ON FILE        ' TO WS-FS-REASON
                 PERFORM 0240-REJECT-TRANSACTION
           END-DELETE.
           IF FS-CERT = '00'
              ADD 1                   TO WS-DELETED-COUNT
              MOVE 'CERT REMOVED'     TO WS-LOG-DETAIL
              PERFORM 0270-WRITE-APPLIED-LOG
           END-IF.

       0240-REJECT-TRANSACTION.

           ADD 1                      TO WS-REJECT-COUNT
           MOVE SPACES                TO CERTREJECT-REG
           MOVE CERTTRANS-REC         TO REJECT-TRANS
           MOVE WS-FS-REASON          TO REJECT-REASON
           WRITE CERTREJECT-REG
           MOVE WS-FS-REASON          TO EXC-REASON
           MOVE TRANS-CERT            TO EXC-KEY
           MOVE CERTTRANS-REC(1:40)   TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0245-REJECT-UNAUTHORIZED.

      * AUTHCHK has already logged the refusal to the exception
      * repository -- only this program's own reject file remains.
           ADD 1                      TO WS-REJECT-COUNT
           ADD 1                      TO WS-DENIED-COUNT
           MOVE SPACES                TO CERTREJECT-REG
           MOVE CERTTRANS-REC         TO REJECT-TRANS
           MOVE 'NOT AUTHORIZED'      TO REJECT-REASON
           WRITE CERTREJECT-REG.

       0250-EDIT-CERT.

      * A certification may not exist for an employee the master
      * doesn't know, and its dates must be real dates in order --
      * a bad expiry date would hide it from the nightly check.
           MOVE SPACES                TO WS-EDIT-REASON
           MOVE 'NO '                 TO WS-EMP-OK-SW
           MOVE TRANS-EMPLOYEEID      TO IDX-EMPLOYEEID
           READ EMPLOYEEINDEXED
              INVALID KEY CONTINUE
           END-READ.
           IF FS-EMP-IDX = '00'
              MOVE 'YES'              TO WS-EMP-OK-SW
           END-IF.

           EVALUATE TRUE
              WHEN NOT EMPLOYEE-KNOWN
                 MOVE 'EMPLOYEE UNKNOWN'    TO WS-EDIT-REASON
              WHEN TRANS-CERT-CODE = SPACES
                 MOVE 'CERT CODE MISSING'   TO WS-EDIT-REASON
              WHEN TRANS-ISSUE-DATE IS NOT NUMERIC
                 MOVE 'INVALID ISSUE DATE'  TO WS-EDIT-REASON
              WHEN TRANS-ISSUE-DATE < 16010101
                 MOVE 'INVALID ISSUE DATE'  TO WS-EDIT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(TRANS-ISSUE-DATE)
                   NOT = ZERO
                 MOVE 'INVALID ISSUE DATE'  TO WS-EDIT-REASON
              WHEN TRANS-EXPIRY-DATE IS NOT NUMERIC
                 MOVE 'INVALID EXPIRY DATE' TO WS-EDIT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(TRANS-EXPIRY-DATE)
                   NOT = ZERO
                 MOVE 'INVALID EXPIRY DATE' TO WS-EDIT-REASON
              WHEN TRANS-EXPIRY-DATE NOT > TRANS-ISSUE-DATE
                 MOVE 'EXPIRES BEFORE ISSUE' TO WS-EDIT-REASON
           END-EVALUATE.

       0260-MOVE-TRANS-TO-CERT.

           MOVE TRANS-EMPLOYEEID      TO CERT-EMPLOYEEID
           MOVE TRANS-CERT-CODE       TO CERT-CODE
           MOVE TRANS-CERT-DESC       TO CERT-DESC
           MOVE TRANS-ISSUE-DATE      TO CERT-ISSUE-DATE
           MOVE TRANS-EXPIRY-DATE     TO CERT-EXPIRY-DATE.

       0270-WRITE-APPLIED-LOG.

      * The detail is staged in working storage by each caller --
      * clearing the record here must not wipe it.
           MOVE SPACES                TO CERTLOG-REG
           MOVE WS-TODAY8             TO CLOG-RUN-DATE
           MOVE TRANS-ACTION          TO CLOG-ACTION
           MOVE TRANS-EMPLOYEEID      TO CLOG-EMPLOYEEID
           MOVE TRANS-CERT-CODE       TO CLOG-CERT-CODE
           IF TRANS-DELETE
              MOVE ZERO               TO CLOG-EXPIRY-DATE
           ELSE
              MOVE TRANS-EXPIRY-DATE  TO CLOG-EXPIRY-DATE
           END-IF
           MOVE WS-LOG-DETAIL         TO CLOG-DETAIL
           WRITE CERTLOG-REG.

       9000-END-PROGRAM.

           CLOSE CERTTRANS, CERTMASTER, EMPLOYEEINDEXED,
                 CERTREJECT, CERTLOG.

           DISPLAY "**********************************"
           DISPLAY "* CERTIFICATION MAINTENANCE      *"
           DISPLAY "* TRANSACTIONS READ  : " WS-TRANS-COUNT
           DISPLAY "* CERTS ADDED        : " WS-ADDED-COUNT
           DISPLAY "* CERTS CHANGED      : " WS-CHANGED-COUNT
           DISPLAY "* CERTS REMOVED      : " WS-DELETED-COUNT
           DISPLAY "* TRANSACTIONS REJECTED: " WS-REJECT-COUNT
           DISPLAY "*   NOT AUTHORIZED     : " WS-DENIED-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-TRANS-COUNT TO RL-READ
           COMPUTE RL-WRITTEN = WS-ADDED-COUNT +
                   WS-CHANGED-COUNT + WS-DELETED-COUNT
           MOVE WS-REJECT-COUNT TO RL-REJECTED
           MOVE FS-CERT        TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per divert,
      * alongside this program's own reject file.
           MOVE 'CERTMAINT'           TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-TRANS-REASON
           FS-FIELD  BY WS-FS-TRANS
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-CERT-REASON
           FS-FIELD  BY FS-CERT
           FS-REASON BY WS-FS-REASON.

       END PROGRAM CERTMAINT.
