      * CANNOT EXIST FOR AN EMPLOYEE THE MASTER DOESN'T KNOW,
      * REJECTING THE REST REASON-CODED AND LOGGING EVERY APPLIED
      * TRANSACTION. THE ANNIVERSARY LETTERS AND PAY ADVICES READ
      * THIS FILE -- THE HAND-KEPT MAILING LIST RETIRES. THE KEYING
      * OPERATOR ON EACH TRANSACTION MUST HOLD THE ADD, CHANGE OR
      * DELETE (TERMINATE) AUTHORITY FOR EMPCONTACT ON THE OPERATOR
      * AUTHORIZATION FILE, CHECKED THROUGH AUTHCHK; A REFUSED
      * TRANSACTION IS REJECTED UNAPPLIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * One transaction per record: 'A' ADD, 'C' CHANGE,
      * 'T' TERMINATE (EMPLOYEEID ONLY), followed by the contact
      * fields and the keying operator. OPTIONAL: a night with no
      * batch is a normal run.
       SELECT OPTIONAL EMPCONTTRANS ASSIGN TO "EMPCONTTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANS.
               04 TRANS-COUNTRY     PIC X(15).
               04 TRANS-PHONE       PIC X(12).
               04 TRANS-EMAIL       PIC X(30).
            02 TRANS-OPERATOR       PIC X(08).

       FD EMPCONTACT.
       01 EMPCONTACT-REG.
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

       FD CONTREJECT.
       01 CONTREJECT-REG.
           05 REJECT-TRANS          PIC X(118).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REJECT-REASON         PIC X(20).

       01  SC-PARM.
           COPY RUNCAL.

      * Operator-authorization parameter area -- see AUTHCHK
      * copybook.
       01  AU-PARM.
           COPY AUTHCHK.

       01  WS-WORK-AREAS.
           05 WS-FS-TRANS         PIC X(02).
           05 FS-CONTACT          PIC X(02).
           05 WS-CHANGED-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-TERMED-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-REJECT-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-DENIED-COUNT     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START.
       0200-APPLY-TRANSACTION.

           ADD 1                      TO WS-TRANS-COUNT
           PERFORM 0205-CHECK-AUTHORITY
           EVALUATE TRUE
              WHEN AU-DENIED
                 PERFORM 0245-REJECT-UNAUTHORIZED
              WHEN TRANS-ADD
                 PERFORM 0210-ADD-CONTACT
              WHEN TRANS-CHANGE
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0205-CHECK-AUTHORITY.

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
              MOVE 'EMPCONTACT'       TO AU-PROGRAM
              MOVE TRANS-OPERATOR     TO AU-OPERATOR
              MOVE TRANS-EMPLOYEEID   TO AU-KEY
              CALL 'AUTHCHK' USING AU-PARM
           END-IF.

       0210-ADD-CONTACT.

           PERFORM 0250-CHECK-EMPLOYEE-EXISTS
           MOVE EMPCONTTRANS-REC(1:40) TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0245-REJECT-UNAUTHORIZED.

      * AUTHCHK has already logged the refusal to the exception
      * repository -- only this program's own reject file remains.
           ADD 1                      TO WS-REJECT-COUNT
           ADD 1                      TO WS-DENIED-COUNT
           MOVE SPACES                TO CONTREJECT-REG
           MOVE EMPCONTTRANS-REC      TO REJECT-TRANS
           MOVE 'NOT AUTHORIZED'      TO REJECT-REASON
           WRITE CONTREJECT-REG.

       0250-CHECK-EMPLOYEE-EXISTS.

      * A contact record may not exist for an employee the master
           DISPLAY "* CONTACTS CHANGED   : " WS-CHANGED-COUNT
           DISPLAY "* CONTACTS REMOVED   : " WS-TERMED-COUNT
           DISPLAY "* TRANSACTIONS REJECTED: " WS-REJECT-COUNT
           DISPLAY "*   NOT AUTHORIZED   : " WS-DENIED-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
