      * OWNER NAME PLUS PET-NUMBER OR PET-EMAIL -- AND THIS PROGRAM
      * APPLIES 'A' (ADD) AND 'R' (REMOVE) TRANSACTIONS TO IT, WITH
      * ONE AUDIT LINE PER APPLIED CHANGE. PETLABELS (AND ANY
      * FUTURE CONTACT EXTRACT) SUPPRESSES AGAINST THE LIST. THE
      * KEYING OPERATOR ON EACH TRANSACTION MUST HOLD THE ADD OR
      * DELETE (REMOVE) AUTHORITY FOR OPTOUTMAINT ON THE OPERATOR
      * AUTHORIZATION FILE (CHECKED THROUGH AUTHCHK); A REFUSED
      * TRANSACTION IS SKIPPED UNAPPLIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * One transaction per record: 'A' ADD or 'R' REMOVE followed
      * by the owner name fields and contacts, then the keying
      * operator.
       SELECT OPTOUTTRANS ASSIGN TO "OPTOUTTRANS.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-TRANS.
              10 OTR-NUMBER        PIC X(10).
              10 FILLER            PIC X(02).
              10 OTR-EMAIL         PIC X(20).
           05 FILLER               PIC X(02).
           05 OTR-OPERATOR         PIC X(08).

       FD OPTOUTFILE.
       01 OPTOUTFILE-REG.
           05 WS-ADDED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-REMOVED-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-SKIPPED-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-DENIED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-LIST-DROPPED   PIC 9(05) VALUE ZERO.
           05 WS-FOUND-SW       PIC X(03).
              88 ENTRY-FOUND    VALUE 'YES'.
                 15 WS-OPT-EMAIL   PIC X(20).
                 15 WS-OPT-KEEP    PIC X(01).

      * Operator-authorization parameter area -- see AUTHCHK
      * copybook.
       01  AU-PARM.
           COPY AUTHCHK.

       PROCEDURE DIVISION.
       0100-START.

       0200-APPLY-TRANSACTION.

           ADD 1                      TO WS-TRANS-COUNT
           PERFORM 0205-CHECK-AUTHORITY
           PERFORM 0210-FIND-ENTRY
           EVALUATE TRUE
              WHEN AU-DENIED
                 ADD 1                TO WS-SKIPPED-COUNT
                 ADD 1                TO WS-DENIED-COUNT
                 DISPLAY "* OPERATOR NOT AUTHORIZED: " OTR-OPERATOR
                         " " OTR-SURNAME
              WHEN OTR-ADD AND NOT ENTRY-FOUND
                 PERFORM 0220-ADD-ENTRY
              WHEN OTR-ADD
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0205-CHECK-AUTHORITY.

      * A remove is the delete authority. An unknown action code is
      * left for the EVALUATE to skip. AUTHCHK logs a refusal to the
      * exception repository.
           MOVE 'Y'                   TO AU-RESULT
           EVALUATE TRUE
              WHEN OTR-ADD
                 MOVE 'A'             TO AU-ACTION
              WHEN OTR-REMOVE
                 MOVE 'D'             TO AU-ACTION
              WHEN OTHER
                 MOVE SPACE           TO AU-ACTION
           END-EVALUATE
           IF AU-ACTION NOT = SPACE
              MOVE 'OPTOUTMAINT'      TO AU-PROGRAM
              MOVE OTR-OPERATOR       TO AU-OPERATOR
              MOVE OTR-SURNAME        TO AU-KEY
              CALL 'AUTHCHK' USING AU-PARM
           END-IF.

       0210-FIND-ENTRY.

      * The same household rule OWNERMASTER applies: name trio plus
           DISPLAY "* ENTRIES ADDED      : " WS-ADDED-COUNT
           DISPLAY "* ENTRIES REMOVED    : " WS-REMOVED-COUNT
           DISPLAY "* SKIPPED            : " WS-SKIPPED-COUNT
           DISPLAY "*   NOT AUTHORIZED   : " WS-DENIED-COUNT
           DISPLAY "**********************************"

           IF WS-SKIPPED-COUNT > ZERO AND RETURN-CODE = ZERO
