       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETHEALTH.
      * PET HEALTH FILE MAINTENANCE -- THE VACCINATIONS AND VET
      * VISITS EACH PET HAS HAD, WHICH IS WHAT OWNERS MOST OFTEN CALL
      * ABOUT AND WHAT PETMASTER.DAT NEVER HELD. PETHEALTH.DAT IS
      * KEYED BY THE PETMASTER KEY (OWNER ID, PET NAME, SPECIE)
      * FOLLOWED BY THE VACCINATION OR VISIT TYPE AND THE DATE GIVEN,
      * SO A PET'S WHOLE HISTORY READS IN ORDER AND THE LATEST ENTRY
      * OF EACH TYPE CARRIES THE NEXT-DUE DATE PETREMIND WORKS FROM.
      *
      * APPLIES 'A' ADD, 'U' UPDATE AND 'D' DELETE TRANSACTIONS FROM
      * PETHEALTHTRANS.DAT. AN ENTRY MUST BELONG TO A PET ON THE
      * MASTER, NAME ITS KIND ('V' VACCINATION, 'E' EXAM OR VISIT)
      * AND TYPE, CARRY A REAL DATE GIVEN NO LATER THAN TODAY, AND A
      * NEXT-DUE DATE (ZERO FOR NONE) AFTER THE DATE GIVEN. ANYTHING
      * ELSE GOES TO PETHEALTHREJ.DAT WITH THE REASON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * One transaction per record: action, then a full health
      * record image. DELETE needs only the key filled.
       SELECT OPTIONAL PETHEALTHTRANS ASSIGN TO "PETHEALTHTRANS.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-TRANS.

       SELECT PETHEALTHFILE ASSIGN TO "PETHEALTH.DAT"
        FILE STATUS IS FS-HEALTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PH-KEY.

       SELECT PETMASTER ASSIGN TO "PETMASTER.DAT"
        FILE STATUS IS FS-MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PM-KEY.

       SELECT PETHEALTHREJ ASSIGN TO "PETHEALTHREJ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-REJECT.

       DATA DIVISION.
       FILE SECTION.
       FD PETHEALTHTRANS.
       01 PETHEALTHTRANS-REC.
           88 TRANS-EOF VALUE HIGH-VALUES.
           05 HTR-ACTION           PIC X(01).
              88 HTR-ADD           VALUE 'A'.
              88 HTR-UPDATE        VALUE 'U'.
              88 HTR-DELETE        VALUE 'D'.
           05 HTR-ENTRY.
              10 HTR-KEY.
                 15 HTR-OWNER-ID   PIC 9(05).
                 15 HTR-PET-NAME   PIC X(10).
                 15 HTR-SPECIE     PIC X(10).
                 15 HTR-TYPE       PIC X(10).
                 15 HTR-DATE-GIVEN PIC 9(08).
              10 HTR-KIND          PIC X(01).
                 88 HTR-KIND-VALID VALUE 'V' 'E'.
              10 HTR-NEXT-DUE      PIC 9(08).
              10 HTR-NOTE          PIC X(20).

       FD PETHEALTHFILE.
       01 PETHEALTH-REG.
           05 PH-KEY.
              10 PH-PET-KEY.
                 15 PH-OWNER-ID    PIC 9(05).
                 15 PH-PET-NAME    PIC X(10).
                 15 PH-SPECIE      PIC X(10).
      *       Vaccination or visit type, e.g. RABIES, DHPP, ANNUAL.
              10 PH-TYPE           PIC X(10).
              10 PH-DATE-GIVEN     PIC 9(08).
      *    'V' VACCINATION, 'E' EXAM OR VISIT.
           05 PH-KIND              PIC X(01).
      *    Zero when nothing further is due.
           05 PH-NEXT-DUE          PIC 9(08).
           05 PH-NOTE              PIC X(20).

       FD PETMASTER.
       01 PETMASTER-REG.
           05 PM-KEY.
              10 PM-OWNER-ID       PIC 9(05).
              10 PM-PET-NAME       PIC X(10).
              10 PM-SPECIE         PIC X(10).
           05 PM-DETAIL.
              10 PM-AGE            PIC 9(02).
              10 PM-OWNER-NAME     PIC X(15).
              10 PM-OWNER-MIDDLE   PIC X(15).
              10 PM-OWNER-SURNAME  PIC X(15).
              10 PM-ADDRESS        PIC X(20).
              10 PM-CITY           PIC X(15).
              10 PM-COUNTRY        PIC X(15).
              10 PM-NUMBER         PIC X(10).
              10 PM-EMAIL          PIC X(20).

       FD PETHEALTHREJ.
       01 PETHEALTHREJ-REG.
           05 HREJ-TRANS           PIC X(73).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 HREJ-REASON          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 FS-TRANS          PIC X(02).
           05 FS-HEALTH         PIC X(02).
           05 FS-MASTER         PIC X(02).
           05 FS-REJECT         PIC X(02).
           05 WS-FS-REASON      PIC X(32).
           05 WS-REJECT-REASON  PIC X(20).

           05 WS-TODAY8         PIC 9(08).
           05 WS-ENTRY-OK-SW    PIC X(03).
              88 ENTRY-OK       VALUE 'YES'.

           05 WS-TRANS-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-ADDED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-UPDATED-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-DELETED-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-REJECT-COUNT   PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.

           OPEN INPUT PETHEALTHTRANS.
      * No transaction file is a normal zero-transaction run.
           IF FS-TRANS = '05'
              DISPLAY '* NO PETHEALTHTRANS.DAT -- '
                      'NO TRANSACTIONS TO APPLY'
              MOVE '00'             TO FS-TRANS
           END-IF.
           PERFORM 0110-OPEN-HEALTH-FILE.
           OPEN INPUT PETMASTER.
           OPEN OUTPUT PETHEALTHREJ.
           IF FS-TRANS NOT = '00' OR FS-HEALTH NOT = '00' OR
              FS-MASTER NOT = '00' OR FS-REJECT NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-TRANS-REASON
              DISPLAY '* FS-TRANS    : ' FS-TRANS
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-HEALTH-REASON
              DISPLAY '* FS-PETHEALTH: ' FS-HEALTH
                       ' (' WS-FS-REASON ')'
              PERFORM 9520-MASTER-REASON
              DISPLAY '* FS-PETMASTER: ' FS-MASTER
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-REJECT   : ' FS-REJECT
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           READ PETHEALTHTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.
           PERFORM 0200-APPLY-TRANSACTION UNTIL TRANS-EOF.

           PERFORM 9000-END-PROGRAM.

       0110-OPEN-HEALTH-FILE.

      * First run ever creates the health file; after that this
      * program maintains it in place, the same shape PETINTAKE
      * uses for the master.
           OPEN I-O PETHEALTHFILE.
           IF FS-HEALTH = '35' OR FS-HEALTH = '05'
              OPEN OUTPUT PETHEALTHFILE
              CLOSE PETHEALTHFILE
              OPEN I-O PETHEALTHFILE
           END-IF.

       0200-APPLY-TRANSACTION.

           ADD 1                      TO WS-TRANS-COUNT
           EVALUATE TRUE
              WHEN HTR-ADD
                 PERFORM 0210-ADD-ENTRY
              WHEN HTR-UPDATE
                 PERFORM 0220-UPDATE-ENTRY
              WHEN HTR-DELETE
                 PERFORM 0230-DELETE-ENTRY
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
                 PERFORM 0280-REJECT-TRANSACTION
           END-EVALUATE.

           READ PETHEALTHTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0210-ADD-ENTRY.

           PERFORM 0250-EDIT-ENTRY
           IF ENTRY-OK
              MOVE HTR-ENTRY          TO PETHEALTH-REG
              WRITE PETHEALTH-REG
                 INVALID KEY
                    MOVE 'ENTRY ON FILE      ' TO WS-REJECT-REASON
                    PERFORM 0280-REJECT-TRANSACTION
              END-WRITE
              IF FS-HEALTH = '00'
                 ADD 1                TO WS-ADDED-COUNT
              END-IF
           ELSE
              PERFORM 0280-REJECT-TRANSACTION
           END-IF.

       0220-UPDATE-ENTRY.

           PERFORM 0250-EDIT-ENTRY
           IF ENTRY-OK
              MOVE HTR-KEY            TO PH-KEY
              READ PETHEALTHFILE
                 INVALID KEY
                    MOVE 'ENTRY NOT ON FILE  ' TO WS-REJECT-REASON
                    PERFORM 0280-REJECT-TRANSACTION
              END-READ
              IF FS-HEALTH = '00'
                 MOVE HTR-ENTRY       TO PETHEALTH-REG
                 REWRITE PETHEALTH-REG
                    INVALID KEY
                       MOVE 'REWRITE FAILED     ' TO WS-REJECT-REASON
                       PERFORM 0280-REJECT-TRANSACTION
                 END-REWRITE
                 IF FS-HEALTH = '00'
                    ADD 1             TO WS-UPDATED-COUNT
                 END-IF
              END-IF
           ELSE
              PERFORM 0280-REJECT-TRANSACTION
           END-IF.

       0230-DELETE-ENTRY.

           MOVE HTR-KEY               TO PH-KEY
           DELETE PETHEALTHFILE
              INVALID KEY
                 MOVE 'ENTRY NOT ON FILE  ' TO WS-REJECT-REASON
                 PERFORM 0280-REJECT-TRANSACTION
           END-DELETE.
           IF FS-HEALTH = '00'
              ADD 1                   TO WS-DELETED-COUNT
           END-IF.

       0250-EDIT-ENTRY.

           MOVE 'NO '                 TO WS-ENTRY-OK-SW
           MOVE HTR-OWNER-ID          TO PM-OWNER-ID
           MOVE HTR-PET-NAME          TO PM-PET-NAME
           MOVE HTR-SPECIE            TO PM-SPECIE
           READ PETMASTER
              INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN FS-MASTER NOT = '00'
                 MOVE 'PET NOT ON MASTER  ' TO WS-REJECT-REASON
              WHEN NOT HTR-KIND-VALID
                 MOVE 'KIND NOT V OR E    ' TO WS-REJECT-REASON
              WHEN HTR-TYPE = SPACES
                 MOVE 'TYPE MISSING       ' TO WS-REJECT-REASON
              WHEN HTR-DATE-GIVEN IS NOT NUMERIC
                 MOVE 'DATE GIVEN INVALID ' TO WS-REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(HTR-DATE-GIVEN)
                   NOT = ZERO
                 MOVE 'DATE GIVEN INVALID ' TO WS-REJECT-REASON
              WHEN HTR-DATE-GIVEN > WS-TODAY8
                 MOVE 'DATE GIVEN IN FUTURE' TO WS-REJECT-REASON
              WHEN HTR-NEXT-DUE IS NOT NUMERIC
                 MOVE 'NEXT DUE INVALID   ' TO WS-REJECT-REASON
              WHEN HTR-NEXT-DUE NOT = ZERO AND
                   FUNCTION TEST-DATE-YYYYMMDD(HTR-NEXT-DUE)
                   NOT = ZERO
                 MOVE 'NEXT DUE INVALID   ' TO WS-REJECT-REASON
              WHEN HTR-NEXT-DUE NOT = ZERO AND
                   HTR-NEXT-DUE <= HTR-DATE-GIVEN
                 MOVE 'DUE BEFORE GIVEN   ' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'YES'           TO WS-ENTRY-OK-SW
           END-EVALUATE.

       0280-REJECT-TRANSACTION.

           ADD 1                      TO WS-REJECT-COUNT
           MOVE SPACES                TO PETHEALTHREJ-REG
           MOVE PETHEALTHTRANS-REC    TO HREJ-TRANS
           MOVE WS-REJECT-REASON      TO HREJ-REASON
           WRITE PETHEALTHREJ-REG.

       9000-END-PROGRAM.

           CLOSE PETHEALTHTRANS, PETHEALTHFILE, PETMASTER,
                 PETHEALTHREJ.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* PET HEALTH MAINTENANCE          *"
           DISPLAY "* TRANSACTIONS READ  : " WS-TRANS-COUNT
           DISPLAY "* ENTRIES ADDED      : " WS-ADDED-COUNT
           DISPLAY "* ENTRIES UPDATED    : " WS-UPDATED-COUNT
           DISPLAY "* ENTRIES DELETED    : " WS-DELETED-COUNT
           DISPLAY "* REJECTED           : " WS-REJECT-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-TRANS-REASON
           FS-FIELD  BY FS-TRANS
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-HEALTH-REASON
           FS-FIELD  BY FS-HEALTH
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-MASTER-REASON
           FS-FIELD  BY FS-MASTER
           FS-REASON BY WS-FS-REASON.

       END PROGRAM PETHEALTH.
