       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETLICBILL.
      * ANNUAL PET LICENSE RENEWAL RUN -- BILLS EVERY PET ON
      * PETMASTER.DAT FOR THE LICENSE YEAR ON PETLICPARM.DAT (YYYY;
      * A MISSING CARD TAKES THE CURRENT YEAR). THE FEE COMES FROM
      * THE LICENSE FEE TABLE PETLICFEE.DAT BY SPECIE AND AGE BAND.
      * EACH PET BILLED GETS A LICENSE RECORD ON PETLICENSE.DAT
      * (SEE PETLIC COPYBOOK), AND THE PETS OF ONE OWNER ON
      * OWNERMASTER.DAT GO ON ONE INVOICE, NUMBERED YEAR-OWNER ID
      * AND ADDRESSED THROUGH THE ADDRBLK ADDRESS BLOCK PETLABELS
      * PRINTS. A PET ALREADY LICENSED FOR THE YEAR IS LEFT ALONE,
      * SO THE RUN CAN BE REPEATED AFTER NEW PETS ARE TAKEN IN.
      *
      * A PET WHOSE OWNER IS FLAGGED UNDELIVERABLE (OWN-DELIVERABLE
      * 'N'), WHOSE OWNER ID IS NOT ON THE OWNER MASTER, OR WHOSE
      * SPECIE AND AGE FALL IN NO FEE BAND IS NOT BILLED. IT GOES
      * TO PETLICHOLD.DAT WITH THE REASON, TO BE BILLED BY HAND ONCE
      * THE ADDRESS OR THE TABLE IS PUT RIGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PETMASTER ASSIGN TO "PETMASTER.DAT"
        FILE STATUS IS FS-MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PM-KEY.

       SELECT PETLICENSE ASSIGN TO "PETLICENSE.DAT"
        FILE STATUS IS FS-LICENSE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LIC-KEY.

      * License fee table: specie, age from, age to, annual fee.
       SELECT PETLICFEE ASSIGN TO "PETLICFEE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-FEE.

       SELECT OWNERFILE ASSIGN TO "OWNERMASTER.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-OWNER.

      * License year to bill (YYYY). No card means this year.
       SELECT OPTIONAL PETLICPARM ASSIGN TO "PETLICPARM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-PARM.

      * Pets left unbilled, with the reason.
       SELECT PETLICHOLD ASSIGN TO "PETLICHOLD.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-HOLD.

       DATA DIVISION.
       FILE SECTION.
       FD PETMASTER.
       01 PETMASTER-REG.
           88 MASTER-EOF VALUE HIGH-VALUES.
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

       FD PETLICENSE.
       01 PETLICENSE-REG.
           COPY PETLIC.

       FD PETLICFEE.
       01 PETLICFEE-REC.
           88 FEE-EOF VALUE HIGH-VALUES.
           05 FEE-SPECIE           PIC X(10).
           05 FILLER               PIC X(02).
           05 FEE-AGE-FROM         PIC 9(02).
           05 FILLER               PIC X(02).
           05 FEE-AGE-TO           PIC 9(02).
           05 FILLER               PIC X(02).
           05 FEE-AMOUNT           PIC 9(03)V99.

       FD OWNERFILE.
       01 OWNERFILE-REG.
           88 OWNER-EOF VALUE HIGH-VALUES.
           05 OWN-ID               PIC 9(05).
           05 FILLER               PIC X(02).
           05 OWN-NAME             PIC X(15).
           05 OWN-MIDDLE           PIC X(15).
           05 OWN-SURNAME          PIC X(15).
           05 FILLER               PIC X(02).
           05 OWN-NUMBER           PIC X(10).
           05 FILLER               PIC X(02).
           05 OWN-EMAIL            PIC X(20).
           05 FILLER               PIC X(02).
           05 OWN-PET-COUNT        PIC 9(03).
           05 FILLER               PIC X(02).
           05 OWN-DELIVERABLE      PIC X(01).
           05 FILLER               PIC X(02).
           05 OWN-BOUNCE-DATE      PIC 9(08).
           05 FILLER               PIC X(02).
           05 OWN-BOUNCE-REASON    PIC X(20).

       FD PETLICPARM.
       01 PETLICPARM-REC.
           05 PARM-LICENSE-YEAR    PIC 9(04).

       FD PETLICHOLD.
       01 PETLICHOLD-REG.
           05 HOLD-OWNER-ID        PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 HOLD-PET-NAME        PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 HOLD-SPECIE          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 HOLD-AGE             PIC 9(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 HOLD-SURNAME         PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 HOLD-REASON          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 FS-MASTER         PIC X(02).
           05 FS-LICENSE        PIC X(02).
           05 FS-FEE            PIC X(02).
           05 FS-OWNER          PIC X(02).
           05 FS-PARM           PIC X(02).
           05 FS-HOLD           PIC X(02).
           05 WS-FS-REASON      PIC X(32).

           05 WS-TODAY8         PIC 9(08).
           05 WS-LICENSE-YEAR   PIC 9(04).
           05 WS-LOWER-ALPHABET PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
           05 WS-UPPER-ALPHABET PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * Fee bands, species held in upper case so 'Dog' on the
      * master finds 'DOG' in the table.
           05 WS-FEE-TABLE.
              10 WS-FEE-COUNT   PIC 9(03) COMP VALUE ZERO.
              10 WS-FEE-ENTRY OCCURS 100 TIMES
                                INDEXED BY FEE-IDX.
                 15 WS-FEE-SPECIE   PIC X(10).
                 15 WS-FEE-AGE-FROM PIC 9(02).
                 15 WS-FEE-AGE-TO   PIC 9(02).
                 15 WS-FEE-AMOUNT   PIC 9(03)V99.
           05 WS-FEE-DROPPED    PIC 9(05) VALUE ZERO.
           05 WS-FEE-BAD        PIC 9(05) VALUE ZERO.

           05 WS-OWN-TABLE.
              10 WS-OWN-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-OWN-ENTRY OCCURS 1000 TIMES
                                INDEXED BY OWN-IDX.
                 15 WS-OWN-ID          PIC 9(05).
                 15 WS-OWN-DELIVERABLE PIC X(01).
           05 WS-OWN-DROPPED    PIC 9(05) VALUE ZERO.

           05 WS-SPECIE-UPPER   PIC X(10).
           05 WS-PET-FEE        PIC 9(03)V99.
           05 WS-FEE-FOUND-SW   PIC X(03).
              88 FEE-FOUND      VALUE 'YES'.
           05 WS-OWNER-FOUND-SW PIC X(03).
              88 OWNER-FOUND    VALUE 'YES'.
           05 WS-OWNER-DELIVERABLE PIC X(01).
           05 WS-HOLD-REASON    PIC X(20).

      * The invoice in progress for the owner in hand.
           05 WS-INVOICE-SW     PIC X(03) VALUE 'NO '.
              88 INVOICE-OPEN   VALUE 'YES'.
           05 WS-INVOICE-OWNER  PIC 9(05).
           05 WS-INVOICE-TOTAL  PIC 9(07)V99.
           05 WS-INVOICE-PETS   PIC 9(03).
           05 WS-FULL-NAME      PIC X(47).
           05 WS-CITY-LINE      PIC X(32).
           05 WS-FEE-PRT        PIC ZZ9.99.
           05 WS-TOTAL-PRT      PIC Z(6)9.99.

           05 WS-PET-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-BILLED-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-ALREADY-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-INVOICE-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-UNDELIV-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-NOOWNER-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-NOFEE-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-BILLED-AMOUNT  PIC 9(09)V99 VALUE ZERO.
           05 WS-BILLED-PRT     PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0100-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.
           MOVE WS-TODAY8(1:4)        TO WS-LICENSE-YEAR.
           PERFORM 0110-READ-LICENSE-YEAR.
           PERFORM 0120-LOAD-FEE-TABLE.
           PERFORM 0130-LOAD-OWNERS.

           OPEN INPUT PETMASTER.
           PERFORM 0140-OPEN-LICENSE-FILE.
           OPEN OUTPUT PETLICHOLD.
           IF FS-MASTER NOT = '00' OR FS-LICENSE NOT = '00' OR
              FS-HOLD NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-MASTER-REASON
              DISPLAY '* FS-PETMASTER : ' FS-MASTER
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-LICENSE-REASON
              DISPLAY '* FS-PETLICENSE: ' FS-LICENSE
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-HOLD      : ' FS-HOLD
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "================================================"
           DISPLAY "PET LICENSE RENEWAL BILLING -- LICENSE YEAR "
                   WS-LICENSE-YEAR
           DISPLAY "BILLED " WS-TODAY8 " -- PAYABLE WITHIN 30 DAYS"
           DISPLAY "================================================"

           READ PETMASTER NEXT RECORD
              AT END SET MASTER-EOF TO TRUE
           END-READ.
           PERFORM 0200-BILL-PET UNTIL MASTER-EOF.
           PERFORM 0400-CLOSE-INVOICE.

           PERFORM 9000-END-PROGRAM.

       0110-READ-LICENSE-YEAR.

           OPEN INPUT PETLICPARM.
           IF FS-PARM = '00'
              READ PETLICPARM
                 AT END CONTINUE
              END-READ
              IF FS-PARM = '00' AND
                 PARM-LICENSE-YEAR IS NUMERIC AND
                 PARM-LICENSE-YEAR > ZERO
                 MOVE PARM-LICENSE-YEAR TO WS-LICENSE-YEAR
              END-IF
              CLOSE PETLICPARM
           ELSE
              IF FS-PARM = '05'
                 CLOSE PETLICPARM
              END-IF
           END-IF.

       0120-LOAD-FEE-TABLE.

           OPEN INPUT PETLICFEE.
           IF FS-FEE NOT = '00'
              PERFORM 9520-FEE-REASON
              DISPLAY '****************************'
              DISPLAY '* NO LICENSE FEE TABLE      '
              DISPLAY '* FS-PETLICFEE: ' FS-FEE
                       ' (' WS-FS-REASON ')'
              DISPLAY '* NOTHING BILLED            '
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FEE-EOF
              READ PETLICFEE
                 AT END SET FEE-EOF TO TRUE
              END-READ
              IF NOT FEE-EOF
                 IF FEE-SPECIE = SPACES OR
                    FEE-AGE-FROM IS NOT NUMERIC OR
                    FEE-AGE-TO IS NOT NUMERIC OR
                    FEE-AMOUNT IS NOT NUMERIC OR
                    FEE-AGE-FROM > FEE-AGE-TO
                    ADD 1             TO WS-FEE-BAD
                    DISPLAY '* FEE TABLE ROW IGNORED: '
                            PETLICFEE-REC
                 ELSE
                    IF WS-FEE-COUNT < 100
                       ADD 1          TO WS-FEE-COUNT
                       SET FEE-IDX    TO WS-FEE-COUNT
                       MOVE FEE-SPECIE TO WS-FEE-SPECIE(FEE-IDX)
                       INSPECT WS-FEE-SPECIE(FEE-IDX)
                          CONVERTING WS-LOWER-ALPHABET
                                  TO WS-UPPER-ALPHABET
                       MOVE FEE-AGE-FROM TO WS-FEE-AGE-FROM(FEE-IDX)
                       MOVE FEE-AGE-TO   TO WS-FEE-AGE-TO(FEE-IDX)
                       MOVE FEE-AMOUNT   TO WS-FEE-AMOUNT(FEE-IDX)
                    ELSE
                       ADD 1          TO WS-FEE-DROPPED
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PETLICFEE.

      * A band left out of the table would hold back pets it
      * should bill -- refuse the run instead.
           IF WS-FEE-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* FEE TABLE EXCEEDS 100 BANDS"
              DISPLAY "* BANDS NOT HELD: " WS-FEE-DROPPED
              DISPLAY "* NOTHING BILLED"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

       0130-LOAD-OWNERS.

           OPEN INPUT OWNERFILE.
           IF FS-OWNER NOT = '00'
              PERFORM 9530-OWNER-REASON
              DISPLAY '****************************'
              DISPLAY '* NO OWNER MASTER           '
              DISPLAY '* FS-OWNERMASTER: ' FS-OWNER
                       ' (' WS-FS-REASON ')'
              DISPLAY '* NOTHING BILLED            '
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL OWNER-EOF
              READ OWNERFILE
                 AT END SET OWNER-EOF TO TRUE
              END-READ
              IF NOT OWNER-EOF
                 IF WS-OWN-COUNT < 1000
                    ADD 1             TO WS-OWN-COUNT
                    SET OWN-IDX       TO WS-OWN-COUNT
                    MOVE OWN-ID       TO WS-OWN-ID(OWN-IDX)
                    MOVE OWN-DELIVERABLE
                                      TO WS-OWN-DELIVERABLE(OWN-IDX)
                 ELSE
                    ADD 1             TO WS-OWN-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE OWNERFILE.

      * An owner left out of the table would have every pet held
      * as unknown, and a dead address could slip through.
           IF WS-OWN-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* OWNER MASTER EXCEEDS 1000 OWNERS"
              DISPLAY "* OWNERS NOT HELD: " WS-OWN-DROPPED
              DISPLAY "* NOTHING BILLED"
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

       0140-OPEN-LICENSE-FILE.

      * The first renewal run creates the license file.
           OPEN I-O PETLICENSE.
           IF FS-LICENSE = '35' OR FS-LICENSE = '05'
              OPEN OUTPUT PETLICENSE
              CLOSE PETLICENSE
              OPEN I-O PETLICENSE
           END-IF.

       0200-BILL-PET.

           ADD 1                      TO WS-PET-COUNT
           IF INVOICE-OPEN AND PM-OWNER-ID NOT = WS-INVOICE-OWNER
              PERFORM 0400-CLOSE-INVOICE
           END-IF

           PERFORM 0210-FIND-OWNER
           PERFORM 0220-FIND-FEE
           EVALUATE TRUE
              WHEN NOT OWNER-FOUND
                 ADD 1                TO WS-NOOWNER-COUNT
                 MOVE 'OWNER NOT ON MASTER' TO WS-HOLD-REASON
                 PERFORM 0280-HOLD-PET
              WHEN WS-OWNER-DELIVERABLE = 'N'
                 ADD 1                TO WS-UNDELIV-COUNT
                 MOVE 'OWNER UNDELIVERABLE' TO WS-HOLD-REASON
                 PERFORM 0280-HOLD-PET
              WHEN NOT FEE-FOUND
                 ADD 1                TO WS-NOFEE-COUNT
                 MOVE 'NO FEE BAND        ' TO WS-HOLD-REASON
                 PERFORM 0280-HOLD-PET
              WHEN OTHER
                 PERFORM 0300-WRITE-LICENSE
           END-EVALUATE

           READ PETMASTER NEXT RECORD
              AT END SET MASTER-EOF TO TRUE
           END-READ.

       0210-FIND-OWNER.

           MOVE 'NO '                 TO WS-OWNER-FOUND-SW
           MOVE SPACES                TO WS-OWNER-DELIVERABLE
           PERFORM VARYING OWN-IDX FROM 1 BY 1
              UNTIL OWN-IDX > WS-OWN-COUNT OR OWNER-FOUND
              IF WS-OWN-ID(OWN-IDX) = PM-OWNER-ID
                 MOVE 'YES'           TO WS-OWNER-FOUND-SW
                 MOVE WS-OWN-DELIVERABLE(OWN-IDX)
                                      TO WS-OWNER-DELIVERABLE
              END-IF
           END-PERFORM.

       0220-FIND-FEE.

           MOVE 'NO '                 TO WS-FEE-FOUND-SW
           MOVE ZERO                  TO WS-PET-FEE
           MOVE PM-SPECIE             TO WS-SPECIE-UPPER
           INSPECT WS-SPECIE-UPPER
              CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
           IF PM-AGE IS NUMERIC
              PERFORM VARYING FEE-IDX FROM 1 BY 1
                 UNTIL FEE-IDX > WS-FEE-COUNT OR FEE-FOUND
                 IF WS-FEE-SPECIE(FEE-IDX) = WS-SPECIE-UPPER AND
                    PM-AGE >= WS-FEE-AGE-FROM(FEE-IDX) AND
                    PM-AGE <= WS-FEE-AGE-TO(FEE-IDX)
                    MOVE 'YES'        TO WS-FEE-FOUND-SW
                    MOVE WS-FEE-AMOUNT(FEE-IDX) TO WS-PET-FEE
                 END-IF
              END-PERFORM
           END-IF.

       0280-HOLD-PET.

           MOVE SPACES                TO PETLICHOLD-REG
           MOVE PM-OWNER-ID           TO HOLD-OWNER-ID
           MOVE PM-PET-NAME           TO HOLD-PET-NAME
           MOVE PM-SPECIE             TO HOLD-SPECIE
           MOVE PM-AGE                TO HOLD-AGE
           MOVE PM-OWNER-SURNAME      TO HOLD-SURNAME
           MOVE WS-HOLD-REASON        TO HOLD-REASON
           WRITE PETLICHOLD-REG.

       0300-WRITE-LICENSE.

           MOVE SPACES                TO PETLICENSE-REG
           MOVE WS-LICENSE-YEAR       TO LIC-YEAR
           MOVE PM-KEY                TO LIC-PET-KEY
           MOVE PM-AGE                TO LIC-AGE
           MOVE WS-TODAY8             TO LIC-BILL-DATE
           MOVE WS-PET-FEE            TO LIC-FEE
           MOVE ZERO                  TO LIC-PAID LIC-LAST-PAID
           SET LIC-OPEN               TO TRUE
           WRITE PETLICENSE-REG
              INVALID KEY
                 ADD 1                TO WS-ALREADY-COUNT
           END-WRITE
           IF FS-LICENSE = '00'
              IF NOT INVOICE-OPEN
                 PERFORM 0310-OPEN-INVOICE
              END-IF
              ADD 1                   TO WS-BILLED-COUNT
                                         WS-INVOICE-PETS
              ADD WS-PET-FEE          TO WS-INVOICE-TOTAL
                                         WS-BILLED-AMOUNT
              MOVE WS-PET-FEE         TO WS-FEE-PRT
              DISPLAY "  " PM-PET-NAME " " PM-SPECIE
                      " AGE " PM-AGE
                      "  LICENSE " WS-LICENSE-YEAR
                      "  FEE " WS-FEE-PRT
           END-IF.

       0310-OPEN-INVOICE.

           MOVE 'YES'                 TO WS-INVOICE-SW
           MOVE PM-OWNER-ID           TO WS-INVOICE-OWNER
           MOVE ZERO                  TO WS-INVOICE-TOTAL
                                         WS-INVOICE-PETS
           ADD 1                      TO WS-INVOICE-COUNT

           MOVE SPACES                TO WS-FULL-NAME
           IF PM-OWNER-MIDDLE = SPACES
              STRING FUNCTION TRIM(PM-OWNER-NAME)    DELIMITED BY SIZE
                     " "                              DELIMITED BY SIZE
                     FUNCTION TRIM(PM-OWNER-SURNAME) DELIMITED BY SIZE
                 INTO WS-FULL-NAME
              END-STRING
           ELSE
              STRING FUNCTION TRIM(PM-OWNER-NAME)    DELIMITED BY SIZE
                     " "                              DELIMITED BY SIZE
                     FUNCTION TRIM(PM-OWNER-MIDDLE)  DELIMITED BY SIZE
                     " "                              DELIMITED BY SIZE
                     FUNCTION TRIM(PM-OWNER-SURNAME) DELIMITED BY SIZE
                 INTO WS-FULL-NAME
              END-STRING
           END-IF

           DISPLAY " "
           DISPLAY "-------- LICENSE INVOICE " WS-LICENSE-YEAR "-"
                   PM-OWNER-ID " --------"
           PERFORM 0320-ADDRESS-BLOCK
           DISPLAY " ".

      * The address block shared with PETLABELS.
       COPY ADDRBLK REPLACING
           AB-PARA      BY 0320-ADDRESS-BLOCK
           AB-NAME      BY WS-FULL-NAME
           AB-ADDRESS   BY PM-ADDRESS
           AB-CITY      BY PM-CITY
           AB-COUNTRY   BY PM-COUNTRY
           AB-CITY-LINE BY WS-CITY-LINE.

       0400-CLOSE-INVOICE.

           IF INVOICE-OPEN
              MOVE WS-INVOICE-TOTAL   TO WS-TOTAL-PRT
              DISPLAY "  PETS LICENSED: " WS-INVOICE-PETS
                      "   TOTAL DUE: " WS-TOTAL-PRT
              MOVE 'NO '              TO WS-INVOICE-SW
           END-IF.

       9000-END-PROGRAM.

           CLOSE PETMASTER, PETLICENSE, PETLICHOLD.

           MOVE WS-BILLED-AMOUNT      TO WS-BILLED-PRT
           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* LICENSE YEAR       : " WS-LICENSE-YEAR
           DISPLAY "* PETS READ          : " WS-PET-COUNT
           DISPLAY "* PETS BILLED        : " WS-BILLED-COUNT
           DISPLAY "* ALREADY LICENSED   : " WS-ALREADY-COUNT
           DISPLAY "* INVOICES           : " WS-INVOICE-COUNT
           DISPLAY "* AMOUNT BILLED      : " WS-BILLED-PRT
           DISPLAY "* HELD - UNDELIVERABLE   : " WS-UNDELIV-COUNT
           DISPLAY "* HELD - OWNER NOT ON FILE: " WS-NOOWNER-COUNT
           DISPLAY "* HELD - NO FEE BAND     : " WS-NOFEE-COUNT
           DISPLAY "* FEE ROWS IGNORED   : " WS-FEE-BAD
           DISPLAY "**********************************"

           IF (WS-NOOWNER-COUNT + WS-NOFEE-COUNT + WS-FEE-BAD)
              > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-MASTER-REASON
           FS-FIELD  BY FS-MASTER
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-LICENSE-REASON
           FS-FIELD  BY FS-LICENSE
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-FEE-REASON
           FS-FIELD  BY FS-FEE
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9530-OWNER-REASON
           FS-FIELD  BY FS-OWNER
           FS-REASON BY WS-FS-REASON.

       END PROGRAM PETLICBILL.
