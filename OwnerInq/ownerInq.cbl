       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNERINQ.
      * OWNER AND PET LOOKUP -- FINDS OWNERS ON OWNERMASTER.DAT
      * WITHOUT KNOWING THE OWNER ID, BY ONE OF:
      *   'P' PHONE NUMBER  -- DIGITS ONLY ARE COMPARED, SO
      *                        555-123-45 FINDS 555 123 45
      *   'E' EMAIL         -- WHOLE ADDRESS, UPPER AND LOWER CASE
      *                        ALIKE
      *   'S' SURNAME       -- ANY PART OF THE SURNAME, UPPER AND
      *                        LOWER CASE ALIKE
      * EACH OWNER FOUND IS SHOWN WITH CONTACTS, DELIVERABILITY (AND
      * THE BOUNCE DATE AND REASON RETURNMAIL STAMPED), WHETHER THE
      * OWNER'S PHONE OR EMAIL IS ON OPTOUT.DAT, AND EVERY PET THE
      * OWNER HOLDS ON PETMASTER.DAT.
      *
      * RUN WITHOUT A CARD FILE IT ASKS FOR THE LOOKUP AT THE
      * TERMINAL, ONE AFTER ANOTHER UNTIL THE DESK ANSWERS N. WITH
      * OWNERINQCARD.DAT ON HAND IT RUNS AS A BATCH STEP AND ANSWERS
      * EVERY CARD ON IT IN ONE LISTING -- THE FRONT DESK'S MORNING
      * CALLBACKS. A CARD WITH AN UNKNOWN LOOKUP TYPE OR NO VALUE IS
      * LISTED AS SUCH AND SETS RETURN CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OWNERFILE ASSIGN TO "OWNERMASTER.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-OWNER.

       SELECT PETMASTER ASSIGN TO "PETMASTER.DAT"
        FILE STATUS IS FS-MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PM-KEY.

       SELECT OPTIONAL OPTOUTFILE ASSIGN TO "OPTOUT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-OPTOUT.

      * One lookup per card: type P, E or S, then the value.
      * No card file means a terminal inquiry.
       SELECT OPTIONAL OWNERINQCARD ASSIGN TO "OWNERINQCARD.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-CARD.

       DATA DIVISION.
       FILE SECTION.
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

       FD OPTOUTFILE.
       01 OPTOUTFILE-REG.
           88 OPTOUT-EOF VALUE HIGH-VALUES.
           05 OPT-NAME             PIC X(15).
           05 OPT-MIDDLE           PIC X(15).
           05 OPT-SURNAME          PIC X(15).
           05 FILLER               PIC X(02).
           05 OPT-NUMBER           PIC X(10).
           05 FILLER               PIC X(02).
           05 OPT-EMAIL            PIC X(20).

       FD OWNERINQCARD.
       01 OWNERINQCARD-REC.
           88 CARD-EOF VALUE HIGH-VALUES.
           05 CARD-TYPE            PIC X(01).
           05 FILLER               PIC X(01).
           05 CARD-VALUE           PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 FS-OWNER          PIC X(02).
           05 FS-MASTER         PIC X(02).
           05 FS-OPTOUT         PIC X(02).
           05 FS-CARD           PIC X(02).
           05 WS-FS-REASON      PIC X(32).

           05 WS-MORE-SW        PIC X(01) VALUE 'Y'.
              88 MORE-INQUIRIES VALUE 'Y' 'y'.
           05 WS-PETS-DONE-SW   PIC X(03).
              88 PETS-DONE      VALUE 'YES'.

      * The whole owner master, held for the lookups.
           05 WS-OWN-TABLE.
              10 WS-OWN-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-OWN-ENTRY OCCURS 1000 TIMES
                                INDEXED BY OWN-IDX.
                 15 WS-OWN-ID          PIC 9(05).
                 15 WS-OWN-NAME        PIC X(15).
                 15 WS-OWN-MIDDLE      PIC X(15).
                 15 WS-OWN-SURNAME     PIC X(15).
                 15 WS-OWN-NUMBER      PIC X(10).
                 15 WS-OWN-EMAIL       PIC X(20).
                 15 WS-OWN-PET-COUNT   PIC 9(03).
                 15 WS-OWN-DELIVERABLE PIC X(01).
                 15 WS-OWN-BOUNCE-DATE PIC 9(08).
                 15 WS-OWN-BOUNCE-REASON PIC X(20).
           05 WS-OWN-DROPPED    PIC 9(05) VALUE ZERO.

           05 WS-OPT-TABLE.
              10 WS-OPT-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-OPT-ENTRY OCCURS 1000 TIMES
                                INDEXED BY OPT-IDX.
                 15 WS-OPT-NUMBER PIC X(10).
                 15 WS-OPT-EMAIL  PIC X(20).
           05 WS-OPTED-OUT-SW   PIC X(03).
              88 OWNER-OPTED-OUT VALUE 'YES'.

      * The lookup in hand, from the card or the terminal.
           05 WS-LOOK-TYPE      PIC X(01).
              88 LOOK-BY-PHONE  VALUE 'P' 'p'.
              88 LOOK-BY-EMAIL  VALUE 'E' 'e'.
              88 LOOK-BY-SURNAME VALUE 'S' 's'.
           05 WS-LOOK-VALUE     PIC X(20).
           05 WS-LOOK-LEN       PIC 9(02) COMP.
           05 WS-LOOK-DIGITS    PIC X(20).

      * Comparison work: digits squeezed out of a phone number, and
      * upper-case copies of email and surname.
           05 WS-LOWER-ALPHABET PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
           05 WS-UPPER-ALPHABET PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 WS-DIGITS-IN      PIC X(20).
           05 WS-DIGITS-OUT     PIC X(20).
           05 WS-DIGIT-POS      PIC 9(02) COMP.
           05 WS-DIGIT-LEN      PIC 9(02) COMP.
           05 WS-OWN-DIGITS     PIC X(20).
           05 WS-COMPARE-FIELD  PIC X(20).
           05 WS-PART-HITS      PIC 9(03) COMP.
           05 WS-MATCH-SW       PIC X(03).
              88 OWNER-MATCHES  VALUE 'YES'.

           05 WS-OWNER-HITS     PIC 9(05).
           05 WS-PET-LINES      PIC 9(03).
           05 WS-DELIVERY-TEXT  PIC X(14).
           05 WS-OPTOUT-TEXT    PIC X(03).

           05 WS-LOOKUP-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-FOUND-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-NOT-FOUND-COUNT PIC 9(05) VALUE ZERO.
           05 WS-BAD-CARD-COUNT PIC 9(05) VALUE ZERO.
           05 WS-TOTAL-OWNERS   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START.

           PERFORM 0110-LOAD-OWNERS.
           PERFORM 0120-LOAD-OPTOUTS.

           OPEN INPUT PETMASTER.
           IF FS-MASTER NOT = '00'
              PERFORM 9510-MASTER-REASON
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              DISPLAY '* FS-PETMASTER: ' FS-MASTER
                       ' (' WS-FS-REASON ')'
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT OWNERINQCARD.
           IF FS-CARD = '00'
              DISPLAY "================================================"
              DISPLAY "OWNER LOOKUPS FROM OWNERINQCARD.DAT"
              DISPLAY "================================================"
              READ OWNERINQCARD
                 AT END SET CARD-EOF TO TRUE
              END-READ
              PERFORM 0130-BATCH-LOOKUP UNTIL CARD-EOF
              CLOSE OWNERINQCARD
           ELSE
              IF FS-CARD = '05'
                 CLOSE OWNERINQCARD
              END-IF
              PERFORM 0140-TERMINAL-LOOKUP UNTIL NOT MORE-INQUIRIES
           END-IF.

           PERFORM 9000-END-PROGRAM.

       0110-LOAD-OWNERS.

           OPEN INPUT OWNERFILE.
           IF FS-OWNER NOT = '00'
              PERFORM 9500-OWNER-REASON
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              DISPLAY '* FS-OWNERMASTER: ' FS-OWNER
                       ' (' WS-FS-REASON ')'
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
                    MOVE OWN-NAME     TO WS-OWN-NAME(OWN-IDX)
                    MOVE OWN-MIDDLE   TO WS-OWN-MIDDLE(OWN-IDX)
                    MOVE OWN-SURNAME  TO WS-OWN-SURNAME(OWN-IDX)
                    MOVE OWN-NUMBER   TO WS-OWN-NUMBER(OWN-IDX)
                    MOVE OWN-EMAIL    TO WS-OWN-EMAIL(OWN-IDX)
                    MOVE OWN-PET-COUNT TO WS-OWN-PET-COUNT(OWN-IDX)
                    MOVE OWN-DELIVERABLE
                                      TO WS-OWN-DELIVERABLE(OWN-IDX)
                    MOVE OWN-BOUNCE-DATE
                                      TO WS-OWN-BOUNCE-DATE(OWN-IDX)
                    MOVE OWN-BOUNCE-REASON
                                      TO WS-OWN-BOUNCE-REASON(OWN-IDX)
                 ELSE
                    ADD 1             TO WS-OWN-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE OWNERFILE.

      * Owners past the table cannot be found; say so up front
      * rather than answer "not found" for somebody on file.
           IF WS-OWN-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* OWNER MASTER EXCEEDS 1000 OWNERS"
              DISPLAY "* OWNERS NOT SEARCHED: " WS-OWN-DROPPED
              DISPLAY "********************************"
              MOVE 4              TO RETURN-CODE
           END-IF.

       0120-LOAD-OPTOUTS.

           OPEN INPUT OPTOUTFILE.
           IF FS-OPTOUT = '00'
              PERFORM UNTIL OPTOUT-EOF
                 READ OPTOUTFILE
                    AT END SET OPTOUT-EOF TO TRUE
                 END-READ
                 IF NOT OPTOUT-EOF AND
                    WS-OPT-COUNT < 1000
                    ADD 1          TO WS-OPT-COUNT
                    SET OPT-IDX    TO WS-OPT-COUNT
                    MOVE OPT-NUMBER TO WS-OPT-NUMBER(OPT-IDX)
                    MOVE OPT-EMAIL  TO WS-OPT-EMAIL(OPT-IDX)
                 END-IF
              END-PERFORM
              CLOSE OPTOUTFILE
           ELSE
              IF FS-OPTOUT = '05' OR FS-OPTOUT = '35'
                 CLOSE OPTOUTFILE
              END-IF
           END-IF.

       0130-BATCH-LOOKUP.

           MOVE CARD-TYPE             TO WS-LOOK-TYPE
           MOVE CARD-VALUE            TO WS-LOOK-VALUE
           PERFORM 0200-RUN-LOOKUP

           READ OWNERINQCARD
              AT END SET CARD-EOF TO TRUE
           END-READ.

       0140-TERMINAL-LOOKUP.

           DISPLAY " "
           DISPLAY "LOOK UP BY P(HONE), E(MAIL) OR S(URNAME): "
              WITH NO ADVANCING
           ACCEPT WS-LOOK-TYPE
           DISPLAY "VALUE: " WITH NO ADVANCING
           ACCEPT WS-LOOK-VALUE

           PERFORM 0200-RUN-LOOKUP

           DISPLAY "ANOTHER LOOKUP (Y/N): " WITH NO ADVANCING
           ACCEPT WS-MORE-SW.

       0200-RUN-LOOKUP.

           ADD 1                      TO WS-LOOKUP-COUNT
           MOVE ZERO                  TO WS-OWNER-HITS
           DISPLAY " "
           DISPLAY "LOOKUP " WS-LOOKUP-COUNT ": " WS-LOOK-TYPE
                   " " WS-LOOK-VALUE
           DISPLAY "------------------------------------------------"

           INSPECT WS-LOOK-VALUE CONVERTING WS-LOWER-ALPHABET
                                         TO WS-UPPER-ALPHABET
           PERFORM VARYING WS-LOOK-LEN FROM 20 BY -1
              UNTIL WS-LOOK-LEN = ZERO
                 OR WS-LOOK-VALUE(WS-LOOK-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM

           IF LOOK-BY-PHONE
              MOVE WS-LOOK-VALUE      TO WS-DIGITS-IN
              PERFORM 0250-SQUEEZE-DIGITS
              MOVE WS-DIGITS-OUT      TO WS-LOOK-DIGITS
              IF WS-LOOK-DIGITS = SPACES
                 MOVE ZERO            TO WS-LOOK-LEN
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN NOT LOOK-BY-PHONE AND NOT LOOK-BY-EMAIL AND
                   NOT LOOK-BY-SURNAME
                 ADD 1                TO WS-BAD-CARD-COUNT
                 DISPLAY "* LOOKUP TYPE NOT P, E OR S -- SKIPPED"
              WHEN WS-LOOK-LEN = ZERO
                 ADD 1                TO WS-BAD-CARD-COUNT
                 DISPLAY "* NOTHING TO LOOK FOR -- SKIPPED"
              WHEN OTHER
                 PERFORM 0210-CHECK-ONE-OWNER
                    VARYING OWN-IDX FROM 1 BY 1
                    UNTIL OWN-IDX > WS-OWN-COUNT
                 IF WS-OWNER-HITS = ZERO
                    ADD 1             TO WS-NOT-FOUND-COUNT
                    DISPLAY "  NO OWNER FOUND"
                 ELSE
                    ADD 1             TO WS-FOUND-COUNT
                    ADD WS-OWNER-HITS TO WS-TOTAL-OWNERS
                 END-IF
           END-EVALUATE.

       0210-CHECK-ONE-OWNER.

           MOVE 'NO '                 TO WS-MATCH-SW
           EVALUATE TRUE
              WHEN LOOK-BY-PHONE
                 MOVE WS-OWN-NUMBER(OWN-IDX) TO WS-DIGITS-IN
                 PERFORM 0250-SQUEEZE-DIGITS
                 IF WS-DIGITS-OUT = WS-LOOK-DIGITS
                    MOVE 'YES'        TO WS-MATCH-SW
                 END-IF
              WHEN LOOK-BY-EMAIL
                 MOVE WS-OWN-EMAIL(OWN-IDX) TO WS-COMPARE-FIELD
                 INSPECT WS-COMPARE-FIELD CONVERTING
                    WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
                 IF WS-COMPARE-FIELD = WS-LOOK-VALUE
                    MOVE 'YES'        TO WS-MATCH-SW
                 END-IF
              WHEN LOOK-BY-SURNAME
                 MOVE WS-OWN-SURNAME(OWN-IDX) TO WS-COMPARE-FIELD
                 INSPECT WS-COMPARE-FIELD CONVERTING
                    WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
                 MOVE ZERO            TO WS-PART-HITS
                 INSPECT WS-COMPARE-FIELD TALLYING WS-PART-HITS
                    FOR ALL WS-LOOK-VALUE(1:WS-LOOK-LEN)
                 IF WS-PART-HITS > ZERO
                    MOVE 'YES'        TO WS-MATCH-SW
                 END-IF
           END-EVALUATE

           IF OWNER-MATCHES
              ADD 1                   TO WS-OWNER-HITS
              PERFORM 0300-SHOW-OWNER
           END-IF.

       0250-SQUEEZE-DIGITS.

      * Keeps the digits of WS-DIGITS-IN, left-justified, in
      * WS-DIGITS-OUT -- blanks, hyphens and brackets drop out.
           MOVE SPACES                TO WS-DIGITS-OUT
           MOVE ZERO                  TO WS-DIGIT-LEN
           PERFORM VARYING WS-DIGIT-POS FROM 1 BY 1
              UNTIL WS-DIGIT-POS > 20
              IF WS-DIGITS-IN(WS-DIGIT-POS:1) >= '0' AND
                 WS-DIGITS-IN(WS-DIGIT-POS:1) <= '9'
                 ADD 1                TO WS-DIGIT-LEN
                 MOVE WS-DIGITS-IN(WS-DIGIT-POS:1)
                                      TO WS-DIGITS-OUT(WS-DIGIT-LEN:1)
              END-IF
           END-PERFORM.

       0300-SHOW-OWNER.

           MOVE 'NO '                 TO WS-OPTED-OUT-SW
           PERFORM VARYING OPT-IDX FROM 1 BY 1
              UNTIL OPT-IDX > WS-OPT-COUNT
              IF (WS-OWN-NUMBER(OWN-IDX) NOT = SPACES AND
                  WS-OWN-NUMBER(OWN-IDX) = WS-OPT-NUMBER(OPT-IDX)) OR
                 (WS-OWN-EMAIL(OWN-IDX) NOT = SPACES AND
                  WS-OWN-EMAIL(OWN-IDX) = WS-OPT-EMAIL(OPT-IDX))
                 MOVE 'YES'           TO WS-OPTED-OUT-SW
              END-IF
           END-PERFORM
           IF OWNER-OPTED-OUT
              MOVE 'YES'              TO WS-OPTOUT-TEXT
           ELSE
              MOVE 'NO '              TO WS-OPTOUT-TEXT
           END-IF
           IF WS-OWN-DELIVERABLE(OWN-IDX) = 'N'
              MOVE 'UNDELIVERABLE '   TO WS-DELIVERY-TEXT
           ELSE
              MOVE 'MAILABLE      '   TO WS-DELIVERY-TEXT
           END-IF

           DISPLAY "OWNER " WS-OWN-ID(OWN-IDX) "  "
                   WS-OWN-NAME(OWN-IDX) " "
                   WS-OWN-MIDDLE(OWN-IDX) " "
                   WS-OWN-SURNAME(OWN-IDX)
           DISPLAY "  PHONE " WS-OWN-NUMBER(OWN-IDX)
                   "  EMAIL " WS-OWN-EMAIL(OWN-IDX)
           DISPLAY "  MAIL: " WS-DELIVERY-TEXT
                   "  OPTED OUT: " WS-OPTOUT-TEXT
           IF WS-OWN-DELIVERABLE(OWN-IDX) = 'N'
              DISPLAY "  BOUNCED " WS-OWN-BOUNCE-DATE(OWN-IDX)
                      " -- " WS-OWN-BOUNCE-REASON(OWN-IDX)
           END-IF
           PERFORM 0310-LIST-PETS.

       0310-LIST-PETS.

      * The pet master is keyed owner first, so one START lands on
      * the owner's first pet and the rest follow in name order.
           MOVE ZERO                  TO WS-PET-LINES
           MOVE 'NO '                 TO WS-PETS-DONE-SW
           MOVE WS-OWN-ID(OWN-IDX)    TO PM-OWNER-ID
           MOVE LOW-VALUES            TO PM-PET-NAME PM-SPECIE
           START PETMASTER KEY IS >= PM-KEY
              INVALID KEY MOVE 'YES'  TO WS-PETS-DONE-SW
           END-START
           PERFORM UNTIL PETS-DONE
              READ PETMASTER NEXT RECORD
                 AT END MOVE 'YES'    TO WS-PETS-DONE-SW
              END-READ
              IF NOT PETS-DONE
                 IF PM-OWNER-ID NOT = WS-OWN-ID(OWN-IDX)
                    MOVE 'YES'        TO WS-PETS-DONE-SW
                 ELSE
                    ADD 1             TO WS-PET-LINES
                    DISPLAY "    PET " PM-PET-NAME " "
                            PM-SPECIE " AGE " PM-AGE
                            "  " PM-ADDRESS " " PM-CITY
                 END-IF
              END-IF
           END-PERFORM
           IF WS-PET-LINES = ZERO
              DISPLAY "    NO PETS ON PET MASTER"
           END-IF.

       9000-END-PROGRAM.

           CLOSE PETMASTER.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* LOOKUPS RUN        : " WS-LOOKUP-COUNT
           DISPLAY "* LOOKUPS FOUND      : " WS-FOUND-COUNT
           DISPLAY "* LOOKUPS NOT FOUND  : " WS-NOT-FOUND-COUNT
           DISPLAY "* LOOKUPS SKIPPED    : " WS-BAD-CARD-COUNT
           DISPLAY "* OWNERS LISTED      : " WS-TOTAL-OWNERS
           DISPLAY "**********************************"

           IF WS-BAD-CARD-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-OWNER-REASON
           FS-FIELD  BY FS-OWNER
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-MASTER-REASON
           FS-FIELD  BY FS-MASTER
           FS-REASON BY WS-FS-REASON.

       END PROGRAM OWNERINQ.
