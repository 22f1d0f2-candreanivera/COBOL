       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETXFER.
      * PET OWNERSHIP TRANSFER -- MOVES A REHOMED PET FROM ONE OWNER
      * TO ANOTHER WITHOUT THE DELETE AND CSV RE-INTAKE THAT LOST ITS
      * HISTORY. EACH TRANSACTION ON PETXFERTRANS.DAT NAMES THE PET
      * BY ITS PETMASTER KEY (CURRENT OWNER ID, PET NAME, SPECIE),
      * THE TRANSFER DATE, AND THE NEW OWNER ID.
      *
      * A NEW OWNER ID OF ZERO CREATES THE NEW OWNER ON THE FLY FROM
      * THE NAME, CONTACT AND ADDRESS FIELDS ON THE TRANSACTION,
      * TAKING THE NEXT OWNER ID AFTER THE HIGHEST ON OWNERMASTER.DAT.
      * AN EXISTING NEW OWNER'S ADDRESS IS TAKEN FROM A PET THEY
      * ALREADY HOLD, OR FROM THE TRANSACTION WHEN THEY HOLD NONE.
      *
      * THE PET IS REWRITTEN UNDER THE NEW OWNER'S KEY AND ITS
      * PETHEALTH.DAT ENTRIES ARE CARRIED ACROSS TO THE NEW KEY, BOTH
      * OWNERS' OWN-PET-COUNT ARE ADJUSTED AND THE OWNER MASTER
      * REWRITTEN, AND ONE LINE PER TRANSFER IS APPENDED TO
      * PETXFERHIST.DAT -- THE RECORD OF WHO OWNED THE ANIMAL AND
      * WHEN. LICENSES ALREADY BILLED ON PETLICENSE.DAT STAY WITH
      * THE OWNER WHO WAS BILLED. A TRANSFER THAT FAILS AN EDIT GOES
      * TO PETXFERREJ.DAT WITH THE REASON AND CHANGES NOTHING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Old owner ID, pet name, specie, new owner ID (zero for a
      * new owner), transfer date, then the new owner's names,
      * address, city, country, phone and email.
       SELECT OPTIONAL PETXFERTRANS ASSIGN TO "PETXFERTRANS.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-TRANS.

       SELECT PETMASTER ASSIGN TO "PETMASTER.DAT"
        FILE STATUS IS FS-MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PM-KEY.

       SELECT PETHEALTHFILE ASSIGN TO "PETHEALTH.DAT"
        FILE STATUS IS FS-HEALTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY.

       SELECT OWNERFILE ASSIGN TO "OWNERMASTER.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-OWNER.

      * One line per transfer, kept across runs.
       SELECT OPTIONAL PETXFERHIST ASSIGN TO "PETXFERHIST.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-HIST.

       SELECT PETXFERREJ ASSIGN TO "PETXFERREJ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-REJECT.

       DATA DIVISION.
       FILE SECTION.
       FD PETXFERTRANS.
       01 PETXFERTRANS-REC.
           88 TRANS-EOF VALUE HIGH-VALUES.
           05 XTR-PET-KEY.
              10 XTR-OLD-OWNER-ID  PIC 9(05).
              10 XTR-PET-NAME      PIC X(10).
              10 XTR-SPECIE        PIC X(10).
           05 XTR-NEW-OWNER-ID     PIC 9(05).
           05 XTR-DATE             PIC 9(08).
           05 XTR-NEW-OWNER.
              10 XTR-NAME          PIC X(15).
              10 XTR-MIDDLE        PIC X(15).
              10 XTR-SURNAME       PIC X(15).
              10 XTR-ADDRESS       PIC X(20).
              10 XTR-CITY          PIC X(15).
              10 XTR-COUNTRY       PIC X(15).
              10 XTR-NUMBER        PIC X(10).
              10 XTR-EMAIL         PIC X(20).

       FD PETMASTER.
       01 PETMASTER-REG.
           05 PM-KEY.
              10 PM-OWNER-ID       PIC 9(05).
              10 PM-PET-NAME       PIC X(10).
              10 PM-SPECIE         PIC X(10).
           05 PM-DETAIL.
              10 PM-AGE            PIC 9(02).
              10 PM-OWNER-DETAIL.
                 15 PM-OWNER-NAME     PIC X(15).
                 15 PM-OWNER-MIDDLE   PIC X(15).
                 15 PM-OWNER-SURNAME  PIC X(15).
                 15 PM-ADDRESS        PIC X(20).
                 15 PM-CITY           PIC X(15).
                 15 PM-COUNTRY        PIC X(15).
                 15 PM-NUMBER         PIC X(10).
                 15 PM-EMAIL          PIC X(20).

       FD PETHEALTHFILE.
       01 PETHEALTH-REG.
           05 PH-KEY.
              10 PH-PET-KEY.
                 15 PH-OWNER-ID    PIC 9(05).
                 15 PH-PET-NAME    PIC X(10).
                 15 PH-SPECIE      PIC X(10).
              10 PH-TYPE           PIC X(10).
              10 PH-DATE-GIVEN     PIC 9(08).
           05 PH-KIND              PIC X(01).
           05 PH-NEXT-DUE          PIC 9(08).
           05 PH-NOTE              PIC X(20).

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

       FD PETXFERHIST.
       01 PETXFERHIST-REG.
           05 XH-DATE              PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 XH-PET-NAME          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 XH-SPECIE            PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 XH-FROM-OWNER-ID     PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 XH-FROM-SURNAME      PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 XH-TO-OWNER-ID       PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 XH-TO-SURNAME        PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 XH-HEALTH-MOVED      PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 XH-RUN-DATE          PIC 9(08).

       FD PETXFERREJ.
       01 PETXFERREJ-REG.
           05 XREJ-TRANS           PIC X(163).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 XREJ-REASON          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 FS-TRANS          PIC X(02).
           05 FS-MASTER         PIC X(02).
           05 FS-HEALTH         PIC X(02).
           05 FS-OWNER          PIC X(02).
           05 FS-HIST           PIC X(02).
           05 FS-REJECT         PIC X(02).
           05 WS-FS-REASON      PIC X(32).
           05 WS-REJECT-REASON  PIC X(20).

           05 WS-TODAY8         PIC 9(08).
           05 WS-XFER-OK-SW     PIC X(03).
              88 XFER-OK        VALUE 'YES'.
           05 WS-HEALTH-FILE-SW PIC X(03) VALUE 'YES'.
              88 HEALTH-FILE-PRESENT VALUE 'YES'.
           05 WS-BROWSE-DONE-SW PIC X(03).
              88 BROWSE-DONE    VALUE 'YES'.

      * The owner master held whole for the count-and-rewrite pass,
      * the same way RETURNMAIL holds it.
           05 WS-OWN-TABLE.
              10 WS-OWN-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-OWN-ENTRY OCCURS 1000 TIMES
                                INDEXED BY OWN-IDX.
                 15 WS-OWN-IMAGE  PIC X(126).
                 15 WS-OWN-IMAGE-F REDEFINES WS-OWN-IMAGE.
                    20 WS-OWN-ID     PIC 9(05).
                    20 FILLER        PIC X(121).
           05 WS-OWNER-DROPPED  PIC 9(05) VALUE ZERO.
           05 WS-HIGH-OWNER-ID  PIC 9(05) VALUE ZERO.
           05 WS-OLD-OWN-SUB    PIC 9(05) COMP.
           05 WS-NEW-OWN-SUB    PIC 9(05) COMP.
           05 WS-OWNERS-CHANGED-SW PIC X(03) VALUE 'NO '.
              88 OWNERS-CHANGED VALUE 'YES'.

      * The pet as it stands, and the owner details it will carry.
           05 WS-OLD-PET        PIC X(152).
           05 WS-OLD-SURNAME    PIC X(15).
           05 WS-NEW-OWNER-ID   PIC 9(05).
           05 WS-NEW-DETAIL.
              10 WS-NEW-NAME       PIC X(15).
              10 WS-NEW-MIDDLE     PIC X(15).
              10 WS-NEW-SURNAME    PIC X(15).
              10 WS-NEW-ADDRESS    PIC X(20).
              10 WS-NEW-CITY       PIC X(15).
              10 WS-NEW-COUNTRY    PIC X(15).
              10 WS-NEW-NUMBER     PIC X(10).
              10 WS-NEW-EMAIL      PIC X(20).
           05 WS-DETAIL-FOUND-SW PIC X(03).
              88 DETAIL-FOUND   VALUE 'YES'.

      * The pet's health entries, gathered before anything is moved
      * so a transfer either carries all of them or is refused.
           05 WS-HLT-TABLE.
              10 WS-HLT-COUNT   PIC 9(03) COMP VALUE ZERO.
              10 WS-HLT-ENTRY OCCURS 200 TIMES
                                INDEXED BY HLT-IDX.
                 15 WS-HLT-IMAGE PIC X(72).
           05 WS-HLT-OVERFLOW-SW PIC X(03).
              88 HLT-OVERFLOW   VALUE 'YES'.
           05 WS-HLT-MOVED      PIC 9(03).

           05 WS-TRANS-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-XFER-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-NEW-OWNER-COUNT PIC 9(05) VALUE ZERO.
           05 WS-HEALTH-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-REJECT-COUNT   PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.
           PERFORM 0110-LOAD-OWNER-MASTER.

           OPEN INPUT PETXFERTRANS.
      * No transaction file is a normal zero-transfer run.
           IF FS-TRANS = '05'
              DISPLAY '* NO PETXFERTRANS.DAT -- '
                      'NO TRANSFERS TO APPLY'
              MOVE '00'             TO FS-TRANS
           END-IF.
           OPEN I-O PETMASTER.
           PERFORM 0120-OPEN-HEALTH-FILE.
           OPEN EXTEND PETXFERHIST.
           OPEN OUTPUT PETXFERREJ.
           IF FS-TRANS NOT = '00' OR FS-MASTER NOT = '00' OR
              FS-HEALTH NOT = '00' OR FS-REJECT NOT = '00' OR
              (FS-HIST NOT = '00' AND FS-HIST NOT = '05')
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-TRANS-REASON
              DISPLAY '* FS-TRANS    : ' FS-TRANS
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-MASTER-REASON
              DISPLAY '* FS-PETMASTER: ' FS-MASTER
                       ' (' WS-FS-REASON ')'
              PERFORM 9520-HEALTH-REASON
              DISPLAY '* FS-PETHEALTH: ' FS-HEALTH
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-HISTORY  : ' FS-HIST
              DISPLAY '* FS-REJECT   : ' FS-REJECT
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           DISPLAY "================================================"
           DISPLAY "PET OWNERSHIP TRANSFERS -- " WS-TODAY8
           DISPLAY "================================================"

           READ PETXFERTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.
           PERFORM 0200-APPLY-TRANSFER UNTIL TRANS-EOF.

           IF OWNERS-CHANGED
              PERFORM 0400-REWRITE-OWNER-MASTER
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-OWNER-MASTER.

           OPEN INPUT OWNERFILE.
           IF FS-OWNER NOT = '00'
              PERFORM 9530-OWNER-REASON
              DISPLAY '********************************'
              DISPLAY '* OWNERMASTER.DAT REQUIRED     *'
              DISPLAY '* FS-OWNER: ' FS-OWNER
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL OWNER-EOF
              READ OWNERFILE
                 AT END SET OWNER-EOF TO TRUE
              END-READ
              IF NOT OWNER-EOF
                 IF WS-OWN-COUNT < 1000
                    ADD 1          TO WS-OWN-COUNT
                    SET OWN-IDX    TO WS-OWN-COUNT
                    MOVE OWNERFILE-REG(1:126)
                                   TO WS-OWN-IMAGE(OWN-IDX)
                    IF OWN-ID > WS-HIGH-OWNER-ID
                       MOVE OWN-ID TO WS-HIGH-OWNER-ID
                    END-IF
                 ELSE
                    ADD 1          TO WS-OWNER-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE OWNERFILE.

      * An owner dropped from the table would vanish from the file
      * on the rewrite -- refuse the run instead.
           IF WS-OWNER-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* OWNER TABLE EXCEEDS 1000"
              DISPLAY "* OWNERS NOT HELD: " WS-OWNER-DROPPED
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

       0120-OPEN-HEALTH-FILE.

      * No health file yet simply means no history to carry.
           OPEN I-O PETHEALTHFILE.
           IF FS-HEALTH = '35' OR FS-HEALTH = '05'
              IF FS-HEALTH = '05'
                 CLOSE PETHEALTHFILE
              END-IF
              MOVE 'NO '            TO WS-HEALTH-FILE-SW
              MOVE '00'             TO FS-HEALTH
           END-IF.

       0200-APPLY-TRANSFER.

           ADD 1                      TO WS-TRANS-COUNT
           PERFORM 0210-EDIT-TRANSFER THRU 0210-EXIT
           IF XFER-OK
              PERFORM 0300-MOVE-PET THRU 0300-EXIT
           ELSE
              PERFORM 0280-REJECT-TRANSFER
           END-IF

           READ PETXFERTRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ.

       0210-EDIT-TRANSFER.

           MOVE 'NO '                 TO WS-XFER-OK-SW
           MOVE ZERO                  TO WS-OLD-OWN-SUB WS-NEW-OWN-SUB

           MOVE XTR-PET-KEY           TO PM-KEY
           READ PETMASTER
              INVALID KEY CONTINUE
           END-READ
           IF FS-MASTER NOT = '00'
              MOVE 'PET NOT ON MASTER  ' TO WS-REJECT-REASON
              GO TO 0210-EXIT
           END-IF
           MOVE PETMASTER-REG         TO WS-OLD-PET
           MOVE PM-OWNER-SURNAME      TO WS-OLD-SURNAME

           EVALUATE TRUE
              WHEN XTR-DATE IS NOT NUMERIC
                 MOVE 'TRANSFER DATE BAD  ' TO WS-REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(XTR-DATE) NOT = ZERO
                 MOVE 'TRANSFER DATE BAD  ' TO WS-REJECT-REASON
              WHEN XTR-DATE > WS-TODAY8
                 MOVE 'TRANSFER IN FUTURE ' TO WS-REJECT-REASON
              WHEN XTR-NEW-OWNER-ID IS NOT NUMERIC
                 MOVE 'NEW OWNER ID BAD   ' TO WS-REJECT-REASON
              WHEN XTR-NEW-OWNER-ID = XTR-OLD-OWNER-ID
                 MOVE 'SAME OWNER         ' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'YES'           TO WS-XFER-OK-SW
           END-EVALUATE
           IF NOT XFER-OK
              GO TO 0210-EXIT
           END-IF
           MOVE 'NO '                 TO WS-XFER-OK-SW

           PERFORM VARYING OWN-IDX FROM 1 BY 1
              UNTIL OWN-IDX > WS-OWN-COUNT
              IF WS-OWN-ID(OWN-IDX) = XTR-OLD-OWNER-ID
                 SET WS-OLD-OWN-SUB   TO OWN-IDX
              END-IF
              IF WS-OWN-ID(OWN-IDX) = XTR-NEW-OWNER-ID
                 SET WS-NEW-OWN-SUB   TO OWN-IDX
              END-IF
           END-PERFORM

           IF XTR-NEW-OWNER-ID = ZERO
              PERFORM 0220-EDIT-NEW-OWNER
           ELSE
              PERFORM 0230-EDIT-EXISTING-OWNER
           END-IF
           IF NOT XFER-OK
              GO TO 0210-EXIT
           END-IF
           MOVE 'NO '                 TO WS-XFER-OK-SW

      * The pet's name and specie must be free under the new owner.
           MOVE WS-NEW-OWNER-ID       TO PM-OWNER-ID
           MOVE XTR-PET-NAME          TO PM-PET-NAME
           MOVE XTR-SPECIE            TO PM-SPECIE
           READ PETMASTER
              INVALID KEY CONTINUE
           END-READ
           IF FS-MASTER = '00'
              MOVE 'NEW OWNER HAS PET  ' TO WS-REJECT-REASON
              GO TO 0210-EXIT
           END-IF

           PERFORM 0240-GATHER-HEALTH THRU 0240-EXIT
           IF HLT-OVERFLOW
              MOVE 'HEALTH OVER 200    ' TO WS-REJECT-REASON
              GO TO 0210-EXIT
           END-IF

           MOVE 'YES'                 TO WS-XFER-OK-SW.

       0210-EXIT.
           EXIT.

       0220-EDIT-NEW-OWNER.

           EVALUATE TRUE
              WHEN WS-OWN-COUNT NOT < 1000
                 MOVE 'OWNER TABLE FULL   ' TO WS-REJECT-REASON
              WHEN WS-HIGH-OWNER-ID = 99999
                 MOVE 'NO OWNER ID FREE   ' TO WS-REJECT-REASON
              WHEN XTR-NAME = SPACES OR XTR-SURNAME = SPACES
                 MOVE 'NEW OWNER NAME MISS' TO WS-REJECT-REASON
              WHEN XTR-ADDRESS = SPACES
                 MOVE 'NEW OWNER NO ADDR  ' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'YES'           TO WS-XFER-OK-SW
                 COMPUTE WS-NEW-OWNER-ID = WS-HIGH-OWNER-ID + 1
                 MOVE XTR-NEW-OWNER   TO WS-NEW-DETAIL
           END-EVALUATE.

       0230-EDIT-EXISTING-OWNER.

           IF WS-NEW-OWN-SUB = ZERO
              MOVE 'NEW OWNER NOT FOUND' TO WS-REJECT-REASON
           ELSE
              MOVE XTR-NEW-OWNER-ID   TO WS-NEW-OWNER-ID
              PERFORM 0235-FIND-OWNER-DETAIL THRU 0235-EXIT
              IF DETAIL-FOUND
                 MOVE 'YES'           TO WS-XFER-OK-SW
              ELSE
                 IF XTR-ADDRESS = SPACES
                    MOVE 'NEW OWNER NO ADDR  ' TO WS-REJECT-REASON
                 ELSE
      *             An owner holding no pets yet: names and contacts
      *             from the owner master, address from the card.
                    MOVE 'YES'        TO WS-XFER-OK-SW
                    MOVE XTR-NEW-OWNER TO WS-NEW-DETAIL
                    MOVE WS-OWN-IMAGE(WS-NEW-OWN-SUB)
                                      TO OWNERFILE-REG(1:126)
                    MOVE OWN-NAME     TO WS-NEW-NAME
                    MOVE OWN-MIDDLE   TO WS-NEW-MIDDLE
                    MOVE OWN-SURNAME  TO WS-NEW-SURNAME
                    MOVE OWN-NUMBER   TO WS-NEW-NUMBER
                    MOVE OWN-EMAIL    TO WS-NEW-EMAIL
                 END-IF
              END-IF
           END-IF.

       0235-FIND-OWNER-DETAIL.

      * The new owner's first pet on the master carries the names,
      * address and contacts the transferred pet will carry too.
           MOVE 'NO '                 TO WS-DETAIL-FOUND-SW
           MOVE WS-NEW-OWNER-ID       TO PM-OWNER-ID
           MOVE LOW-VALUES            TO PM-PET-NAME PM-SPECIE
           START PETMASTER KEY IS >= PM-KEY
              INVALID KEY GO TO 0235-EXIT
           END-START
           READ PETMASTER NEXT RECORD
              AT END GO TO 0235-EXIT
           END-READ
           IF PM-OWNER-ID = WS-NEW-OWNER-ID
              MOVE 'YES'              TO WS-DETAIL-FOUND-SW
              MOVE PM-OWNER-DETAIL    TO WS-NEW-DETAIL
           END-IF.

       0235-EXIT.
           EXIT.

       0240-GATHER-HEALTH.

           MOVE ZERO                  TO WS-HLT-COUNT
           MOVE 'NO '                 TO WS-HLT-OVERFLOW-SW
           IF NOT HEALTH-FILE-PRESENT
              GO TO 0240-EXIT
           END-IF
           MOVE 'NO '                 TO WS-BROWSE-DONE-SW
           MOVE XTR-PET-KEY           TO PH-PET-KEY
           MOVE LOW-VALUES            TO PH-TYPE
           MOVE ZERO                  TO PH-DATE-GIVEN
           START PETHEALTHFILE KEY IS >= PH-KEY
              INVALID KEY GO TO 0240-EXIT
           END-START
           PERFORM UNTIL BROWSE-DONE
              READ PETHEALTHFILE NEXT RECORD
                 AT END MOVE 'YES'    TO WS-BROWSE-DONE-SW
              END-READ
              IF NOT BROWSE-DONE
                 IF PH-PET-KEY NOT = XTR-PET-KEY
                    MOVE 'YES'        TO WS-BROWSE-DONE-SW
                 ELSE
                    IF WS-HLT-COUNT < 200
                       ADD 1          TO WS-HLT-COUNT
                       SET HLT-IDX    TO WS-HLT-COUNT
                       MOVE PETHEALTH-REG TO WS-HLT-IMAGE(HLT-IDX)
                    ELSE
                       MOVE 'YES'     TO WS-HLT-OVERFLOW-SW
                       MOVE 'YES'     TO WS-BROWSE-DONE-SW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       0240-EXIT.
           EXIT.

       0280-REJECT-TRANSFER.

           ADD 1                      TO WS-REJECT-COUNT
           MOVE SPACES                TO PETXFERREJ-REG
           MOVE PETXFERTRANS-REC      TO XREJ-TRANS
           MOVE WS-REJECT-REASON      TO XREJ-REASON
           WRITE PETXFERREJ-REG.

       0300-MOVE-PET.

      * The pet under its new key first, then the old record goes;
      * a failure before the delete leaves the pet where it was.
           MOVE WS-OLD-PET            TO PETMASTER-REG
           MOVE WS-NEW-OWNER-ID       TO PM-OWNER-ID
           MOVE WS-NEW-DETAIL         TO PM-OWNER-DETAIL
           WRITE PETMASTER-REG
              INVALID KEY
                 MOVE 'NEW OWNER HAS PET  ' TO WS-REJECT-REASON
                 PERFORM 0280-REJECT-TRANSFER
           END-WRITE
           IF FS-MASTER NOT = '00'
              GO TO 0300-EXIT
           END-IF
           MOVE XTR-PET-KEY           TO PM-KEY
           DELETE PETMASTER
              INVALID KEY
                 DISPLAY '* DELETE FAILED: ' XTR-PET-KEY
                         ' FS ' FS-MASTER
                 MOVE 8               TO RETURN-CODE
           END-DELETE

           PERFORM 0310-MOVE-HEALTH
           PERFORM 0320-ADJUST-OWNERS
           PERFORM 0330-WRITE-HISTORY

           ADD 1                      TO WS-XFER-COUNT
           DISPLAY XTR-PET-NAME " " XTR-SPECIE "  FROM "
                   XTR-OLD-OWNER-ID " " WS-OLD-SURNAME
                   "  TO " WS-NEW-OWNER-ID " " WS-NEW-SURNAME
                   "  HEALTH " WS-HLT-MOVED.

       0300-EXIT.
           EXIT.

       0310-MOVE-HEALTH.

           MOVE ZERO                  TO WS-HLT-MOVED
           PERFORM VARYING HLT-IDX FROM 1 BY 1
              UNTIL HLT-IDX > WS-HLT-COUNT
              MOVE WS-HLT-IMAGE(HLT-IDX) TO PETHEALTH-REG
              MOVE WS-NEW-OWNER-ID    TO PH-OWNER-ID
              WRITE PETHEALTH-REG
                 INVALID KEY
                    DISPLAY '* HEALTH ENTRY NOT CARRIED: '
                            PH-KEY ' FS ' FS-HEALTH
                    IF RETURN-CODE < 4
                       MOVE 4         TO RETURN-CODE
                    END-IF
              END-WRITE
              IF FS-HEALTH = '00'
                 MOVE WS-HLT-IMAGE(HLT-IDX) TO PETHEALTH-REG
                 DELETE PETHEALTHFILE
                    INVALID KEY
                       DISPLAY '* OLD HEALTH ENTRY NOT REMOVED: '
                               PH-KEY ' FS ' FS-HEALTH
                       IF RETURN-CODE < 4
                          MOVE 4      TO RETURN-CODE
                       END-IF
                 END-DELETE
                 ADD 1                TO WS-HLT-MOVED
                                         WS-HEALTH-COUNT
              END-IF
           END-PERFORM.

       0320-ADJUST-OWNERS.

           MOVE 'YES'                 TO WS-OWNERS-CHANGED-SW
           IF WS-OLD-OWN-SUB > ZERO
              MOVE WS-OWN-IMAGE(WS-OLD-OWN-SUB)
                                      TO OWNERFILE-REG(1:126)
              IF OWN-PET-COUNT IS NUMERIC AND OWN-PET-COUNT > ZERO
                 SUBTRACT 1           FROM OWN-PET-COUNT
              END-IF
              MOVE OWNERFILE-REG(1:126)
                                      TO WS-OWN-IMAGE(WS-OLD-OWN-SUB)
           END-IF

           IF XTR-NEW-OWNER-ID = ZERO
              ADD 1                   TO WS-OWN-COUNT
                                         WS-NEW-OWNER-COUNT
              MOVE WS-NEW-OWNER-ID    TO WS-HIGH-OWNER-ID
              MOVE SPACES             TO OWNERFILE-REG
              MOVE WS-NEW-OWNER-ID    TO OWN-ID
              MOVE WS-NEW-NAME        TO OWN-NAME
              MOVE WS-NEW-MIDDLE      TO OWN-MIDDLE
              MOVE WS-NEW-SURNAME     TO OWN-SURNAME
              MOVE WS-NEW-NUMBER      TO OWN-NUMBER
              MOVE WS-NEW-EMAIL       TO OWN-EMAIL
              MOVE 1                  TO OWN-PET-COUNT
              MOVE 'Y'                TO OWN-DELIVERABLE
              MOVE ZERO               TO OWN-BOUNCE-DATE
              MOVE OWNERFILE-REG(1:126)
                                      TO WS-OWN-IMAGE(WS-OWN-COUNT)
           ELSE
              MOVE WS-OWN-IMAGE(WS-NEW-OWN-SUB)
                                      TO OWNERFILE-REG(1:126)
              IF OWN-PET-COUNT IS NUMERIC
                 ADD 1                TO OWN-PET-COUNT
              ELSE
                 MOVE 1               TO OWN-PET-COUNT
              END-IF
              MOVE OWNERFILE-REG(1:126)
                                      TO WS-OWN-IMAGE(WS-NEW-OWN-SUB)
           END-IF.

       0330-WRITE-HISTORY.

           MOVE SPACES                TO PETXFERHIST-REG
           MOVE XTR-DATE              TO XH-DATE
           MOVE XTR-PET-NAME          TO XH-PET-NAME
           MOVE XTR-SPECIE            TO XH-SPECIE
           MOVE XTR-OLD-OWNER-ID      TO XH-FROM-OWNER-ID
           MOVE WS-OLD-SURNAME        TO XH-FROM-SURNAME
           MOVE WS-NEW-OWNER-ID       TO XH-TO-OWNER-ID
           MOVE WS-NEW-SURNAME        TO XH-TO-SURNAME
           MOVE WS-HLT-MOVED          TO XH-HEALTH-MOVED
           MOVE WS-TODAY8             TO XH-RUN-DATE
           WRITE PETXFERHIST-REG.

       0400-REWRITE-OWNER-MASTER.

           OPEN OUTPUT OWNERFILE.
           PERFORM VARYING OWN-IDX FROM 1 BY 1
              UNTIL OWN-IDX > WS-OWN-COUNT
              MOVE WS-OWN-IMAGE(OWN-IDX) TO OWNERFILE-REG(1:126)
              WRITE OWNERFILE-REG
           END-PERFORM.
           CLOSE OWNERFILE.

       9000-END-PROGRAM.

           CLOSE PETXFERTRANS, PETMASTER, PETXFERHIST, PETXFERREJ.
           IF HEALTH-FILE-PRESENT
              CLOSE PETHEALTHFILE
           END-IF.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* TRANSFERS READ     : " WS-TRANS-COUNT
           DISPLAY "* PETS TRANSFERRED   : " WS-XFER-COUNT
           DISPLAY "* NEW OWNERS CREATED : " WS-NEW-OWNER-COUNT
           DISPLAY "* HEALTH ENTRIES MOVED: " WS-HEALTH-COUNT
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
           FS-PARA   BY 9510-MASTER-REASON
           FS-FIELD  BY FS-MASTER
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-HEALTH-REASON
           FS-FIELD  BY FS-HEALTH
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9530-OWNER-REASON
           FS-FIELD  BY FS-OWNER
           FS-REASON BY WS-FS-REASON.

       END PROGRAM PETXFER.
