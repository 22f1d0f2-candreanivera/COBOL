       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETREMIND.
      * VACCINATION AND VISIT REMINDER RUN -- READS PETHEALTH.DAT IN
      * KEY ORDER AND, FOR EACH PET AND TYPE, TAKES THE LATEST ENTRY
      * (AN EARLIER DOSE'S NEXT-DUE DATE IS SUPERSEDED BY THE ONE
      * GIVEN SINCE). WHATEVER FALLS DUE WITHIN THE NEXT N DAYS, OR
      * IS ALREADY OVERDUE, GOES ON A REMINDER. N COMES FROM
      * REMINDPARM.DAT (3 DIGITS); A MISSING CARD TAKES 30.
      *
      * THE FILE IS KEYED OWNER FIRST, SO REMINDERS COLLECT PER
      * OWNER AND A HOUSEHOLD WITH THREE PETS DUE GETS ONE NOTICE
      * LISTING ALL THREE. THE NOTICE IS ADDRESSED FROM THE PET
      * MASTER THROUGH THE SAME ADDRBLK ADDRESS BLOCK PETLABELS
      * PRINTS. AN OWNER THE OWNER MASTER CARRIES AS UNDELIVERABLE
      * (OWN-DELIVERABLE 'N'), OR WHOSE PHONE OR EMAIL IS ON
      * OPTOUT.DAT, GETS NO NOTICE AND IS COUNTED THE WAY PETLABELS
      * COUNTS ITS SUPPRESSIONS; AN OWNER WITH NO STREET ADDRESS IS
      * LISTED FOR THE CLINIC TO PHONE INSTEAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PETHEALTHFILE ASSIGN TO "PETHEALTH.DAT"
        FILE STATUS IS FS-HEALTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PH-KEY.

       SELECT PETMASTER ASSIGN TO "PETMASTER.DAT"
        FILE STATUS IS FS-MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PM-KEY.

      * Days ahead to remind for. No card means 30.
       SELECT OPTIONAL REMINDPARM ASSIGN TO "REMINDPARM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-PARM.

      * Owner master carrying the deliverability flag RETURNMAIL
      * sets.
       SELECT OPTIONAL OWNERFILE ASSIGN TO "OWNERMASTER.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-OWNER.

      * Owners who asked us to stop contacting them -- maintained
      * by OPTOUTMAINT, matched on phone number or email.
       SELECT OPTIONAL OPTOUTFILE ASSIGN TO "OPTOUT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-OPTOUT.

       DATA DIVISION.
       FILE SECTION.
       FD PETHEALTHFILE.
       01 PETHEALTH-REG.
           88 HEALTH-EOF VALUE HIGH-VALUES.
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

       FD REMINDPARM.
       01 REMINDPARM-REC.
           05 PARM-DAYS-AHEAD      PIC 9(03).

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

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 FS-HEALTH         PIC X(02).
           05 FS-MASTER         PIC X(02).
           05 FS-PARM           PIC X(02).
           05 FS-OWNER          PIC X(02).
           05 FS-OPTOUT         PIC X(02).
           05 WS-FS-REASON      PIC X(32).

           05 WS-TODAY8         PIC 9(08).
           05 WS-DAYS-AHEAD     PIC 9(03) VALUE 030.
           05 WS-HORIZON        PIC 9(08).
           05 WS-FIRST-RECORD-SW PIC X(03) VALUE 'YES'.
              88 FIRST-RECORD   VALUE 'YES'.

      * The latest entry seen for the pet and type in hand; the
      * next record for the same pet and type replaces it.
           05 WS-HOLD-ENTRY.
              10 WS-HOLD-KEY.
                 15 WS-HOLD-GROUP.
                    20 WS-HOLD-OWNER-ID  PIC 9(05).
                    20 WS-HOLD-PET-NAME  PIC X(10).
                    20 WS-HOLD-SPECIE    PIC X(10).
                    20 WS-HOLD-TYPE      PIC X(10).
                 15 WS-HOLD-DATE-GIVEN   PIC 9(08).
              10 WS-HOLD-KIND            PIC X(01).
              10 WS-HOLD-NEXT-DUE        PIC 9(08).
              10 WS-HOLD-NOTE            PIC X(20).

      * What one owner has due, for the one notice.
           05 WS-DUE-TABLE.
              10 WS-DUE-COUNT   PIC 9(03) COMP VALUE ZERO.
              10 WS-DUE-ENTRY OCCURS 50 TIMES
                                INDEXED BY DUE-IDX.
                 15 WS-DUE-PET-NAME   PIC X(10).
                 15 WS-DUE-SPECIE     PIC X(10).
                 15 WS-DUE-TYPE       PIC X(10).
                 15 WS-DUE-KIND       PIC X(01).
                 15 WS-DUE-GIVEN      PIC 9(08).
                 15 WS-DUE-DATE       PIC 9(08).
           05 WS-DUE-DROPPED    PIC 9(05) VALUE ZERO.

      * Owners the master carries as undeliverable, by owner ID.
           05 WS-SUP-TABLE.
              10 WS-SUP-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-SUP-ENTRY OCCURS 1000 TIMES
                                INDEXED BY SUP-IDX.
                 15 WS-SUP-OWNER-ID PIC 9(05).

      * Contacts off the opt-out list.
           05 WS-OPT-TABLE.
              10 WS-OPT-COUNT   PIC 9(05) COMP VALUE ZERO.
              10 WS-OPT-ENTRY OCCURS 1000 TIMES
                                INDEXED BY OPT-IDX.
                 15 WS-OPT-NUMBER PIC X(10).
                 15 WS-OPT-EMAIL  PIC X(20).

           05 WS-SUPPRESSED-SW  PIC X(03).
              88 OWNER-SUPPRESSED VALUE 'YES'.
           05 WS-OPTED-OUT-SW   PIC X(03).
              88 OWNER-OPTED-OUT VALUE 'YES'.

           05 WS-FULL-NAME      PIC X(47).
           05 WS-CITY-LINE      PIC X(32).
           05 WS-DUE-FLAG       PIC X(08).

           05 WS-ENTRY-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-ITEM-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-OVERDUE-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-NOTICE-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-SUPPRESS-COUNT PIC 9(05) VALUE ZERO.
           05 WS-OPTOUT-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-UNMAIL-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-NOPET-COUNT    PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.
           PERFORM 0110-READ-REMIND-PARM.
           COMPUTE WS-HORIZON = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY8)
                   + WS-DAYS-AHEAD).
           PERFORM 0120-LOAD-SUPPRESSIONS.
           PERFORM 0125-LOAD-OPTOUTS.

           OPEN INPUT PETHEALTHFILE.
           OPEN INPUT PETMASTER.
           IF FS-HEALTH NOT = '00' OR FS-MASTER NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-HEALTH-REASON
              DISPLAY '* FS-PETHEALTH: ' FS-HEALTH
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-MASTER-REASON
              DISPLAY '* FS-PETMASTER: ' FS-MASTER
                       ' (' WS-FS-REASON ')'
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "================================================"
           DISPLAY "PET HEALTH REMINDERS AS OF " WS-TODAY8
                   " -- DUE BY " WS-HORIZON
           DISPLAY "================================================"

           READ PETHEALTHFILE NEXT RECORD
              AT END SET HEALTH-EOF TO TRUE
           END-READ.
           PERFORM 0200-TAKE-ENTRY UNTIL HEALTH-EOF.

           IF NOT FIRST-RECORD
              PERFORM 0300-WEIGH-HELD-ENTRY
              PERFORM 0400-ISSUE-NOTICE
           END-IF.

           PERFORM 9000-END-PROGRAM.

       0110-READ-REMIND-PARM.

           OPEN INPUT REMINDPARM.
           IF FS-PARM = '00'
              READ REMINDPARM
                 AT END CONTINUE
              END-READ
              IF FS-PARM = '00' AND
                 PARM-DAYS-AHEAD IS NUMERIC
                 MOVE PARM-DAYS-AHEAD TO WS-DAYS-AHEAD
              END-IF
              CLOSE REMINDPARM
           ELSE
              IF FS-PARM = '05'
                 CLOSE REMINDPARM
              END-IF
           END-IF.

       0120-LOAD-SUPPRESSIONS.

      * No owner master on hand means no suppression.
           OPEN INPUT OWNERFILE.
           IF FS-OWNER = '00'
              PERFORM UNTIL OWNER-EOF
                 READ OWNERFILE
                    AT END SET OWNER-EOF TO TRUE
                 END-READ
                 IF NOT OWNER-EOF AND
                    OWN-DELIVERABLE = 'N' AND
                    WS-SUP-COUNT < 1000
                    ADD 1          TO WS-SUP-COUNT
                    SET SUP-IDX    TO WS-SUP-COUNT
                    MOVE OWN-ID    TO WS-SUP-OWNER-ID(SUP-IDX)
                 END-IF
              END-PERFORM
              CLOSE OWNERFILE
           ELSE
              IF FS-OWNER = '05' OR FS-OWNER = '35'
                 CLOSE OWNERFILE
              END-IF
           END-IF.

       0125-LOAD-OPTOUTS.

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

       0200-TAKE-ENTRY.

      * Control breaks: a new pet or type settles the held entry; a
      * new owner also closes out that owner's notice.
           ADD 1                      TO WS-ENTRY-COUNT
           IF FIRST-RECORD
              MOVE 'NO '              TO WS-FIRST-RECORD-SW
           ELSE
              IF PH-OWNER-ID NOT = WS-HOLD-OWNER-ID OR
                 PH-PET-NAME NOT = WS-HOLD-PET-NAME OR
                 PH-SPECIE   NOT = WS-HOLD-SPECIE OR
                 PH-TYPE     NOT = WS-HOLD-TYPE
                 PERFORM 0300-WEIGH-HELD-ENTRY
                 IF PH-OWNER-ID NOT = WS-HOLD-OWNER-ID
                    PERFORM 0400-ISSUE-NOTICE
                 END-IF
              END-IF
           END-IF
           MOVE PETHEALTH-REG         TO WS-HOLD-ENTRY

           READ PETHEALTHFILE NEXT RECORD
              AT END SET HEALTH-EOF TO TRUE
           END-READ.

       0300-WEIGH-HELD-ENTRY.

           IF WS-HOLD-NEXT-DUE IS NUMERIC AND
              WS-HOLD-NEXT-DUE > ZERO AND
              WS-HOLD-NEXT-DUE <= WS-HORIZON
              ADD 1                   TO WS-ITEM-COUNT
              IF WS-HOLD-NEXT-DUE < WS-TODAY8
                 ADD 1                TO WS-OVERDUE-COUNT
              END-IF
              IF WS-DUE-COUNT < 50
                 ADD 1                TO WS-DUE-COUNT
                 SET DUE-IDX          TO WS-DUE-COUNT
                 MOVE WS-HOLD-PET-NAME TO WS-DUE-PET-NAME(DUE-IDX)
                 MOVE WS-HOLD-SPECIE  TO WS-DUE-SPECIE(DUE-IDX)
                 MOVE WS-HOLD-TYPE    TO WS-DUE-TYPE(DUE-IDX)
                 MOVE WS-HOLD-KIND    TO WS-DUE-KIND(DUE-IDX)
                 MOVE WS-HOLD-DATE-GIVEN
                                      TO WS-DUE-GIVEN(DUE-IDX)
                 MOVE WS-HOLD-NEXT-DUE TO WS-DUE-DATE(DUE-IDX)
              ELSE
                 ADD 1                TO WS-DUE-DROPPED
              END-IF
           END-IF.

       0400-ISSUE-NOTICE.

      * Called at every owner break; the held entry still names the
      * owner being closed out.
           IF WS-DUE-COUNT > ZERO
              SET DUE-IDX             TO 1
              MOVE WS-HOLD-OWNER-ID   TO PM-OWNER-ID
              MOVE WS-DUE-PET-NAME(DUE-IDX) TO PM-PET-NAME
              MOVE WS-DUE-SPECIE(DUE-IDX)   TO PM-SPECIE
              READ PETMASTER
                 INVALID KEY CONTINUE
              END-READ
              IF FS-MASTER NOT = '00'
                 ADD 1                TO WS-NOPET-COUNT
                 DISPLAY "* OWNER " WS-HOLD-OWNER-ID
                         " -- PET " PM-PET-NAME
                         " NOT ON PET MASTER, NO NOTICE"
              ELSE
                 PERFORM 0410-CHECK-SUPPRESSION
                 EVALUATE TRUE
                    WHEN OWNER-OPTED-OUT
                       ADD 1          TO WS-OPTOUT-COUNT
                    WHEN OWNER-SUPPRESSED
                       ADD 1          TO WS-SUPPRESS-COUNT
                    WHEN PM-ADDRESS = SPACES
                       ADD 1          TO WS-UNMAIL-COUNT
                       DISPLAY "* OWNER " WS-HOLD-OWNER-ID " "
                               PM-OWNER-SURNAME
                               " -- NO STREET ADDRESS, PHONE "
                               PM-NUMBER
                    WHEN OTHER
                       PERFORM 0420-PRINT-NOTICE
                 END-EVALUATE
              END-IF
           END-IF
           MOVE ZERO                  TO WS-DUE-COUNT.

       0410-CHECK-SUPPRESSION.

           MOVE 'NO '                 TO WS-SUPPRESSED-SW
           MOVE 'NO '                 TO WS-OPTED-OUT-SW
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
              IF WS-SUP-OWNER-ID(SUP-IDX) = WS-HOLD-OWNER-ID
                 MOVE 'YES'           TO WS-SUPPRESSED-SW
              END-IF
           END-PERFORM
           PERFORM VARYING OPT-IDX FROM 1 BY 1
              UNTIL OPT-IDX > WS-OPT-COUNT
              IF (PM-NUMBER NOT = SPACES AND
                  PM-NUMBER = WS-OPT-NUMBER(OPT-IDX)) OR
                 (PM-EMAIL NOT = SPACES AND
                  PM-EMAIL = WS-OPT-EMAIL(OPT-IDX))
                 MOVE 'YES'           TO WS-OPTED-OUT-SW
              END-IF
           END-PERFORM.

       0420-PRINT-NOTICE.

           ADD 1                      TO WS-NOTICE-COUNT
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
           DISPLAY "-------- REMINDER NOTICE " WS-NOTICE-COUNT
                   " --------"
           PERFORM 0430-ADDRESS-BLOCK
           DISPLAY " "
           DISPLAY "THE FOLLOWING ARE DUE FOR YOUR PETS:"
           PERFORM VARYING DUE-IDX FROM 1 BY 1
              UNTIL DUE-IDX > WS-DUE-COUNT
              IF WS-DUE-DATE(DUE-IDX) < WS-TODAY8
                 MOVE 'OVERDUE '      TO WS-DUE-FLAG
              ELSE
                 MOVE SPACES          TO WS-DUE-FLAG
              END-IF
              DISPLAY "  " WS-DUE-PET-NAME(DUE-IDX) " "
                      WS-DUE-SPECIE(DUE-IDX) " "
                      WS-DUE-TYPE(DUE-IDX)
                      " LAST " WS-DUE-GIVEN(DUE-IDX)
                      " DUE " WS-DUE-DATE(DUE-IDX) " "
                      WS-DUE-FLAG
           END-PERFORM.

      * The address block shared with PETLABELS.
       COPY ADDRBLK REPLACING
           AB-PARA      BY 0430-ADDRESS-BLOCK
           AB-NAME      BY WS-FULL-NAME
           AB-ADDRESS   BY PM-ADDRESS
           AB-CITY      BY PM-CITY
           AB-COUNTRY   BY PM-COUNTRY
           AB-CITY-LINE BY WS-CITY-LINE.

       9000-END-PROGRAM.

           CLOSE PETHEALTHFILE, PETMASTER.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* HEALTH ENTRIES READ: " WS-ENTRY-COUNT
           DISPLAY "* ITEMS DUE          : " WS-ITEM-COUNT
           DISPLAY "*   OF WHICH OVERDUE : " WS-OVERDUE-COUNT
           DISPLAY "* NOTICES PRINTED    : " WS-NOTICE-COUNT
           DISPLAY "* SUPPRESSED (RETURNED MAIL): "
                   WS-SUPPRESS-COUNT
           DISPLAY "* SUPPRESSED (OPTED OUT)    : "
                   WS-OPTOUT-COUNT
           DISPLAY "* NO STREET ADDRESS  : " WS-UNMAIL-COUNT
           DISPLAY "* PET NOT ON MASTER  : " WS-NOPET-COUNT
           DISPLAY "* ITEMS OVER 50/OWNER: " WS-DUE-DROPPED
           DISPLAY "* DAYS AHEAD         : " WS-DAYS-AHEAD
           DISPLAY "**********************************"

           IF (WS-UNMAIL-COUNT + WS-NOPET-COUNT + WS-DUE-DROPPED)
              > ZERO AND RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-HEALTH-REASON
           FS-FIELD  BY FS-HEALTH
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-MASTER-REASON
           FS-FIELD  BY FS-MASTER
           FS-REASON BY WS-FS-REASON.

       END PROGRAM PETREMIND.
