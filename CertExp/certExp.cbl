       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTEXP.
      * NIGHTLY CERTIFICATION/LICENSE EXPIRY CHECK -- READS EVERY
      * CERTIFICATION ON CERTMASTER.DAT (MAINTAINED BY CERTMAINT),
      * COMPUTES DAYS TO EXPIRY, AND LISTS EVERY ONE ALREADY EXPIRED
      * OR EXPIRING INSIDE THE WINDOW ON THE CONTROL CARD, GROUPED BY
      * DEPARTMENT WITH THE HOLDER'S SUPERVISOR NAMED FROM
      * EMPLOYEEINDEXED.DAT. AN EMPLOYEE STILL ON THE MASTER WITH AN
      * EXPIRED CERTIFICATION IS WORKING PAST ITS EXPIRY AND GOES TO
      * THE EXCEPTION REPOSITORY. EVERY LISTED CERTIFICATION HELD BY
      * SOMEONE WITH A CONTACT RECORD IS ALSO WRITTEN TO CERTMAIL.DAT
      * -- THE EMPCONTACT.DAT RECORD AS THE MAILING PROCESS READS IT,
      * FOLLOWED BY THE NAME AND THE CERTIFICATION -- SO THE REMINDER
      * NOTICES GO OUT THROUGH THE SAME MAILING AS THE ANNIVERSARY
      * LETTERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CERTMASTER ASSIGN TO "CERTMASTER.DAT"
        FILE STATUS IS FS-CERT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
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

      * Employee address/contact child file EMPCONTACT maintains --
      * the mailing address for each notice. Absent means the report
      * prints and nothing is mailed.
       SELECT OPTIONAL EMPCONTACT ASSIGN TO "EMPCONTACT.DAT"
        FILE STATUS IS FS-CONTACT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CON-EMPLOYEEID.

      * Warning window in days (3 digits). A missing card takes 60.
       SELECT OPTIONAL CERTPARM ASSIGN TO "CERTPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARM.

      * Expiry notices for the mailing process: the EMPCONTACT.DAT
      * record image first, then the holder and the certification.
       SELECT CERTMAIL ASSIGN TO "CERTMAIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MAIL.

       DATA DIVISION.
       FILE SECTION.
       FD CERTMASTER.
       01 CERTMASTER-REG.
            88 CERT-EOF             VALUE HIGH-VALUES.
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

       FD EMPCONTACT.
       01 EMPCONTACT-REG.
            05 CON-EMPLOYEEID       PIC 9(07).
            05 CON-ADDRESS          PIC X(30).
            05 CON-CITY             PIC X(15).
            05 CON-COUNTRY          PIC X(15).
            05 CON-PHONE            PIC X(12).
            05 CON-EMAIL            PIC X(30).

       FD CERTPARM.
       01 CERTPARM-REC.
           05 PARM-WINDOW-DAYS      PIC 9(03).

       FD CERTMAIL.
       01 CERTMAIL-REC.
           05 MAIL-CONTACT          PIC X(109).
           05 MAIL-LASTNAME         PIC X(10).
           05 MAIL-FIRSTNAME        PIC X(10).
           05 MAIL-CERT-CODE        PIC X(06).
           05 MAIL-CERT-DESC        PIC X(30).
           05 MAIL-EXPIRY-DATE      PIC 9(08).
           05 MAIL-STATUS           PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook.
       01  EX-PARM.
           COPY EXCREC.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.

       01  WS-WORK-AREAS.
           05 FS-CERT             PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 FS-CONTACT          PIC X(02).
           05 WS-FS-PARM          PIC X(02).
           05 WS-FS-MAIL          PIC X(02).
           05 WS-FS-REASON        PIC X(32).
           05 WS-CONTACT-SW       PIC X(03) VALUE 'NO '.
              88 CONTACTS-ON-HAND VALUE 'YES'.

           05 WS-TODAY8           PIC 9(08).
           05 WS-TODAY-INT        PIC 9(08).
           05 WS-WINDOW-DAYS      PIC 9(03).
           05 WS-DAYS-TO-EXPIRY   PIC S9(05).
           05 WS-EMP-OK-SW        PIC X(03).
              88 EMPLOYEE-KNOWN   VALUE 'YES'.

           05 WS-CERT-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-EXPIRED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-DUE-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-WORKING-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-NOT-ON-MST-COUNT PIC 9(05) VALUE ZERO.
           05 WS-BADDATE-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-MAIL-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-NO-CONTACT-COUNT PIC 9(05) VALUE ZERO.
           05 WS-LIST-OVERFLOW    PIC 9(05) VALUE ZERO.

      * Listed certifications, collected here so the report can
      * print grouped by department after one pass over the file.
           05 WS-LIST-AREA.
              10 WS-LIST-COUNT    PIC 9(04) COMP VALUE ZERO.
              10 WS-LIST-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY LIST-IDX.
                 15 WS-LIST-DEPARTMENT  PIC X(30).
                 15 WS-LIST-ID          PIC 9(07).
                 15 WS-LIST-LASTNAME    PIC X(10).
                 15 WS-LIST-FIRSTNAME   PIC X(10).
                 15 WS-LIST-SUPV-ID     PIC 9(07).
                 15 WS-LIST-SUPV-NAME   PIC X(20).
                 15 WS-LIST-CODE        PIC X(06).
                 15 WS-LIST-DESC        PIC X(30).
                 15 WS-LIST-EXPIRY      PIC 9(08).
                 15 WS-LIST-DAYS        PIC S9(05).

      * Departments in the order they first turn up, one report
      * group each.
           05 WS-DEPT-AREA.
              10 WS-DEPT-COUNT    PIC 9(04) COMP VALUE ZERO.
              10 WS-DEPT-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY DEPT-IDX.
                 15 WS-DEPT-NAME        PIC X(30).
           05 WS-DEPT-FOUND-SW    PIC X(03).
              88 DEPT-FOUND       VALUE 'YES'.

           05 WS-HOLD-DEPARTMENT  PIC X(30).
           05 WS-HOLD-LASTNAME    PIC X(10).
           05 WS-HOLD-FIRSTNAME   PIC X(10).
           05 WS-HOLD-SUPV-ID     PIC 9(07).
           05 WS-HOLD-SUPV-NAME   PIC X(20).
           05 WS-GROUP-COUNT      PIC 9(04) VALUE ZERO.

           05 PRINTRECORD.
              10 PRINT-ID          PIC Z(6)9.
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-LASTNAME    PIC X(10).
              10 FILLER            PIC X(01) VALUE SPACES.
              10 PRINT-FIRSTNAME   PIC X(10).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-CODE        PIC X(06).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-EXPIRY      PIC 9(08).
              10 FILLER            PIC X(02) VALUE SPACES.
              10 PRINT-STATUS      PIC X(16).
           05 PRINT-DAYS           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0100-START.

      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
      * clean so the COND chain carries on, and RUNSCHED logs the
      * bypass for the planned-versus-executed report.
           MOVE 'CERTEXP' TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* CERTEXP BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'CERTEXP'      TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY8)
           PERFORM 0110-READ-CERT-PARM.

           OPEN INPUT CERTMASTER.
           OPEN INPUT EMPLOYEEINDEXED.
           OPEN OUTPUT CERTMAIL.
           IF FS-CERT NOT = '00' OR
              FS-EMP-IDX NOT = '00' OR
              WS-FS-MAIL NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-CERT-REASON
              DISPLAY '* FS-CERT FILE   : ' FS-CERT
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-EMPIDX-REASON
              DISPLAY '* FS-INDEXED MASTER: ' FS-EMP-IDX
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-MAIL  : ' WS-FS-MAIL
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.
           PERFORM 0120-OPEN-CONTACT-FILE.

           READ CERTMASTER NEXT RECORD
              AT END SET CERT-EOF TO TRUE
           END-READ.
           PERFORM 0200-CHECK-CERT UNTIL CERT-EOF.

           PERFORM 0400-PRINT-REPORT.
           PERFORM 9000-END-PROGRAM.

       0110-READ-CERT-PARM.

           MOVE 060                   TO WS-WINDOW-DAYS.
           OPEN INPUT CERTPARM.
           IF WS-FS-PARM = '00'
              READ CERTPARM
                 AT END CONTINUE
              END-READ
              IF WS-FS-PARM = '00' AND
                 PARM-WINDOW-DAYS IS NUMERIC
                 MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
              END-IF
              CLOSE CERTPARM
           END-IF.

       0120-OPEN-CONTACT-FILE.

           OPEN INPUT EMPCONTACT.
           IF FS-CONTACT = '00'
              MOVE 'YES'              TO WS-CONTACT-SW
           ELSE
              DISPLAY '* NO EMPCONTACT.DAT -- NO NOTICES MAILED'
           END-IF.

       0200-CHECK-CERT.

           ADD 1                      TO WS-CERT-COUNT
           IF CERT-EXPIRY-DATE IS NOT NUMERIC OR
              CERT-EXPIRY-DATE < 16010101 OR
              FUNCTION TEST-DATE-YYYYMMDD(CERT-EXPIRY-DATE)
                 NOT = ZERO
              ADD 1                   TO WS-BADDATE-COUNT
              DISPLAY CERT-EMPLOYEEID " " CERT-CODE
                      "  ** NO USABLE EXPIRY DATE"
           ELSE
              COMPUTE WS-DAYS-TO-EXPIRY =
                      FUNCTION INTEGER-OF-DATE(CERT-EXPIRY-DATE)
                      - WS-TODAY-INT
              IF WS-DAYS-TO-EXPIRY <= WS-WINDOW-DAYS
                 PERFORM 0210-LOOK-UP-HOLDER
                 PERFORM 0220-COLLECT-CERT
                 IF EMPLOYEE-KNOWN
                    IF WS-DAYS-TO-EXPIRY < ZERO
                       PERFORM 0230-LOG-WORKING-EXPIRED
                    END-IF
                    PERFORM 0300-WRITE-NOTICE
                 END-IF
              END-IF
           END-IF.

           READ CERTMASTER NEXT RECORD
              AT END SET CERT-EOF TO TRUE
           END-READ.

       0210-LOOK-UP-HOLDER.

      * The holder's department and name, then the supervisor's name
      * from the same master -- the holder's fields are kept before
      * the second read overlays the record.
           MOVE 'NO '                 TO WS-EMP-OK-SW
           MOVE ZERO                  TO WS-HOLD-SUPV-ID
           MOVE SPACES                TO WS-HOLD-SUPV-NAME
           MOVE CERT-EMPLOYEEID       TO IDX-EMPLOYEEID
           READ EMPLOYEEINDEXED
              INVALID KEY CONTINUE
           END-READ
           IF FS-EMP-IDX = '00'
              MOVE 'YES'              TO WS-EMP-OK-SW
              MOVE IDX-DEPARTMENT     TO WS-HOLD-DEPARTMENT
              MOVE IDX-LASTNAME       TO WS-HOLD-LASTNAME
              MOVE IDX-FIRSTNAME      TO WS-HOLD-FIRSTNAME
              IF IDX-SUPERVISOR IS NUMERIC AND
                 IDX-SUPERVISOR > ZERO
                 MOVE IDX-SUPERVISOR  TO WS-HOLD-SUPV-ID
                 MOVE IDX-SUPERVISOR  TO IDX-EMPLOYEEID
                 READ EMPLOYEEINDEXED
                    INVALID KEY CONTINUE
                 END-READ
                 IF FS-EMP-IDX = '00'
                    MOVE IDX-EMPLOYEENAME TO WS-HOLD-SUPV-NAME
                 ELSE
                    MOVE '(NOT ON MASTER)' TO WS-HOLD-SUPV-NAME
                 END-IF
              ELSE
                 MOVE '(NONE)'        TO WS-HOLD-SUPV-NAME
              END-IF
           ELSE
              ADD 1                   TO WS-NOT-ON-MST-COUNT
              MOVE '(NOT ON EMPLOYEE MASTER)' TO WS-HOLD-DEPARTMENT
              MOVE SPACES             TO WS-HOLD-LASTNAME
                                         WS-HOLD-FIRSTNAME
           END-IF.

           IF WS-DAYS-TO-EXPIRY < ZERO
              ADD 1                   TO WS-EXPIRED-COUNT
           ELSE
              ADD 1                   TO WS-DUE-COUNT
           END-IF.

       0220-COLLECT-CERT.

           IF WS-LIST-COUNT < 2000
              ADD 1                   TO WS-LIST-COUNT
              SET LIST-IDX            TO WS-LIST-COUNT
              MOVE WS-HOLD-DEPARTMENT TO WS-LIST-DEPARTMENT(LIST-IDX)
              MOVE CERT-EMPLOYEEID    TO WS-LIST-ID(LIST-IDX)
              MOVE WS-HOLD-LASTNAME   TO WS-LIST-LASTNAME(LIST-IDX)
              MOVE WS-HOLD-FIRSTNAME  TO WS-LIST-FIRSTNAME(LIST-IDX)
              MOVE WS-HOLD-SUPV-ID    TO WS-LIST-SUPV-ID(LIST-IDX)
              MOVE WS-HOLD-SUPV-NAME  TO WS-LIST-SUPV-NAME(LIST-IDX)
              MOVE CERT-CODE          TO WS-LIST-CODE(LIST-IDX)
              MOVE CERT-DESC          TO WS-LIST-DESC(LIST-IDX)
              MOVE CERT-EXPIRY-DATE   TO WS-LIST-EXPIRY(LIST-IDX)
              MOVE WS-DAYS-TO-EXPIRY  TO WS-LIST-DAYS(LIST-IDX)
              PERFORM 0225-NOTE-DEPARTMENT
           ELSE
              ADD 1                   TO WS-LIST-OVERFLOW
           END-IF.

       0225-NOTE-DEPARTMENT.

           MOVE 'NO '                 TO WS-DEPT-FOUND-SW
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT OR DEPT-FOUND
              IF WS-DEPT-NAME(DEPT-IDX) = WS-HOLD-DEPARTMENT
                 MOVE 'YES'           TO WS-DEPT-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT DEPT-FOUND
              ADD 1                   TO WS-DEPT-COUNT
              SET DEPT-IDX            TO WS-DEPT-COUNT
              MOVE WS-HOLD-DEPARTMENT TO WS-DEPT-NAME(DEPT-IDX)
           END-IF.

       0230-LOG-WORKING-EXPIRED.

      * Still on the master means still working -- past the expiry
      * of something the job requires.
           ADD 1                      TO WS-WORKING-COUNT
           MOVE 'WORKING PAST CERT EXPIRY' TO EXC-REASON
           MOVE CERT-KEY              TO EXC-KEY
           MOVE SPACES                TO EXC-DETAIL
           STRING 'EXPIRED ' CERT-EXPIRY-DATE ' '
                  WS-HOLD-DEPARTMENT
              DELIMITED BY SIZE INTO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0300-WRITE-NOTICE.

           IF CONTACTS-ON-HAND
              MOVE CERT-EMPLOYEEID    TO CON-EMPLOYEEID
              READ EMPCONTACT
                 INVALID KEY CONTINUE
              END-READ
              IF FS-CONTACT = '00'
                 MOVE SPACES          TO CERTMAIL-REC
                 MOVE EMPCONTACT-REG  TO MAIL-CONTACT
                 MOVE WS-HOLD-LASTNAME  TO MAIL-LASTNAME
                 MOVE WS-HOLD-FIRSTNAME TO MAIL-FIRSTNAME
                 MOVE CERT-CODE       TO MAIL-CERT-CODE
                 MOVE CERT-DESC       TO MAIL-CERT-DESC
                 MOVE CERT-EXPIRY-DATE TO MAIL-EXPIRY-DATE
                 IF WS-DAYS-TO-EXPIRY < ZERO
                    MOVE 'EXPIRED'    TO MAIL-STATUS
                 ELSE
                    MOVE 'DUE'        TO MAIL-STATUS
                 END-IF
                 WRITE CERTMAIL-REC
                 ADD 1                TO WS-MAIL-COUNT
              ELSE
                 ADD 1                TO WS-NO-CONTACT-COUNT
              END-IF
           END-IF.

       0400-PRINT-REPORT.

           DISPLAY "================================================"
           DISPLAY "CERTIFICATIONS EXPIRED OR EXPIRING WITHIN "
                   WS-WINDOW-DAYS " DAYS AS OF " WS-TODAY8
           DISPLAY "================================================"

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
              UNTIL DEPT-IDX > WS-DEPT-COUNT
              PERFORM 0410-PRINT-DEPARTMENT-GROUP
           END-PERFORM

           IF WS-DEPT-COUNT = ZERO
              DISPLAY "(NONE)"
           END-IF

           IF WS-LIST-OVERFLOW > ZERO
              DISPLAY "* WARNING: TABLE FULL, " WS-LIST-OVERFLOW
                      " CERTIFICATIONS NOT LISTED"
           END-IF.

       0410-PRINT-DEPARTMENT-GROUP.

           MOVE ZERO                  TO WS-GROUP-COUNT
           DISPLAY " "
           DISPLAY "---- " WS-DEPT-NAME(DEPT-IDX) " ----"

           PERFORM VARYING LIST-IDX FROM 1 BY 1
              UNTIL LIST-IDX > WS-LIST-COUNT
              IF WS-LIST-DEPARTMENT(LIST-IDX) =
                 WS-DEPT-NAME(DEPT-IDX)
                 ADD 1                TO WS-GROUP-COUNT
                 PERFORM 0420-PRINT-CERT-LINE
              END-IF
           END-PERFORM

           DISPLAY "     CERTIFICATIONS LISTED: " WS-GROUP-COUNT.

       0420-PRINT-CERT-LINE.

           MOVE WS-LIST-ID(LIST-IDX)  TO PRINT-ID
           MOVE WS-LIST-LASTNAME(LIST-IDX)  TO PRINT-LASTNAME
           MOVE WS-LIST-FIRSTNAME(LIST-IDX) TO PRINT-FIRSTNAME
           MOVE WS-LIST-CODE(LIST-IDX) TO PRINT-CODE
           MOVE WS-LIST-EXPIRY(LIST-IDX) TO PRINT-EXPIRY
           IF WS-LIST-DAYS(LIST-IDX) < ZERO
              MOVE '** EXPIRED'       TO PRINT-STATUS
              DISPLAY PRINTRECORD
           ELSE
              MOVE WS-LIST-DAYS(LIST-IDX) TO PRINT-DAYS
              MOVE SPACES             TO PRINT-STATUS
              STRING 'IN ' PRINT-DAYS ' DAYS'
                 DELIMITED BY SIZE INTO PRINT-STATUS
              DISPLAY PRINTRECORD
           END-IF
           IF WS-LIST-SUPV-ID(LIST-IDX) > ZERO
              DISPLAY "         " WS-LIST-DESC(LIST-IDX)
                      "  SUPERVISOR " WS-LIST-SUPV-ID(LIST-IDX)
                      " " WS-LIST-SUPV-NAME(LIST-IDX)
           ELSE
              DISPLAY "         " WS-LIST-DESC(LIST-IDX)
                      "  SUPERVISOR " WS-LIST-SUPV-NAME(LIST-IDX)
           END-IF.

       9000-END-PROGRAM.

           CLOSE CERTMASTER, EMPLOYEEINDEXED, CERTMAIL.
           IF CONTACTS-ON-HAND
              CLOSE EMPCONTACT
           END-IF.

           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* CERTIFICATIONS READ   : " WS-CERT-COUNT
           DISPLAY "* ALREADY EXPIRED       : " WS-EXPIRED-COUNT
           DISPLAY "* EXPIRING IN WINDOW    : " WS-DUE-COUNT
           DISPLAY "* WORKING PAST EXPIRY   : " WS-WORKING-COUNT
           DISPLAY "* HOLDER NOT ON MASTER  : " WS-NOT-ON-MST-COUNT
           DISPLAY "* UNUSABLE EXPIRY DATES : " WS-BADDATE-COUNT
           DISPLAY "* NOTICES TO MAILING    : " WS-MAIL-COUNT
           DISPLAY "* NO CONTACT RECORD     : " WS-NO-CONTACT-COUNT
           DISPLAY "**********************************"

           IF (WS-WORKING-COUNT + WS-BADDATE-COUNT +
               WS-LIST-OVERFLOW) > ZERO AND
              RETURN-CODE = ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-CERT-COUNT  TO RL-READ
           MOVE WS-MAIL-COUNT  TO RL-WRITTEN
           MOVE WS-WORKING-COUNT TO RL-REJECTED
           MOVE FS-CERT        TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per
      * certification held past its expiry.
           MOVE 'CERTEXP'             TO EXC-PROGRAM
           MOVE 4                     TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-CERT-REASON
           FS-FIELD  BY FS-CERT
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-EMPIDX-REASON
           FS-FIELD  BY FS-EMP-IDX
           FS-REASON BY WS-FS-REASON.

       END PROGRAM CERTEXP.
