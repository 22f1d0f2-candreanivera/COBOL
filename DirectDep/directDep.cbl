      * PRINTED PAY ADVICE PER EMPLOYEE. AN EMPLOYEE WITH NO BANK
      * DETAILS FALLS OUT TO THE CHECK-PRINT LIST INSTEAD OF
      * FAILING THE FILE, SO FINANCE STOPS KEYING THE CYCLE INTO
      * THE BANK'S PORTAL BY HAND. A NEW OR CHANGED ACCOUNT (SET TO
      * PRENOTE STATUS BY BANKMAINT) GETS A ZERO-DOLLAR PRENOTE
      * ENTRY FIRST AND IS PAID BY CHECK UNTIL A LATER CYCLE, WHEN
      * IT GOES LIVE; THE BANK MASTER IS WRITTEN BACK WITH THOSE
      * STATUS CHANGES. EVERY CHECK IS NUMBERED FROM THE PERSISTENT
      * CHECK-NUMBER CONTROL, ENTERED ON THE CHECK REGISTER, AND
      * REPORTED TO THE BANK ON THE POSITIVE-PAY ISSUE FILE, SO
      * CHKRECON CAN LATER MATCH WHAT THE BANK PAID.
      * EACH COMPANY (LEGAL ENTITY) ON THE REGISTER GETS ITS OWN
      * DEPOSIT BATCH AND POSITIVE-PAY FILE -- DIRECTDEPA/POSPAYA
      * AND SO ON THROUGH THE PROFILE -- HEADED WITH ITS NAME AND
      * DRAWN ON ITS DISBURSEMENT ACCOUNT FROM THE OPTIONAL COMPANY
      * CONTROL CARDS. LINES WITH NO COMPANY STAY ON THE
      * TRADITIONAL DIRECTDEP.DAT AND POSPAY.DAT, WHICH ARE ALWAYS
      * WRITTEN. CHECK NUMBERS, THE CHECK REGISTER, THE CHECK-PRINT
      * LIST, AND THE PAY ADVICES STAY SHARED ACROSS COMPANIES.
      * NOTHING IS PAID UNTIL PAYSCREEN HAS PASSED THE REGISTER: ITS
      * LATEST RUN-LOG END MUST POSTDATE NETPAY'S AND BE UNDER 8, OR
      * THE STEP ENDS 8 WITH NO FILES WRITTEN.
      * A REGISTER IS PAID ONCE: THE STEP ALSO ENDS 8, WRITING
      * NOTHING, WHEN THE PERIOD IS CLOSED ON THE PERIOD LOCK, WHEN
      * THE CHECK REGISTER ALREADY HOLDS UNVOIDED CHECKS FOR THE
      * PERIOD, OR WHEN A CLEAN DIRECTDEP END ALREADY POSTDATES
      * NETPAY'S. A FAILURE PART-WAY THROUGH THE COMPANY BATCHES
      * STILL WRITES THE CHECK CONTROL FORWARD PAST ANY NUMBERS
      * ISSUED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           FILE STATUS IS WS-FS-NETREG.

      * Bank-detail master keyed by EMPLOYEEID: routing number,
      * account number, account type ('C' CHECKING, 'S' SAVINGS),
      * and the prenote status BANKMAINT sets on a new or changed
      * account. Rewritten at end of run when a prenote goes out
      * or a prenoted account goes live.
       SELECT BANKMASTER ASSIGN TO WS-BANK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BANK.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CHECK.

      * Check-number control card: the next check serial to issue
      * and the disbursement account the checks draw on. Rewritten
      * at end of run with the number after the last one used.
       SELECT OPTIONAL CHECKCTL ASSIGN TO "CHECKCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CHECKCTL.

      * Positive-pay issue file for the bank, in the bank's fixed
      * layout: one 'I' issue record per check and a 'T' trailer.
       SELECT POSPAY ASSIGN TO WS-POSPAY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-POSPAY.

      * Company control cards, one per legal entity: the name its
      * deposit batch is headed with and the account its checks
      * draw on. OPTIONAL -- a company with no card is headed
      * 'PAYROLL COMPANY' plus its code and draws on the account
      * from the check-number control.
       SELECT OPTIONAL COMPANYCTL ASSIGN TO "COMPANY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COMPANY.

      * Persistent check register, one line per check ever issued,
      * appended run after run; CHKRECON marks lines cleared as the
      * bank's paid-items files come back.
       SELECT OPTIONAL CHECKREG ASSIGN TO WS-CHECKREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CHECKREG.

      * Pay-period control card -- stamps the check register with
      * the period each check paid. OPTIONAL here.
       SELECT OPTIONAL PAYPERIOD ASSIGN TO "PAYPERIOD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD.

      * Shop-wide run log -- read for the latest NETPAY and PAYSCREEN
      * END lines, so money never goes out on a register the fraud
      * screen hasn't passed.
       SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD NETPAYREG.
               10 NET-NET-DOLS       PIC 9(07).
               10 FILLER             PIC X(01).
               10 NET-NET-CENTS      PIC 9(02).
            05 FILLER                PIC X(02).
            05 NET-TAXES.
               10 NET-TAX-DOLS       PIC 9(07).
               10 FILLER             PIC X(01).
               10 NET-TAX-CENTS      PIC 9(02).
            05 FILLER                PIC X(02).
      * Legal entity the employee was paid under, blank if none.
            05 NET-COMPANY           PIC X(01).

       FD BANKMASTER.
       01 BANKMASTER-REC.
           05 BANK-ACCT-TYPE        PIC X(01).
              88 BANK-CHECKING      VALUE 'C'.
              88 BANK-SAVINGS       VALUE 'S'.
      * 'P' PRENOTE until the zero-dollar test entry has gone out in
      * an earlier cycle; 'A' (or blank, on records older than the
      * prenote cycle) is live.
           05 FILLER                PIC X(02).
           05 BANK-STATUS           PIC X(01).
              88 BANK-PRENOTE       VALUE 'P'.
              88 BANK-ACTIVE        VALUE 'A'.
           05 FILLER                PIC X(02).
      * Date the prenote entry was sent; zero until it has been.
           05 BANK-PRENOTE-DATE     PIC 9(08).

       FD DIRECTDEPFILE.
       01 DIRECTDEP-REC             PIC X(60).
           05 CHK-FIRSTNAME         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHK-NET-PAY           PIC 9(07).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHK-NUMBER            PIC 9(08).

       FD CHECKCTL.
       01 CHECKCTL-REC.
           05 CTL-NEXT-CHECK        PIC 9(08).
           05 FILLER                PIC X(02).
           05 CTL-BANK-ACCOUNT      PIC X(17).

       FD POSPAY.
       01 POSPAY-REC                PIC X(80).

       FD CHECKREG.
       01 CHECKREG-REC.
           05 CRG-CHECK-NUMBER      PIC 9(08).
           05 FILLER                PIC X(02).
           05 CRG-ISSUE-DATE        PIC 9(08).
           05 FILLER                PIC X(02).
           05 CRG-PERIOD            PIC 9(03).
           05 FILLER                PIC X(02).
           05 CRG-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 CRG-PAYEE             PIC X(21).
           05 FILLER                PIC X(02).
           05 CRG-AMOUNT            PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 CRG-STATUS            PIC X(01).
              88 CRG-OUTSTANDING    VALUE 'O'.
              88 CRG-CLEARED        VALUE 'C'.
              88 CRG-VOIDED         VALUE 'V'.
           05 FILLER                PIC X(02).
           05 CRG-CLEARED-DATE      PIC 9(08).

       FD COMPANYCTL.
       01 COMPANYCTL-REC.
           05 CMP-CODE              PIC X(01).
           05 FILLER                PIC X(02).
           05 CMP-NAME              PIC X(16).
           05 FILLER                PIC X(02).
           05 CMP-DISBURSE-ACCOUNT  PIC X(17).

       FD PAYPERIOD.
       01 PAYPERIOD-REC.
           05 PERIOD-NUMBER         PIC 9(03).
           05 FILLER                PIC X(02).
           05 PERIOD-PAID-THRU      PIC 9(08).
           05 FILLER                PIC X(02).
           05 PERIOD-START          PIC 9(08).

       FD RUNLOG.
       01 RUNLOG-REG.
           88 RUNLOG-EOF VALUE HIGH-VALUES.
           05 LOG-PROGRAM           PIC X(16).
           05 FILLER                PIC X(02).
           05 LOG-TIMESTAMP.
              10 LOG-DATE           PIC 9(08).
              10 LOG-TIME           PIC 9(06).
           05 FILLER                PIC X(02).
           05 LOG-EVENT             PIC X(05).
           05 FILLER                PIC X(02).
           05 LOG-READ              PIC 9(07).
           05 FILLER                PIC X(02).
           05 LOG-WRITTEN           PIC 9(07).
           05 FILLER                PIC X(02).
           05 LOG-REJECTED          PIC 9(07).
           05 FILLER                PIC X(02).
           05 LOG-RETCODE           PIC 9(02).
           05 FILLER                PIC X(02).
           05 LOG-FSTATUS           PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.

      * Run-lock parameter area -- see LOCKREQ copybook. This step
      * writes the bank master back, so it holds the same lock
      * BANKMAINT does.
       01  LK-PARM.
           COPY LOCKREQ.
      * Pay-period lock parameter area -- see PERLOCK copybook.
       01  PL-PARM.
           COPY PERLOCK.
      * File-location profile parameter area -- see FILEPROF
      * copybook. Control cards stay on their working-directory
      * names; every data file this step reads or writes resolves
       01  WS-ADVICE-PATH          PIC X(64).
       01  WS-CONTACT-PATH         PIC X(64).
       01  WS-CHECK-PATH           PIC X(64).
       01  WS-POSPAY-PATH          PIC X(64).
       01  WS-CHECKREG-PATH        PIC X(64).


       01  WS-WORK-AREAS.
           05 WS-FS-DEPOSIT       PIC X(02).
           05 WS-FS-ADVICE        PIC X(02).
           05 WS-FS-CHECK         PIC X(02).
           05 WS-FS-CHECKCTL      PIC X(02).
           05 WS-FS-POSPAY        PIC X(02).
           05 WS-FS-CHECKREG      PIC X(02).
           05 WS-FS-PERIOD        PIC X(02).
           05 WS-FS-COMPANY       PIC X(02).
           05 WS-FS-RUNLOG        PIC X(02).
           05 WS-STEP-RC          PIC 9(04).

      * Latest NETPAY and PAYSCREEN END lines on the run log.
           05 WS-NETPAY-STAMP     PIC X(14) VALUE SPACES.
           05 WS-SCREEN-STAMP     PIC X(14) VALUE SPACES.
           05 WS-SCREEN-RETCODE   PIC 9(02) VALUE ZERO.
      * Latest DIRECTDEP END under 8 -- this register already paid.
           05 WS-PAID-STAMP       PIC X(14) VALUE SPACES.
           05 FS-CONTACT          PIC X(02).
           05 WS-CONTACT-SW       PIC X(03) VALUE 'NO '.
              88 CONTACTS-ON-HAND VALUE 'YES'.
           05 WS-EMPLOYEE-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-DEPOSIT-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-CHECK-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-PRENOTE-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-PRENOTE-CHECKS   PIC 9(05) VALUE ZERO.
           05 WS-WENT-LIVE-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-BANK-CHANGED     PIC 9(05) VALUE ZERO.

           05 WS-NEXT-CHECK       PIC 9(08) VALUE 1.
           05 WS-DISBURSE-ACCOUNT PIC X(17) VALUE SPACES.
           05 WS-PERIOD-NUMBER    PIC 9(03) VALUE ZERO.
           05 WS-PERIOD-PAID-THRU PIC 9(08) VALUE ZERO.
           05 WS-PERIOD-START     PIC 9(08) VALUE ZERO.
      * Earliest issue date that counts as this period's check --
      * the register carries no year, so the period start stands in.
           05 WS-PERIOD-FROM      PIC 9(08) VALUE ZERO.
           05 WS-PERIOD-CHECKS    PIC 9(05) VALUE ZERO.
           05 WS-CHECKS-ISSUED    PIC 9(07) VALUE ZERO.
           05 WS-CHECKS-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 WS-DEPOSIT-TOTAL    PIC 9(11)V99 VALUE ZERO.

           05 WS-GROSS-PAY        PIC 9(07)V99.
           05 WS-DEDUCTIONS       PIC 9(07)V99.
           05 WS-TAXES            PIC 9(07)V99.
           05 WS-NET-PAY          PIC 9(07)V99.

      * Account-mask work fields: the account is free-format in its
                 15 WS-BANK-ROUTING  PIC 9(09).
                 15 WS-BANK-ACCOUNT  PIC X(17).
                 15 WS-BANK-TYPE     PIC X(01).
                 15 WS-BANK-STATUS   PIC X(01).
                 15 WS-BANK-PRENOTE  PIC 9(08).
      * Company of the employee's register line this run -- the
      * batch a waiting prenote goes out in. Blank when the
      * employee isn't on the register.
                 15 WS-BANK-COMPANY  PIC X(01).
           05 WS-BANK-DROPPED     PIC 9(05) VALUE ZERO.
           05 WS-BANK-FOUND       PIC X(03).
              88 BANK-FOUND       VALUE 'YES'.
           05 WS-BANK-HIT         PIC 9(05) COMP.

      * One entry per company batch. Entry 1 is always the blank
      * company -- the traditional files. A control card alone
      * doesn't make a batch; a register line for the company does.
           05 WS-CO-AREA.
              10 WS-CO-COUNT      PIC 9(04) COMP VALUE ZERO.
              10 WS-CO-ENTRY OCCURS 20 TIMES
                                  INDEXED BY CO-IDX.
                 15 WS-CO-CODE       PIC X(01).
                 15 WS-CO-NAME       PIC X(16).
                 15 WS-CO-ACCOUNT    PIC X(17).
                 15 WS-CO-ACTIVE     PIC X(03).
                    88 CO-ACTIVE     VALUE 'YES'.
                 15 WS-CO-DEPOSITS   PIC 9(07).
                 15 WS-CO-DEP-TOTAL  PIC 9(11)V99.
                 15 WS-CO-CHECKS     PIC 9(07).
                 15 WS-CO-CHK-TOTAL  PIC 9(11)V99.
              10 WS-CO-FOUND      PIC X(03).
                 88 CO-ENTRY-FOUND VALUE 'YES'.
           05 WS-CO-OVERFLOW      PIC 9(05) VALUE ZERO.
           05 WS-FIND-COMPANY     PIC X(01).

      * Deposit batch header, detail, and trailer layouts -- the
      * fixed format the pay service ingests.
       01  WS-DEP-HEADER.
           05 WS-DET-ACCOUNT      PIC X(17).
           05 WS-DET-ACCT-TYPE    PIC X(01).
           05 WS-DET-AMOUNT       PIC 9(09)V99.
      * 'L' a live deposit; 'P' a zero-dollar prenote proving the
      * routing and account before real money moves.
           05 WS-DET-ENTRY-CLASS  PIC X(01) VALUE 'L'.
           05 FILLER              PIC X(13) VALUE SPACES.

       01  WS-DEP-TRAILER.
           05 FILLER              PIC X(01) VALUE 'T'.
           05 WS-TRL-AMOUNT       PIC 9(11)V99.
           05 FILLER              PIC X(39) VALUE SPACES.

      * Positive-pay issue and trailer records -- the bank's layout.
       01  WS-POS-ISSUE.
           05 FILLER              PIC X(01) VALUE 'I'.
           05 WS-POS-ACCOUNT      PIC X(17).
           05 WS-POS-CHECK-NUMBER PIC 9(10).
           05 WS-POS-ISSUE-DATE   PIC 9(08).
           05 WS-POS-AMOUNT       PIC 9(10)V99.
           05 WS-POS-PAYEE        PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.

       01  WS-POS-TRAILER.
           05 FILLER              PIC X(01) VALUE 'T'.
           05 WS-POS-TRL-ACCOUNT  PIC X(17).
           05 WS-POS-TRL-COUNT    PIC 9(07).
           05 WS-POS-TRL-AMOUNT   PIC 9(12)V99.
           05 FILLER              PIC X(41) VALUE SPACES.

      * Pay-advice print work areas.
       01  WS-ADVICE-DETAIL.
           05 FILLER              PIC X(11) VALUE 'EMPLOYEE   '.
           MOVE 'CHECKPRINT.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-CHECK-PATH
           MOVE 'POSPAY' TO FP-LOGICAL
           MOVE 'POSPAY.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-POSPAY-PATH
           MOVE 'CHECKREG' TO FP-LOGICAL
           MOVE 'CHECKREG.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-CHECKREG-PATH


      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

      * The bank master is written back at end of run -- a
      * maintenance session holding it turns this step away.
           MOVE 'BANKMASTER'   TO LK-RESOURCE
           MOVE 'A'            TO LK-ACTION
           MOVE 'DIRECTDEP'    TO LK-HOLDER
           CALL 'RUNLOCK' USING LK-PARM
           IF LK-BUSY
              DISPLAY '* BANKMASTER.DAT LOCKED BY ' LK-OWNER
              DISPLAY '* STEP NOT RUN'
              MOVE 8           TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.
           PERFORM 0105-CHECK-FRAUD-SCREEN.
           PERFORM 0110-LOAD-BANK-MASTER.
           PERFORM 0130-READ-CHECK-CONTROL.
           PERFORM 0135-CHECK-PERIOD-PAID.
           PERFORM 0140-LOAD-COMPANY-CONTROL.

      * One pass to find the companies on tonight's register, ahead
      * of any output, so a refusal leaves every file as it was.
           OPEN INPUT NETPAYREG.
           IF WS-FS-NETREG NOT = '00'
              PERFORM 9500-NETREG-REASON
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              DISPLAY '* FS-NETPAYREG: ' WS-FS-NETREG
                       ' (' WS-FS-REASON ')'
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9010-RELEASE-AND-STOP
           END-IF.
           PERFORM 0150-SCAN-REGISTER-COMPANIES.
           CLOSE NETPAYREG.

           OPEN INPUT EMPCONTACT.
           IF FS-CONTACT = '00'
              MOVE 'YES'              TO WS-CONTACT-SW
           END-IF.

           OPEN OUTPUT PAYADVICE.
           OPEN OUTPUT CHECKPRINT.
           OPEN EXTEND CHECKREG.
           IF WS-FS-CHECKREG = '05'
              MOVE '00'             TO WS-FS-CHECKREG
           END-IF.
           IF WS-FS-ADVICE NOT = '00' OR
              WS-FS-CHECK NOT = '00' OR
              WS-FS-CHECKREG NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              DISPLAY '* FS-ADVICE   : ' WS-FS-ADVICE
              DISPLAY '* FS-CHECK    : ' WS-FS-CHECK
              DISPLAY '* FS-CHECKREG : ' WS-FS-CHECKREG
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

      * One pass of the register per company batch.
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
              IF CO-ACTIVE(CO-IDX)
                 PERFORM 0500-BUILD-COMPANY-BATCH
              END-IF
           END-PERFORM.

           PERFORM 0430-REWRITE-CHECK-CONTROL.
           IF WS-BANK-CHANGED > ZERO
              PERFORM 0410-REWRITE-BANK-MASTER
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0105-CHECK-FRAUD-SCREEN.

      * PAYSCREEN must have passed tonight's register before any of
      * it is paid: its latest END has to be no older than NETPAY's
      * latest END (the run that wrote the register) and below 8. A
      * high-severity hit, or a register the screen never saw,
      * holds the deposit step.
           OPEN INPUT RUNLOG.
           IF WS-FS-RUNLOG = '00'
              MOVE SPACES             TO RUNLOG-REG
              READ RUNLOG
                 AT END SET RUNLOG-EOF TO TRUE
              END-READ
              PERFORM 0107-SCAN-RUNLOG UNTIL RUNLOG-EOF
              CLOSE RUNLOG
           ELSE
              IF WS-FS-RUNLOG = '05'
                 CLOSE RUNLOG
              END-IF
           END-IF.

           IF WS-SCREEN-STAMP = SPACES OR
              WS-SCREEN-STAMP < WS-NETPAY-STAMP
              DISPLAY '********************************'
              DISPLAY '* PAYSCREEN HAS NOT RUN ON THIS REGISTER'
              DISPLAY '* LAST NETPAY END   : ' WS-NETPAY-STAMP
              DISPLAY '* LAST PAYSCREEN END: ' WS-SCREEN-STAMP
              DISPLAY '* NO DEPOSITS OR CHECKS ISSUED'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-RELEASE-AND-STOP
           END-IF.
           IF WS-SCREEN-RETCODE NOT < 8
              DISPLAY '********************************'
              DISPLAY '* PAYSCREEN ENDED RC ' WS-SCREEN-RETCODE
                      ' ON ' WS-SCREEN-STAMP(1:8)
              DISPLAY '* HIGH-SEVERITY HITS ON FRAUDREVIEW.DAT'
              DISPLAY '* NO DEPOSITS OR CHECKS ISSUED'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-RELEASE-AND-STOP
           END-IF.

      * A clean DIRECTDEP end since NETPAY wrote the register means
      * this register has been paid -- a second run would send
      * every deposit and check again.
           IF WS-PAID-STAMP NOT = SPACES AND
              WS-PAID-STAMP > WS-NETPAY-STAMP
              DISPLAY '********************************'
              DISPLAY '* REGISTER ALREADY PAID'
              DISPLAY '* LAST NETPAY END   : ' WS-NETPAY-STAMP
              DISPLAY '* LAST DIRECTDEP END: ' WS-PAID-STAMP
              DISPLAY '* NO DEPOSITS OR CHECKS ISSUED'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-RELEASE-AND-STOP
           END-IF.

       0107-SCAN-RUNLOG.

           IF LOG-EVENT = 'END  ' AND LOG-DATE IS NUMERIC
              IF LOG-PROGRAM = 'NETPAY' AND
                 LOG-TIMESTAMP NOT < WS-NETPAY-STAMP
                 MOVE LOG-TIMESTAMP   TO WS-NETPAY-STAMP
              END-IF
              IF LOG-PROGRAM = 'DIRECTDEP' AND
                 LOG-TIMESTAMP NOT < WS-PAID-STAMP AND
                 LOG-RETCODE IS NUMERIC AND LOG-RETCODE < 8
                 MOVE LOG-TIMESTAMP   TO WS-PAID-STAMP
              END-IF
              IF LOG-PROGRAM = 'PAYSCREEN' AND
                 LOG-TIMESTAMP NOT < WS-SCREEN-STAMP
                 MOVE LOG-TIMESTAMP   TO WS-SCREEN-STAMP
                 MOVE ZERO            TO WS-SCREEN-RETCODE
                 IF LOG-RETCODE IS NUMERIC
                    MOVE LOG-RETCODE  TO WS-SCREEN-RETCODE
                 END-IF
              END-IF
           END-IF.

           READ RUNLOG
              AT END SET RUNLOG-EOF TO TRUE
           END-READ.

       0110-LOAD-BANK-MASTER.

      * A missing bank master is a hard stop -- with no details at
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-RELEASE-AND-STOP
           END-IF.

           PERFORM UNTIL WS-FS-BANK = '10'
                    MOVE BANK-ACCOUNT TO WS-BANK-ACCOUNT(BANK-IDX)
                    MOVE BANK-ACCT-TYPE
                                      TO WS-BANK-TYPE(BANK-IDX)
                    MOVE BANK-STATUS  TO WS-BANK-STATUS(BANK-IDX)
                    MOVE SPACE        TO WS-BANK-COMPANY(BANK-IDX)
                    IF BANK-PRENOTE-DATE IS NUMERIC
                       MOVE BANK-PRENOTE-DATE
                                      TO WS-BANK-PRENOTE(BANK-IDX)
                    ELSE
                       MOVE ZERO      TO WS-BANK-PRENOTE(BANK-IDX)
                    END-IF
                 ELSE
                    ADD 1             TO WS-BANK-DROPPED
                 END-IF
              DISPLAY "* DETAILS NOT LOADED: " WS-BANK-DROPPED
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-RELEASE-AND-STOP
           END-IF.

       0130-READ-CHECK-CONTROL.

      * No control card yet means checks have never been numbered --
      * numbering starts at 1 and the card is written at end of run.
           OPEN INPUT CHECKCTL.
           IF WS-FS-CHECKCTL = '00'
              READ CHECKCTL
                 AT END CONTINUE
              END-READ
              IF CTL-NEXT-CHECK IS NUMERIC AND CTL-NEXT-CHECK > ZERO
                 MOVE CTL-NEXT-CHECK  TO WS-NEXT-CHECK
              END-IF
              MOVE CTL-BANK-ACCOUNT   TO WS-DISBURSE-ACCOUNT
              CLOSE CHECKCTL
           ELSE
              IF WS-FS-CHECKCTL = '05'
                 CLOSE CHECKCTL
                 DISPLAY '* NO CHECKCTL.DAT -- CHECK NUMBERS START AT '
                         WS-NEXT-CHECK
              END-IF
           END-IF.

           OPEN INPUT PAYPERIOD.
           IF WS-FS-PERIOD = '00'
              READ PAYPERIOD
                 AT END CONTINUE
              END-READ
              IF PERIOD-NUMBER IS NUMERIC
                 MOVE PERIOD-NUMBER   TO WS-PERIOD-NUMBER
              END-IF
              IF PERIOD-PAID-THRU IS NUMERIC
                 MOVE PERIOD-PAID-THRU
                                      TO WS-PERIOD-PAID-THRU
              END-IF
              IF PERIOD-START IS NUMERIC
                 MOVE PERIOD-START    TO WS-PERIOD-START
              END-IF
              CLOSE PAYPERIOD
           ELSE
              IF WS-FS-PERIOD = '05'
                 CLOSE PAYPERIOD
              END-IF
           END-IF.

       0135-CHECK-PERIOD-PAID.

      * A closed period is never paid again; reopening it is
      * PERCLOSE's business, not this step's.
           IF WS-PERIOD-NUMBER > ZERO AND WS-PERIOD-PAID-THRU > ZERO
              MOVE 'DIRECTDEP'        TO PL-PROGRAM
              MOVE WS-PERIOD-NUMBER   TO PL-PERIOD
              MOVE WS-PERIOD-PAID-THRU
                                      TO PL-PAID-THRU
              CALL 'PERLOCK' USING PL-PARM
              IF PL-PERIOD-CLOSED
                 DISPLAY '********************************'
                 DISPLAY '* PERIOD ' WS-PERIOD-NUMBER
                         ' PAID THRU ' WS-PERIOD-PAID-THRU
                         ' IS CLOSED'
                 DISPLAY '* RUN REFUSED -- REOPEN THROUGH PERCLOSE'
                 DISPLAY '********************************'
                 MOVE 8              TO RETURN-CODE
                 PERFORM 9010-RELEASE-AND-STOP
              END-IF
           END-IF.

           IF WS-PERIOD-NUMBER > ZERO
              PERFORM 0137-SCAN-CHECK-REGISTER
           END-IF.

       0137-SCAN-CHECK-REGISTER.

      * Unvoided checks already on the register for this period
      * mean it has been paid. The register line carries no year,
      * so only checks issued on or after the period start count --
      * or, with no start on the card, since January of the
      * paid-thru year.
           IF WS-PERIOD-START > ZERO
              MOVE WS-PERIOD-START    TO WS-PERIOD-FROM
           ELSE
              IF WS-PERIOD-PAID-THRU > ZERO
                 MOVE WS-PERIOD-PAID-THRU(1:4)
                                      TO WS-PERIOD-FROM(1:4)
              ELSE
                 MOVE WS-TODAY8(1:4)  TO WS-PERIOD-FROM(1:4)
              END-IF
              MOVE '0101'             TO WS-PERIOD-FROM(5:4)
           END-IF.

           OPEN INPUT CHECKREG.
           IF WS-FS-CHECKREG = '00'
              PERFORM UNTIL WS-FS-CHECKREG NOT = '00'
                 READ CHECKREG
                    AT END MOVE '10' TO WS-FS-CHECKREG
                 END-READ
                 IF WS-FS-CHECKREG = '00'
                    IF CRG-PERIOD IS NUMERIC AND
                       CRG-PERIOD = WS-PERIOD-NUMBER AND
                       CRG-ISSUE-DATE IS NUMERIC AND
                       CRG-ISSUE-DATE NOT < WS-PERIOD-FROM AND
                       NOT CRG-VOIDED
                       ADD 1          TO WS-PERIOD-CHECKS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CHECKREG
           ELSE
              IF WS-FS-CHECKREG = '05'
                 CLOSE CHECKREG
              END-IF
           END-IF.

           IF WS-PERIOD-CHECKS > ZERO
              DISPLAY '********************************'
              DISPLAY '* PERIOD ' WS-PERIOD-NUMBER
                      ' ALREADY HAS CHECKS ON THE REGISTER'
              DISPLAY '* UNVOIDED CHECKS SINCE ' WS-PERIOD-FROM
                      ': ' WS-PERIOD-CHECKS
              DISPLAY '* NO DEPOSITS OR CHECKS ISSUED'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-RELEASE-AND-STOP
           END-IF.

       0140-LOAD-COMPANY-CONTROL.

      * The blank company -- lines with no company assigned -- is
      * always entry 1 and always written, so the traditional
      * files come out exactly as they always have.
           MOVE 1                     TO WS-CO-COUNT
           SET CO-IDX                 TO 1
           PERFORM 0145-CLEAR-COMPANY-ENTRY
           MOVE 'PAYROLL DEPOSITS'    TO WS-CO-NAME(CO-IDX)
           MOVE 'YES'                 TO WS-CO-ACTIVE(CO-IDX)

           OPEN INPUT COMPANYCTL.
           IF WS-FS-COMPANY = '00'
              PERFORM UNTIL WS-FS-COMPANY = '10'
                 READ COMPANYCTL
                    AT END MOVE '10' TO WS-FS-COMPANY
                 END-READ
                 IF WS-FS-COMPANY NOT = '10' AND CMP-CODE NOT = SPACE
                    MOVE CMP-CODE     TO WS-FIND-COMPANY
                    PERFORM 0155-FIND-COMPANY
                    IF CO-ENTRY-FOUND
                       IF CMP-NAME NOT = SPACES
                          MOVE CMP-NAME TO WS-CO-NAME(CO-IDX)
                       END-IF
                       IF CMP-DISBURSE-ACCOUNT NOT = SPACES
                          MOVE CMP-DISBURSE-ACCOUNT
                                      TO WS-CO-ACCOUNT(CO-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE COMPANYCTL
           ELSE
              IF WS-FS-COMPANY = '05'
                 CLOSE COMPANYCTL
              END-IF
           END-IF.

       0145-CLEAR-COMPANY-ENTRY.

           MOVE SPACES                TO WS-CO-CODE(CO-IDX)
           MOVE WS-DISBURSE-ACCOUNT   TO WS-CO-ACCOUNT(CO-IDX)
           MOVE 'NO '                 TO WS-CO-ACTIVE(CO-IDX)
           MOVE ZERO                  TO WS-CO-DEPOSITS(CO-IDX)
                                         WS-CO-DEP-TOTAL(CO-IDX)
                                         WS-CO-CHECKS(CO-IDX)
                                         WS-CO-CHK-TOTAL(CO-IDX).

       0150-SCAN-REGISTER-COMPANIES.

      * Every company on the register gets a batch, and every bank
      * record is tagged with its employee's company so a waiting
      * prenote goes out in that company's batch.
           READ NETPAYREG
              AT END SET NETREG-EOF TO TRUE
           END-READ.
           PERFORM UNTIL NETREG-EOF
              IF NETPAYREG-REC NOT = SPACES
                 MOVE NET-COMPANY     TO WS-FIND-COMPANY
                 PERFORM 0155-FIND-COMPANY
                 IF CO-ENTRY-FOUND
                    MOVE 'YES'        TO WS-CO-ACTIVE(CO-IDX)
                 END-IF
                 PERFORM 0210-LOOKUP-BANK-DETAILS
                 IF BANK-FOUND
                    MOVE NET-COMPANY  TO WS-BANK-COMPANY(BANK-IDX)
                 END-IF
              END-IF
              READ NETPAYREG
                 AT END SET NETREG-EOF TO TRUE
              END-READ
           END-PERFORM.

      * A company with no batch would leave its people unpaid --
      * refuse the run rather than drop them.
           IF WS-CO-OVERFLOW > ZERO
              DISPLAY "********************************"
              DISPLAY "* COMPANY TABLE EXCEEDS 20 ENTRIES"
              DISPLAY "* REGISTER LINES NOT BATCHED: " WS-CO-OVERFLOW
              DISPLAY "* NO DEPOSITS OR CHECKS ISSUED"
              DISPLAY "********************************"
              CLOSE NETPAYREG
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-RELEASE-AND-STOP
           END-IF.

       0155-FIND-COMPANY.

      * Finds WS-FIND-COMPANY's entry, adding it when it is new.
           MOVE 'NO '                 TO WS-CO-FOUND
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT OR CO-ENTRY-FOUND
              IF WS-CO-CODE(CO-IDX) = WS-FIND-COMPANY
                 MOVE 'YES'           TO WS-CO-FOUND
              END-IF
           END-PERFORM
           IF CO-ENTRY-FOUND
              SET CO-IDX DOWN BY 1
           ELSE
              IF WS-CO-COUNT < 20
                 ADD 1                TO WS-CO-COUNT
                 SET CO-IDX           TO WS-CO-COUNT
                 PERFORM 0145-CLEAR-COMPANY-ENTRY
                 MOVE WS-FIND-COMPANY TO WS-CO-CODE(CO-IDX)
                 MOVE SPACES          TO WS-CO-NAME(CO-IDX)
                 STRING 'PAYROLL COMPANY' WS-FIND-COMPANY
                    DELIMITED BY SIZE INTO WS-CO-NAME(CO-IDX)
                 MOVE 'YES'           TO WS-CO-FOUND
              ELSE
                 ADD 1                TO WS-CO-OVERFLOW
              END-IF
           END-IF.

       0120-WRITE-BATCH-HEADER.

           MOVE WS-TODAY8             TO WS-HDR-RUN-DATE
           MOVE WS-CO-NAME(CO-IDX)    TO WS-HDR-COMPANY
           WRITE DIRECTDEP-REC FROM WS-DEP-HEADER.

       0200-DEPOSIT-EMPLOYEE.

      * Only this batch's company is paid on this pass.
           IF NETPAYREG-REC NOT = SPACES AND
              NET-COMPANY = WS-CO-CODE(CO-IDX)
              ADD 1                   TO WS-EMPLOYEE-COUNT
              COMPUTE WS-GROSS-PAY =
                      NET-GROSS-DOLS + (NET-GROSS-CENTS / 100)
                      NET-DEDUCT-DOLS + (NET-DEDUCT-CENTS / 100)
              COMPUTE WS-NET-PAY =
                      NET-NET-DOLS + (NET-NET-CENTS / 100)
      * A register line from before tax withholding carries no tax
      * column -- it prints as zero.
              IF NET-TAX-DOLS IS NUMERIC AND NET-TAX-CENTS IS NUMERIC
                 COMPUTE WS-TAXES =
                         NET-TAX-DOLS + (NET-TAX-CENTS / 100)
              ELSE
                 MOVE ZERO            TO WS-TAXES
              END-IF
              PERFORM 0210-LOOKUP-BANK-DETAILS
      * A prenote that went out in an earlier cycle has had its
      * chance to bounce -- the account goes live on this deposit.
              IF BANK-FOUND AND
                 WS-BANK-STATUS(BANK-IDX) = 'P' AND
                 WS-BANK-PRENOTE(BANK-IDX) > ZERO AND
                 WS-BANK-PRENOTE(BANK-IDX) < WS-TODAY8
                 MOVE 'A'             TO WS-BANK-STATUS(BANK-IDX)
                 ADD 1                TO WS-WENT-LIVE-COUNT
                 ADD 1                TO WS-BANK-CHANGED
              END-IF
              EVALUATE TRUE
                 WHEN NOT BANK-FOUND
                    PERFORM 0240-FALL-OUT-TO-CHECK
                 WHEN WS-BANK-STATUS(BANK-IDX) = 'P'
                    PERFORM 0245-PAY-PRENOTE-BY-CHECK
                 WHEN OTHER
                    PERFORM 0220-WRITE-DEPOSIT-DETAIL
                    PERFORM 0230-PRINT-PAY-ADVICE
              END-EVALUATE
           END-IF.

           READ NETPAYREG
       0220-WRITE-DEPOSIT-DETAIL.

           ADD 1                      TO WS-DEPOSIT-COUNT
                                         WS-CO-DEPOSITS(CO-IDX)
           ADD WS-NET-PAY             TO WS-DEPOSIT-TOTAL
                                         WS-CO-DEP-TOTAL(CO-IDX)
           MOVE NET-EMPLOYEEID        TO WS-DET-EMPLOYEEID
           MOVE WS-BANK-ROUTING(BANK-IDX) TO WS-DET-ROUTING
           MOVE WS-BANK-ACCOUNT(BANK-IDX) TO WS-DET-ACCOUNT
           MOVE WS-BANK-TYPE(BANK-IDX)    TO WS-DET-ACCT-TYPE
           MOVE WS-NET-PAY            TO WS-DET-AMOUNT
           MOVE 'L'                   TO WS-DET-ENTRY-CLASS
           WRITE DIRECTDEP-REC FROM WS-DEP-DETAIL.

       0230-PRINT-PAY-ADVICE.
           MOVE 'GROSS PAY     '      TO WS-ADV-LABEL
           MOVE WS-GROSS-PAY          TO WS-ADV-AMOUNT
           WRITE PAYADVICE-LINE FROM WS-ADVICE-MONEY
           MOVE 'TAXES WITHHELD'      TO WS-ADV-LABEL
           MOVE WS-TAXES              TO WS-ADV-AMOUNT
           WRITE PAYADVICE-LINE FROM WS-ADVICE-MONEY
           MOVE 'DEDUCTIONS    '      TO WS-ADV-LABEL
           MOVE WS-DEDUCTIONS         TO WS-ADV-AMOUNT
           WRITE PAYADVICE-LINE FROM WS-ADVICE-MONEY
           MOVE NET-LASTNAME          TO CHK-LASTNAME
           MOVE NET-FIRSTNAME         TO CHK-FIRSTNAME
           MOVE WS-NET-PAY            TO CHK-NET-PAY
           PERFORM 0250-ISSUE-CHECK
           MOVE 'NO BANK DETAILS'     TO EXC-REASON
           MOVE NET-EMPLOYEEID        TO EXC-KEY
           MOVE CHECKPRINT-REC(1:40)  TO EXC-DETAIL
           PERFORM 8000-LOG-EXCEPTION.

       0245-PAY-PRENOTE-BY-CHECK.

      * Account still proving itself: pay by check this cycle. This
      * is the planned prenote path, not an exception.
           ADD 1                      TO WS-PRENOTE-CHECKS
           MOVE SPACES                TO CHECKPRINT-REC
           MOVE NET-EMPLOYEEID        TO CHK-EMPLOYEEID
           MOVE NET-LASTNAME          TO CHK-LASTNAME
           MOVE NET-FIRSTNAME         TO CHK-FIRSTNAME
           MOVE WS-NET-PAY            TO CHK-NET-PAY
           PERFORM 0250-ISSUE-CHECK.

       0250-ISSUE-CHECK.

      * The check line is built by the caller; the serial comes
      * from the control, and the same check goes on the register
      * and the bank's positive-pay file.
           MOVE WS-NEXT-CHECK         TO CHK-NUMBER
           WRITE CHECKPRINT-REC
           ADD 1                      TO WS-CHECKS-ISSUED
                                         WS-CO-CHECKS(CO-IDX)
           ADD WS-NET-PAY             TO WS-CHECKS-TOTAL
                                         WS-CO-CHK-TOTAL(CO-IDX)

           MOVE SPACES                TO CHECKREG-REC
           MOVE WS-NEXT-CHECK         TO CRG-CHECK-NUMBER
           MOVE WS-TODAY8             TO CRG-ISSUE-DATE
           MOVE WS-PERIOD-NUMBER      TO CRG-PERIOD
           MOVE NET-EMPLOYEEID        TO CRG-EMPLOYEEID
           STRING NET-LASTNAME ' ' NET-FIRSTNAME
              DELIMITED BY SIZE INTO CRG-PAYEE
           MOVE WS-NET-PAY            TO CRG-AMOUNT
           MOVE 'O'                   TO CRG-STATUS
           MOVE ZERO                  TO CRG-CLEARED-DATE
           WRITE CHECKREG-REC

           MOVE WS-CO-ACCOUNT(CO-IDX) TO WS-POS-ACCOUNT
           MOVE WS-NEXT-CHECK         TO WS-POS-CHECK-NUMBER
           MOVE WS-TODAY8             TO WS-POS-ISSUE-DATE
           MOVE WS-NET-PAY            TO WS-POS-AMOUNT
           MOVE CRG-PAYEE             TO WS-POS-PAYEE
           WRITE POSPAY-REC FROM WS-POS-ISSUE

           ADD 1                      TO WS-NEXT-CHECK.

       0300-SEND-PRENOTES.

      * Every account still waiting on its prenote gets the zero-
      * dollar entry in this batch, paid this cycle or not, so it
      * is ready to go live by the next one.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > WS-BANK-COUNT
              IF WS-BANK-STATUS(BANK-IDX) = 'P' AND
                 WS-BANK-PRENOTE(BANK-IDX) = ZERO AND
                 WS-BANK-COMPANY(BANK-IDX) = WS-CO-CODE(CO-IDX)
                 ADD 1                TO WS-PRENOTE-COUNT
                 ADD 1                TO WS-DEPOSIT-COUNT
                                         WS-CO-DEPOSITS(CO-IDX)
                 MOVE WS-BANK-ID(BANK-IDX)      TO WS-DET-EMPLOYEEID
                 MOVE WS-BANK-ROUTING(BANK-IDX) TO WS-DET-ROUTING
                 MOVE WS-BANK-ACCOUNT(BANK-IDX) TO WS-DET-ACCOUNT
                 MOVE WS-BANK-TYPE(BANK-IDX)    TO WS-DET-ACCT-TYPE
                 MOVE ZERO            TO WS-DET-AMOUNT
                 MOVE 'P'             TO WS-DET-ENTRY-CLASS
                 WRITE DIRECTDEP-REC FROM WS-DEP-DETAIL
                 MOVE WS-TODAY8       TO WS-BANK-PRENOTE(BANK-IDX)
                 ADD 1                TO WS-BANK-CHANGED
              END-IF
           END-PERFORM.

       0400-WRITE-BATCH-TRAILER.

           MOVE WS-CO-DEPOSITS(CO-IDX)  TO WS-TRL-COUNT
           MOVE WS-CO-DEP-TOTAL(CO-IDX) TO WS-TRL-AMOUNT
           WRITE DIRECTDEP-REC FROM WS-DEP-TRAILER.

       0420-WRITE-POSPAY-TRAILER.

           MOVE WS-CO-ACCOUNT(CO-IDX)   TO WS-POS-TRL-ACCOUNT
           MOVE WS-CO-CHECKS(CO-IDX)    TO WS-POS-TRL-COUNT
           MOVE WS-CO-CHK-TOTAL(CO-IDX) TO WS-POS-TRL-AMOUNT
           WRITE POSPAY-REC FROM WS-POS-TRAILER.

       0430-REWRITE-CHECK-CONTROL.

           OPEN OUTPUT CHECKCTL.
           IF WS-FS-CHECKCTL NOT = '00'
              PERFORM 9530-CHECKCTL-REASON
              DISPLAY '********************************'
              DISPLAY '* CHECKCTL.DAT NOT REWRITTEN   *'
              DISPLAY '* FS-CHECKCTL: ' WS-FS-CHECKCTL
                       ' (' WS-FS-REASON ')'
              DISPLAY '* NEXT CHECK NUMBER: ' WS-NEXT-CHECK
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.
           MOVE SPACES                TO CHECKCTL-REC
           MOVE WS-NEXT-CHECK         TO CTL-NEXT-CHECK
           MOVE WS-DISBURSE-ACCOUNT   TO CTL-BANK-ACCOUNT
           WRITE CHECKCTL-REC.
           CLOSE CHECKCTL.

       0410-REWRITE-BANK-MASTER.

           OPEN OUTPUT BANKMASTER.
           IF WS-FS-BANK NOT = '00'
              PERFORM 9520-BANK-REASON
              DISPLAY '********************************'
              DISPLAY '* BANKMASTER.DAT NOT REWRITTEN *'
              DISPLAY '* FS-BANK: ' WS-FS-BANK
                       ' (' WS-FS-REASON ')'
              DISPLAY '* PRENOTE STATUS CHANGES LOST: ' WS-BANK-CHANGED
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > WS-BANK-COUNT
              MOVE SPACES             TO BANKMASTER-REC
              MOVE WS-BANK-ID(BANK-IDX)      TO BANK-EMPLOYEEID
              MOVE WS-BANK-ROUTING(BANK-IDX) TO BANK-ROUTING
              MOVE WS-BANK-ACCOUNT(BANK-IDX) TO BANK-ACCOUNT
              MOVE WS-BANK-TYPE(BANK-IDX)    TO BANK-ACCT-TYPE
              MOVE WS-BANK-STATUS(BANK-IDX)  TO BANK-STATUS
              MOVE WS-BANK-PRENOTE(BANK-IDX) TO BANK-PRENOTE-DATE
              WRITE BANKMASTER-REC
           END-PERFORM.
           CLOSE BANKMASTER.

       0500-BUILD-COMPANY-BATCH.

      * The blank company keeps the traditional file names; a
      * coded company resolves DIRECTDEPx and POSPAYx, defaulting
      * to DIRECTDEPx.DAT and POSPAYx.DAT.
           MOVE SPACES                TO FP-LOGICAL FP-DEFAULT
           IF WS-CO-CODE(CO-IDX) = SPACE
              MOVE 'DIRECTDEP'        TO FP-LOGICAL
              MOVE 'DIRECTDEP.DAT'    TO FP-DEFAULT
           ELSE
              STRING 'DIRECTDEP' WS-CO-CODE(CO-IDX)
                 DELIMITED BY SIZE INTO FP-LOGICAL
              STRING 'DIRECTDEP' WS-CO-CODE(CO-IDX) '.DAT'
                 DELIMITED BY SIZE INTO FP-DEFAULT
           END-IF
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH               TO WS-DEPOSIT-PATH
           MOVE SPACES                TO FP-LOGICAL FP-DEFAULT
           IF WS-CO-CODE(CO-IDX) = SPACE
              MOVE 'POSPAY'           TO FP-LOGICAL
              MOVE 'POSPAY.DAT'       TO FP-DEFAULT
           ELSE
              STRING 'POSPAY' WS-CO-CODE(CO-IDX)
                 DELIMITED BY SIZE INTO FP-LOGICAL
              STRING 'POSPAY' WS-CO-CODE(CO-IDX) '.DAT'
                 DELIMITED BY SIZE INTO FP-DEFAULT
           END-IF
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH               TO WS-POSPAY-PATH

           OPEN INPUT NETPAYREG.
           OPEN OUTPUT DIRECTDEPFILE.
           OPEN OUTPUT POSPAY.
           IF WS-FS-NETREG NOT = '00' OR
              WS-FS-DEPOSIT NOT = '00' OR
              WS-FS-POSPAY NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR -- COMPANY ' WS-CO-CODE(CO-IDX)
              PERFORM 9500-NETREG-REASON
              DISPLAY '* FS-NETPAYREG: ' WS-FS-NETREG
                       ' (' WS-FS-REASON ')'
              PERFORM 9510-DEPOSIT-REASON
              DISPLAY '* FS-DEPOSIT  : ' WS-FS-DEPOSIT
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-POSPAY   : ' WS-FS-POSPAY
              DISPLAY '****************************'
              CLOSE NETPAYREG, DIRECTDEPFILE, POSPAY
              MOVE 8                TO RETURN-CODE
      * Earlier companies' checks are already printed and on the
      * register -- carry the numbering and bank statuses forward
      * so a rerun never reissues those numbers.
              IF WS-CHECKS-ISSUED > ZERO
                 PERFORM 0430-REWRITE-CHECK-CONTROL
              END-IF
              IF WS-BANK-CHANGED > ZERO
                 PERFORM 0410-REWRITE-BANK-MASTER
              END-IF
              PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM 0120-WRITE-BATCH-HEADER.
           READ NETPAYREG
              AT END SET NETREG-EOF TO TRUE
           END-READ.
           PERFORM 0200-DEPOSIT-EMPLOYEE UNTIL NETREG-EOF.
           PERFORM 0300-SEND-PRENOTES.
           PERFORM 0400-WRITE-BATCH-TRAILER.
           PERFORM 0420-WRITE-POSPAY-TRAILER.
           CLOSE NETPAYREG, DIRECTDEPFILE, POSPAY.

       9000-END-PROGRAM.

           CLOSE PAYADVICE, CHECKPRINT, CHECKREG.
           IF CONTACTS-ON-HAND
              CLOSE EMPCONTACT
           END-IF.
           DISPLAY "*  DEPOSITS WRITTEN      : " WS-DEPOSIT-COUNT
           DISPLAY "*  DEPOSIT AMOUNT TOTAL  : " WS-DEPOSIT-TOTAL
           DISPLAY "*  CHECK-PRINT FALLOUTS  : " WS-CHECK-COUNT
           DISPLAY "*  CHECKS ISSUED         : " WS-CHECKS-ISSUED
           DISPLAY "*  CHECK AMOUNT TOTAL    : " WS-CHECKS-TOTAL
           DISPLAY "*  NEXT CHECK NUMBER     : " WS-NEXT-CHECK
           DISPLAY "*  PRENOTES SENT         : " WS-PRENOTE-COUNT
           DISPLAY "*  PAID BY CHECK PRENOTE : " WS-PRENOTE-CHECKS
           DISPLAY "*  PRENOTES GONE LIVE    : " WS-WENT-LIVE-COUNT
           DISPLAY "**********************************"
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
              IF CO-ACTIVE(CO-IDX)
                 DISPLAY "*  COMPANY " WS-CO-CODE(CO-IDX) " "
                         WS-CO-NAME(CO-IDX)
                 DISPLAY "*    DEPOSITS            : "
                         WS-CO-DEPOSITS(CO-IDX)
                 DISPLAY "*    DEPOSIT AMOUNT      : "
                         WS-CO-DEP-TOTAL(CO-IDX)
                 DISPLAY "*    CHECKS ISSUED       : "
                         WS-CO-CHECKS(CO-IDX)
                 DISPLAY "*    CHECK AMOUNT        : "
                         WS-CO-CHK-TOTAL(CO-IDX)
              END-IF
           END-PERFORM
           IF WS-CO-COUNT > ZERO
              DISPLAY "**********************************"
           END-IF

           IF WS-CHECK-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4              TO RETURN-CODE
           END-IF

           PERFORM 9010-RELEASE-AND-STOP.

       9010-RELEASE-AND-STOP.

      * RUNLOCK hands back a zero return code -- the step's own is
      * carried across the release into the END line and restored
      * for the COND chain.
           MOVE RETURN-CODE    TO WS-STEP-RC
           MOVE 'R'            TO LK-ACTION
           CALL 'RUNLOCK' USING LK-PARM

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-EMPLOYEE-COUNT TO RL-READ
           MOVE WS-DEPOSIT-COUNT TO RL-WRITTEN
           MOVE WS-CHECK-COUNT TO RL-REJECTED
           MOVE WS-FS-NETREG   TO RL-FSTATUS
           MOVE WS-STEP-RC     TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE WS-STEP-RC     TO RETURN-CODE
           STOP RUN.

       8000-LOG-EXCEPTION.
           FS-FIELD  BY WS-FS-BANK
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9530-CHECKCTL-REASON
           FS-FIELD  BY WS-FS-CHECKCTL
           FS-REASON BY WS-FS-REASON.

       END PROGRAM DIRECTDEP.
