       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVOID.
      * PAYROLL VOID AND REISSUE -- APPLIES VOID TRANSACTIONS KEYED
      * BY EMPLOYEE AND PAY PERIOD AGAINST A PAYMENT ALREADY MADE
      * THROUGH PAYREGISTER, NETPAY AND DIRECTDEP. THE PAYMENT IS
      * FOUND ON THE PAY HISTORY NETPAY KEEPS; AN OUTSTANDING CHECK
      * IS MARKED VOID ON THE CHECK REGISTER AND REPORTED TO THE
      * BANK ON A POSITIVE-PAY VOID FILE, AND A DEPOSIT GETS A
      * REVERSAL ENTRY IN THE PAY SERVICE'S DEPOSIT LAYOUT. A CHECK
      * THE BANK HAS ALREADY PAID CANNOT BE VOIDED HERE.
      *
      * A PLAIN VOID ('V') TAKES THE PAY BACK OUT OF EVERYTHING IT
      * REACHED: THE STRAIGHT, OVERTIME AND GROSS FIGURES COME OFF
      * THE YTD EARNINGS MASTER, A REVERSING JOURNAL IN THE
      * GLJOURNAL LAYOUT CREDITS THE DEPARTMENT'S LABOR ACCOUNT AND
      * DEBITS PAYROLL CLEARING, EVERY CODE TAKEN FROM THE CHECK IS
      * LISTED ON A VOID DEDUCTION REGISTER, AND ANY ARREARS THE
      * CHECK RECOVERED GO BACK ON THE ARREARS MASTER. A VOID AND
      * REISSUE ('R') REPLACES ONLY THE PAYMENT -- A NEW CHECK FOR
      * THE SAME NET IS NUMBERED FROM THE CHECK CONTROL -- SO THE
      * EARNINGS, LEDGER AND DEDUCTIONS STAND AS FIRST POSTED.
      * A PLAIN VOID ALSO COMES OFF THE EMPLOYEE'S QUARTER-TO-DATE
      * BUCKET WHILE THAT QUARTER IS STILL THE ONE HELD, AND IS
      * LOGGED TO THE QUARTER CONTROL FILE SO QTRSUMM'S TIE-OUT TO
      * THE REGISTERS ALLOWS FOR IT.
      * HOLIDAY AND SHIFT PREMIUMS ON THE VOIDED PAY COME OFF THEIR
      * OWN YTD, QTD AND CONTROL COLUMNS AND ARE REVERSED ON THEIR
      * OWN JOURNAL LINES, THE MIRROR OF HOW THEY WERE POSTED.
      * EVERY VOID AND EVERY REJECTED TRANSACTION IS WRITTEN TO THE
      * EXCEPTION REPOSITORY FOR AUDIT.
      * THE REVERSING JOURNAL (GLVOIDJRN.DAT) IS IN THE GLJOURNAL
      * LAYOUT, EACH LINE CARRYING THE COMPANY OFF THE EMPLOYEE'S
      * INDEXED MASTER RECORD, AND IS HANDED TO ACCOUNTING BESIDE
      * GLPOST'S GLJOURNAL.DAT -- IT POSTS TO THE LEDGER BY THE SAME
      * INGEST. GLPOST DOES NOT READ IT. EACH PAYVOID RUN WRITES THE
      * FILE AFRESH, SO IT IS PICKED UP BEFORE THE NEXT VOID RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Void transactions: employee, pay period, action, operator,
      * and the reason for the void.
       SELECT VOIDTRANS ASSIGN TO WS-VOIDTRANS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VOIDTRANS.

      * Pay history NETPAY appends every run -- read whole, and
      * rewritten with the voided lines marked.
       SELECT PAYHIST ASSIGN TO WS-PAYHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYHIST.

      * Deduction history by code, read once per void.
       SELECT OPTIONAL DEDHIST ASSIGN TO WS-DEDHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEDHIST.

       SELECT OPTIONAL YTDEARNINGS ASSIGN TO WS-YTD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-YTD.

       SELECT OPTIONAL QTDEARNINGS ASSIGN TO WS-QTD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-QTD.

      * Quarter control totals -- one 'V' line appended per void.
       SELECT OPTIONAL QTDCONTROL ASSIGN TO WS-QTDCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-QTDCTL.

       SELECT OPTIONAL ARREARS ASSIGN TO WS-ARREARS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARREARS.

      * Arrears trail -- read for what a voided check recovered,
      * then appended with the restorations.
       SELECT OPTIONAL ARREARSTXN ASSIGN TO WS-ARRTXN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARRTXN.

       SELECT OPTIONAL CHECKREG ASSIGN TO WS-CHECKREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CHECKREG.

       SELECT OPTIONAL CHECKCTL ASSIGN TO "CHECKCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CHECKCTL.

       SELECT OPTIONAL BANKMASTER ASSIGN TO WS-BANK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BANK.

      * Department source and chart of accounts, the same pair
      * GLPOST charges the labor to.
       SELECT OPTIONAL NEWEMPFILE ASSIGN TO WS-NEWEMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NEW-EMPLOYEE.

       SELECT GLMAP ASSIGN TO WS-GLMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GLMAP.

      * Indexed employee master -- the company the reversal posts
      * under, the same code GLPOST took off the register line.
       SELECT EMPLOYEEINDEXED ASSIGN TO WS-EMPIDX-PATH
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

      * Reversing journal in the GLJOURNAL layout -- its own file,
      * since GLPOST writes GLJOURNAL.DAT afresh each period.
       SELECT GLVOIDJRN ASSIGN TO WS-GLVOID-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JOURNAL.

      * Deposit reversals for the pay service, in the deposit
      * file's header/detail/trailer layout.
       SELECT DEPREVERSAL ASSIGN TO WS-DEPREV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEPREV.

      * Positive-pay file for the bank: 'V' for each check voided,
      * 'I' for each replacement issued, and a 'T' trailer.
       SELECT VOIDPOSPAY ASSIGN TO WS-VOIDPOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-POSPAY.

      * Replacement checks to print, in the check-print layout.
       SELECT REISSUECHK ASSIGN TO WS-REISSUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REISSUE.

      * Codes taken back by this run's voids, in the deduction-code
      * register layout.
       SELECT VOIDDEDREG ASSIGN TO WS-VOIDDED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VOIDDED.

       DATA DIVISION.
       FILE SECTION.
       FD VOIDTRANS.
       01 VOIDTRANS-REC.
           88 VOID-EOF              VALUE HIGH-VALUES.
           05 VTR-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 VTR-PERIOD            PIC 9(03).
           05 FILLER                PIC X(02).
      * 'V' void and reverse; 'R' void and reissue the payment.
           05 VTR-ACTION            PIC X(01).
              88 VTR-VOID-ONLY      VALUE 'V'.
              88 VTR-REISSUE        VALUE 'R'.
           05 FILLER                PIC X(02).
           05 VTR-OPERATOR          PIC X(08).
           05 FILLER                PIC X(02).
           05 VTR-REASON            PIC X(30).

       FD PAYHIST.
       01 PAYHIST-REC.
           05 PH-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(02).
           05 PH-PERIOD             PIC 9(03).
           05 FILLER                PIC X(02).
           05 PH-EMPLOYEEID         PIC 9(07).
           05 FILLER                PIC X(02).
           05 PH-STRAIGHT           PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-OVERTIME           PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-GROSS              PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-TAXES              PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-DEDUCTIONS         PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-NET                PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-STATUS             PIC X(01).
              88 PH-PAID            VALUE 'P'.
              88 PH-VOIDED          VALUE 'V'.
           05 FILLER                PIC X(02).
           05 PH-PAID-THRU          PIC 9(08).
           05 FILLER                PIC X(02).
           05 PH-HOLIDAY            PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 PH-SHIFT              PIC 9(07)V99.

       FD DEDHIST.
       01 DEDHIST-REC.
           05 DH-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(02).
           05 DH-PERIOD             PIC 9(03).
           05 FILLER                PIC X(02).
           05 DH-EMPLOYEEID         PIC 9(07).
           05 FILLER                PIC X(02).
           05 DH-CODE               PIC X(04).
           05 FILLER                PIC X(02).
           05 DH-AMOUNT             PIC 9(07)V99.

       FD YTDEARNINGS.
       01 YTDEARNINGS-REC.
           05 YTD-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 YTD-LASTNAME          PIC X(10).
           05 FILLER                PIC X(02).
           05 YTD-FIRSTNAME         PIC X(10).
           05 FILLER                PIC X(02).
           05 YTD-STRAIGHT          PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 YTD-OVERTIME          PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 YTD-GROSS             PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 YTD-LAST-PERIOD       PIC 9(03).
           05 FILLER                PIC X(02).
           05 YTD-PAID-THRU         PIC 9(08).
           05 FILLER                PIC X(02).
           05 YTD-HOLIDAY           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 YTD-SHIFT             PIC 9(09)V99.

       FD QTDEARNINGS.
       01 QTDEARNINGS-REC.
           05 QTD-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 QTD-LASTNAME          PIC X(10).
           05 FILLER                PIC X(02).
           05 QTD-FIRSTNAME         PIC X(10).
           05 FILLER                PIC X(02).
           05 QTD-YEAR              PIC 9(04).
           05 FILLER                PIC X(02).
           05 QTD-QUARTER           PIC 9(01).
           05 FILLER                PIC X(02).
           05 QTD-STRAIGHT          PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-OVERTIME          PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-GROSS             PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-TAXES             PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-LAST-PERIOD       PIC 9(03).
           05 FILLER                PIC X(02).
           05 QTD-PAID-THRU         PIC 9(08).
           05 FILLER                PIC X(02).
           05 QTD-HOLIDAY           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QTD-SHIFT             PIC 9(09)V99.

       FD QTDCONTROL.
       01 QTDCONTROL-REC.
           05 QC-TYPE               PIC X(01).
              88 QC-REGISTER-RUN    VALUE 'R'.
              88 QC-VOID            VALUE 'V'.
           05 FILLER                PIC X(02).
           05 QC-YEAR               PIC 9(04).
           05 FILLER                PIC X(02).
           05 QC-QUARTER            PIC 9(01).
           05 FILLER                PIC X(02).
           05 QC-PERIOD             PIC 9(03).
           05 FILLER                PIC X(02).
           05 QC-PAID-THRU          PIC 9(08).
           05 FILLER                PIC X(02).
           05 QC-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(02).
           05 QC-LINES              PIC 9(07).
           05 FILLER                PIC X(02).
           05 QC-STRAIGHT           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-OVERTIME           PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-GROSS              PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-TAXES              PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-HOLIDAY            PIC 9(09)V99.
           05 FILLER                PIC X(02).
           05 QC-SHIFT              PIC 9(09)V99.

       FD ARREARS.
       01 ARREARS-REC.
           05 ARR-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 ARR-CODE              PIC X(04).
           05 FILLER                PIC X(02).
           05 ARR-PRIORITY          PIC 9(02).
           05 FILLER                PIC X(02).
           05 ARR-BALANCE           PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 ARR-OPENED            PIC 9(08).

       FD ARREARSTXN.
       01 ARREARSTXN-REC.
           05 ATX-RUN-DATE          PIC 9(08).
           05 FILLER                PIC X(02).
           05 ATX-PERIOD            PIC 9(03).
           05 FILLER                PIC X(02).
           05 ATX-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02).
           05 ATX-CODE              PIC X(04).
           05 FILLER                PIC X(02).
           05 ATX-ACTION            PIC X(01).
              88 ATX-ADDED          VALUE 'A'.
              88 ATX-RECOVERED      VALUE 'R'.
           05 FILLER                PIC X(02).
           05 ATX-AMOUNT            PIC 9(07)V99.
           05 FILLER                PIC X(02).
           05 ATX-BALANCE           PIC 9(07)V99.

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

       FD CHECKCTL.
       01 CHECKCTL-REC.
           05 CTL-NEXT-CHECK        PIC 9(08).
           05 FILLER                PIC X(02).
           05 CTL-BANK-ACCOUNT      PIC X(17).

       FD BANKMASTER.
       01 BANKMASTER-REC.
           05 BANK-EMPLOYEEID       PIC 9(07).
           05 FILLER                PIC X(02).
           05 BANK-ROUTING          PIC 9(09).
           05 FILLER                PIC X(02).
           05 BANK-ACCOUNT          PIC X(17).
           05 FILLER                PIC X(02).
           05 BANK-ACCT-TYPE        PIC X(01).
           05 FILLER                PIC X(02).
           05 BANK-STATUS           PIC X(01).
           05 FILLER                PIC X(02).
           05 BANK-PRENOTE-DATE     PIC 9(08).

       FD NEWEMPFILE.
       01 NEWEMPLOYEE.
            04 NEW-EMP-DATA.
               05 NEW-EMPLOYEEID    PIC 9(07).
               05 NEW-LASTNAME      PIC X(10).
               05 NEW-FIRSTNAME     PIC X(10).
               05 NEW-STARTDATE     PIC 9(08).
               05 NEW-HOURSWORKED   PIC 9(03).
            04 NEW-HOURLY-RATE      PIC 9(04)V99.
            04 NEW-DEPARTMENT       PIC X(30).
            04 NEW-GENDER           PIC X.

       FD GLMAP.
       01 GLMAP-REC.
           05 MAP-DEPARTMENT        PIC X(30).
           05 FILLER                PIC X(02).
           05 MAP-ACCOUNT           PIC X(08).
           05 FILLER                PIC X(02).
           05 MAP-COST-CENTER       PIC X(06).

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

       FD GLVOIDJRN.
       01 GLJOURNAL-REC.
           05 JRN-ACCOUNT           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-COST-CENTER       PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-DC                PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-AMOUNT            PIC 9(09).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-DESCRIPTION       PIC X(40).
      * Legal entity whose books the line posts to, blank for lines
      * paid under no company -- as on GLJOURNAL.DAT.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JRN-COMPANY           PIC X(01).

       FD DEPREVERSAL.
       01 DEPREVERSAL-REC           PIC X(60).

       FD VOIDPOSPAY.
       01 VOIDPOSPAY-REC            PIC X(80).

       FD REISSUECHK.
       01 CHECKPRINT-REC.
           05 CHK-EMPLOYEEID        PIC 9(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHK-LASTNAME          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHK-FIRSTNAME         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHK-NET-PAY           PIC 9(07).99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHK-NUMBER            PIC 9(08).

       FD VOIDDEDREG.
       01 DEDCODEREG-REC.
           05 CODEREG-CODE          PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CODEREG-CHECKS        PIC 9(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CODEREG-TOTAL         PIC 9(09).99.

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER              PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook. Every void and every rejected transaction below
      * is appended to EXCEPTIONS.DAT through EXCLOGGER.
       01  EX-PARM.
           COPY EXCREC.

      * Shop-wide run-log parameter area -- see RUNLOG copybook.
       01  RL-PARM.
           COPY RUNLOG.

      * Run-calendar check parameter area -- see RUNCAL copybook.
       01  SC-PARM.
           COPY RUNCAL.
      * File-location profile parameter area -- see FILEPROF
      * copybook. Control cards stay on their working-directory
      * names; every data file this step reads or writes resolves
      * through the profile, with the traditional name as the
      * default when no profile (or no entry) is on hand.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-VOIDTRANS-PATH       PIC X(64).
       01  WS-PAYHIST-PATH         PIC X(64).
       01  WS-DEDHIST-PATH         PIC X(64).
       01  WS-YTD-PATH             PIC X(64).
       01  WS-QTD-PATH             PIC X(64).
       01  WS-QTDCTL-PATH          PIC X(64).
       01  WS-ARREARS-PATH         PIC X(64).
       01  WS-ARRTXN-PATH          PIC X(64).
       01  WS-CHECKREG-PATH        PIC X(64).
       01  WS-BANK-PATH            PIC X(64).
       01  WS-NEWEMP-PATH          PIC X(64).
       01  WS-GLMAP-PATH           PIC X(64).
       01  WS-GLVOID-PATH          PIC X(64).
       01  WS-EMPIDX-PATH          PIC X(64).
       01  WS-DEPREV-PATH          PIC X(64).
       01  WS-VOIDPOS-PATH         PIC X(64).
       01  WS-REISSUE-PATH         PIC X(64).
       01  WS-VOIDDED-PATH         PIC X(64).


       01  WS-WORK-AREAS.
           05 WS-FS-VOIDTRANS     PIC X(02).
           05 WS-FS-PAYHIST       PIC X(02).
           05 WS-FS-DEDHIST       PIC X(02).
           05 WS-FS-YTD           PIC X(02).
           05 WS-FS-QTD           PIC X(02).
           05 WS-FS-QTDCTL        PIC X(02).
           05 WS-FS-ARREARS       PIC X(02).
           05 WS-FS-ARRTXN        PIC X(02).
           05 WS-FS-CHECKREG      PIC X(02).
           05 WS-FS-CHECKCTL      PIC X(02).
           05 WS-FS-BANK          PIC X(02).
           05 WS-FS-NEW-EMPLOYEE  PIC X(02).
           05 WS-FS-GLMAP         PIC X(02).
           05 WS-FS-JOURNAL       PIC X(02).
           05 FS-EMP-IDX          PIC X(02).
           05 WS-FS-DEPREV        PIC X(02).
           05 WS-FS-POSPAY        PIC X(02).
           05 WS-FS-REISSUE       PIC X(02).
           05 WS-FS-VOIDDED       PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).

      * Same suspense and clearing accounts GLPOST posts to, so the
      * reversal lands where the original charge did.
           05 WS-SUSPENSE-ACCT    PIC X(08) VALUE '9999SUSP'.
           05 WS-SUSPENSE-CC      PIC X(06) VALUE 'SUSP00'.
           05 WS-CLEARING-ACCT    PIC X(08) VALUE '2100PAYR'.
           05 WS-CLEARING-CC      PIC X(06) VALUE 'PAYCLR'.

           05 WS-TRANS-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-VOID-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-REISSUE-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-CHECKS-VOIDED    PIC 9(05) VALUE ZERO.
           05 WS-DEPOSITS-REVERSED PIC 9(05) VALUE ZERO.
           05 WS-ARREARS-RESTORED PIC 9(05) VALUE ZERO.
           05 WS-JRN-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-VOID-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 WS-DEBIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-CREDIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 WS-DEPREV-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-DEPREV-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 WS-POSPAY-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-POSPAY-TOTAL     PIC 9(12)V99 VALUE ZERO.
           05 WS-REG-CHANGED      PIC 9(05) VALUE ZERO.

           05 WS-NEXT-CHECK       PIC 9(08) VALUE 1.
           05 WS-DISBURSE-ACCOUNT PIC X(17) VALUE SPACES.

      * The transaction in hand: the pay line it voids, how that
      * pay went out, and the first reason found to refuse it.
           05 WS-REJECT-REASON    PIC X(24).
           05 WS-PAY-METHOD       PIC X(01).
              88 PAID-BY-CHECK    VALUE 'C'.
              88 PAID-BY-DEPOSIT  VALUE 'D'.
              88 CHECK-CLEARED    VALUE 'X'.
              88 NO-PAYMENT-FOUND VALUE ' '.
           05 WS-LABOR-TOTAL      PIC 9(07)V99.
      * Premiums on the voided pay; history written before the
      * premium columns carries none.
           05 WS-VOID-HOLIDAY     PIC 9(07)V99.
           05 WS-VOID-SHIFT       PIC 9(07)V99.
           05 WS-EDIT-NET         PIC 9(07).99.
           05 WS-LINE-DEPT        PIC X(30).
           05 WS-LINE-ACCT        PIC X(08).
           05 WS-LINE-CC          PIC X(06).
           05 WS-LINE-COMPANY     PIC X(01).

      * Pay history held whole for the search-and-rewrite pass.
           05 WS-PH-TABLE.
              10 WS-PH-COUNT      PIC 9(05) COMP VALUE ZERO.
              10 WS-PH-ENTRY OCCURS 20000 TIMES
                                  INDEXED BY PH-IDX.
                 15 WS-PH-REC        PIC X(123).
           05 WS-PH-DROPPED       PIC 9(05) VALUE ZERO.
           05 WS-PH-HIT           PIC 9(05) COMP.
           05 WS-PH-EOF-SW        PIC X(03) VALUE 'NO '.
              88 PH-EOF           VALUE 'YES'.

      * Check register held whole; replacements are added to the
      * end and the lot written back.
           05 WS-REG-TABLE.
              10 WS-REG-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-REG-ENTRY OCCURS 20000 TIMES
                                  INDEXED BY REG-IDX.
                 15 WS-REG-REC       PIC X(81).
           05 WS-REG-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-REG-HIT          PIC 9(05) COMP.
           05 WS-REG-EOF-SW       PIC X(03) VALUE 'NO '.
              88 REG-EOF          VALUE 'YES'.

           05 WS-YTD-TABLE.
              10 WS-YTD-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-YTD-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY YTD-IDX.
                 15 WS-YTD-ID        PIC 9(07).
                 15 WS-YTD-LASTNAME  PIC X(10).
                 15 WS-YTD-FIRSTNAME PIC X(10).
                 15 WS-YTD-STRAIGHT  PIC 9(09)V99.
                 15 WS-YTD-OVERTIME  PIC 9(09)V99.
                 15 WS-YTD-GROSS     PIC 9(09)V99.
                 15 WS-YTD-PERIOD    PIC 9(03).
                 15 WS-YTD-PAID-THRU PIC 9(08).
                 15 WS-YTD-HOLIDAY   PIC 9(09)V99.
                 15 WS-YTD-SHIFT     PIC 9(09)V99.
           05 WS-YTD-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-YTD-CHANGED      PIC 9(05) VALUE ZERO.
           05 WS-YTD-HIT          PIC 9(05) COMP.
           05 WS-YTD-FOUND        PIC X(03).
              88 YTD-FOUND        VALUE 'YES'.
           05 WS-YTD-EOF-SW       PIC X(03) VALUE 'NO '.
              88 YTD-EOF          VALUE 'YES'.

      * Quarter-to-date buckets, held whole for the rewrite.
           05 WS-QTD-TABLE.
              10 WS-QTD-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-QTD-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY QTD-IDX.
                 15 WS-QTD-ID        PIC 9(07).
                 15 WS-QTD-LASTNAME  PIC X(10).
                 15 WS-QTD-FIRSTNAME PIC X(10).
                 15 WS-QTD-YEAR      PIC 9(04).
                 15 WS-QTD-QUARTER   PIC 9(01).
                 15 WS-QTD-STRAIGHT  PIC 9(09)V99.
                 15 WS-QTD-OVERTIME  PIC 9(09)V99.
                 15 WS-QTD-GROSS     PIC 9(09)V99.
                 15 WS-QTD-TAXES     PIC 9(09)V99.
                 15 WS-QTD-PERIOD    PIC 9(03).
                 15 WS-QTD-PAID-THRU PIC 9(08).
                 15 WS-QTD-HOLIDAY   PIC 9(09)V99.
                 15 WS-QTD-SHIFT     PIC 9(09)V99.
           05 WS-QTD-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-QTD-CHANGED      PIC 9(05) VALUE ZERO.
           05 WS-QTD-NOT-HELD     PIC 9(05) VALUE ZERO.
           05 WS-QTD-HIT          PIC 9(05) COMP.
           05 WS-QTD-FOUND        PIC X(03).
              88 QTD-FOUND        VALUE 'YES'.
           05 WS-QTD-EOF-SW       PIC X(03) VALUE 'NO '.
              88 QTD-EOF          VALUE 'YES'.
      * Calendar quarter the voided pay belongs to -- its paid-
      * through date, or the run date on pay history written before
      * the paid-through date was carried.
           05 WS-VOID-DATE        PIC 9(08).
           05 WS-VOID-YEAR        PIC 9(04).
           05 WS-VOID-MONTH       PIC 9(02).
           05 WS-VOID-QUARTER     PIC 9(01).

           05 WS-ARR-TABLE.
              10 WS-ARR-COUNT     PIC 9(05) COMP VALUE ZERO.
              10 WS-ARR-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY ARR-IDX.
                 15 WS-ARR-ID        PIC 9(07).
                 15 WS-ARR-CODE      PIC X(04).
                 15 WS-ARR-PRIORITY  PIC 9(02).
                 15 WS-ARR-BALANCE   PIC 9(07)V99.
                 15 WS-ARR-OPENED    PIC 9(08).
           05 WS-ARR-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-ARR-HIT          PIC 9(05) COMP.
           05 WS-ARR-FOUND        PIC X(03).
              88 ARR-FOUND        VALUE 'YES'.
           05 WS-ARR-EOF-SW       PIC X(03) VALUE 'NO '.
              88 ARR-EOF          VALUE 'YES'.

      * Recoveries the voided check made, gathered off the arrears
      * trail before anything is changed.
           05 WS-RST-TABLE.
              10 WS-RST-COUNT     PIC 9(03) COMP VALUE ZERO.
              10 WS-RST-ENTRY OCCURS 50 TIMES
                                  INDEXED BY RST-IDX.
                 15 WS-RST-CODE      PIC X(04).
                 15 WS-RST-AMOUNT    PIC 9(07)V99.
           05 WS-RST-OVERFLOW     PIC X(03).
              88 RST-OVERFLOW     VALUE 'YES'.
           05 WS-ATX-EOF-SW       PIC X(03).
              88 ATX-EOF          VALUE 'YES'.

           05 WS-BANK-TABLE.
              10 WS-BANK-COUNT    PIC 9(05) COMP VALUE ZERO.
              10 WS-BANK-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY BANK-IDX.
                 15 WS-BANK-ID       PIC 9(07).
                 15 WS-BANK-ROUTING  PIC 9(09).
                 15 WS-BANK-ACCOUNT  PIC X(17).
                 15 WS-BANK-TYPE     PIC X(01).
           05 WS-BANK-DROPPED     PIC 9(05) VALUE ZERO.
           05 WS-BANK-HIT         PIC 9(05) COMP.
           05 WS-BANK-FOUND       PIC X(03).
              88 BANK-FOUND       VALUE 'YES'.

           05 WS-EMPDEPT-TABLE.
              10 WS-EMPDEPT-COUNT PIC 9(05) COMP VALUE ZERO.
              10 WS-EMPDEPT-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY EMPDEPT-IDX.
                 15 WS-EMPDEPT-ID    PIC 9(07).
                 15 WS-EMPDEPT-NAME  PIC X(30).
           05 WS-EMPDEPT-DROPPED  PIC 9(05) VALUE ZERO.

           05 WS-MAP-TABLE.
              10 WS-MAP-COUNT     PIC 9(03) COMP VALUE ZERO.
              10 WS-MAP-ENTRY OCCURS 100 TIMES
                                  INDEXED BY MAP-IDX.
                 15 WS-MAP-DEPT      PIC X(30).
                 15 WS-MAP-ACCT      PIC X(08).
                 15 WS-MAP-CC        PIC X(06).
           05 WS-MAP-HIT          PIC X(03).
              88 MAP-FOUND        VALUE 'YES'.

      * Codes reversed this run, for the void deduction register.
           05 WS-VDC-TABLE.
              10 WS-VDC-COUNT     PIC 9(03) COMP VALUE ZERO.
              10 WS-VDC-ENTRY OCCURS 200 TIMES
                                  INDEXED BY VDC-IDX.
                 15 WS-VDC-CODE      PIC X(04).
                 15 WS-VDC-CHECKS    PIC 9(05).
                 15 WS-VDC-TOTAL     PIC 9(09)V99.
           05 WS-VDC-DROPPED      PIC 9(05) VALUE ZERO.
           05 WS-VDC-FOUND        PIC X(03).
              88 VDC-FOUND        VALUE 'YES'.
           05 WS-DH-EOF-SW        PIC X(03).
              88 DH-EOF           VALUE 'YES'.

      * Deposit batch header, detail, and trailer -- the layout the
      * pay service ingests. Reversals go out as class 'R'.
       01  WS-DEP-HEADER.
           05 FILLER              PIC X(01) VALUE 'H'.
           05 WS-HDR-RUN-DATE     PIC 9(08).
           05 WS-HDR-COMPANY      PIC X(16) VALUE 'PAYROLL DEPOSITS'.
           05 FILLER              PIC X(35) VALUE SPACES.

       01  WS-DEP-DETAIL.
           05 FILLER              PIC X(01) VALUE 'D'.
           05 WS-DET-EMPLOYEEID   PIC 9(07).
           05 WS-DET-ROUTING      PIC 9(09).
           05 WS-DET-ACCOUNT      PIC X(17).
           05 WS-DET-ACCT-TYPE    PIC X(01).
           05 WS-DET-AMOUNT       PIC 9(09)V99.
           05 WS-DET-ENTRY-CLASS  PIC X(01) VALUE 'R'.
           05 FILLER              PIC X(13) VALUE SPACES.

       01  WS-DEP-TRAILER.
           05 FILLER              PIC X(01) VALUE 'T'.
           05 WS-TRL-COUNT        PIC 9(07).
           05 WS-TRL-AMOUNT       PIC 9(11)V99.
           05 FILLER              PIC X(39) VALUE SPACES.

      * Positive-pay records -- the bank's layout, with 'V' marking
      * a void of a check already reported as issued.
       01  WS-POS-ISSUE.
           05 WS-POS-RECORD-TYPE  PIC X(01).
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

       PROCEDURE DIVISION.
       0100-START.

      * Resolve this step's file locations through the shop profile
      * before anything opens.
           MOVE 'VOIDTRANS' TO FP-LOGICAL
           MOVE 'VOIDTRANS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-VOIDTRANS-PATH
           MOVE 'PAYHIST' TO FP-LOGICAL
           MOVE 'PAYHIST.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PAYHIST-PATH
           MOVE 'DEDHIST' TO FP-LOGICAL
           MOVE 'DEDHIST.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-DEDHIST-PATH
           MOVE 'YTDEARNINGS' TO FP-LOGICAL
           MOVE 'YTDEARNINGS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-YTD-PATH
           MOVE 'QTDEARNINGS' TO FP-LOGICAL
           MOVE 'QTDEARNINGS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-QTD-PATH
           MOVE 'QTDCONTROL' TO FP-LOGICAL
           MOVE 'QTDCONTROL.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-QTDCTL-PATH
           MOVE 'ARREARS' TO FP-LOGICAL
           MOVE 'ARREARS.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-ARREARS-PATH
           MOVE 'ARREARSTXN' TO FP-LOGICAL
           MOVE 'ARREARSTXN.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-ARRTXN-PATH
           MOVE 'CHECKREG' TO FP-LOGICAL
           MOVE 'CHECKREG.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-CHECKREG-PATH
           MOVE 'BANKMASTER' TO FP-LOGICAL
           MOVE 'BANKMASTER.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-BANK-PATH
           MOVE 'NEWEMPFILE' TO FP-LOGICAL
           MOVE 'NEWEMPFILE.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-NEWEMP-PATH
           MOVE 'GLMAP' TO FP-LOGICAL
           MOVE 'GLMAP.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-GLMAP-PATH
           MOVE 'GLVOIDJRN' TO FP-LOGICAL
           MOVE 'GLVOIDJRN.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-GLVOID-PATH
           MOVE 'EMPLOYEEINDEXED' TO FP-LOGICAL
           MOVE 'EMPLOYEEINDEXED.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-EMPIDX-PATH
           MOVE 'DEPREVERSAL' TO FP-LOGICAL
           MOVE 'DEPREVERSAL.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-DEPREV-PATH
           MOVE 'VOIDPOSPAY' TO FP-LOGICAL
           MOVE 'VOIDPOSPAY.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-VOIDPOS-PATH
           MOVE 'REISSUECHK' TO FP-LOGICAL
           MOVE 'REISSUECHK.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-REISSUE-PATH
           MOVE 'VOIDDEDREG' TO FP-LOGICAL
           MOVE 'VOIDDEDREG.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-VOIDDED-PATH


      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
      * decides whether this step runs tonight; a bypassed step ends
      * clean so the COND chain carries on, and RUNSCHED logs the
      * bypass for the planned-versus-executed report.
           MOVE 'PAYVOID'      TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* PAYVOID BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'PAYVOID'      TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8.
           PERFORM 0110-LOAD-PAY-HISTORY.
           PERFORM 0115-LOAD-YTD.
           PERFORM 0117-LOAD-QTD.
           PERFORM 0120-LOAD-ARREARS.
           PERFORM 0125-LOAD-CHECK-REGISTER.
           PERFORM 0130-LOAD-BANK-MASTER.
           PERFORM 0135-LOAD-DEPARTMENTS.
           PERFORM 0140-LOAD-GLMAP.
           PERFORM 0145-READ-CHECK-CONTROL.

      * Every master this step writes back is held whole; one that
      * did not fit would be rewritten short, so nothing is voided.
           IF WS-PH-DROPPED > ZERO OR
              WS-YTD-DROPPED > ZERO OR
              WS-QTD-DROPPED > ZERO OR
              WS-ARR-DROPPED > ZERO OR
              WS-REG-DROPPED > ZERO OR
              WS-BANK-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* MASTER TABLE OVERFLOW -- NO VOIDS APPLIED"
              DISPLAY "* PAY HISTORY NOT HELD : " WS-PH-DROPPED
              DISPLAY "* YTD NOT HELD         : " WS-YTD-DROPPED
              DISPLAY "* QTD NOT HELD         : " WS-QTD-DROPPED
              DISPLAY "* ARREARS NOT HELD     : " WS-ARR-DROPPED
              DISPLAY "* CHECK REG NOT HELD   : " WS-REG-DROPPED
              DISPLAY "* BANK MASTER NOT HELD : " WS-BANK-DROPPED
              DISPLAY "********************************"
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           OPEN INPUT VOIDTRANS.
           OPEN INPUT EMPLOYEEINDEXED.
           OPEN OUTPUT GLVOIDJRN.
           OPEN OUTPUT DEPREVERSAL.
           OPEN OUTPUT VOIDPOSPAY.
           OPEN OUTPUT REISSUECHK.
           OPEN OUTPUT VOIDDEDREG.
           IF WS-FS-VOIDTRANS NOT = '00' OR
              FS-EMP-IDX NOT = '00' OR
              WS-FS-JOURNAL NOT = '00' OR
              WS-FS-DEPREV NOT = '00' OR
              WS-FS-POSPAY NOT = '00' OR
              WS-FS-REISSUE NOT = '00' OR
              WS-FS-VOIDDED NOT = '00'
              DISPLAY '****************************'
              DISPLAY '* FILE OPEN ERROR           '
              PERFORM 9500-VOIDTRANS-REASON
              DISPLAY '* FS-VOIDTRANS: ' WS-FS-VOIDTRANS
                       ' (' WS-FS-REASON ')'
              PERFORM 9540-EMPIDX-REASON
              DISPLAY '* FS-EMPIDX   : ' FS-EMP-IDX
                       ' (' WS-FS-REASON ')'
              DISPLAY '* FS-GLVOIDJRN: ' WS-FS-JOURNAL
              DISPLAY '* FS-DEPREVERS: ' WS-FS-DEPREV
              DISPLAY '* FS-VOIDPOS  : ' WS-FS-POSPAY
              DISPLAY '* FS-REISSUE  : ' WS-FS-REISSUE
              DISPLAY '* FS-VOIDDED  : ' WS-FS-VOIDDED
              DISPLAY '****************************'
              MOVE 8                TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           MOVE WS-TODAY8             TO WS-HDR-RUN-DATE
           WRITE DEPREVERSAL-REC FROM WS-DEP-HEADER.

           READ VOIDTRANS
              AT END SET VOID-EOF TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-VOID UNTIL VOID-EOF.

           PERFORM 0400-WRITE-TRAILERS.
           PERFORM 0410-WRITE-VOID-DED-REGISTER.
           IF WS-VOID-COUNT > ZERO
              PERFORM 0420-REWRITE-PAY-HISTORY
              PERFORM 0430-REWRITE-YTD
              PERFORM 0440-REWRITE-ARREARS
           END-IF.
           IF WS-QTD-CHANGED > ZERO
              PERFORM 0435-REWRITE-QTD
           END-IF.
           IF WS-REG-CHANGED > ZERO
              PERFORM 0450-REWRITE-CHECK-REGISTER
           END-IF.
           IF WS-REISSUE-COUNT > ZERO
              PERFORM 0460-REWRITE-CHECK-CONTROL
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0110-LOAD-PAY-HISTORY.

      * No pay history means there is no payment on record that
      * could be voided -- a hard stop.
           OPEN INPUT PAYHIST.
           IF WS-FS-PAYHIST NOT = '00'
              PERFORM 9510-PAYHIST-REASON
              DISPLAY '********************************'
              DISPLAY '* PAYHIST.DAT REQUIRED         *'
              DISPLAY '* FS-PAYHIST: ' WS-FS-PAYHIST
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.
           PERFORM UNTIL PH-EOF
              READ PAYHIST
                 AT END SET PH-EOF TO TRUE
              END-READ
              IF NOT PH-EOF
                 IF WS-PH-COUNT < 20000
                    ADD 1             TO WS-PH-COUNT
                    SET PH-IDX        TO WS-PH-COUNT
                    MOVE PAYHIST-REC  TO WS-PH-REC(PH-IDX)
                 ELSE
                    ADD 1             TO WS-PH-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PAYHIST.

       0115-LOAD-YTD.

           OPEN INPUT YTDEARNINGS.
           IF WS-FS-YTD = '00'
              PERFORM UNTIL YTD-EOF
                 READ YTDEARNINGS
                    AT END SET YTD-EOF TO TRUE
                 END-READ
                 IF NOT YTD-EOF
                    IF WS-YTD-COUNT < 5000
                       ADD 1       TO WS-YTD-COUNT
                       SET YTD-IDX TO WS-YTD-COUNT
                       MOVE YTD-EMPLOYEEID
                                   TO WS-YTD-ID(YTD-IDX)
                       MOVE YTD-LASTNAME
                                   TO WS-YTD-LASTNAME(YTD-IDX)
                       MOVE YTD-FIRSTNAME
                                   TO WS-YTD-FIRSTNAME(YTD-IDX)
                       MOVE YTD-STRAIGHT
                                   TO WS-YTD-STRAIGHT(YTD-IDX)
                       MOVE YTD-OVERTIME
                                   TO WS-YTD-OVERTIME(YTD-IDX)
                       MOVE YTD-GROSS
                                   TO WS-YTD-GROSS(YTD-IDX)
                       MOVE YTD-LAST-PERIOD
                                   TO WS-YTD-PERIOD(YTD-IDX)
                       MOVE YTD-PAID-THRU
                                   TO WS-YTD-PAID-THRU(YTD-IDX)
                       MOVE ZERO   TO WS-YTD-HOLIDAY(YTD-IDX)
                                      WS-YTD-SHIFT(YTD-IDX)
                       IF YTD-HOLIDAY IS NUMERIC AND
                          YTD-SHIFT IS NUMERIC
                          MOVE YTD-HOLIDAY
                                   TO WS-YTD-HOLIDAY(YTD-IDX)
                          MOVE YTD-SHIFT
                                   TO WS-YTD-SHIFT(YTD-IDX)
                       END-IF
                    ELSE
                       ADD 1       TO WS-YTD-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE YTDEARNINGS
           ELSE
              IF WS-FS-YTD = '05'
                 CLOSE YTDEARNINGS
              END-IF
           END-IF.

       0117-LOAD-QTD.

           OPEN INPUT QTDEARNINGS.
           IF WS-FS-QTD = '00'
              PERFORM UNTIL QTD-EOF
                 READ QTDEARNINGS
                    AT END SET QTD-EOF TO TRUE
                 END-READ
                 IF NOT QTD-EOF
                    IF WS-QTD-COUNT < 5000
                       ADD 1       TO WS-QTD-COUNT
                       SET QTD-IDX TO WS-QTD-COUNT
                       MOVE QTD-EMPLOYEEID
                                   TO WS-QTD-ID(QTD-IDX)
                       MOVE QTD-LASTNAME
                                   TO WS-QTD-LASTNAME(QTD-IDX)
                       MOVE QTD-FIRSTNAME
                                   TO WS-QTD-FIRSTNAME(QTD-IDX)
                       MOVE QTD-YEAR
                                   TO WS-QTD-YEAR(QTD-IDX)
                       MOVE QTD-QUARTER
                                   TO WS-QTD-QUARTER(QTD-IDX)
                       MOVE QTD-STRAIGHT
                                   TO WS-QTD-STRAIGHT(QTD-IDX)
                       MOVE QTD-OVERTIME
                                   TO WS-QTD-OVERTIME(QTD-IDX)
                       MOVE QTD-GROSS
                                   TO WS-QTD-GROSS(QTD-IDX)
                       MOVE QTD-TAXES
                                   TO WS-QTD-TAXES(QTD-IDX)
                       MOVE QTD-LAST-PERIOD
                                   TO WS-QTD-PERIOD(QTD-IDX)
                       MOVE QTD-PAID-THRU
                                   TO WS-QTD-PAID-THRU(QTD-IDX)
                       MOVE ZERO   TO WS-QTD-HOLIDAY(QTD-IDX)
                                      WS-QTD-SHIFT(QTD-IDX)
                       IF QTD-HOLIDAY IS NUMERIC AND
                          QTD-SHIFT IS NUMERIC
                          MOVE QTD-HOLIDAY
                                   TO WS-QTD-HOLIDAY(QTD-IDX)
                          MOVE QTD-SHIFT
                                   TO WS-QTD-SHIFT(QTD-IDX)
                       END-IF
                    ELSE
                       ADD 1       TO WS-QTD-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE QTDEARNINGS
           ELSE
              IF WS-FS-QTD = '05'
                 CLOSE QTDEARNINGS
              END-IF
           END-IF.

       0120-LOAD-ARREARS.

           OPEN INPUT ARREARS.
           IF WS-FS-ARREARS = '00'
              PERFORM UNTIL ARR-EOF
                 READ ARREARS
                    AT END SET ARR-EOF TO TRUE
                 END-READ
                 IF NOT ARR-EOF
                    IF WS-ARR-COUNT < 5000
                       ADD 1       TO WS-ARR-COUNT
                       SET ARR-IDX TO WS-ARR-COUNT
                       MOVE ARR-EMPLOYEEID
                                   TO WS-ARR-ID(ARR-IDX)
                       MOVE ARR-CODE
                                   TO WS-ARR-CODE(ARR-IDX)
                       MOVE ARR-PRIORITY
                                   TO WS-ARR-PRIORITY(ARR-IDX)
                       MOVE ARR-BALANCE
                                   TO WS-ARR-BALANCE(ARR-IDX)
                       MOVE ARR-OPENED
                                   TO WS-ARR-OPENED(ARR-IDX)
                    ELSE
                       ADD 1       TO WS-ARR-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARREARS
           ELSE
              IF WS-FS-ARREARS = '05'
                 CLOSE ARREARS
              END-IF
           END-IF.

       0125-LOAD-CHECK-REGISTER.

           OPEN INPUT CHECKREG.
           IF WS-FS-CHECKREG = '00'
              MOVE SPACES             TO CHECKREG-REC
              PERFORM UNTIL REG-EOF
                 READ CHECKREG
                    AT END SET REG-EOF TO TRUE
                 END-READ
                 IF NOT REG-EOF
                    IF WS-REG-COUNT < 20000
                       ADD 1          TO WS-REG-COUNT
                       SET REG-IDX    TO WS-REG-COUNT
                       MOVE CHECKREG-REC TO WS-REG-REC(REG-IDX)
                    ELSE
                       ADD 1          TO WS-REG-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CHECKREG
           ELSE
              IF WS-FS-CHECKREG = '05'
                 CLOSE CHECKREG
              END-IF
           END-IF.

       0130-LOAD-BANK-MASTER.

           OPEN INPUT BANKMASTER.
           IF WS-FS-BANK = '00'
              PERFORM UNTIL WS-FS-BANK = '10'
                 READ BANKMASTER
                    AT END MOVE '10' TO WS-FS-BANK
                 END-READ
                 IF WS-FS-BANK NOT = '10'
                    IF WS-BANK-COUNT < 5000
                       ADD 1          TO WS-BANK-COUNT
                       SET BANK-IDX   TO WS-BANK-COUNT
                       MOVE BANK-EMPLOYEEID
                                      TO WS-BANK-ID(BANK-IDX)
                       MOVE BANK-ROUTING
                                      TO WS-BANK-ROUTING(BANK-IDX)
                       MOVE BANK-ACCOUNT
                                      TO WS-BANK-ACCOUNT(BANK-IDX)
                       MOVE BANK-ACCT-TYPE
                                      TO WS-BANK-TYPE(BANK-IDX)
                    ELSE
                       ADD 1          TO WS-BANK-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE BANKMASTER
           ELSE
              IF WS-FS-BANK = '05'
                 CLOSE BANKMASTER
              END-IF
           END-IF.

       0135-LOAD-DEPARTMENTS.

      * The register carries no department; the employee file does.
      * An employee not on it posts the reversal to suspense.
           OPEN INPUT NEWEMPFILE.
           IF WS-FS-NEW-EMPLOYEE = '00'
              PERFORM UNTIL WS-FS-NEW-EMPLOYEE = '10'
                 READ NEWEMPFILE
                    AT END MOVE '10' TO WS-FS-NEW-EMPLOYEE
                 END-READ
                 IF WS-FS-NEW-EMPLOYEE NOT = '10' AND
                    NEW-EMPLOYEEID IS NUMERIC
                    IF WS-EMPDEPT-COUNT < 5000
                       ADD 1          TO WS-EMPDEPT-COUNT
                       SET EMPDEPT-IDX TO WS-EMPDEPT-COUNT
                       MOVE NEW-EMPLOYEEID
                                      TO WS-EMPDEPT-ID(EMPDEPT-IDX)
                       MOVE NEW-DEPARTMENT
                                      TO WS-EMPDEPT-NAME(EMPDEPT-IDX)
                    ELSE
                       ADD 1          TO WS-EMPDEPT-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE NEWEMPFILE
           ELSE
              IF WS-FS-NEW-EMPLOYEE = '05'
                 CLOSE NEWEMPFILE
              END-IF
           END-IF.

       0140-LOAD-GLMAP.

      * A missing chart of accounts would reverse every void into
      * suspense -- a hard stop, as it is for GLPOST.
           OPEN INPUT GLMAP.
           IF WS-FS-GLMAP NOT = '00'
              PERFORM 9520-GLMAP-REASON
              DISPLAY '********************************'
              DISPLAY '* GLMAP.DAT REQUIRED           *'
              DISPLAY '* FS-GLMAP: ' WS-FS-GLMAP
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************************'
              MOVE 8              TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.

           PERFORM UNTIL WS-FS-GLMAP = '10'
              READ GLMAP
                 AT END MOVE '10' TO WS-FS-GLMAP
              END-READ
              IF WS-FS-GLMAP NOT = '10' AND
                 WS-MAP-COUNT < 100
                 ADD 1             TO WS-MAP-COUNT
                 SET MAP-IDX       TO WS-MAP-COUNT
                 MOVE MAP-DEPARTMENT
                                   TO WS-MAP-DEPT(MAP-IDX)
                 MOVE MAP-ACCOUNT  TO WS-MAP-ACCT(MAP-IDX)
                 MOVE MAP-COST-CENTER
                                   TO WS-MAP-CC(MAP-IDX)
              END-IF
           END-PERFORM.
           CLOSE GLMAP.

       0145-READ-CHECK-CONTROL.

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
              END-IF
           END-IF.

       0200-PROCESS-VOID.

      * Every test runs before anything is changed; the first one
      * failed names the rejection and the transaction is skipped
      * whole.
           ADD 1                      TO WS-TRANS-COUNT
           MOVE SPACES                TO WS-REJECT-REASON
           IF VTR-EMPLOYEEID IS NOT NUMERIC OR
              VTR-PERIOD IS NOT NUMERIC OR
              NOT (VTR-VOID-ONLY OR VTR-REISSUE)
              MOVE 'INVALID VOID TRANSACTION' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 0210-FIND-PAY-HISTORY
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 0220-FIND-PAYMENT
           END-IF
           IF WS-REJECT-REASON = SPACES AND VTR-VOID-ONLY
              PERFORM 0230-CHECK-YTD
           END-IF
           IF WS-REJECT-REASON = SPACES AND VTR-VOID-ONLY
              PERFORM 0240-GATHER-RECOVERIES
           END-IF
      * A replacement needs a line on the register table; with no
      * room the void is refused before any check is printed.
           IF WS-REJECT-REASON = SPACES AND VTR-REISSUE AND
              WS-REG-COUNT NOT < 20000
              MOVE 'CHECK REGISTER FULL' TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM 0300-VOID-PAYMENT
              IF VTR-REISSUE
                 PERFORM 0340-ISSUE-REPLACEMENT
              ELSE
                 PERFORM 0310-REVERSE-YTD
                 PERFORM 0315-REVERSE-QTD
                 PERFORM 0320-REVERSE-GL
                 PERFORM 0330-REVERSE-DEDUCTIONS
                 PERFORM 0335-RESTORE-ARREARS
                 MOVE 'V'             TO PH-STATUS
                 MOVE PAYHIST-REC     TO WS-PH-REC(PH-IDX)
                 ADD 1                TO WS-VOID-COUNT
                 ADD PH-NET           TO WS-VOID-TOTAL
              END-IF
              PERFORM 0350-LOG-VOID
           ELSE
              ADD 1                   TO WS-REJECT-COUNT
              MOVE WS-REJECT-REASON   TO EXC-REASON
              MOVE VOIDTRANS-REC(1:20) TO EXC-KEY
              MOVE VOIDTRANS-REC(15:40) TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

           READ VOIDTRANS
              AT END SET VOID-EOF TO TRUE
           END-READ.

       0210-FIND-PAY-HISTORY.

      * The latest line for the employee and period is the payment;
      * period numbers repeat every year, and a rerun of a period
      * leaves more than one line.
           MOVE ZERO                  TO WS-PH-HIT
           PERFORM VARYING PH-IDX FROM 1 BY 1
              UNTIL PH-IDX > WS-PH-COUNT
              MOVE WS-PH-REC(PH-IDX)  TO PAYHIST-REC
              IF PH-EMPLOYEEID = VTR-EMPLOYEEID AND
                 PH-PERIOD = VTR-PERIOD
                 SET WS-PH-HIT        TO PH-IDX
              END-IF
           END-PERFORM
           IF WS-PH-HIT = ZERO
              MOVE 'NO PAY HISTORY'   TO WS-REJECT-REASON
           ELSE
              SET PH-IDX              TO WS-PH-HIT
              MOVE WS-PH-REC(PH-IDX)  TO PAYHIST-REC
              IF PH-VOIDED
                 MOVE 'PAYMENT ALREADY VOIDED' TO WS-REJECT-REASON
              END-IF
              MOVE ZERO               TO WS-VOID-HOLIDAY
                                         WS-VOID-SHIFT
              IF PH-HOLIDAY IS NUMERIC AND PH-SHIFT IS NUMERIC
                 MOVE PH-HOLIDAY      TO WS-VOID-HOLIDAY
                 MOVE PH-SHIFT        TO WS-VOID-SHIFT
              END-IF
           END-IF.

       0220-FIND-PAYMENT.

      * A check on the register for this employee and period,
      * issued on or after the pay run, is how the pay went out;
      * with no such check it went to the bank as a deposit.
           MOVE ZERO                  TO WS-REG-HIT
           PERFORM VARYING REG-IDX FROM 1 BY 1
              UNTIL REG-IDX > WS-REG-COUNT
              MOVE WS-REG-REC(REG-IDX) TO CHECKREG-REC
              IF CRG-EMPLOYEEID = VTR-EMPLOYEEID AND
                 CRG-PERIOD = VTR-PERIOD AND
                 CRG-ISSUE-DATE >= PH-RUN-DATE AND
                 NOT CRG-VOIDED
                 SET WS-REG-HIT       TO REG-IDX
              END-IF
           END-PERFORM

           MOVE SPACE                 TO WS-PAY-METHOD
           IF WS-REG-HIT > ZERO
              SET REG-IDX             TO WS-REG-HIT
              MOVE WS-REG-REC(REG-IDX) TO CHECKREG-REC
              IF CRG-CLEARED
                 MOVE 'X'             TO WS-PAY-METHOD
              ELSE
                 MOVE 'C'             TO WS-PAY-METHOD
              END-IF
           ELSE
              PERFORM 0225-LOOKUP-BANK-DETAILS
              IF BANK-FOUND
                 MOVE 'D'             TO WS-PAY-METHOD
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN CHECK-CLEARED
                 MOVE 'CHECK ALREADY CLEARED' TO WS-REJECT-REASON
              WHEN NO-PAYMENT-FOUND
                 MOVE 'NO PAYMENT ON FILE'    TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0225-LOOKUP-BANK-DETAILS.

           MOVE 'NO '                 TO WS-BANK-FOUND
           PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > WS-BANK-COUNT
              IF WS-BANK-ID(BANK-IDX) = VTR-EMPLOYEEID
                 SET WS-BANK-HIT      TO BANK-IDX
                 MOVE 'YES'           TO WS-BANK-FOUND
              END-IF
           END-PERFORM
           IF BANK-FOUND
              SET BANK-IDX            TO WS-BANK-HIT
           END-IF.

       0230-CHECK-YTD.

      * The earnings come back off this year's figures only; pay
      * from a year already rolled over is a manual correction.
           PERFORM 0235-LOOKUP-YTD
           EVALUATE TRUE
              WHEN NOT YTD-FOUND
                 MOVE 'NO YTD RECORD'         TO WS-REJECT-REASON
              WHEN WS-YTD-PAID-THRU(YTD-IDX)(1:4) >
                   PH-RUN-DATE(1:4)
                 MOVE 'PRIOR-YEAR PAY'        TO WS-REJECT-REASON
              WHEN WS-YTD-STRAIGHT(YTD-IDX) < PH-STRAIGHT OR
                   WS-YTD-OVERTIME(YTD-IDX) < PH-OVERTIME OR
                   WS-YTD-GROSS(YTD-IDX) < PH-GROSS OR
                   WS-YTD-HOLIDAY(YTD-IDX) < WS-VOID-HOLIDAY OR
                   WS-YTD-SHIFT(YTD-IDX) < WS-VOID-SHIFT
                 MOVE 'YTD BELOW VOID AMOUNT' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0235-LOOKUP-YTD.

           MOVE 'NO '                 TO WS-YTD-FOUND
           PERFORM VARYING YTD-IDX FROM 1 BY 1
              UNTIL YTD-IDX > WS-YTD-COUNT
              IF WS-YTD-ID(YTD-IDX) = VTR-EMPLOYEEID
                 SET WS-YTD-HIT       TO YTD-IDX
                 MOVE 'YES'           TO WS-YTD-FOUND
              END-IF
           END-PERFORM
           IF YTD-FOUND
              SET YTD-IDX             TO WS-YTD-HIT
           END-IF.

       0240-GATHER-RECOVERIES.

      * What the voided check recovered off the arrears master, by
      * code, from the trail NETPAY wrote on that run.
           MOVE ZERO                  TO WS-RST-COUNT
           MOVE 'NO '                 TO WS-RST-OVERFLOW
           MOVE 'NO '                 TO WS-ATX-EOF-SW
           OPEN INPUT ARREARSTXN
           IF WS-FS-ARRTXN = '00'
              PERFORM UNTIL ATX-EOF
                 READ ARREARSTXN
                    AT END SET ATX-EOF TO TRUE
                 END-READ
                 IF NOT ATX-EOF AND
                    ATX-RECOVERED AND
                    ATX-EMPLOYEEID = VTR-EMPLOYEEID AND
                    ATX-PERIOD = VTR-PERIOD AND
                    ATX-RUN-DATE = PH-RUN-DATE
                    IF WS-RST-COUNT < 50
                       ADD 1          TO WS-RST-COUNT
                       SET RST-IDX    TO WS-RST-COUNT
                       MOVE ATX-CODE  TO WS-RST-CODE(RST-IDX)
                       MOVE ATX-AMOUNT
                                      TO WS-RST-AMOUNT(RST-IDX)
                    ELSE
                       MOVE 'YES'     TO WS-RST-OVERFLOW
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARREARSTXN

      * Room on the master for a code that has since paid off is
      * checked now, not discovered halfway through the restore.
           IF RST-OVERFLOW OR
              WS-ARR-COUNT + WS-RST-COUNT > 5000
              MOVE 'ARREARS RESTORE OVERFLOW' TO WS-REJECT-REASON
           END-IF.

       0300-VOID-PAYMENT.

           EVALUATE TRUE
              WHEN PAID-BY-CHECK
                 MOVE 'V'             TO CRG-STATUS
                 MOVE WS-TODAY8       TO CRG-CLEARED-DATE
                 MOVE CHECKREG-REC    TO WS-REG-REC(REG-IDX)
                 ADD 1                TO WS-REG-CHANGED
                 ADD 1                TO WS-CHECKS-VOIDED
                 MOVE 'V'             TO WS-POS-RECORD-TYPE
                 MOVE WS-DISBURSE-ACCOUNT TO WS-POS-ACCOUNT
                 MOVE CRG-CHECK-NUMBER TO WS-POS-CHECK-NUMBER
                 MOVE CRG-ISSUE-DATE  TO WS-POS-ISSUE-DATE
                 MOVE CRG-AMOUNT      TO WS-POS-AMOUNT
                 MOVE CRG-PAYEE       TO WS-POS-PAYEE
                 WRITE VOIDPOSPAY-REC FROM WS-POS-ISSUE
                 ADD 1                TO WS-POSPAY-COUNT
                 ADD CRG-AMOUNT       TO WS-POSPAY-TOTAL
              WHEN PAID-BY-DEPOSIT
                 ADD 1                TO WS-DEPOSITS-REVERSED
                 ADD 1                TO WS-DEPREV-COUNT
                 ADD PH-NET           TO WS-DEPREV-TOTAL
                 MOVE VTR-EMPLOYEEID  TO WS-DET-EMPLOYEEID
                 MOVE WS-BANK-ROUTING(BANK-IDX) TO WS-DET-ROUTING
                 MOVE WS-BANK-ACCOUNT(BANK-IDX) TO WS-DET-ACCOUNT
                 MOVE WS-BANK-TYPE(BANK-IDX)    TO WS-DET-ACCT-TYPE
                 MOVE PH-NET          TO WS-DET-AMOUNT
                 MOVE 'R'             TO WS-DET-ENTRY-CLASS
                 WRITE DEPREVERSAL-REC FROM WS-DEP-DETAIL
           END-EVALUATE.

       0310-REVERSE-YTD.

           SUBTRACT PH-STRAIGHT       FROM WS-YTD-STRAIGHT(YTD-IDX)
           SUBTRACT PH-OVERTIME       FROM WS-YTD-OVERTIME(YTD-IDX)
           SUBTRACT PH-GROSS          FROM WS-YTD-GROSS(YTD-IDX)
           SUBTRACT WS-VOID-HOLIDAY   FROM WS-YTD-HOLIDAY(YTD-IDX)
           SUBTRACT WS-VOID-SHIFT     FROM WS-YTD-SHIFT(YTD-IDX)
           ADD 1                      TO WS-YTD-CHANGED.

       0315-REVERSE-QTD.

           IF PH-PAID-THRU IS NUMERIC AND PH-PAID-THRU > ZERO
              MOVE PH-PAID-THRU       TO WS-VOID-DATE
           ELSE
              MOVE PH-RUN-DATE        TO WS-VOID-DATE
           END-IF
           MOVE WS-VOID-DATE(1:4)     TO WS-VOID-YEAR
           MOVE WS-VOID-DATE(5:2)     TO WS-VOID-MONTH
           COMPUTE WS-VOID-QUARTER = (WS-VOID-MONTH + 2) / 3

      * The bucket comes down only while it still holds the quarter
      * the pay went out in; once rolled, the quarter is closed and
      * the control line below is what QTRSUMM shows for it.
           MOVE 'NO '                 TO WS-QTD-FOUND
           PERFORM VARYING QTD-IDX FROM 1 BY 1
              UNTIL QTD-IDX > WS-QTD-COUNT
              IF WS-QTD-ID(QTD-IDX) = VTR-EMPLOYEEID
                 SET WS-QTD-HIT       TO QTD-IDX
                 MOVE 'YES'           TO WS-QTD-FOUND
              END-IF
           END-PERFORM
           IF QTD-FOUND
              SET QTD-IDX             TO WS-QTD-HIT
              IF WS-QTD-YEAR(QTD-IDX) = WS-VOID-YEAR AND
                 WS-QTD-QUARTER(QTD-IDX) = WS-VOID-QUARTER AND
                 WS-QTD-STRAIGHT(QTD-IDX) NOT < PH-STRAIGHT AND
                 WS-QTD-OVERTIME(QTD-IDX) NOT < PH-OVERTIME AND
                 WS-QTD-GROSS(QTD-IDX) NOT < PH-GROSS AND
                 WS-QTD-TAXES(QTD-IDX) NOT < PH-TAXES AND
                 WS-QTD-HOLIDAY(QTD-IDX) NOT < WS-VOID-HOLIDAY AND
                 WS-QTD-SHIFT(QTD-IDX) NOT < WS-VOID-SHIFT
                 SUBTRACT PH-STRAIGHT FROM WS-QTD-STRAIGHT(QTD-IDX)
                 SUBTRACT PH-OVERTIME FROM WS-QTD-OVERTIME(QTD-IDX)
                 SUBTRACT PH-GROSS    FROM WS-QTD-GROSS(QTD-IDX)
                 SUBTRACT PH-TAXES    FROM WS-QTD-TAXES(QTD-IDX)
                 SUBTRACT WS-VOID-HOLIDAY
                                      FROM WS-QTD-HOLIDAY(QTD-IDX)
                 SUBTRACT WS-VOID-SHIFT
                                      FROM WS-QTD-SHIFT(QTD-IDX)
                 ADD 1                TO WS-QTD-CHANGED
              ELSE
                 ADD 1                TO WS-QTD-NOT-HELD
              END-IF
           ELSE
              ADD 1                   TO WS-QTD-NOT-HELD
           END-IF

           OPEN EXTEND QTDCONTROL.
           IF WS-FS-QTDCTL = '05'
              MOVE '00'               TO WS-FS-QTDCTL
           END-IF.
           IF WS-FS-QTDCTL = '00'
              MOVE SPACES             TO QTDCONTROL-REC
              MOVE 'V'                TO QC-TYPE
              MOVE WS-VOID-YEAR       TO QC-YEAR
              MOVE WS-VOID-QUARTER    TO QC-QUARTER
              MOVE PH-PERIOD          TO QC-PERIOD
              MOVE WS-VOID-DATE       TO QC-PAID-THRU
              MOVE WS-TODAY8          TO QC-RUN-DATE
              MOVE 1                  TO QC-LINES
              MOVE PH-STRAIGHT        TO QC-STRAIGHT
              MOVE PH-OVERTIME        TO QC-OVERTIME
              MOVE PH-GROSS           TO QC-GROSS
              MOVE PH-TAXES           TO QC-TAXES
              MOVE WS-VOID-HOLIDAY    TO QC-HOLIDAY
              MOVE WS-VOID-SHIFT      TO QC-SHIFT
              WRITE QTDCONTROL-REC
              CLOSE QTDCONTROL
           ELSE
              PERFORM 9530-QTDCTL-REASON
              DISPLAY '* QTDCONTROL NOT WRITTEN -- FS ' WS-FS-QTDCTL
                      ' (' WS-FS-REASON ')'
              IF RETURN-CODE < 4
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF.

       0320-REVERSE-GL.

      * The labor charge comes back off the department's account
      * and out of payroll clearing -- the mirror of GLPOST.
           MOVE SPACES                TO WS-LINE-DEPT
           PERFORM VARYING EMPDEPT-IDX FROM 1 BY 1
              UNTIL EMPDEPT-IDX > WS-EMPDEPT-COUNT
              IF WS-EMPDEPT-ID(EMPDEPT-IDX) = VTR-EMPLOYEEID
                 MOVE WS-EMPDEPT-NAME(EMPDEPT-IDX) TO WS-LINE-DEPT
              END-IF
           END-PERFORM
           PERFORM 0325-MAP-DEPT-ACCOUNT
           PERFORM 0327-FIND-COMPANY

           IF PH-STRAIGHT > ZERO
              MOVE SPACES             TO GLJOURNAL-REC
              MOVE WS-LINE-ACCT       TO JRN-ACCOUNT
              MOVE WS-LINE-CC         TO JRN-COST-CENTER
              MOVE 'C'                TO JRN-DC
              MOVE WS-LINE-COMPANY    TO JRN-COMPANY
              MOVE PH-STRAIGHT        TO JRN-AMOUNT
              STRING 'VOID STRAIGHT ' VTR-EMPLOYEEID
                     ' PERIOD ' VTR-PERIOD
                 DELIMITED BY SIZE INTO JRN-DESCRIPTION
              WRITE GLJOURNAL-REC
              ADD 1                   TO WS-JRN-COUNT
              ADD PH-STRAIGHT         TO WS-CREDIT-TOTAL
           END-IF
           IF PH-OVERTIME > ZERO
              MOVE SPACES             TO GLJOURNAL-REC
              MOVE WS-LINE-ACCT       TO JRN-ACCOUNT
              MOVE WS-LINE-CC         TO JRN-COST-CENTER
              MOVE 'C'                TO JRN-DC
              MOVE WS-LINE-COMPANY    TO JRN-COMPANY
              MOVE PH-OVERTIME        TO JRN-AMOUNT
              STRING 'VOID OVERTIME ' VTR-EMPLOYEEID
                     ' PERIOD ' VTR-PERIOD
                 DELIMITED BY SIZE INTO JRN-DESCRIPTION
              WRITE GLJOURNAL-REC
              ADD 1                   TO WS-JRN-COUNT
              ADD PH-OVERTIME         TO WS-CREDIT-TOTAL
           END-IF
           IF WS-VOID-HOLIDAY > ZERO
              MOVE SPACES             TO GLJOURNAL-REC
              MOVE WS-LINE-ACCT       TO JRN-ACCOUNT
              MOVE WS-LINE-CC         TO JRN-COST-CENTER
              MOVE 'C'                TO JRN-DC
              MOVE WS-LINE-COMPANY    TO JRN-COMPANY
              MOVE WS-VOID-HOLIDAY    TO JRN-AMOUNT
              STRING 'VOID HOLIDAY ' VTR-EMPLOYEEID
                     ' PERIOD ' VTR-PERIOD
                 DELIMITED BY SIZE INTO JRN-DESCRIPTION
              WRITE GLJOURNAL-REC
              ADD 1                   TO WS-JRN-COUNT
              ADD WS-VOID-HOLIDAY     TO WS-CREDIT-TOTAL
           END-IF
           IF WS-VOID-SHIFT > ZERO
              MOVE SPACES             TO GLJOURNAL-REC
              MOVE WS-LINE-ACCT       TO JRN-ACCOUNT
              MOVE WS-LINE-CC         TO JRN-COST-CENTER
              MOVE 'C'                TO JRN-DC
              MOVE WS-LINE-COMPANY    TO JRN-COMPANY
              MOVE WS-VOID-SHIFT      TO JRN-AMOUNT
              STRING 'VOID SHIFT ' VTR-EMPLOYEEID
                     ' PERIOD ' VTR-PERIOD
                 DELIMITED BY SIZE INTO JRN-DESCRIPTION
              WRITE GLJOURNAL-REC
              ADD 1                   TO WS-JRN-COUNT
              ADD WS-VOID-SHIFT       TO WS-CREDIT-TOTAL
           END-IF
           COMPUTE WS-LABOR-TOTAL = PH-STRAIGHT + PH-OVERTIME +
                   WS-VOID-HOLIDAY + WS-VOID-SHIFT
           IF WS-LABOR-TOTAL > ZERO
              MOVE SPACES             TO GLJOURNAL-REC
              MOVE WS-CLEARING-ACCT   TO JRN-ACCOUNT
              MOVE WS-CLEARING-CC     TO JRN-COST-CENTER
              MOVE 'D'                TO JRN-DC
              MOVE WS-LINE-COMPANY    TO JRN-COMPANY
              MOVE WS-LABOR-TOTAL     TO JRN-AMOUNT
              STRING 'VOID CLEARING ' VTR-EMPLOYEEID
                     ' PERIOD ' VTR-PERIOD
                 DELIMITED BY SIZE INTO JRN-DESCRIPTION
              WRITE GLJOURNAL-REC
              ADD 1                   TO WS-JRN-COUNT
              ADD WS-LABOR-TOTAL      TO WS-DEBIT-TOTAL
           END-IF.

       0325-MAP-DEPT-ACCOUNT.

           MOVE 'NO '                 TO WS-MAP-HIT
           PERFORM VARYING MAP-IDX FROM 1 BY 1
              UNTIL MAP-IDX > WS-MAP-COUNT
              IF WS-MAP-DEPT(MAP-IDX) = WS-LINE-DEPT
                 MOVE WS-MAP-ACCT(MAP-IDX) TO WS-LINE-ACCT
                 MOVE WS-MAP-CC(MAP-IDX)   TO WS-LINE-CC
                 MOVE 'YES'           TO WS-MAP-HIT
              END-IF
           END-PERFORM

      * No mapping row: the reversal posts to suspense, the same
      * place GLPOST would have charged it, and the gap is logged.
           IF NOT MAP-FOUND
              MOVE WS-SUSPENSE-ACCT   TO WS-LINE-ACCT
              MOVE WS-SUSPENSE-CC     TO WS-LINE-CC
              MOVE 'NO GL MAPPING'    TO EXC-REASON
              MOVE VTR-EMPLOYEEID     TO EXC-KEY
              MOVE WS-LINE-DEPT       TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0327-FIND-COMPANY.

      * The company comes off the employee's master record, as the
      * register line GLPOST charged did. A leaver no longer on the
      * master posts under no company, and the gap is logged.
           MOVE SPACE                 TO WS-LINE-COMPANY
           MOVE VTR-EMPLOYEEID        TO IDX-EMPLOYEEID
           READ EMPLOYEEINDEXED
              INVALID KEY CONTINUE
           END-READ
           IF FS-EMP-IDX = '00'
              MOVE IDX-COMPANY        TO WS-LINE-COMPANY
           ELSE
              MOVE 'NO EMPLOYEE MASTER' TO EXC-REASON
              MOVE VTR-EMPLOYEEID     TO EXC-KEY
              MOVE 'VOID JOURNAL POSTED UNDER NO COMPANY'
                                      TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           END-IF.

       0330-REVERSE-DEDUCTIONS.

      * Every code the check carried -- taxes, deductions, arrears
      * recoveries -- onto the void deduction register.
           MOVE 'NO '                 TO WS-DH-EOF-SW
           OPEN INPUT DEDHIST
           IF WS-FS-DEDHIST = '00'
              PERFORM UNTIL DH-EOF
                 READ DEDHIST
                    AT END SET DH-EOF TO TRUE
                 END-READ
                 IF NOT DH-EOF AND
                    DH-EMPLOYEEID = VTR-EMPLOYEEID AND
                    DH-PERIOD = VTR-PERIOD AND
                    DH-RUN-DATE = PH-RUN-DATE
                    PERFORM 0332-ACCUMULATE-VOID-CODE
                 END-IF
              END-PERFORM
           END-IF
           CLOSE DEDHIST.

       0332-ACCUMULATE-VOID-CODE.

           MOVE 'NO '                 TO WS-VDC-FOUND
           PERFORM VARYING VDC-IDX FROM 1 BY 1
              UNTIL VDC-IDX > WS-VDC-COUNT OR VDC-FOUND
              IF WS-VDC-CODE(VDC-IDX) = DH-CODE
                 MOVE 'YES'           TO WS-VDC-FOUND
              END-IF
           END-PERFORM
           IF VDC-FOUND
              SET VDC-IDX DOWN BY 1
              ADD 1                   TO WS-VDC-CHECKS(VDC-IDX)
              ADD DH-AMOUNT           TO WS-VDC-TOTAL(VDC-IDX)
           ELSE
              IF WS-VDC-COUNT < 200
                 ADD 1                TO WS-VDC-COUNT
                 SET VDC-IDX          TO WS-VDC-COUNT
                 MOVE DH-CODE         TO WS-VDC-CODE(VDC-IDX)
                 MOVE 1               TO WS-VDC-CHECKS(VDC-IDX)
                 MOVE DH-AMOUNT       TO WS-VDC-TOTAL(VDC-IDX)
              ELSE
                 ADD 1                TO WS-VDC-DROPPED
              END-IF
           END-IF.

       0335-RESTORE-ARREARS.

           IF WS-RST-COUNT > ZERO
              OPEN EXTEND ARREARSTXN
              PERFORM 0337-RESTORE-ONE-ARREARS
                 VARYING RST-IDX FROM 1 BY 1
                 UNTIL RST-IDX > WS-RST-COUNT
              CLOSE ARREARSTXN
           END-IF.

       0337-RESTORE-ONE-ARREARS.

      * A code the check paid off entirely is gone from the master;
      * it comes back at the lowest priority, opened on the day of
      * the voided pay.
           MOVE 'NO '                 TO WS-ARR-FOUND
           PERFORM VARYING ARR-IDX FROM 1 BY 1
              UNTIL ARR-IDX > WS-ARR-COUNT
              IF WS-ARR-ID(ARR-IDX) = VTR-EMPLOYEEID AND
                 WS-ARR-CODE(ARR-IDX) = WS-RST-CODE(RST-IDX)
                 SET WS-ARR-HIT       TO ARR-IDX
                 MOVE 'YES'           TO WS-ARR-FOUND
              END-IF
           END-PERFORM
           IF ARR-FOUND
              SET ARR-IDX             TO WS-ARR-HIT
           ELSE
              ADD 1                   TO WS-ARR-COUNT
              SET ARR-IDX             TO WS-ARR-COUNT
              MOVE VTR-EMPLOYEEID     TO WS-ARR-ID(ARR-IDX)
              MOVE WS-RST-CODE(RST-IDX) TO WS-ARR-CODE(ARR-IDX)
              MOVE 99                 TO WS-ARR-PRIORITY(ARR-IDX)
              MOVE ZERO               TO WS-ARR-BALANCE(ARR-IDX)
              MOVE PH-RUN-DATE        TO WS-ARR-OPENED(ARR-IDX)
           END-IF
           ADD WS-RST-AMOUNT(RST-IDX) TO WS-ARR-BALANCE(ARR-IDX)
           ADD 1                      TO WS-ARREARS-RESTORED

           MOVE SPACES                TO ARREARSTXN-REC
           MOVE WS-TODAY8             TO ATX-RUN-DATE
           MOVE VTR-PERIOD            TO ATX-PERIOD
           MOVE VTR-EMPLOYEEID        TO ATX-EMPLOYEEID
           MOVE WS-RST-CODE(RST-IDX)  TO ATX-CODE
           MOVE 'A'                   TO ATX-ACTION
           MOVE WS-RST-AMOUNT(RST-IDX) TO ATX-AMOUNT
           MOVE WS-ARR-BALANCE(ARR-IDX) TO ATX-BALANCE
           WRITE ARREARSTXN-REC.

       0340-ISSUE-REPLACEMENT.

      * The replacement check pays the same net for the same period
      * and joins the register and the bank's file like any other.
           PERFORM 0235-LOOKUP-YTD
           MOVE SPACES                TO CHECKPRINT-REC
           MOVE VTR-EMPLOYEEID        TO CHK-EMPLOYEEID
           IF YTD-FOUND
              MOVE WS-YTD-LASTNAME(YTD-IDX)  TO CHK-LASTNAME
              MOVE WS-YTD-FIRSTNAME(YTD-IDX) TO CHK-FIRSTNAME
           END-IF
           MOVE PH-NET                TO CHK-NET-PAY
           MOVE WS-NEXT-CHECK         TO CHK-NUMBER
           WRITE CHECKPRINT-REC
           ADD 1                      TO WS-REISSUE-COUNT

           MOVE SPACES                TO CHECKREG-REC
           MOVE WS-NEXT-CHECK         TO CRG-CHECK-NUMBER
           MOVE WS-TODAY8             TO CRG-ISSUE-DATE
           MOVE VTR-PERIOD            TO CRG-PERIOD
           MOVE VTR-EMPLOYEEID        TO CRG-EMPLOYEEID
           STRING CHK-LASTNAME ' ' CHK-FIRSTNAME
              DELIMITED BY SIZE INTO CRG-PAYEE
           MOVE PH-NET                TO CRG-AMOUNT
           MOVE 'O'                   TO CRG-STATUS
           MOVE ZERO                  TO CRG-CLEARED-DATE
           IF WS-REG-COUNT < 20000
              ADD 1                   TO WS-REG-COUNT
              SET REG-IDX             TO WS-REG-COUNT
              MOVE CHECKREG-REC       TO WS-REG-REC(REG-IDX)
              ADD 1                   TO WS-REG-CHANGED
           ELSE
              ADD 1                   TO WS-REG-DROPPED
           END-IF

           MOVE 'I'                   TO WS-POS-RECORD-TYPE
           MOVE WS-DISBURSE-ACCOUNT   TO WS-POS-ACCOUNT
           MOVE WS-NEXT-CHECK         TO WS-POS-CHECK-NUMBER
           MOVE WS-TODAY8             TO WS-POS-ISSUE-DATE
           MOVE PH-NET                TO WS-POS-AMOUNT
           MOVE CRG-PAYEE             TO WS-POS-PAYEE
           WRITE VOIDPOSPAY-REC FROM WS-POS-ISSUE
           ADD 1                      TO WS-POSPAY-COUNT
           ADD PH-NET                 TO WS-POSPAY-TOTAL

           ADD 1                      TO WS-NEXT-CHECK.

       0350-LOG-VOID.

      * The audit line: what was voided, how it had been paid, the
      * amount, who keyed it, and why.
           IF VTR-REISSUE
              MOVE 'PAYMENT REISSUED' TO EXC-REASON
           ELSE
              MOVE 'PAYMENT VOIDED'   TO EXC-REASON
           END-IF
           MOVE VTR-EMPLOYEEID        TO EXC-KEY
           MOVE PH-NET                TO WS-EDIT-NET
           MOVE SPACES                TO EXC-DETAIL
           IF PAID-BY-CHECK
              STRING 'P' VTR-PERIOD ' CHK ' WS-EDIT-NET ' '
                     VTR-OPERATOR ' ' VTR-REASON
                 DELIMITED BY SIZE INTO EXC-DETAIL
           ELSE
              STRING 'P' VTR-PERIOD ' DEP ' WS-EDIT-NET ' '
                     VTR-OPERATOR ' ' VTR-REASON
                 DELIMITED BY SIZE INTO EXC-DETAIL
           END-IF
           PERFORM 8000-LOG-EXCEPTION.

       0400-WRITE-TRAILERS.

           MOVE WS-DEPREV-COUNT       TO WS-TRL-COUNT
           MOVE WS-DEPREV-TOTAL       TO WS-TRL-AMOUNT
           WRITE DEPREVERSAL-REC FROM WS-DEP-TRAILER.

           MOVE WS-DISBURSE-ACCOUNT   TO WS-POS-TRL-ACCOUNT
           MOVE WS-POSPAY-COUNT       TO WS-POS-TRL-COUNT
           MOVE WS-POSPAY-TOTAL       TO WS-POS-TRL-AMOUNT
           WRITE VOIDPOSPAY-REC FROM WS-POS-TRAILER.

       0410-WRITE-VOID-DED-REGISTER.

           PERFORM VARYING VDC-IDX FROM 1 BY 1
              UNTIL VDC-IDX > WS-VDC-COUNT
              MOVE SPACES             TO DEDCODEREG-REC
              MOVE WS-VDC-CODE(VDC-IDX)   TO CODEREG-CODE
              MOVE WS-VDC-CHECKS(VDC-IDX) TO CODEREG-CHECKS
              MOVE WS-VDC-TOTAL(VDC-IDX)  TO CODEREG-TOTAL
              WRITE DEDCODEREG-REC
           END-PERFORM.
           IF WS-VDC-DROPPED > ZERO
              DISPLAY "* VOID CODE TABLE FULL -- CODES NOT LISTED: "
                      WS-VDC-DROPPED
              IF RETURN-CODE < 4
                 MOVE 4               TO RETURN-CODE
              END-IF
           END-IF.

       0420-REWRITE-PAY-HISTORY.

           OPEN OUTPUT PAYHIST.
           PERFORM VARYING PH-IDX FROM 1 BY 1
              UNTIL PH-IDX > WS-PH-COUNT
              MOVE WS-PH-REC(PH-IDX)  TO PAYHIST-REC
              WRITE PAYHIST-REC
           END-PERFORM.
           CLOSE PAYHIST.

       0430-REWRITE-YTD.

           OPEN OUTPUT YTDEARNINGS.
           PERFORM VARYING YTD-IDX FROM 1 BY 1
              UNTIL YTD-IDX > WS-YTD-COUNT
              MOVE SPACES             TO YTDEARNINGS-REC
              MOVE WS-YTD-ID(YTD-IDX)        TO YTD-EMPLOYEEID
              MOVE WS-YTD-LASTNAME(YTD-IDX)  TO YTD-LASTNAME
              MOVE WS-YTD-FIRSTNAME(YTD-IDX) TO YTD-FIRSTNAME
              MOVE WS-YTD-STRAIGHT(YTD-IDX)  TO YTD-STRAIGHT
              MOVE WS-YTD-OVERTIME(YTD-IDX)  TO YTD-OVERTIME
              MOVE WS-YTD-GROSS(YTD-IDX)     TO YTD-GROSS
              MOVE WS-YTD-PERIOD(YTD-IDX)    TO YTD-LAST-PERIOD
              MOVE WS-YTD-PAID-THRU(YTD-IDX) TO YTD-PAID-THRU
              MOVE WS-YTD-HOLIDAY(YTD-IDX)   TO YTD-HOLIDAY
              MOVE WS-YTD-SHIFT(YTD-IDX)     TO YTD-SHIFT
              WRITE YTDEARNINGS-REC
           END-PERFORM.
           CLOSE YTDEARNINGS.

       0435-REWRITE-QTD.

           OPEN OUTPUT QTDEARNINGS.
           PERFORM VARYING QTD-IDX FROM 1 BY 1
              UNTIL QTD-IDX > WS-QTD-COUNT
              MOVE SPACES             TO QTDEARNINGS-REC
              MOVE WS-QTD-ID(QTD-IDX)        TO QTD-EMPLOYEEID
              MOVE WS-QTD-LASTNAME(QTD-IDX)  TO QTD-LASTNAME
              MOVE WS-QTD-FIRSTNAME(QTD-IDX) TO QTD-FIRSTNAME
              MOVE WS-QTD-YEAR(QTD-IDX)      TO QTD-YEAR
              MOVE WS-QTD-QUARTER(QTD-IDX)   TO QTD-QUARTER
              MOVE WS-QTD-STRAIGHT(QTD-IDX)  TO QTD-STRAIGHT
              MOVE WS-QTD-OVERTIME(QTD-IDX)  TO QTD-OVERTIME
              MOVE WS-QTD-GROSS(QTD-IDX)     TO QTD-GROSS
              MOVE WS-QTD-TAXES(QTD-IDX)     TO QTD-TAXES
              MOVE WS-QTD-PERIOD(QTD-IDX)    TO QTD-LAST-PERIOD
              MOVE WS-QTD-PAID-THRU(QTD-IDX) TO QTD-PAID-THRU
              MOVE WS-QTD-HOLIDAY(QTD-IDX)   TO QTD-HOLIDAY
              MOVE WS-QTD-SHIFT(QTD-IDX)     TO QTD-SHIFT
              WRITE QTDEARNINGS-REC
           END-PERFORM.
           CLOSE QTDEARNINGS.

       0440-REWRITE-ARREARS.

           OPEN OUTPUT ARREARS.
           PERFORM VARYING ARR-IDX FROM 1 BY 1
              UNTIL ARR-IDX > WS-ARR-COUNT
              IF WS-ARR-BALANCE(ARR-IDX) > ZERO
                 MOVE SPACES          TO ARREARS-REC
                 MOVE WS-ARR-ID(ARR-IDX)       TO ARR-EMPLOYEEID
                 MOVE WS-ARR-CODE(ARR-IDX)     TO ARR-CODE
                 MOVE WS-ARR-PRIORITY(ARR-IDX) TO ARR-PRIORITY
                 MOVE WS-ARR-BALANCE(ARR-IDX)  TO ARR-BALANCE
                 MOVE WS-ARR-OPENED(ARR-IDX)   TO ARR-OPENED
                 WRITE ARREARS-REC
              END-IF
           END-PERFORM.
           CLOSE ARREARS.

       0450-REWRITE-CHECK-REGISTER.

      * A replacement that did not fit the table would be a check
      * missing from the register -- the register is left as it was
      * and the run flagged.
           IF WS-REG-DROPPED > ZERO
              DISPLAY "********************************"
              DISPLAY "* CHECK REGISTER EXCEEDS 20000 LINES"
              DISPLAY "* REGISTER NOT REWRITTEN"
              DISPLAY "********************************"
              MOVE 8                  TO RETURN-CODE
           ELSE
              OPEN OUTPUT CHECKREG
              PERFORM VARYING REG-IDX FROM 1 BY 1
                 UNTIL REG-IDX > WS-REG-COUNT
                 MOVE WS-REG-REC(REG-IDX) TO CHECKREG-REC
                 WRITE CHECKREG-REC
              END-PERFORM
              CLOSE CHECKREG
           END-IF.

       0460-REWRITE-CHECK-CONTROL.

           OPEN OUTPUT CHECKCTL.
           MOVE SPACES                TO CHECKCTL-REC
           MOVE WS-NEXT-CHECK         TO CTL-NEXT-CHECK
           MOVE WS-DISBURSE-ACCOUNT   TO CTL-BANK-ACCOUNT
           WRITE CHECKCTL-REC.
           CLOSE CHECKCTL.

       9000-END-PROGRAM.

           CLOSE VOIDTRANS, EMPLOYEEINDEXED, GLVOIDJRN, DEPREVERSAL,
                 VOIDPOSPAY, REISSUECHK, VOIDDEDREG.

           DISPLAY "**********************************"
           DISPLAY "*  VOID TRANSACTIONS READ : " WS-TRANS-COUNT
           DISPLAY "*  PAYMENTS VOIDED        : " WS-VOID-COUNT
           DISPLAY "*  NET PAY REVERSED       : " WS-VOID-TOTAL
           DISPLAY "*  PAYMENTS REISSUED      : " WS-REISSUE-COUNT
           DISPLAY "*  CHECKS VOIDED          : " WS-CHECKS-VOIDED
           DISPLAY "*  DEPOSITS REVERSED      : " WS-DEPOSITS-REVERSED
           DISPLAY "*  ARREARS LINES RESTORED : " WS-ARREARS-RESTORED
           DISPLAY "*  QTD BUCKETS REVERSED   : " WS-QTD-CHANGED
           DISPLAY "*  QTD ALREADY CLOSED     : " WS-QTD-NOT-HELD
           DISPLAY "*  JOURNAL LINES WRITTEN  : " WS-JRN-COUNT
           DISPLAY "*  JOURNAL DEBITS         : " WS-DEBIT-TOTAL
           DISPLAY "*  JOURNAL CREDITS        : " WS-CREDIT-TOTAL
           DISPLAY "*  NEXT CHECK NUMBER      : " WS-NEXT-CHECK
           DISPLAY "*  TRANSACTIONS REJECTED  : " WS-REJECT-COUNT
           DISPLAY "**********************************"

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
              MOVE 4              TO RETURN-CODE
           END-IF

           PERFORM 9010-LOG-END-AND-STOP.

       9010-LOG-END-AND-STOP.

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-TRANS-COUNT TO RL-READ
           COMPUTE RL-WRITTEN = WS-VOID-COUNT + WS-REISSUE-COUNT
           MOVE WS-REJECT-COUNT TO RL-REJECTED
           MOVE WS-FS-VOIDTRANS TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

      * One append to the shop-wide exception repository per void
      * and per rejected transaction.
           MOVE 'PAYVOID'         TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-VOIDTRANS-REASON
           FS-FIELD  BY WS-FS-VOIDTRANS
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9510-PAYHIST-REASON
           FS-FIELD  BY WS-FS-PAYHIST
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9520-GLMAP-REASON
           FS-FIELD  BY WS-FS-GLMAP
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9530-QTDCTL-REASON
           FS-FIELD  BY WS-FS-QTDCTL
           FS-REASON BY WS-FS-REASON.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9540-EMPIDX-REASON
           FS-FIELD  BY FS-EMP-IDX
           FS-REASON BY WS-FS-REASON.

       END PROGRAM PAYVOID.
