       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
      * PAYROLL PERIOD CLOSE -- CLOSES THE PERIOD ON THE
      * PAYPERIOD.DAT CARD ONCE THE PERIOD'S LAST STEPS (YTDUPDATE,
      * GLPOST AND DIRECTDEP) HAVE EACH ENDED CLEAN ON THE RUN LOG,
      * RECORDS THE CLOSE ON THE CLOSED-PERIOD HISTORY, AND OPENS
      * THE NEXT PERIOD BY WRITING ITS CARD FROM THE PAY CALENDAR.
      * FROM THEN ON TIMECARD, PAYREGISTER AND YTDUPDATE REFUSE THE
      * CLOSED PERIOD (SEE THE PERLOCK ROUTINE).
      *
      * A PERIODREQ.DAT CARD CAN ASK FOR A REOPEN INSTEAD: PERIOD,
      * PAID-THROUGH DATE, OPERATOR AND REASON ARE ALL REQUIRED.
      * THE REOPEN IS WRITTEN TO THE HISTORY AND THE EXCEPTION
      * REPOSITORY, AND THE REOPENED PERIOD'S CARD GOES BACK ON
      * PAYPERIOD.DAT SO THE RERUN WORKS AGAINST IT; CLOSING IT
      * AGAIN OPENS THE NEXT PERIOD FROM THE CALENDAR AS USUAL.
      * WITH NO REQUEST CARD THE STEP CLOSES THE CURRENT PERIOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Optional request card: C close (the default) or R reopen.
       SELECT OPTIONAL PERIODREQ ASSIGN TO "PERIODREQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REQUEST.

       SELECT OPTIONAL PAYPERIOD ASSIGN TO "PAYPERIOD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD.

      * Pay calendar: every period of the year in the same layout
      * as the PAYPERIOD.DAT card, so the next line becomes the card.
       SELECT OPTIONAL PAYCALENDAR ASSIGN TO WS-PAYCAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CALENDAR.

       SELECT OPTIONAL PERIODHIST ASSIGN TO WS-PERHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERHIST.

       SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODREQ.
       01 PERIODREQ-REC.
           05 PRQ-ACTION            PIC X(01).
              88 PRQ-CLOSE          VALUE 'C' ' '.
              88 PRQ-REOPEN         VALUE 'R'.
           05 FILLER                PIC X(02).
           05 PRQ-PERIOD            PIC 9(03).
           05 FILLER                PIC X(02).
           05 PRQ-PAID-THRU         PIC 9(08).
           05 FILLER                PIC X(02).
           05 PRQ-OPERATOR          PIC X(08).
           05 FILLER                PIC X(02).
           05 PRQ-REASON            PIC X(30).

       FD PAYPERIOD.
       01 PAYPERIOD-REC.
           05 PERIOD-NUMBER         PIC 9(03).
           05 FILLER                PIC X(02).
           05 PERIOD-PAID-THRU      PIC 9(08).
           05 FILLER                PIC X(02).
           05 PERIOD-START          PIC 9(08).

       FD PAYCALENDAR.
       01 PAYCALENDAR-REC.
           88 CALENDAR-EOF VALUE HIGH-VALUES.
           05 PCAL-PERIOD           PIC 9(03).
           05 FILLER                PIC X(02).
           05 PCAL-PAID-THRU        PIC 9(08).
           05 FILLER                PIC X(02).
           05 PCAL-START            PIC 9(08).

       FD PERIODHIST.
       01 PERIODHIST-REC.
           88 PERHIST-EOF VALUE HIGH-VALUES.
           05 PHS-PERIOD            PIC 9(03).
           05 FILLER                PIC X(02).
           05 PHS-PAID-THRU         PIC 9(08).
           05 FILLER                PIC X(02).
           05 PHS-START             PIC 9(08).
           05 FILLER                PIC X(02).
           05 PHS-ACTION            PIC X(01).
              88 PHS-CLOSED         VALUE 'C'.
              88 PHS-REOPENED       VALUE 'R'.
           05 FILLER                PIC X(02).
           05 PHS-DATE              PIC 9(08).
           05 FILLER                PIC X(02).
           05 PHS-OPERATOR          PIC X(08).
           05 FILLER                PIC X(02).
           05 PHS-REASON            PIC X(30).

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

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-PAYCAL-PATH          PIC X(64).
       01  WS-PERHIST-PATH         PIC X(64).

       01  WS-WORK-AREAS.
           05 WS-FS-REQUEST       PIC X(02).
           05 WS-FS-PERIOD        PIC X(02).
           05 WS-FS-CALENDAR      PIC X(02).
           05 WS-FS-PERHIST       PIC X(02).
           05 WS-FS-RUNLOG        PIC X(02).
           05 WS-FS-REASON        PIC X(32).

           05 WS-TODAY8           PIC 9(08).
           05 WS-ACTION           PIC X(01) VALUE 'C'.
              88 ACTION-CLOSE     VALUE 'C'.
              88 ACTION-REOPEN    VALUE 'R'.
           05 WS-OPERATOR         PIC X(08) VALUE 'BATCH'.
           05 WS-REASON           PIC X(30) VALUE SPACES.

      * The period being closed or reopened.
           05 WS-PERIOD-NUMBER    PIC 9(03) VALUE ZERO.
           05 WS-PAID-THRU        PIC 9(08) VALUE ZERO.
           05 WS-PERIOD-START     PIC 9(08) VALUE ZERO.

      * Its standing on the history: last action seen and when.
           05 WS-HIST-STATUS      PIC X(01) VALUE 'O'.
              88 HIST-OPEN        VALUE 'O'.
              88 HIST-CLOSED      VALUE 'C'.
           05 WS-HIST-START       PIC 9(08) VALUE ZERO.
           05 WS-REOPEN-DATE      PIC 9(08) VALUE ZERO.
           05 WS-HIST-READ        PIC 9(07) VALUE ZERO.

      * Run-log evidence is counted only from the paid-through date
      * on (or from the latest reopen, when later) -- an older run
      * belongs to an earlier period or to the run being redone.
           05 WS-WINDOW-DATE      PIC 9(08).
           05 WS-LOG-READ         PIC 9(07) VALUE ZERO.

      * The steps that must have finished before a period closes.
           05 WS-STEP-NAMES.
              10 FILLER           PIC X(16) VALUE 'YTDUPDATE'.
              10 FILLER           PIC X(16) VALUE 'GLPOST'.
              10 FILLER           PIC X(16) VALUE 'DIRECTDEP'.
           05 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
              10 WS-STEP-NAME     PIC X(16) OCCURS 3 TIMES.
           05 WS-STEP-AREA.
              10 WS-STEP-ENTRY OCCURS 3 TIMES
                                  INDEXED BY STEP-IDX.
                 15 WS-STEP-SEEN     PIC X(03).
                    88 STEP-SEEN     VALUE 'YES'.
                 15 WS-STEP-DATE     PIC 9(08).
                 15 WS-STEP-RETCODE  PIC 9(02).
           05 WS-STEPS-OUTSTANDING PIC 9(02) VALUE ZERO.

      * Next period off the calendar: the earliest paid-through date
      * after the one being closed.
           05 WS-NEXT-FOUND       PIC X(03) VALUE 'NO '.
              88 NEXT-FOUND       VALUE 'YES'.
           05 WS-NEXT-PERIOD      PIC 9(03).
           05 WS-NEXT-PAID-THRU   PIC 9(08).
           05 WS-NEXT-START       PIC 9(08).
           05 WS-CAL-READ         PIC 9(05) VALUE ZERO.

      * The card written back to PAYPERIOD.DAT.
           05 WS-CARD-PERIOD      PIC 9(03).
           05 WS-CARD-PAID-THRU   PIC 9(08).
           05 WS-CARD-START       PIC 9(08).

           05 WS-PERIOD-KEY.
              10 WS-KEY-PERIOD    PIC 9(03).
              10 FILLER           PIC X(01) VALUE '/'.
              10 WS-KEY-PAID-THRU PIC 9(08).

       PROCEDURE DIVISION.
       0100-START.

      * Resolve this step's file locations through the shop profile
      * before anything opens.
           MOVE 'PAYCALENDAR' TO FP-LOGICAL
           MOVE 'PAYCALENDAR.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PAYCAL-PATH
           MOVE 'PERIODHIST' TO FP-LOGICAL
           MOVE 'PERIODHIST.DAT' TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH        TO WS-PERHIST-PATH

           MOVE 'PERCLOSE'     TO SC-PROGRAM
           CALL 'RUNSCHED' USING SC-PARM
           IF SC-BYPASS-TONIGHT
              DISPLAY '* PERCLOSE BYPASSED BY RUN CALENDAR'
              STOP RUN
           END-IF

           MOVE 'PERCLOSE'     TO RL-PROGRAM
           MOVE 'START'        TO RL-EVENT
           MOVE ZERO           TO RL-READ RL-WRITTEN RL-REJECTED
                                  RL-RETCODE
           MOVE SPACES         TO RL-FSTATUS
           CALL 'RUNLOGGER' USING RL-PARM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY8

           PERFORM 0110-READ-REQUEST.
           PERFORM 0120-READ-PERIOD-CARD.
           PERFORM 0130-READ-HISTORY.

           IF ACTION-REOPEN
              PERFORM 0300-REOPEN-PERIOD
           ELSE
              PERFORM 0200-CLOSE-PERIOD
           END-IF.
           PERFORM 9000-END-PROGRAM.

       0110-READ-REQUEST.

           OPEN INPUT PERIODREQ.
           IF WS-FS-REQUEST = '00'
              MOVE SPACES             TO PERIODREQ-REC
              READ PERIODREQ
                 AT END CONTINUE
              END-READ
              IF PERIODREQ-REC NOT = SPACES
                 IF NOT (PRQ-CLOSE OR PRQ-REOPEN)
                    DISPLAY '********************************'
                    DISPLAY '* PERIODREQ.DAT ACTION INVALID *'
                    DISPLAY '* ' PERIODREQ-REC
                    DISPLAY '********************************'
                    MOVE 8            TO RETURN-CODE
                    PERFORM 9010-LOG-END-AND-STOP
                 END-IF
                 IF PRQ-REOPEN
                    MOVE 'R'          TO WS-ACTION
                 END-IF
                 IF PRQ-OPERATOR NOT = SPACES
                    MOVE PRQ-OPERATOR TO WS-OPERATOR
                 END-IF
                 MOVE PRQ-REASON      TO WS-REASON
              END-IF
              CLOSE PERIODREQ
           ELSE
              IF WS-FS-REQUEST = '05'
                 CLOSE PERIODREQ
              END-IF
           END-IF.

      * A reopen undoes a close that payroll relied on -- it names
      * the period exactly, and who asked for it and why.
           IF ACTION-REOPEN
              IF PRQ-PERIOD IS NOT NUMERIC OR
                 PRQ-PAID-THRU IS NOT NUMERIC OR
                 PRQ-PERIOD = ZERO OR
                 PRQ-OPERATOR = SPACES OR
                 PRQ-REASON = SPACES
                 DISPLAY '********************************'
                 DISPLAY '* REOPEN NEEDS PERIOD, PAID-THRU,'
                 DISPLAY '* OPERATOR AND REASON'
                 DISPLAY '* ' PERIODREQ-REC
                 DISPLAY '********************************'
                 MOVE 8               TO RETURN-CODE
                 PERFORM 9010-LOG-END-AND-STOP
              END-IF
              MOVE PRQ-PERIOD         TO WS-PERIOD-NUMBER
              MOVE PRQ-PAID-THRU      TO WS-PAID-THRU
           END-IF.

       0120-READ-PERIOD-CARD.

      * A close works on the current card; a reopen only needs it
      * for the operator's display.
           OPEN INPUT PAYPERIOD.
           IF WS-FS-PERIOD = '00'
              MOVE SPACES             TO PAYPERIOD-REC
              READ PAYPERIOD
                 AT END CONTINUE
              END-READ
              CLOSE PAYPERIOD
           ELSE
              IF WS-FS-PERIOD = '05'
                 CLOSE PAYPERIOD
              END-IF
              MOVE SPACES             TO PAYPERIOD-REC
           END-IF.

           IF ACTION-CLOSE
              IF PERIOD-NUMBER IS NOT NUMERIC OR
                 PERIOD-PAID-THRU IS NOT NUMERIC OR
                 PERIOD-START IS NOT NUMERIC OR
                 PERIOD-NUMBER = ZERO
                 DISPLAY '********************************'
                 DISPLAY '* PAYPERIOD.DAT CARD INVALID   *'
                 DISPLAY '* ' PAYPERIOD-REC
                 DISPLAY '********************************'
                 MOVE 8               TO RETURN-CODE
                 PERFORM 9010-LOG-END-AND-STOP
              END-IF
      * A close request that names a period must name this one --
      * periods close in order, off the card payroll just ran.
              IF WS-FS-REQUEST = '00' AND
                 PRQ-PERIOD IS NUMERIC AND PRQ-PERIOD NOT = ZERO
                 IF PRQ-PERIOD NOT = PERIOD-NUMBER OR
                    PRQ-PAID-THRU NOT = PERIOD-PAID-THRU
                    DISPLAY '********************************'
                    DISPLAY '* CLOSE REQUEST IS NOT FOR THE'
                    DISPLAY '* CURRENT PERIOD ' PERIOD-NUMBER
                            ' PAID THRU ' PERIOD-PAID-THRU
                    DISPLAY '********************************'
                    MOVE 8            TO RETURN-CODE
                    PERFORM 9010-LOG-END-AND-STOP
                 END-IF
              END-IF
              MOVE PERIOD-NUMBER      TO WS-PERIOD-NUMBER
              MOVE PERIOD-PAID-THRU   TO WS-PAID-THRU
              MOVE PERIOD-START       TO WS-PERIOD-START
           END-IF.

       0130-READ-HISTORY.

           OPEN INPUT PERIODHIST.
           IF WS-FS-PERHIST = '00'
              MOVE SPACES             TO PERIODHIST-REC
              READ PERIODHIST
                 AT END SET PERHIST-EOF TO TRUE
              END-READ
              PERFORM 0135-SCAN-HISTORY UNTIL PERHIST-EOF
              CLOSE PERIODHIST
           ELSE
              IF WS-FS-PERHIST = '05'
                 CLOSE PERIODHIST
              ELSE
                 PERFORM 9500-PERHIST-REASON
                 DISPLAY '********************'
                 DISPLAY '* OPEN FILE ERROR  *'
                 DISPLAY '* FS-PERIODHIST: ' WS-FS-PERHIST
                          ' (' WS-FS-REASON ')'
                 DISPLAY '********************'
                 MOVE 8               TO RETURN-CODE
                 PERFORM 9010-LOG-END-AND-STOP
              END-IF
           END-IF.

       0135-SCAN-HISTORY.

           ADD 1                      TO WS-HIST-READ
           IF PHS-PERIOD = WS-PERIOD-NUMBER AND
              PHS-PAID-THRU = WS-PAID-THRU
              MOVE PHS-START          TO WS-HIST-START
              IF PHS-CLOSED
                 MOVE 'C'             TO WS-HIST-STATUS
              END-IF
              IF PHS-REOPENED
                 MOVE 'O'             TO WS-HIST-STATUS
                 MOVE PHS-DATE        TO WS-REOPEN-DATE
              END-IF
           END-IF.

           READ PERIODHIST
              AT END SET PERHIST-EOF TO TRUE
           END-READ.

       0200-CLOSE-PERIOD.

           IF HIST-CLOSED
              DISPLAY '********************************'
              DISPLAY '* PERIOD ' WS-PERIOD-NUMBER ' PAID THRU '
                      WS-PAID-THRU ' ALREADY CLOSED'
              DISPLAY '********************************'
              MOVE 4                  TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM 0210-CHECK-STEPS-DONE.
           IF WS-STEPS-OUTSTANDING > ZERO
              DISPLAY '********************************'
              DISPLAY '* PERIOD ' WS-PERIOD-NUMBER ' NOT CLOSED --'
              DISPLAY '* ' WS-STEPS-OUTSTANDING
                      ' STEP(S) NOT FINISHED FOR IT'
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           MOVE 'C'                   TO PHS-ACTION
           PERFORM 0400-APPEND-HISTORY.
           DISPLAY '* PERIOD ' WS-PERIOD-NUMBER ' PAID THRU '
                   WS-PAID-THRU ' CLOSED'.

           PERFORM 0220-FIND-NEXT-PERIOD.
           IF NEXT-FOUND
              MOVE WS-NEXT-PERIOD     TO WS-CARD-PERIOD
              MOVE WS-NEXT-PAID-THRU  TO WS-CARD-PAID-THRU
              MOVE WS-NEXT-START      TO WS-CARD-START
              PERFORM 0410-WRITE-PERIOD-CARD
              DISPLAY '* PERIOD ' WS-NEXT-PERIOD ' OPENED  '
                      WS-NEXT-START ' THRU ' WS-NEXT-PAID-THRU
           ELSE
      * Closed all the same -- payroll must not rerun it -- but the
      * card stays put until the calendar is extended.
              DISPLAY '********************************'
              DISPLAY '* NO LATER PERIOD ON THE PAY CALENDAR'
              DISPLAY '* PAYPERIOD.DAT NOT ADVANCED'
              DISPLAY '********************************'
              MOVE 4                  TO RETURN-CODE
           END-IF.

       0210-CHECK-STEPS-DONE.

           MOVE WS-PAID-THRU          TO WS-WINDOW-DATE
           IF WS-REOPEN-DATE > WS-WINDOW-DATE
              MOVE WS-REOPEN-DATE     TO WS-WINDOW-DATE
           END-IF
           PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 3
              MOVE 'NO '              TO WS-STEP-SEEN(STEP-IDX)
              MOVE ZERO               TO WS-STEP-DATE(STEP-IDX)
              MOVE ZERO               TO WS-STEP-RETCODE(STEP-IDX)
           END-PERFORM

           OPEN INPUT RUNLOG.
           IF WS-FS-RUNLOG = '00'
              MOVE SPACES             TO RUNLOG-REG
              READ RUNLOG
                 AT END SET RUNLOG-EOF TO TRUE
              END-READ
              PERFORM 0215-SCAN-RUNLOG UNTIL RUNLOG-EOF
              CLOSE RUNLOG
           ELSE
              IF WS-FS-RUNLOG = '05'
                 CLOSE RUNLOG
              END-IF
           END-IF.

      * The latest END of each step decides it: a step that failed
      * and was rerun clean counts as done.
           MOVE ZERO                  TO WS-STEPS-OUTSTANDING
           DISPLAY '* STEPS FOR PERIOD ' WS-PERIOD-NUMBER
                   ' SINCE ' WS-WINDOW-DATE
           PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 3
              EVALUATE TRUE
                 WHEN NOT STEP-SEEN(STEP-IDX)
                    ADD 1             TO WS-STEPS-OUTSTANDING
                    DISPLAY '*   ' WS-STEP-NAME(STEP-IDX)
                            ' NOT RUN'
                 WHEN WS-STEP-RETCODE(STEP-IDX) > 4
                    ADD 1             TO WS-STEPS-OUTSTANDING
                    DISPLAY '*   ' WS-STEP-NAME(STEP-IDX)
                            ' FAILED RC ' WS-STEP-RETCODE(STEP-IDX)
                            ' ON ' WS-STEP-DATE(STEP-IDX)
                 WHEN OTHER
                    DISPLAY '*   ' WS-STEP-NAME(STEP-IDX)
                            ' ENDED RC ' WS-STEP-RETCODE(STEP-IDX)
                            ' ON ' WS-STEP-DATE(STEP-IDX)
              END-EVALUATE
           END-PERFORM.

       0215-SCAN-RUNLOG.

           ADD 1                      TO WS-LOG-READ
           IF LOG-EVENT = 'END  ' AND
              LOG-DATE IS NUMERIC AND
              LOG-DATE NOT < WS-WINDOW-DATE
              PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 3
                 IF LOG-PROGRAM = WS-STEP-NAME(STEP-IDX)
                    MOVE 'YES'        TO WS-STEP-SEEN(STEP-IDX)
                    MOVE LOG-DATE     TO WS-STEP-DATE(STEP-IDX)
                    MOVE ZERO         TO WS-STEP-RETCODE(STEP-IDX)
                    IF LOG-RETCODE IS NUMERIC
                       MOVE LOG-RETCODE
                                      TO WS-STEP-RETCODE(STEP-IDX)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           READ RUNLOG
              AT END SET RUNLOG-EOF TO TRUE
           END-READ.

       0220-FIND-NEXT-PERIOD.

           OPEN INPUT PAYCALENDAR.
           IF WS-FS-CALENDAR = '00'
              MOVE SPACES             TO PAYCALENDAR-REC
              READ PAYCALENDAR
                 AT END SET CALENDAR-EOF TO TRUE
              END-READ
              PERFORM 0225-SCAN-CALENDAR UNTIL CALENDAR-EOF
              CLOSE PAYCALENDAR
           ELSE
              IF WS-FS-CALENDAR = '05'
                 CLOSE PAYCALENDAR
              END-IF
           END-IF.

       0225-SCAN-CALENDAR.

           ADD 1                      TO WS-CAL-READ
           IF PCAL-PERIOD IS NUMERIC AND
              PCAL-PAID-THRU IS NUMERIC AND
              PCAL-START IS NUMERIC AND
              PCAL-PAID-THRU > WS-PAID-THRU
              IF NOT NEXT-FOUND OR
                 PCAL-PAID-THRU < WS-NEXT-PAID-THRU
                 MOVE 'YES'           TO WS-NEXT-FOUND
                 MOVE PCAL-PERIOD     TO WS-NEXT-PERIOD
                 MOVE PCAL-PAID-THRU  TO WS-NEXT-PAID-THRU
                 MOVE PCAL-START      TO WS-NEXT-START
              END-IF
           END-IF.

           READ PAYCALENDAR
              AT END SET CALENDAR-EOF TO TRUE
           END-READ.

       0300-REOPEN-PERIOD.

           IF NOT HIST-CLOSED
              DISPLAY '********************************'
              DISPLAY '* PERIOD ' WS-PERIOD-NUMBER ' PAID THRU '
                      WS-PAID-THRU ' IS NOT CLOSED'
              DISPLAY '* NOTHING TO REOPEN'
              DISPLAY '********************************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9000-END-PROGRAM
           END-IF.

           MOVE WS-HIST-START         TO WS-PERIOD-START
           MOVE 'R'                   TO PHS-ACTION
           PERFORM 0400-APPEND-HISTORY.

      * Every reopen goes on the exception repository as well, so
      * audit sees it next to the refusals it lifts.
           MOVE 4                     TO RETURN-CODE
           MOVE WS-PERIOD-NUMBER      TO WS-KEY-PERIOD
           MOVE WS-PAID-THRU          TO WS-KEY-PAID-THRU
           MOVE 'PAY PERIOD REOPENED' TO EXC-REASON
           MOVE WS-PERIOD-KEY         TO EXC-KEY
           MOVE SPACES                TO EXC-DETAIL
           STRING WS-OPERATOR DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  WS-REASON    DELIMITED BY SIZE
                  INTO EXC-DETAIL
           END-STRING
           PERFORM 8000-LOG-EXCEPTION

           DISPLAY '* CURRENT CARD WAS PERIOD ' PERIOD-NUMBER
                   ' PAID THRU ' PERIOD-PAID-THRU
           MOVE WS-PERIOD-NUMBER      TO WS-CARD-PERIOD
           MOVE WS-PAID-THRU          TO WS-CARD-PAID-THRU
           MOVE WS-PERIOD-START       TO WS-CARD-START
           PERFORM 0410-WRITE-PERIOD-CARD.
           DISPLAY '* PERIOD ' WS-PERIOD-NUMBER ' PAID THRU '
                   WS-PAID-THRU ' REOPENED BY ' WS-OPERATOR.

       0400-APPEND-HISTORY.

           OPEN EXTEND PERIODHIST.
           IF WS-FS-PERHIST = '05'
              MOVE '00'               TO WS-FS-PERHIST
           END-IF.
           IF WS-FS-PERHIST NOT = '00'
              PERFORM 9500-PERHIST-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-PERIODHIST: ' WS-FS-PERHIST
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8                  TO RETURN-CODE
              PERFORM 9010-LOG-END-AND-STOP
           END-IF.
           MOVE PHS-ACTION            TO WS-ACTION
           MOVE SPACES                TO PERIODHIST-REC
           MOVE WS-PERIOD-NUMBER      TO PHS-PERIOD
           MOVE WS-PAID-THRU          TO PHS-PAID-THRU
           MOVE WS-PERIOD-START       TO PHS-START
           MOVE WS-ACTION             TO PHS-ACTION
           MOVE WS-TODAY8             TO PHS-DATE
           MOVE WS-OPERATOR           TO PHS-OPERATOR
           MOVE WS-REASON             TO PHS-REASON
           WRITE PERIODHIST-REC.
           CLOSE PERIODHIST.

       0410-WRITE-PERIOD-CARD.

           OPEN OUTPUT PAYPERIOD.
           MOVE SPACES                TO PAYPERIOD-REC
           MOVE WS-CARD-PERIOD        TO PERIOD-NUMBER
           MOVE WS-CARD-PAID-THRU     TO PERIOD-PAID-THRU
           MOVE WS-CARD-START         TO PERIOD-START
           WRITE PAYPERIOD-REC.
           CLOSE PAYPERIOD.

       9000-END-PROGRAM.

           DISPLAY "**********************************"
           IF ACTION-REOPEN
              DISPLAY "* PERIOD REOPEN -- PERIOD " WS-PERIOD-NUMBER
           ELSE
              DISPLAY "* PERIOD CLOSE  -- PERIOD " WS-PERIOD-NUMBER
           END-IF
           DISPLAY "* HISTORY LINES READ  : " WS-HIST-READ
           DISPLAY "* RUN-LOG LINES READ  : " WS-LOG-READ
           DISPLAY "* CALENDAR LINES READ : " WS-CAL-READ
           DISPLAY "**********************************"

           PERFORM 9010-LOG-END-AND-STOP.

       9010-LOG-END-AND-STOP.

           MOVE 'END  '        TO RL-EVENT
           MOVE WS-HIST-READ   TO RL-READ
           MOVE ZERO           TO RL-WRITTEN
           IF RETURN-CODE < 8
              MOVE 1           TO RL-WRITTEN
           END-IF
           MOVE WS-STEPS-OUTSTANDING TO RL-REJECTED
           MOVE WS-FS-PERHIST  TO RL-FSTATUS
           MOVE RETURN-CODE    TO RL-RETCODE
           CALL 'RUNLOGGER' USING RL-PARM

           STOP RUN.

       8000-LOG-EXCEPTION.

           MOVE 'PERCLOSE'            TO EXC-PROGRAM
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-PERHIST-REASON
           FS-FIELD  BY WS-FS-PERHIST
           FS-REASON BY WS-FS-REASON.

       END PROGRAM PERCLOSE.
