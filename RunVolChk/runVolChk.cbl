       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNVOLCHK.
      * RECORD-VOLUME ANOMALY CHECK -- TAKES THE READ/WRITTEN/
      * REJECTED COUNTS RUNLOGGER STAMPS ON EACH STEP'S END RECORD
      * IN RUNLOG.DAT, KEEPS A ROLLING HISTORY OF THEM PER PROGRAM
      * ON RUNVOLHIST.DAT (SO THE HISTORY SURVIVES A RUN-LOG TRIM),
      * AND HOLDS TONIGHT'S COUNTS AGAINST EACH PROGRAM'S NORMAL
      * RANGE -- THE AVERAGE OF ITS PRIOR NIGHTS. A SHARP DROP OR
      * SPIKE IN RECORDS READ OR WRITTEN, OR A JUMP IN THE REJECT
      * RATE, IS APPENDED TO OPERALERT.DAT AT SEVERITY 4 OR 8 BY
      * THE THRESHOLDS ON THE CONTROL CARD, AND THE WORST SEVERITY
      * FOUND IS THE RETURN CODE, SO A HALF FEED OR AN EMPTY ONE
      * STOPS THE COND CHAIN BEFORE THE DOWNSTREAM STEPS READ IT.
      * SAFE TO RUN MORE THAN ONCE A NIGHT: AN END RECORD ALREADY
      * ON THE HISTORY IS NEITHER CHECKED NOR KEPT AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-RUNLOG.

      * Counts carried across runs: program, END timestamp, read,
      * written, rejected. Rewritten each run, trimmed to the
      * rolling window on the control card.
       SELECT OPTIONAL RUNVOLHIST ASSIGN TO "RUNVOLHIST.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-HIST.

      * Thresholds. No card (or a field left blank or zero) means
      * the house defaults in WS-WORK-AREAS.
       SELECT OPTIONAL VOLPARM ASSIGN TO "RUNVOLPARM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-PARM.

      * Appended to -- OPALERT carries tonight's volume alerts
      * forward when it writes the end-of-night alert.
       SELECT OPTIONAL ALERTFILE ASSIGN TO "OPERALERT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-ALERT.

       DATA DIVISION.
       FILE SECTION.
       FD RUNLOG.
       01 RUNLOG-REG.
           88 RUNLOG-EOF VALUE HIGH-VALUES.
           05 LOG-PROGRAM          PIC X(16).
           05 FILLER               PIC X(02).
           05 LOG-TIMESTAMP        PIC X(14).
           05 LOG-TS-FIELDS REDEFINES LOG-TIMESTAMP.
              10 LOG-TS-DATE       PIC 9(08).
              10 LOG-TS-TIME       PIC 9(06).
           05 FILLER               PIC X(02).
           05 LOG-EVENT            PIC X(05).
           05 FILLER               PIC X(02).
           05 LOG-READ             PIC 9(07).
           05 FILLER               PIC X(02).
           05 LOG-WRITTEN          PIC 9(07).
           05 FILLER               PIC X(02).
           05 LOG-REJECTED         PIC 9(07).
           05 FILLER               PIC X(02).
           05 LOG-RETCODE          PIC 9(02).
           05 FILLER               PIC X(02).
           05 LOG-FSTATUS          PIC X(02).

       FD RUNVOLHIST.
       01 RUNVOLHIST-REG.
           88 HIST-EOF VALUE HIGH-VALUES.
           05 VOL-PROGRAM          PIC X(16).
           05 FILLER               PIC X(02).
           05 VOL-TIMESTAMP        PIC X(14).
           05 FILLER               PIC X(02).
           05 VOL-READ             PIC 9(07).
           05 FILLER               PIC X(02).
           05 VOL-WRITTEN          PIC 9(07).
           05 FILLER               PIC X(02).
           05 VOL-REJECTED         PIC 9(07).

      * One card: drop %, spike %, reject-rate rise in points --
      * each as a severity-4 then a severity-8 threshold -- then
      * the nights of history needed before a step is judged and
      * the nights kept in the rolling window.
       FD VOLPARM.
       01 VOLPARM-REC.
           05 PARM-DROP-WARN       PIC 9(03).
           05 FILLER               PIC X(01).
           05 PARM-DROP-SEVERE     PIC 9(03).
           05 FILLER               PIC X(01).
           05 PARM-SPIKE-WARN      PIC 9(03).
           05 FILLER               PIC X(01).
           05 PARM-SPIKE-SEVERE    PIC 9(03).
           05 FILLER               PIC X(01).
           05 PARM-REJ-WARN        PIC 9(03).
           05 FILLER               PIC X(01).
           05 PARM-REJ-SEVERE      PIC 9(03).
           05 FILLER               PIC X(01).
           05 PARM-MIN-NIGHTS      PIC 9(02).
           05 FILLER               PIC X(01).
           05 PARM-KEEP-NIGHTS     PIC 9(03).

       FD ALERTFILE.
       01 ALERT-REC.
           05 ALERT-PROGRAM        PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ALERT-TIMESTAMP      PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ALERT-RETCODE        PIC 9(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ALERT-FSTATUS        PIC X(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ALERT-MESSAGE        PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 WS-FS-RUNLOG      PIC X(02).
           05 WS-FS-HIST        PIC X(02).
           05 WS-FS-PARM        PIC X(02).
           05 WS-FS-ALERT       PIC X(02).
           05 WS-FS-REASON      PIC X(32).

      * House defaults: a third down warns, half down stops the
      * chain; half again up warns, double stops it.
           05 WS-DROP-WARN      PIC 9(03) VALUE 030.
           05 WS-DROP-SEVERE    PIC 9(03) VALUE 050.
           05 WS-SPIKE-WARN     PIC 9(03) VALUE 050.
           05 WS-SPIKE-SEVERE   PIC 9(03) VALUE 100.
           05 WS-REJ-WARN       PIC 9(03) VALUE 005.
           05 WS-REJ-SEVERE     PIC 9(03) VALUE 015.
           05 WS-MIN-NIGHTS     PIC 9(02) VALUE 03.
           05 WS-KEEP-NIGHTS    PIC 9(03) VALUE 030.

           05 WS-LOG-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-REC-NO         PIC 9(07) VALUE ZERO.
           05 WS-NIGHT-START-REC PIC 9(07) VALUE 1.
           05 WS-NEW-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-CHECKED-COUNT  PIC 9(03) VALUE ZERO.
           05 WS-BUILDING-COUNT PIC 9(03) VALUE ZERO.
           05 WS-ALERT-COUNT    PIC 9(03) VALUE ZERO.
           05 WS-MAX-SEVERITY   PIC 9(02) VALUE ZERO.
           05 WS-SEVERITY       PIC 9(02).
           05 WS-HIST-DROPPED   PIC 9(05) VALUE ZERO.
           05 WS-HIST-TRIMMED   PIC 9(05) VALUE ZERO.

           05 WS-ALERT-SW       PIC X(03) VALUE 'NO '.
              88 ALERT-OPEN     VALUE 'YES'.
           05 WS-HIST-FOUND     PIC X(03).
              88 HIST-FOUND     VALUE 'YES'.

      * History rows plus the END records found this sweep, in
      * log order, so the newest rows for a program are the last.
           05 WS-HIST-TABLE.
              10 WS-HIST-COUNT  PIC 9(05) COMP VALUE ZERO.
              10 WS-HIST-ENTRY OCCURS 3000 TIMES
                                INDEXED BY HIST-IDX.
                 15 WS-HIST-PROGRAM  PIC X(16).
                 15 WS-HIST-STAMP    PIC X(14).
                 15 WS-HIST-STAMP-R REDEFINES WS-HIST-STAMP.
                    20 WS-HIST-DATE  PIC 9(08).
                    20 FILLER        PIC X(06).
                 15 WS-HIST-READ     PIC 9(07).
                 15 WS-HIST-WRITTEN  PIC 9(07).
                 15 WS-HIST-REJECTED PIC 9(07).
           05 WS-HIST-SUB       PIC 9(05) COMP.
           05 WS-KEEP-SUB       PIC 9(05) COMP.
           05 WS-NEW-PROGRAM    PIC X(16).
           05 WS-ROOM-SW        PIC X(03) VALUE 'YES'.
              88 AGEING-FREES-ROOM VALUE 'YES'.
              88 NO-ROOM-TO-AGE VALUE 'NO '.
           05 WS-LATER-CNT      PIC 9(05) COMP.

      * The program's normal range over its prior nights.
           05 WS-PRIOR-CNT      PIC 9(05).
           05 WS-PRIOR-READ     PIC 9(11).
           05 WS-PRIOR-WRITTEN  PIC 9(11).
           05 WS-PRIOR-REJECTED PIC 9(11).
           05 WS-AVG-READ       PIC 9(07).
           05 WS-AVG-WRITTEN    PIC 9(07).
           05 WS-TONIGHT-RATE   PIC 9(03).
           05 WS-AVG-RATE       PIC 9(03).
           05 WS-RATE-RISE      PIC 9(03).

      * One count under test, for the drop/spike check.
           05 WS-CHK-KIND       PIC X(05).
           05 WS-CHK-TONIGHT    PIC 9(07).
           05 WS-CHK-AVG        PIC 9(07).
           05 WS-CHK-PCT        PIC 9(05).
           05 WS-CHK-PCT-OUT    PIC 9(03).
           05 WS-CHK-DIRECTION  PIC X(05).
           05 WS-ALERT-TEXT     PIC X(40).
           05 WS-FLAG-TEXT      PIC X(16).

       PROCEDURE DIVISION.
       0100-START.

           PERFORM 0110-READ-VOLUME-PARM.
           PERFORM 0120-LOAD-VOLUME-HISTORY.
           PERFORM 0200-FIND-NIGHT-START.

           DISPLAY "================================================"
           DISPLAY "RECORD-VOLUME CHECK"
           DISPLAY "DROP " WS-DROP-WARN "/" WS-DROP-SEVERE
                   "%  SPIKE " WS-SPIKE-WARN "/" WS-SPIKE-SEVERE
                   "%  REJECT RATE +" WS-REJ-WARN "/+" WS-REJ-SEVERE
           DISPLAY "================================================"
           DISPLAY "STEP              READ    AVG     WRITTEN AVG   "
                   "  REJ% AVG%"

           PERFORM 0300-SWEEP-RUN-LOG.
           PERFORM 0400-REWRITE-HISTORY THRU 0400-EXIT.

           IF ALERT-OPEN
              CLOSE ALERTFILE
           END-IF.

           PERFORM 9000-END-PROGRAM.

       0110-READ-VOLUME-PARM.

           OPEN INPUT VOLPARM.
           IF WS-FS-PARM = '00'
              READ VOLPARM
                 AT END CONTINUE
              END-READ
              IF PARM-DROP-WARN IS NUMERIC AND
                 PARM-DROP-WARN > ZERO
                 MOVE PARM-DROP-WARN    TO WS-DROP-WARN
              END-IF
              IF PARM-DROP-SEVERE IS NUMERIC AND
                 PARM-DROP-SEVERE > ZERO
                 MOVE PARM-DROP-SEVERE  TO WS-DROP-SEVERE
              END-IF
              IF PARM-SPIKE-WARN IS NUMERIC AND
                 PARM-SPIKE-WARN > ZERO
                 MOVE PARM-SPIKE-WARN   TO WS-SPIKE-WARN
              END-IF
              IF PARM-SPIKE-SEVERE IS NUMERIC AND
                 PARM-SPIKE-SEVERE > ZERO
                 MOVE PARM-SPIKE-SEVERE TO WS-SPIKE-SEVERE
              END-IF
              IF PARM-REJ-WARN IS NUMERIC AND
                 PARM-REJ-WARN > ZERO
                 MOVE PARM-REJ-WARN     TO WS-REJ-WARN
              END-IF
              IF PARM-REJ-SEVERE IS NUMERIC AND
                 PARM-REJ-SEVERE > ZERO
                 MOVE PARM-REJ-SEVERE   TO WS-REJ-SEVERE
              END-IF
              IF PARM-MIN-NIGHTS IS NUMERIC AND
                 PARM-MIN-NIGHTS > ZERO
                 MOVE PARM-MIN-NIGHTS   TO WS-MIN-NIGHTS
              END-IF
              IF PARM-KEEP-NIGHTS IS NUMERIC AND
                 PARM-KEEP-NIGHTS > ZERO
                 MOVE PARM-KEEP-NIGHTS  TO WS-KEEP-NIGHTS
              END-IF
              CLOSE VOLPARM
           ELSE
              IF WS-FS-PARM = '05'
                 CLOSE VOLPARM
              END-IF
           END-IF.

      * A window shorter than the history needed to judge a step
      * would never judge it.
           IF WS-KEEP-NIGHTS < WS-MIN-NIGHTS
              MOVE WS-MIN-NIGHTS        TO WS-KEEP-NIGHTS
           END-IF.

       0120-LOAD-VOLUME-HISTORY.

           OPEN INPUT RUNVOLHIST.
           IF WS-FS-HIST = '00'
              PERFORM UNTIL HIST-EOF
                 READ RUNVOLHIST
                    AT END SET HIST-EOF TO TRUE
                 END-READ
                 IF NOT HIST-EOF
                    MOVE VOL-PROGRAM  TO WS-NEW-PROGRAM
                    PERFORM 0390-MAKE-HISTORY-ROOM THRU 0390-EXIT
                    ADD 1             TO WS-HIST-COUNT
                    SET HIST-IDX      TO WS-HIST-COUNT
                    MOVE VOL-PROGRAM  TO WS-HIST-PROGRAM(HIST-IDX)
                    MOVE VOL-TIMESTAMP
                                      TO WS-HIST-STAMP(HIST-IDX)
                    MOVE VOL-READ     TO WS-HIST-READ(HIST-IDX)
                    MOVE VOL-WRITTEN  TO WS-HIST-WRITTEN(HIST-IDX)
                    MOVE VOL-REJECTED TO WS-HIST-REJECTED(HIST-IDX)
                 END-IF
              END-PERFORM
              CLOSE RUNVOLHIST
           ELSE
              IF WS-FS-HIST = '05'
                 CLOSE RUNVOLHIST
              END-IF
           END-IF.

       0200-FIND-NIGHT-START.

      * Tonight is everything from the latest NIGHTPLAN START on,
      * as OPALERT reads it; a log with no NIGHTPLAN record yet is
      * taken whole. Older END records not yet on the history are
      * kept as history but raise no alert.
           OPEN INPUT RUNLOG.
           IF WS-FS-RUNLOG NOT = '00'
              PERFORM 9500-RUNLOG-REASON
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-RUNLOG: ' WS-FS-RUNLOG
                       ' (' WS-FS-REASON ')'
              DISPLAY '********************'
              MOVE 8              TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES                TO RUNLOG-REG.
           READ RUNLOG
              AT END SET RUNLOG-EOF TO TRUE
           END-READ.
           PERFORM 0210-NOTE-NIGHT-START UNTIL RUNLOG-EOF.
           CLOSE RUNLOG.

       0210-NOTE-NIGHT-START.

           ADD 1                      TO WS-REC-NO
           IF LOG-PROGRAM = 'NIGHTPLAN' AND LOG-EVENT = 'START'
              MOVE WS-REC-NO          TO WS-NIGHT-START-REC
           END-IF.
           READ RUNLOG
              AT END SET RUNLOG-EOF TO TRUE
           END-READ.

       0300-SWEEP-RUN-LOG.

           OPEN INPUT RUNLOG.
           MOVE ZERO                  TO WS-REC-NO.
           MOVE SPACES                TO RUNLOG-REG.
           READ RUNLOG
              AT END SET RUNLOG-EOF TO TRUE
           END-READ.
           PERFORM 0310-CHECK-LOG-EVENT UNTIL RUNLOG-EOF.
           CLOSE RUNLOG.

       0310-CHECK-LOG-EVENT.

      * Only a clean or exceptions-logged END carries counts worth
      * keeping; a failed step's partial counts are OPALERT's
      * business and would drag the normal range down.
           ADD 1                      TO WS-LOG-COUNT
           ADD 1                      TO WS-REC-NO
           IF LOG-EVENT = 'END  ' AND
              LOG-TIMESTAMP IS NUMERIC AND
              LOG-RETCODE IS NUMERIC AND
              LOG-RETCODE < 8 AND
              LOG-READ IS NUMERIC AND
              LOG-WRITTEN IS NUMERIC AND
              LOG-REJECTED IS NUMERIC
              PERFORM 0320-FIND-IN-HISTORY
              IF NOT HIST-FOUND
                 IF WS-REC-NO >= WS-NIGHT-START-REC
                    PERFORM 0330-CHECK-AGAINST-NORMAL
                 END-IF
                 PERFORM 0380-ADD-TO-HISTORY
              END-IF
           END-IF.

           READ RUNLOG
              AT END SET RUNLOG-EOF TO TRUE
           END-READ.

       0320-FIND-IN-HISTORY.

           MOVE 'NO '                 TO WS-HIST-FOUND
           PERFORM VARYING HIST-IDX FROM 1 BY 1
              UNTIL HIST-IDX > WS-HIST-COUNT OR HIST-FOUND
              IF WS-HIST-PROGRAM(HIST-IDX) = LOG-PROGRAM AND
                 WS-HIST-STAMP(HIST-IDX) = LOG-TIMESTAMP
                 MOVE 'YES'           TO WS-HIST-FOUND
              END-IF
           END-PERFORM.

       0330-CHECK-AGAINST-NORMAL.

           PERFORM 0340-GATHER-PRIOR-NIGHTS.

           IF LOG-READ > ZERO
              COMPUTE WS-TONIGHT-RATE ROUNDED =
                      LOG-REJECTED * 100 / LOG-READ
           ELSE
              MOVE ZERO               TO WS-TONIGHT-RATE
           END-IF.

           IF WS-PRIOR-CNT < WS-MIN-NIGHTS
              ADD 1                   TO WS-BUILDING-COUNT
              DISPLAY LOG-PROGRAM " " LOG-READ " "
                      "        " LOG-WRITTEN " "
                      "          " WS-TONIGHT-RATE
                      "       HISTORY BUILDING"
           ELSE
              ADD 1                   TO WS-CHECKED-COUNT
              COMPUTE WS-AVG-READ ROUNDED =
                      WS-PRIOR-READ / WS-PRIOR-CNT
              COMPUTE WS-AVG-WRITTEN ROUNDED =
                      WS-PRIOR-WRITTEN / WS-PRIOR-CNT
              IF WS-PRIOR-READ > ZERO
                 COMPUTE WS-AVG-RATE ROUNDED =
                         WS-PRIOR-REJECTED * 100 / WS-PRIOR-READ
              ELSE
                 MOVE ZERO            TO WS-AVG-RATE
              END-IF
              MOVE SPACES             TO WS-FLAG-TEXT

              MOVE 'READ '            TO WS-CHK-KIND
              MOVE LOG-READ           TO WS-CHK-TONIGHT
              MOVE WS-AVG-READ        TO WS-CHK-AVG
              PERFORM 0350-CHECK-COUNT THRU 0350-EXIT

              MOVE 'WRITE'            TO WS-CHK-KIND
              MOVE LOG-WRITTEN        TO WS-CHK-TONIGHT
              MOVE WS-AVG-WRITTEN     TO WS-CHK-AVG
              PERFORM 0350-CHECK-COUNT THRU 0350-EXIT

              PERFORM 0360-CHECK-REJECT-RATE

              DISPLAY LOG-PROGRAM " " LOG-READ " " WS-AVG-READ " "
                      LOG-WRITTEN " " WS-AVG-WRITTEN " "
                      WS-TONIGHT-RATE "  " WS-AVG-RATE "  "
                      WS-FLAG-TEXT
           END-IF.

       0340-GATHER-PRIOR-NIGHTS.

      * The program's latest rows from nights before this END's
      * night, up to the rolling window -- a rerun earlier the
      * same night is not part of the normal range.
           MOVE ZERO                  TO WS-PRIOR-CNT WS-PRIOR-READ
                                         WS-PRIOR-WRITTEN
                                         WS-PRIOR-REJECTED
           PERFORM VARYING WS-HIST-SUB FROM WS-HIST-COUNT BY -1
              UNTIL WS-HIST-SUB < 1 OR
                    WS-PRIOR-CNT >= WS-KEEP-NIGHTS
              IF WS-HIST-PROGRAM(WS-HIST-SUB) = LOG-PROGRAM AND
                 WS-HIST-DATE(WS-HIST-SUB) < LOG-TS-DATE
                 ADD 1                TO WS-PRIOR-CNT
                 ADD WS-HIST-READ(WS-HIST-SUB)
                                      TO WS-PRIOR-READ
                 ADD WS-HIST-WRITTEN(WS-HIST-SUB)
                                      TO WS-PRIOR-WRITTEN
                 ADD WS-HIST-REJECTED(WS-HIST-SUB)
                                      TO WS-PRIOR-REJECTED
              END-IF
           END-PERFORM.

       0350-CHECK-COUNT.

      * A program that normally handles nothing has no range to
      * fall out of.
           IF WS-CHK-AVG = ZERO
              GO TO 0350-EXIT
           END-IF.

           MOVE ZERO                  TO WS-SEVERITY
           IF WS-CHK-TONIGHT < WS-CHK-AVG
              MOVE 'DROP '            TO WS-CHK-DIRECTION
              COMPUTE WS-CHK-PCT ROUNDED =
                      (WS-CHK-AVG - WS-CHK-TONIGHT) * 100
                      / WS-CHK-AVG
                 ON SIZE ERROR MOVE 99999 TO WS-CHK-PCT
              END-COMPUTE
              IF WS-CHK-PCT >= WS-DROP-SEVERE
                 MOVE 8               TO WS-SEVERITY
              ELSE
                 IF WS-CHK-PCT >= WS-DROP-WARN
                    MOVE 4            TO WS-SEVERITY
                 END-IF
              END-IF
           ELSE
              MOVE 'SPIKE'            TO WS-CHK-DIRECTION
              COMPUTE WS-CHK-PCT ROUNDED =
                      (WS-CHK-TONIGHT - WS-CHK-AVG) * 100
                      / WS-CHK-AVG
                 ON SIZE ERROR MOVE 99999 TO WS-CHK-PCT
              END-COMPUTE
              IF WS-CHK-PCT >= WS-SPIKE-SEVERE
                 MOVE 8               TO WS-SEVERITY
              ELSE
                 IF WS-CHK-PCT >= WS-SPIKE-WARN
                    MOVE 4            TO WS-SEVERITY
                 END-IF
              END-IF
           END-IF.

           IF WS-SEVERITY > ZERO
              IF WS-CHK-PCT > 999
                 MOVE 999             TO WS-CHK-PCT-OUT
              ELSE
                 MOVE WS-CHK-PCT      TO WS-CHK-PCT-OUT
              END-IF
              MOVE SPACES             TO WS-ALERT-TEXT
              STRING 'VOLUME ' WS-CHK-KIND ' ' WS-CHK-DIRECTION ' '
                     WS-CHK-PCT-OUT '% ' WS-CHK-TONIGHT '/'
                     WS-CHK-AVG
                 DELIMITED BY SIZE INTO WS-ALERT-TEXT
              PERFORM 0370-WRITE-VOLUME-ALERT
           END-IF.

       0350-EXIT.
           EXIT.

       0360-CHECK-REJECT-RATE.

           IF WS-TONIGHT-RATE > WS-AVG-RATE
              COMPUTE WS-RATE-RISE = WS-TONIGHT-RATE - WS-AVG-RATE
              MOVE ZERO               TO WS-SEVERITY
              IF WS-RATE-RISE >= WS-REJ-SEVERE
                 MOVE 8               TO WS-SEVERITY
              ELSE
                 IF WS-RATE-RISE >= WS-REJ-WARN
                    MOVE 4            TO WS-SEVERITY
                 END-IF
              END-IF
              IF WS-SEVERITY > ZERO
                 MOVE SPACES          TO WS-ALERT-TEXT
                 STRING 'VOLUME REJECT RATE ' WS-TONIGHT-RATE
                        '% VS ' WS-AVG-RATE '%'
                    DELIMITED BY SIZE INTO WS-ALERT-TEXT
                 PERFORM 0370-WRITE-VOLUME-ALERT
              END-IF
           END-IF.

       0370-WRITE-VOLUME-ALERT.

           IF NOT ALERT-OPEN
              OPEN EXTEND ALERTFILE
              IF WS-FS-ALERT = '05'
                 MOVE '00'            TO WS-FS-ALERT
              END-IF
              IF WS-FS-ALERT NOT = '00'
                 DISPLAY '********************'
                 DISPLAY '* OPEN FILE ERROR  *'
                 DISPLAY '* FS-ALERT : ' WS-FS-ALERT
                 DISPLAY '********************'
                 MOVE 8               TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'YES'              TO WS-ALERT-SW
           END-IF.

           MOVE SPACES                TO ALERT-REC
           MOVE LOG-PROGRAM           TO ALERT-PROGRAM
           MOVE LOG-TIMESTAMP         TO ALERT-TIMESTAMP
           MOVE WS-SEVERITY           TO ALERT-RETCODE
           MOVE WS-ALERT-TEXT         TO ALERT-MESSAGE
           WRITE ALERT-REC
           ADD 1                      TO WS-ALERT-COUNT

           IF WS-SEVERITY > WS-MAX-SEVERITY
              MOVE WS-SEVERITY        TO WS-MAX-SEVERITY
           END-IF

           IF WS-SEVERITY = 8
              MOVE '** SEVERITY 8'    TO WS-FLAG-TEXT
           ELSE
              IF WS-FLAG-TEXT = SPACES
                 MOVE '*  SEVERITY 4' TO WS-FLAG-TEXT
              END-IF
           END-IF.

       0380-ADD-TO-HISTORY.

           MOVE LOG-PROGRAM           TO WS-NEW-PROGRAM.
           PERFORM 0390-MAKE-HISTORY-ROOM THRU 0390-EXIT.
           ADD 1                      TO WS-HIST-COUNT.
           ADD 1                      TO WS-NEW-COUNT.
           SET HIST-IDX               TO WS-HIST-COUNT.
           MOVE LOG-PROGRAM           TO WS-HIST-PROGRAM(HIST-IDX).
           MOVE LOG-TIMESTAMP         TO WS-HIST-STAMP(HIST-IDX).
           MOVE LOG-READ              TO WS-HIST-READ(HIST-IDX).
           MOVE LOG-WRITTEN           TO WS-HIST-WRITTEN(HIST-IDX).
           MOVE LOG-REJECTED          TO WS-HIST-REJECTED(HIST-IDX).

       0390-MAKE-HISTORY-ROOM.

      * A full table is first aged to the window, as the rewrite
      * would age it. When that frees nothing the oldest row is
      * given up for the new one, so the newest nights are always
      * kept and the history is always written back. The row only
      * counts as lost if the new row does not push it out of the
      * window anyway -- more programs than a window's worth of
      * nights will hold.
           IF WS-HIST-COUNT < 3000
              GO TO 0390-EXIT
           END-IF.

           IF AGEING-FREES-ROOM
              PERFORM 0395-AGE-HISTORY-TABLE
           END-IF.

           IF WS-HIST-COUNT < 3000
              GO TO 0390-EXIT
           END-IF.

           SET NO-ROOM-TO-AGE         TO TRUE.
           SET HIST-IDX               TO 1.
           PERFORM 0415-COUNT-LATER-ROWS.
           IF WS-HIST-PROGRAM(1) = WS-NEW-PROGRAM
              ADD 1                   TO WS-LATER-CNT
           END-IF.
           IF WS-LATER-CNT < WS-KEEP-NIGHTS
              ADD 1                   TO WS-HIST-DROPPED
           ELSE
              ADD 1                   TO WS-HIST-TRIMMED
           END-IF.

           PERFORM VARYING WS-HIST-SUB FROM 2 BY 1
              UNTIL WS-HIST-SUB > WS-HIST-COUNT
              MOVE WS-HIST-ENTRY(WS-HIST-SUB)
                                TO WS-HIST-ENTRY(WS-HIST-SUB - 1)
           END-PERFORM.
           SUBTRACT 1                 FROM WS-HIST-COUNT.

       0390-EXIT.
           EXIT.

       0395-AGE-HISTORY-TABLE.

      * Rows still inside the window close up to the front of the
      * table in their original order.
           MOVE ZERO                  TO WS-KEEP-SUB.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
              UNTIL HIST-IDX > WS-HIST-COUNT
              PERFORM 0415-COUNT-LATER-ROWS
              IF WS-LATER-CNT < WS-KEEP-NIGHTS
                 ADD 1                TO WS-KEEP-SUB
                 MOVE WS-HIST-ENTRY(HIST-IDX)
                                      TO WS-HIST-ENTRY(WS-KEEP-SUB)
              ELSE
                 ADD 1                TO WS-HIST-TRIMMED
              END-IF
           END-PERFORM.

           IF WS-KEEP-SUB = WS-HIST-COUNT
              SET NO-ROOM-TO-AGE      TO TRUE
           END-IF.
           MOVE WS-KEEP-SUB           TO WS-HIST-COUNT.

       0400-REWRITE-HISTORY.

           OPEN OUTPUT RUNVOLHIST.
           IF WS-FS-HIST = '05'
              MOVE '00'               TO WS-FS-HIST
           END-IF.
           IF WS-FS-HIST NOT = '00'
              DISPLAY '********************'
              DISPLAY '* OPEN FILE ERROR  *'
              DISPLAY '* FS-HIST  : ' WS-FS-HIST
              DISPLAY '********************'
              MOVE 8                  TO WS-MAX-SEVERITY
              GO TO 0400-EXIT
           END-IF.

           PERFORM VARYING HIST-IDX FROM 1 BY 1
              UNTIL HIST-IDX > WS-HIST-COUNT
              PERFORM 0410-WRITE-IF-IN-WINDOW
           END-PERFORM.
           CLOSE RUNVOLHIST.

       0400-EXIT.
           EXIT.

       0410-WRITE-IF-IN-WINDOW.

           PERFORM 0415-COUNT-LATER-ROWS.

           IF WS-LATER-CNT < WS-KEEP-NIGHTS
              MOVE SPACES             TO RUNVOLHIST-REG
              MOVE WS-HIST-PROGRAM(HIST-IDX)  TO VOL-PROGRAM
              MOVE WS-HIST-STAMP(HIST-IDX)    TO VOL-TIMESTAMP
              MOVE WS-HIST-READ(HIST-IDX)     TO VOL-READ
              MOVE WS-HIST-WRITTEN(HIST-IDX)  TO VOL-WRITTEN
              MOVE WS-HIST-REJECTED(HIST-IDX) TO VOL-REJECTED
              WRITE RUNVOLHIST-REG
           ELSE
              ADD 1                   TO WS-HIST-TRIMMED
           END-IF.

       0415-COUNT-LATER-ROWS.

      * A row is kept while fewer than a window's worth of newer
      * rows for its program follow it.
           MOVE ZERO                  TO WS-LATER-CNT
           SET WS-HIST-SUB            TO HIST-IDX
           ADD 1                      TO WS-HIST-SUB
           PERFORM UNTIL WS-HIST-SUB > WS-HIST-COUNT OR
                         WS-LATER-CNT >= WS-KEEP-NIGHTS
              IF WS-HIST-PROGRAM(WS-HIST-SUB) =
                 WS-HIST-PROGRAM(HIST-IDX)
                 ADD 1                TO WS-LATER-CNT
              END-IF
              ADD 1                   TO WS-HIST-SUB
           END-PERFORM.

       9000-END-PROGRAM.

           DISPLAY "================================================"
           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY "* LOG RECORDS SWEPT  : " WS-LOG-COUNT
           DISPLAY "* NEW END RECORDS    : " WS-NEW-COUNT
           DISPLAY "* STEPS CHECKED      : " WS-CHECKED-COUNT
           DISPLAY "* HISTORY BUILDING   : " WS-BUILDING-COUNT
           DISPLAY "* VOLUME ALERTS      : " WS-ALERT-COUNT
           DISPLAY "* HISTORY ROWS AGED  : " WS-HIST-TRIMMED
           IF WS-HIST-DROPPED > ZERO
              DISPLAY "* WARNING: HISTORY TABLE FULL, "
                      WS-HIST-DROPPED " OLDEST ROWS DROPPED -- "
                      "WINDOW CUT SHORT"
              IF WS-MAX-SEVERITY < 4
                 MOVE 4               TO WS-MAX-SEVERITY
              END-IF
           END-IF
           DISPLAY "**********************************"

           MOVE WS-MAX-SEVERITY       TO RETURN-CODE

           STOP RUN.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9500-RUNLOG-REASON
           FS-FIELD  BY WS-FS-RUNLOG
           FS-REASON BY WS-FS-REASON.

       END PROGRAM RUNVOLCHK.
