      * ITS FINAL CONDITION CODE AND FILE STATUS, AND THE RESTART=
      * POINT TO RESUBMIT NIGHTRUN FROM. THE SEVERITY SCHEME IS THE
      * SHOP STANDARD: 0 CLEAN, 4 EXCEPTIONS LOGGED, 8 STEP
      * UNUSABLE, 12 FILE INTEGRITY IN DOUBT. RECORD-VOLUME ALERTS
      * RUNVOLCHK APPENDED EARLIER TONIGHT ARE CARRIED FORWARD AT
      * THE TOP OF THE FILE, SO THE REWRITE DOESN'T LOSE THEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-RUNLOG.

       SELECT OPTIONAL ALERTFILE ASSIGN TO "OPERALERT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-ALERT.

           05 WS-PLAN-MISSED      PIC 9(03) VALUE ZERO.
           05 WS-PVE-OUTCOME      PIC X(34).

      * Tonight's RUNVOLCHK alerts, read back before the rewrite.
           05 WS-VOL-AREA.
              10 WS-VOL-COUNT     PIC 9(03) VALUE ZERO.
              10 WS-VOL-LINE OCCURS 100 TIMES
                                 INDEXED BY VOL-IDX
                                 PIC X(82).
           05 WS-VOL-DROPPED      PIC 9(03) VALUE ZERO.
           05 WS-ALERT-EOF-SW     PIC X(03) VALUE 'NO '.
              88 ALERT-EOF        VALUE 'YES'.
           05 WS-NIGHT-START-TS   PIC X(14) VALUE SPACES.

      * NIGHTRUN step map, in submission order, so the alert can
      * recommend the earliest failed step as the RESTART= point.
      * Kept in step with the step list in NIGHTRUN JCL.
              10 FILLER PIC X(24) VALUE 'NIGHTPLAN       STEP001 '.
              10 FILLER PIC X(24) VALUE 'CREATEINDEXFILE STEP010 '.
              10 FILLER PIC X(24) VALUE 'EMPEDIT         STEP012 '.
              10 FILLER PIC X(24) VALUE 'RUNVOLCHK       STEP014 '.
              10 FILLER PIC X(24) VALUE 'EMPMAINT        STEP015 '.
              10 FILLER PIC X(24) VALUE 'CERTMAINT       STEP016 '.
              10 FILLER PIC X(24) VALUE 'CERTEXP         STEP017 '.
              10 FILLER PIC X(24) VALUE 'LEAVEMAINT      STEP018 '.
              10 FILLER PIC X(24) VALUE 'LEAVERPT        STEP019 '.
              10 FILLER PIC X(24) VALUE 'EMPLOYEERAISE   STEP020 '.
              10 FILLER PIC X(24) VALUE 'EMPIDXSYNC      STEP025 '.
              10 FILLER PIC X(24) VALUE 'MERGEEMPLOYEES  STEP030 '.
              10 FILLER PIC X(24) VALUE 'PAYGAPREPORT    STEP060 '.
              10 FILLER PIC X(24) VALUE 'SEASONROLLUP    STEP070 '.
              10 FILLER PIC X(24) VALUE 'PURGERECORDS    STEP080 '.
              10 FILLER PIC X(24) VALUE 'AUTHRPT         STEP082 '.
              10 FILLER PIC X(24) VALUE 'ORPHSWEEP       STEP084 '.
           05 WS-STEPMAP-TABLE REDEFINES WS-STEPMAP-DATA.
              10 WS-STEPMAP-ENTRY OCCURS 21 TIMES.
                 15 WS-MAP-PROGRAM    PIC X(16).
                 15 WS-MAP-STEP       PIC X(08).

           CLOSE RUNLOG.

           PERFORM 0150-LOAD-NIGHT-PLAN.
           PERFORM 0170-LOAD-VOLUME-ALERTS.

           OPEN OUTPUT ALERTFILE.
           PERFORM VARYING VOL-IDX FROM 1 BY 1
              UNTIL VOL-IDX > WS-VOL-COUNT
              MOVE WS-VOL-LINE(VOL-IDX) TO ALERT-REC
              WRITE ALERT-REC
           END-PERFORM.
           PERFORM 0300-ALERT-FAILED-STEPS
              VARYING STEP-IDX FROM 1 BY 1
              UNTIL STEP-IDX > WS-STEP-COUNT.
           ADD 1                    TO WS-REC-NO
           IF LOG-PROGRAM = 'NIGHTPLAN' AND LOG-EVENT = 'START'
              MOVE WS-REC-NO        TO WS-NIGHT-START-REC
              MOVE LOG-TIMESTAMP    TO WS-NIGHT-START-TS
           END-IF.
           READ RUNLOG
              AT END SET RUNLOG-EOF TO TRUE
              AT END SET PLAN-EOF TO TRUE
           END-READ.

       0170-LOAD-VOLUME-ALERTS.

      * Only tonight's volume lines come forward -- anything older
      * on the file is last night's alert, which this run replaces.
           OPEN INPUT ALERTFILE.
           IF WS-FS-ALERT = '00'
              PERFORM UNTIL ALERT-EOF
                 READ ALERTFILE
                    AT END MOVE 'YES' TO WS-ALERT-EOF-SW
                 END-READ
                 IF NOT ALERT-EOF AND
                    ALERT-MESSAGE(1:7) = 'VOLUME ' AND
                    ALERT-TIMESTAMP >= WS-NIGHT-START-TS
                    IF WS-VOL-COUNT < 100
                       ADD 1        TO WS-VOL-COUNT
                       SET VOL-IDX  TO WS-VOL-COUNT
                       MOVE ALERT-REC TO WS-VOL-LINE(VOL-IDX)
                    ELSE
                       ADD 1        TO WS-VOL-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ALERTFILE
           ELSE
              IF WS-FS-ALERT = '05'
                 CLOSE ALERTFILE
              END-IF
           END-IF.

       0200-COLLECT-OUTCOME.

      * END records carry an outcome; a calendar BYPAS is an outcome
      * operator resubmits from; failures in programs outside the
      * job stream get an alert but no RESTART= recommendation.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
              UNTIL WS-MAP-SUB > 21
              IF WS-MAP-PROGRAM(WS-MAP-SUB) =
                 WS-STEP-PROGRAM(STEP-IDX)
                 IF WS-MAP-SUB < WS-RESTART-ORDER
           DISPLAY "* STEPS EXAMINED : " WS-STEP-COUNT
           DISPLAY "* FAILED (8/12)  : " WS-FAILURE-COUNT
           DISPLAY "* EXCEPTIONS (4) : " WS-WARNING-COUNT
           DISPLAY "* VOLUME ALERTS  : " WS-VOL-COUNT
           IF WS-VOL-DROPPED > ZERO
              DISPLAY "* WARNING: " WS-VOL-DROPPED
                      " VOLUME ALERTS NOT CARRIED FORWARD"
           END-IF
           IF WS-RESTART-STEP NOT = SPACES
              DISPLAY "* RECOMMENDED RESTART=" WS-RESTART-STEP
           END-IF
