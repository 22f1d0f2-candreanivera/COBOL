       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERLOCK.
      * SHARED PAY-PERIOD LOCK CHECK -- ANSWERS WHETHER THE PERIOD
      * ON THE CALLER'S PAYPERIOD.DAT CARD HAS BEEN CLOSED BY
      * PERCLOSE. THE CLOSED-PERIOD HISTORY IS APPEND-ONLY, SO THE
      * LAST LINE FOR A PERIOD (NUMBER AND PAID-THROUGH DATE) IS ITS
      * STANDING: 'C' CLOSED, 'R' REOPENED. NO HISTORY, OR A PERIOD
      * THE HISTORY DOESN'T LIST, ANSWERS OPEN. A CLOSED ANSWER IS
      * WRITTEN TO THE EXCEPTION REPOSITORY UNDER THE CALLER'S NAME
      * SO EVERY REFUSED RERUN IS ON RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL PERIODHIST ASSIGN TO WS-PERHIST-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-PERHIST.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODHIST.
       01 PERIODHIST-REC.
           88 PERHIST-EOF VALUE HIGH-VALUES.
           05 PHS-PERIOD           PIC 9(03).
           05 FILLER               PIC X(02).
           05 PHS-PAID-THRU        PIC 9(08).
           05 FILLER               PIC X(02).
           05 PHS-START            PIC 9(08).
           05 FILLER               PIC X(02).
           05 PHS-ACTION           PIC X(01).
              88 PHS-CLOSED        VALUE 'C'.
              88 PHS-REOPENED      VALUE 'R'.
           05 FILLER               PIC X(02).
           05 PHS-DATE             PIC 9(08).
           05 FILLER               PIC X(02).
           05 PHS-OPERATOR         PIC X(08).
           05 FILLER               PIC X(02).
           05 PHS-REASON           PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 WS-FS-PERHIST       PIC X(02).

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook.
       01  EX-PARM.
           COPY EXCREC.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-PERHIST-PATH         PIC X(64).

       01  WS-LOCK-KEY.
           05 WS-KEY-PERIOD        PIC 9(03).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-KEY-PAID-THRU     PIC 9(08).

       LINKAGE SECTION.
       01 PL-PARM.
           COPY PERLOCK.

       PROCEDURE DIVISION USING PL-PARM.
       0100-CHECK-PERIOD.

           MOVE 'O'                 TO PL-STATUS.

           MOVE 'PERIODHIST'        TO FP-LOGICAL
           MOVE 'PERIODHIST.DAT'    TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-PERHIST-PATH

           OPEN INPUT PERIODHIST.
           IF WS-FS-PERHIST = '00'
              MOVE SPACES           TO PERIODHIST-REC
              READ PERIODHIST
                 AT END SET PERHIST-EOF TO TRUE
              END-READ
              PERFORM 0200-SCAN-HISTORY UNTIL PERHIST-EOF
              CLOSE PERIODHIST
           ELSE
              IF WS-FS-PERHIST = '05'
                 CLOSE PERIODHIST
              END-IF
           END-IF.

           IF PL-PERIOD-CLOSED
              PERFORM 0300-LOG-REFUSAL
           END-IF.

           GOBACK.

       0200-SCAN-HISTORY.

           IF PHS-PERIOD = PL-PERIOD AND
              PHS-PAID-THRU = PL-PAID-THRU
              IF PHS-CLOSED
                 MOVE 'C'           TO PL-STATUS
              END-IF
              IF PHS-REOPENED
                 MOVE 'O'           TO PL-STATUS
              END-IF
           END-IF.

           READ PERIODHIST
              AT END SET PERHIST-EOF TO TRUE
           END-READ.

       0300-LOG-REFUSAL.

           MOVE PL-PERIOD           TO WS-KEY-PERIOD
           MOVE PL-PAID-THRU        TO WS-KEY-PAID-THRU
           MOVE PL-PROGRAM          TO EXC-PROGRAM
           MOVE 'PAY PERIOD CLOSED' TO EXC-REASON
           MOVE WS-LOCK-KEY         TO EXC-KEY
           MOVE 'RUN REFUSED -- PERCLOSE REOPEN REQUIRED'
                                    TO EXC-DETAIL
           MOVE 8                   TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       END PROGRAM PERLOCK.
