       IDENTIFICATION DIVISION.
       PROGRAM-ID. REHIRECHK.
      * SHARED REHIRE-ELIGIBILITY CHECK -- ANSWERS WHETHER A HIRE
      * ABOUT TO BE ADDED IS A FORMER EMPLOYEE ON THE TERMINATED-
      * EMPLOYEE ARCHIVE OFFBOARD WRITES, AND IF SO WHETHER THE
      * TERMINATION REASON LEFT THEM ELIGIBLE FOR REHIRE. A MATCH
      * IS BY SSN; WHEN THE HIRE (OR AN ARCHIVE LINE WRITTEN BEFORE
      * SSNS WERE ARCHIVED) HAS NO SSN, BY LAST NAME, FIRST NAME,
      * AND START DATE. THE ARCHIVE IS APPEND-ONLY, SO THE LAST
      * MATCHING LINE IS THE PERSON'S MOST RECENT DEPARTURE AND
      * DECIDES. ONLY AN ARCHIVED 'Y' IS ELIGIBLE; A NOT-ELIGIBLE
      * OR UNFLAGGED MATCH IS WRITTEN TO THE REHIRE HOLD FILE FOR
      * HR REVIEW AND TO THE EXCEPTION REPOSITORY UNDER THE
      * CALLER'S NAME. THE HOLD FILE CARRIES THE SSN AS SSNMASK
      * RETURNS IT FOR OPERATOR 'BATCH' -- LAST FOUR DIGITS UNLESS
      * THAT GRANT IS ON THE AUTHORIZATION FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL TERMARCHIVE ASSIGN TO WS-ARCHIVE-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-ARCHIVE.

      * Hires held for HR review, appended across runs and callers
      * until HR clears them.
       SELECT OPTIONAL REHIREHOLD ASSIGN TO WS-HOLD-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FS-HOLD.

       DATA DIVISION.
       FILE SECTION.
       FD TERMARCHIVE.
       01 TERMARCHIVE-REC.
           88 ARCHIVE-EOF VALUE HIGH-VALUES.
           05 ARCH-EMPLOYEEID       PIC 9(07).
           05 FILLER                PIC X(02).
           05 ARCH-LASTNAME         PIC X(10).
           05 FILLER                PIC X(02).
           05 ARCH-FIRSTNAME        PIC X(10).
           05 FILLER                PIC X(02).
           05 ARCH-STARTDATE        PIC 9(08).
           05 FILLER                PIC X(02).
           05 ARCH-DEPARTMENT       PIC X(30).
           05 FILLER                PIC X(02).
           05 ARCH-TERM-DATE        PIC 9(08).
           05 FILLER                PIC X(02).
           05 ARCH-REASON           PIC X(10).
           05 FILLER                PIC X(02).
           05 ARCH-FINAL-PAY        PIC 9(07).99.
           05 FILLER                PIC X(02).
           05 ARCH-VAC-HOURS        PIC 9(05).99.
           05 FILLER                PIC X(02).
           05 ARCH-VAC-PAYOUT       PIC 9(07).99.
           05 FILLER                PIC X(02).
           05 ARCH-SSN              PIC 9(09).
           05 FILLER                PIC X(02).
           05 ARCH-REHIRE           PIC X(01).

       FD REHIREHOLD.
       01 REHIREHOLD-REC.
           05 HLD-RUN-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HLD-PROGRAM           PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HLD-SSN               PIC X(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HLD-LASTNAME          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HLD-FIRSTNAME         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HLD-STARTDATE         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HLD-PRIOR-ID          PIC 9(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HLD-PRIOR-TERM        PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HLD-PRIOR-REASON      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05 WS-FS-ARCHIVE       PIC X(02).
           05 WS-FS-HOLD          PIC X(02).
           05 WS-MATCH-SW         PIC X(03).
              88 ARCHIVE-MATCH    VALUE 'YES'.
           05 WS-PRIOR-REHIRE     PIC X(01).

      * Shop-wide exception-repository parameter area -- see EXCREC
      * copybook.
       01  EX-PARM.
           COPY EXCREC.

      * File-location profile parameter area -- see FILEPROF
      * copybook.
       01  FP-PARM.
           COPY FILEPROF.
       01  WS-ARCHIVE-PATH         PIC X(64).
       01  WS-HOLD-PATH            PIC X(64).

      * SSN masking parameter area -- see SSNMASK copybook.
       01  SM-PARM.
           COPY SSNMASK.

       LINKAGE SECTION.
       01 RH-PARM.
           COPY REHIRECHK.

       PROCEDURE DIVISION USING RH-PARM.
       0100-CHECK-HIRE.

           MOVE 'N'                 TO RH-STATUS
           MOVE ZERO                TO RH-PRIOR-ID RH-PRIOR-START
                                       RH-PRIOR-TERM
           MOVE SPACES              TO RH-PRIOR-REASON
           MOVE SPACE               TO WS-PRIOR-REHIRE.

           MOVE 'TERMARCHIVE'       TO FP-LOGICAL
           MOVE 'TERMARCHIVE.DAT'   TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-ARCHIVE-PATH
           MOVE 'REHIREHOLD'        TO FP-LOGICAL
           MOVE 'REHIREHOLD.DAT'    TO FP-DEFAULT
           CALL 'FILEPROF' USING FP-PARM
           MOVE FP-PATH             TO WS-HOLD-PATH

           OPEN INPUT TERMARCHIVE.
           IF WS-FS-ARCHIVE = '00'
              MOVE SPACES           TO TERMARCHIVE-REC
              READ TERMARCHIVE
                 AT END SET ARCHIVE-EOF TO TRUE
              END-READ
              PERFORM 0200-SCAN-ARCHIVE UNTIL ARCHIVE-EOF
              CLOSE TERMARCHIVE
           ELSE
              IF WS-FS-ARCHIVE = '05'
                 CLOSE TERMARCHIVE
              END-IF
           END-IF.

           IF NOT RH-NOT-FORMER
              IF WS-PRIOR-REHIRE = 'Y'
                 MOVE 'E'           TO RH-STATUS
              ELSE
                 MOVE 'H'           TO RH-STATUS
                 PERFORM 0300-HOLD-FOR-REVIEW
              END-IF
           END-IF.

           GOBACK.

       0200-SCAN-ARCHIVE.

           MOVE 'NO '               TO WS-MATCH-SW
           IF TERMARCHIVE-REC NOT = SPACES
              IF RH-SSN > ZERO AND ARCH-SSN IS NUMERIC AND
                 ARCH-SSN > ZERO
                 IF ARCH-SSN = RH-SSN
                    MOVE 'YES'      TO WS-MATCH-SW
                 END-IF
              ELSE
                 IF ARCH-LASTNAME = RH-LASTNAME AND
                    ARCH-FIRSTNAME = RH-FIRSTNAME AND
                    ARCH-STARTDATE IS NUMERIC AND
                    ARCH-STARTDATE = RH-STARTDATE
                    MOVE 'YES'      TO WS-MATCH-SW
                 END-IF
              END-IF
           END-IF.

           IF ARCHIVE-MATCH
              MOVE 'M'              TO RH-STATUS
              MOVE ARCH-EMPLOYEEID  TO RH-PRIOR-ID
              MOVE ARCH-STARTDATE   TO RH-PRIOR-START
              IF ARCH-TERM-DATE IS NUMERIC
                 MOVE ARCH-TERM-DATE TO RH-PRIOR-TERM
              ELSE
                 MOVE ZERO          TO RH-PRIOR-TERM
              END-IF
              MOVE ARCH-REASON      TO RH-PRIOR-REASON
              MOVE ARCH-REHIRE      TO WS-PRIOR-REHIRE
           END-IF.

           MOVE SPACES              TO TERMARCHIVE-REC
           READ TERMARCHIVE
              AT END SET ARCHIVE-EOF TO TRUE
           END-READ.

       0300-HOLD-FOR-REVIEW.

           OPEN EXTEND REHIREHOLD.
           IF WS-FS-HOLD = '00' OR WS-FS-HOLD = '05'
              MOVE SPACES           TO REHIREHOLD-REC
              MOVE FUNCTION CURRENT-DATE(1:8) TO HLD-RUN-DATE
              MOVE RH-PROGRAM       TO HLD-PROGRAM
              PERFORM 0310-MASK-SSN
              MOVE SM-SHOWN         TO HLD-SSN
              MOVE RH-LASTNAME      TO HLD-LASTNAME
              MOVE RH-FIRSTNAME     TO HLD-FIRSTNAME
              MOVE RH-STARTDATE     TO HLD-STARTDATE
              MOVE RH-PRIOR-ID      TO HLD-PRIOR-ID
              MOVE RH-PRIOR-TERM    TO HLD-PRIOR-TERM
              MOVE RH-PRIOR-REASON  TO HLD-PRIOR-REASON
              WRITE REHIREHOLD-REC
              CLOSE REHIREHOLD
           END-IF.

           MOVE RH-PROGRAM          TO EXC-PROGRAM
           MOVE 'REHIRE NOT ELIGIBLE' TO EXC-REASON
           MOVE RH-PRIOR-ID         TO EXC-KEY
           MOVE SPACES              TO EXC-DETAIL
           STRING 'TERMED ' RH-PRIOR-TERM ' ' RH-PRIOR-REASON
                  ' HELD'
              DELIMITED BY SIZE INTO EXC-DETAIL
           MOVE 4                   TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       0310-MASK-SSN.

      * A hire with no SSN holds with the SSN blank.
           MOVE 'REHIRECHK'         TO SM-PROGRAM
           MOVE 'BATCH'             TO SM-OPERATOR
           MOVE RH-PRIOR-ID         TO SM-KEY
           IF RH-SSN = ZERO
              MOVE SPACES           TO SM-SSN
           ELSE
              MOVE RH-SSN           TO SM-SSN
           END-IF
           CALL 'SSNMASK' USING SM-PARM.

       END PROGRAM REHIRECHK.
