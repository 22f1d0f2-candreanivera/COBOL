      * TAKES INPUTS CONTAINING INFORMATION OF EMPLOYEES
      * AND MERGES THEM INTO 1 OUTPUT USING THE
      * MERGE UTILITY
      * SSNS ON THE EXCEPTION FILES ARE MASKED THROUGH SSNMASK
      *********************************************************

       ENVIRONMENT DIVISION.
           05 WS-FIELD-REASON     PIC X(24).
           05 WS-FIELD-WARN-COUNT PIC 9(05) VALUE ZERO.

      * SSN masking of the exception lines -- a roster record with
      * its SSN replaced by SSNMASK's form, and the repository key
      * built from the masked SSN and surname.
           05 WS-MASK-REC         PIC X(48).
           05 WS-MASK-KEY         PIC X(20).
           05 WS-MASK-RC          PIC S9(04) COMP.

      * Archival: the prior SORTED.DAT is renamed aside with a
      * run-date suffix before MERGE overwrites it, so the previous
      * run's output is never silently lost.
       01  EX-PARM.
           COPY EXCREC.

      * SSN masking parameter area -- see SSNMASK copybook.
       01  SM-PARM.
           COPY SSNMASK.

       PROCEDURE DIVISION.
       0050-START.
      * Tonight's plan, written by NIGHTPLAN from RUNCALENDAR.DAT,
              ADD 1                   TO WS-ACME-SSNREJ
              MOVE SPACES             TO SSNEXCEPT-REG
              MOVE 'A'                TO SSNEXC-SOURCE
              MOVE ACME-REG           TO WS-MASK-REC
              PERFORM 8100-MASK-SSN
              MOVE WS-MASK-REC        TO SSNEXC-RECORD
              MOVE WS-SSN-REASON      TO SSNEXC-REASON
              WRITE SSNEXCEPT-REG
              MOVE SSNEXC-REASON      TO EXC-REASON
              MOVE WS-MASK-KEY        TO EXC-KEY
              MOVE SSNEXC-RECORD(1:40) TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           ELSE
                 ADD 1                TO WS-FIELD-WARN-COUNT
                 MOVE SPACES          TO SSNEXCEPT-REG
                 MOVE 'A'             TO SSNEXC-SOURCE
                 MOVE ACME-REG        TO WS-MASK-REC
                 PERFORM 8100-MASK-SSN
                 MOVE WS-MASK-REC     TO SSNEXC-RECORD
                 MOVE WS-FIELD-REASON TO SSNEXC-REASON
                 WRITE SSNEXCEPT-REG
              MOVE SSNEXC-REASON      TO EXC-REASON
              MOVE WS-MASK-KEY        TO EXC-KEY
              MOVE SSNEXC-RECORD(1:40) TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
              END-IF
              ADD 1                   TO WS-FUSES-SSNREJ
              MOVE SPACES             TO SSNEXCEPT-REG
              MOVE 'F'                TO SSNEXC-SOURCE
              MOVE FUSESINC-REG       TO WS-MASK-REC
              PERFORM 8100-MASK-SSN
              MOVE WS-MASK-REC        TO SSNEXC-RECORD
              MOVE WS-SSN-REASON      TO SSNEXC-REASON
              WRITE SSNEXCEPT-REG
              MOVE SSNEXC-REASON      TO EXC-REASON
              MOVE WS-MASK-KEY        TO EXC-KEY
              MOVE SSNEXC-RECORD(1:40) TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           ELSE
                 ADD 1                TO WS-FIELD-WARN-COUNT
                 MOVE SPACES          TO SSNEXCEPT-REG
                 MOVE 'F'             TO SSNEXC-SOURCE
                 MOVE FUSESINC-REG    TO WS-MASK-REC
                 PERFORM 8100-MASK-SSN
                 MOVE WS-MASK-REC     TO SSNEXC-RECORD
                 MOVE WS-FIELD-REASON TO SSNEXC-REASON
                 WRITE SSNEXCEPT-REG
              MOVE SSNEXC-REASON      TO EXC-REASON
              MOVE WS-MASK-KEY        TO EXC-KEY
              MOVE SSNEXC-RECORD(1:40) TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
              END-IF
              ADD 1                   TO WS-THIRD-SSNREJ
              MOVE SPACES             TO SSNEXCEPT-REG
              MOVE 'T'                TO SSNEXC-SOURCE
              MOVE THIRDCO-REG        TO WS-MASK-REC
              PERFORM 8100-MASK-SSN
              MOVE WS-MASK-REC        TO SSNEXC-RECORD
              MOVE WS-SSN-REASON      TO SSNEXC-REASON
              WRITE SSNEXCEPT-REG
              MOVE SSNEXC-REASON      TO EXC-REASON
              MOVE WS-MASK-KEY        TO EXC-KEY
              MOVE SSNEXC-RECORD(1:40) TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
           ELSE
                 ADD 1                TO WS-FIELD-WARN-COUNT
                 MOVE SPACES          TO SSNEXCEPT-REG
                 MOVE 'T'             TO SSNEXC-SOURCE
                 MOVE THIRDCO-REG     TO WS-MASK-REC
                 PERFORM 8100-MASK-SSN
                 MOVE WS-MASK-REC     TO SSNEXC-RECORD
                 MOVE WS-FIELD-REASON TO SSNEXC-REASON
                 WRITE SSNEXCEPT-REG
              MOVE SSNEXC-REASON      TO EXC-REASON
              MOVE WS-MASK-KEY        TO EXC-KEY
              MOVE SSNEXC-RECORD(1:40) TO EXC-DETAIL
              PERFORM 8000-LOG-EXCEPTION
              END-IF
           IF SORTED-REG(1:9) = WS-PREV-SSN
              IF NOT PREV-DUP-WRITTEN
                 MOVE SPACES          TO DUPSSNEXCEPT-REG
                 MOVE WS-PREV-REG     TO WS-MASK-REC
                 PERFORM 8100-MASK-SSN
                 MOVE WS-MASK-REC     TO DUPSSN-RECORD
                 MOVE 'SSN ON MULTIPLE SOURCES'
                                      TO DUPSSN-REASON
                 WRITE DUPSSNEXCEPT-REG
                 MOVE DUPSSN-REASON   TO EXC-REASON
                 MOVE WS-MASK-KEY     TO EXC-KEY
                 MOVE DUPSSN-RECORD(1:40) TO EXC-DETAIL
                 PERFORM 8000-LOG-EXCEPTION
                 ADD 1                TO WS-DUP-SSN-COUNT
                 MOVE 'YES'           TO WS-PREV-WRITTEN-SW
              END-IF
              MOVE SPACES             TO DUPSSNEXCEPT-REG
              MOVE SORTED-REG         TO WS-MASK-REC
              PERFORM 8100-MASK-SSN
              MOVE WS-MASK-REC        TO DUPSSN-RECORD
              MOVE 'SSN ON MULTIPLE SOURCES'
                                      TO DUPSSN-REASON
              WRITE DUPSSNEXCEPT-REG
                 MOVE DUPSSN-REASON   TO EXC-REASON
                 MOVE WS-MASK-KEY     TO EXC-KEY
                 MOVE DUPSSN-RECORD(1:40) TO EXC-DETAIL
                 PERFORM 8000-LOG-EXCEPTION
              ADD 1                   TO WS-DUP-SSN-COUNT
           MOVE RETURN-CODE           TO EXC-RETCODE
           CALL 'EXCLOGGER' USING EX-PARM.

       8100-MASK-SSN.

      * SSNEXCEPT.DAT, DUPSSNEXCEPT.DAT and the repository are read on
      * shared printers, so the SSN leading WS-MASK-REC is replaced
      * by the form SSNMASK hands back. The step's return code is
      * held across the call.
           MOVE RETURN-CODE           TO WS-MASK-RC
           MOVE 'MERGEEMPLOYEES'      TO SM-PROGRAM
           MOVE 'BATCH'               TO SM-OPERATOR
           MOVE WS-MASK-REC(10:10)    TO SM-KEY
           MOVE WS-MASK-REC(1:9)      TO SM-SSN
           CALL 'SSNMASK' USING SM-PARM
           MOVE SM-SHOWN              TO WS-MASK-REC(1:9)
           MOVE SPACES                TO WS-MASK-KEY
           STRING SM-SHOWN ' ' WS-MASK-REC(10:10)
              DELIMITED BY SIZE INTO WS-MASK-KEY
           MOVE WS-MASK-RC            TO RETURN-CODE.

       COPY FSTATUS REPLACING
           FS-PARA   BY 9560-SORTED-REASON
           FS-FIELD  BY FS-SORTED
