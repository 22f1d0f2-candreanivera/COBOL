       PROGRAM-ID. READEMPINDEX.
      * READS THE EMPLOYEE INDEXED MASTER EITHER BY EMPLOYEEID OR BY
      * DEPARTMENT, THE SAME WAY READINDEXFILE READS BASEBALLINDEXED.
      * THE SSN IS SHOWN THROUGH SSNMASK -- LAST FOUR DIGITS ONLY
      * UNLESS THE OPERATOR (KEYED AT THE TERMINAL, OR ON THE BATCH
      * PARAMETER CARD) HOLDS THE VIEW-SSN GRANT FOR READEMPINDEX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            05 IDX-GENDER          PIC X(01).
      * SOCIAL-SECURITY NUMBER, ZERO UNTIL SUPPLIED.
            05 IDX-SSN             PIC 9(09).
      * PAY GRADE ON GRADEMASTER.DAT, SPACES UNTIL EMPMAINT
      * ASSIGNS ONE.
            05 IDX-GRADE           PIC X(03).
      * EMPLOYEEID OF THE PERSON THIS EMPLOYEE REPORTS TO, ZERO AT
      * THE TOP OF THE HOUSE -- MAINTAINED THROUGH EMPMAINT.
            05 IDX-SUPERVISOR      PIC 9(07).
      * LEGAL ENTITY THE EMPLOYEE IS PAID UNDER -- THE MERGE'S
      * SOURCE-SYSTEM CODE (A ACME, F FUSESINC, T THIRDCO), SPACES
      * UNTIL ONE IS ASSIGNED.
            05 IDX-COMPANY         PIC X(01).

	   FD PARMFILE.
	   01 PARM-RECORD.
	      05 PARM-READTYPE          PIC 9.
	      05 PARM-KEY               PIC X(30).
	      05 FILLER                 PIC X(02).
	      05 PARM-OPERATOR          PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
	       05  WS-BATCH-MODE        PIC X(03) VALUE 'NO '.
	           88 BATCH-RUN         VALUE 'YES'.
           05  WS-FS-REASON         PIC X(32).
           05  WS-OPERATOR          PIC X(08) VALUE SPACES.

	       05  READTYPE              PIC 9.
		       88 ID-KEY             VALUE 1.
             10 PRINT-FIRSTNAME     PIC X(10).
             10 FILLER              PIC X(02).
             10 PRINT-DEPARTMENT    PIC X(30).
             10 FILLER              PIC X(02).
             10 PRINT-SSN           PIC X(09).

          05 WORK-VARIABLES.
             10 WS-DEPARTMENT       PIC X(30).
       01  RL-PARM.
           COPY RUNLOG.

      * SSN masking parameter area -- see SSNMASK copybook.
       01  SM-PARM.
           COPY SSNMASK.

       PROCEDURE DIVISION.
       0100-START.
           MOVE 'READEMPINDEX' TO RL-PROGRAM
           PERFORM 0110-CHECK-PARMFILE.

           IF NOT BATCH-RUN
              DISPLAY "ENTER OPERATOR ID (8 CHARACTERS): "
                 WITH NO ADVANCING
              ACCEPT WS-OPERATOR
		      DISPLAY "TO SELECT RECORD BY EMPLOYEE ID, ENTER 1"
		      DISPLAY "TO SELECT RECORDS BY DEPARTMENT, ENTER 2"
              DISPLAY "TO LIST ALL THE RECORDS, ENTER 3"
                 WHEN 2 MOVE PARM-KEY(1:30)  TO IDX-DEPARTMENT
                 WHEN OTHER CONTINUE
              END-EVALUATE
              MOVE PARM-OPERATOR      TO WS-OPERATOR
              MOVE 'YES'              TO WS-BATCH-MODE
              CLOSE PARMFILE
           END-IF.
		     MOVE IDX-LASTNAME        TO PRINT-LASTNAME
             MOVE IDX-FIRSTNAME       TO PRINT-FIRSTNAME
             MOVE IDX-DEPARTMENT      TO PRINT-DEPARTMENT
             PERFORM 0210-MASK-SSN
		     DISPLAY PRINTRECORD
	    END-IF.

       0210-MASK-SSN.

      * An SSN not yet supplied (zero) shows blank, not as digits.
           MOVE 'READEMPINDEX'        TO SM-PROGRAM
           MOVE WS-OPERATOR           TO SM-OPERATOR
           MOVE IDX-EMPLOYEEID        TO SM-KEY
           IF IDX-SSN = ZERO
              MOVE SPACES             TO SM-SSN
           ELSE
              MOVE IDX-SSN            TO SM-SSN
           END-IF
           CALL 'SSNMASK' USING SM-PARM
           MOVE SM-SHOWN              TO PRINT-SSN.

       0300-READ-NEXT.

           READ EMPLOYEEINDEXED NEXT RECORD
