      * ALLOWED AT THE KEY SO UNFILLED RECORDS COEXIST; EMPMAINT
      * ENFORCES UNIQUENESS ON NONZERO SSNS AT ADD TIME.
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

       FD REJECTFILE.
       01 REJECTFILE-REG           PIC X(75).
      * EMPFILE.DAT carries no SSN -- the field loads at zero and
      * EMPMAINT or the migration backfill supplies it later.
           MOVE ZERO                TO IDX-SSN
      * Nor a pay grade, supervisor or company -- EMPMAINT assigns
      * those.
           MOVE SPACES              TO IDX-GRADE
           MOVE ZERO                TO IDX-SUPERVISOR
           MOVE SPACES              TO IDX-COMPANY
		   WRITE EMP-IDX-REG
		      INVALID KEY
              DISPLAY "** ERROR, DUPLICATE KEY **"
