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

       FD SSNXREF.
       01 SSNXREF-REC.
           MOVE OLD-HOURLYRATE        TO IDX-HOURLYRATE
           MOVE OLD-DEPARTMENT        TO IDX-DEPARTMENT
           MOVE OLD-GENDER            TO IDX-GENDER
           MOVE SPACES                TO IDX-GRADE
           MOVE ZERO                  TO IDX-SUPERVISOR
           MOVE SPACES                TO IDX-COMPANY
           PERFORM 0210-LOOKUP-SSN
           WRITE EMP-IDX-REG
              INVALID KEY
