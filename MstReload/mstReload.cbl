       FD EMPUNLOAD.
       01 EMPUNLOAD-REC.
           88 EMPUNLD-EOF VALUE HIGH-VALUES.
           05 EMPU-IMAGE           PIC X(97).

       FD BASEUNLOAD.
       01 BASEUNLOAD-REC.
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

       FD BASEBALL.
       01 BASE-IDX-REG.
              MOVE EMPU-IMAGE(1:32)   TO WS-IN-TRAILER
              MOVE 'YES'              TO WS-IN-TRAILER-SW
           ELSE
      * An image unloaded before the master carried a pay grade,
      * supervisor and company is short by them: the grade and
      * company reload at spaces and the supervisor at zero.
              MOVE EMPU-IMAGE         TO EMP-IDX-REG
              IF IDX-SUPERVISOR IS NOT NUMERIC
                 MOVE ZERO            TO IDX-SUPERVISOR
              END-IF
              WRITE EMP-IDX-REG
                 INVALID KEY
                    DISPLAY "* WRITE FAILED, KEY " IDX-EMPLOYEEID
