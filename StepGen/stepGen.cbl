               04 TRANS-HOURLYRATE  PIC 9(04)V99.
               04 TRANS-DEPARTMENT  PIC X(30).
               04 TRANS-GENDER      PIC X(01).
               04 TRANS-SSN         PIC X(09).
      * Generated steps are keyed under this program's name; a step
      * over the dual-control limit waits in EMPMAINT for a second
      * operator like any other rate change.
            02 TRANS-OPERATOR       PIC X(08).
            02 TRANS-CHECKER        PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           MOVE WS-STEP-RATE          TO TRANS-HOURLYRATE
           MOVE DEPARTMENT            TO TRANS-DEPARTMENT
           MOVE GENDER                TO TRANS-GENDER
           MOVE 'STEPGEN'             TO TRANS-OPERATOR
           WRITE STEPTRANS-REC.

       9000-END-PROGRAM.
