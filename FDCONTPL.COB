       FD  CONTINGENCY-POOL-FILE
               LABEL RECORDS ARE STANDARD.
       01  CONTINGENCY-POOL-RECORD.
           05  CP-DEPT-CODE         PIC X(10).
           05  CP-BALANCE           PIC S9(10)V99.
           05  CP-LAST-CHANGE-DATE  PIC 9(8).
