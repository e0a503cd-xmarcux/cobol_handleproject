       FD  OVERHEAD-POOL-FILE
               LABEL RECORDS ARE STANDARD.
       01  OVERHEAD-POOL-RECORD.
           05  OP-KEY.
               10  OP-DEPT-CODE     PIC X(10).
               10  OP-PERIOD        PIC 9(6).
           05  OP-DESCRIPTION       PIC X(30).
           05  OP-AMOUNT            PIC S9(10)V99.
           05  OP-ALLOCATED-AMOUNT  PIC S9(10)V99 VALUE ZERO.
           05  OP-ALLOCATED-DATE    PIC 9(8)    VALUE ZERO.
