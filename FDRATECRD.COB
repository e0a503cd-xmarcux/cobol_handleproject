       FD  RATE-CARD-FILE
               LABEL RECORDS ARE STANDARD.
       01  RATE-CARD-RECORD.
           05  RC-KEY.
               10  RC-CUSTOMER-CODE PIC X(10).
               10  RC-GRADE         PIC X(4).
               10  RC-EFF-DATE      PIC 9(8).
           05  RC-SELL-RATE         PIC 9(5)V99.
