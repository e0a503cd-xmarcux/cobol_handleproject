       FD  BANK-APPLIED-FILE
               LABEL RECORDS ARE STANDARD.
       01  BANK-APPLIED-RECORD.
           05  BA-BANK-REF          PIC X(16).
           05  BA-INVOICE-NO        PIC 9(6).
           05  BA-AMOUNT            PIC 9(10)V99.
           05  BA-APPLIED-DATE      PIC 9(8).
