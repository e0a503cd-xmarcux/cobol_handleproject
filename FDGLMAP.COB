               LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           05  GM-KEY.
               10  GM-COMPANY-CODE  PIC X(4).
               10  GM-DEPT-CODE     PIC X(10).
               10  GM-CATEGORY      PIC X(4).
           05  GM-DEBIT-ACCT        PIC X(8).
