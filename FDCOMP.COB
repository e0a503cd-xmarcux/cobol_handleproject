       FD  COMPANY-FILE
               LABEL RECORDS ARE STANDARD.
       01  COMPANY-RECORD.
           05  CY-CODE              PIC X(4).
           05  CY-NAME              PIC X(30).
           05  CY-VAT-NO            PIC X(20).
           05  CY-BANK-ACCOUNT      PIC X(20).
           05  CY-BASE-CURRENCY     PIC X(3)    VALUE "NOK".
           05  CY-FIRST-INVOICE-NO  PIC 9(6)    VALUE ZERO.
