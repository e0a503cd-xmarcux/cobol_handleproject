       FD  SUPPLIER-CONTRACT-FILE
               LABEL RECORDS ARE STANDARD.
       01  SUPPLIER-CONTRACT-RECORD.
           05  SC-CONTRACT-NO       PIC X(15).
           05  SC-SUPPLIER-CODE     PIC X(10).
           05  SC-DESCRIPTION       PIC X(30).
           05  SC-CEILING           PIC S9(10)V99.
           05  SC-CURRENCY          PIC X(3).
           05  SC-VALID-FROM        PIC 9(8).
           05  SC-VALID-TO          PIC 9(8).
