       FD  BILLING-SCHEDULE-FILE
               LABEL RECORDS ARE STANDARD.
       01  BILLING-SCHEDULE-RECORD.
           05  BS-KEY.
               10  BS-NUMBER        PIC X(80).
               10  BS-MS-SEQ        PIC 9(4).
           05  BS-DESCRIPTION       PIC X(40).
           05  BS-BASIS             PIC X       VALUE "A".
               88  BS-FIXED-AMOUNT              VALUE "A".
               88  BS-PERCENTAGE                VALUE "P".
           05  BS-AMOUNT            PIC S9(10)V99 VALUE ZERO.
           05  BS-PERCENT           PIC 9(3)V99 VALUE ZERO.
           05  BS-BILLED-FLAG       PIC X       VALUE "N".
               88  BS-BILLED                    VALUE "Y".
           05  BS-INVOICE-NO        PIC 9(6)    VALUE ZERO.
           05  BS-BILLED-DATE       PIC 9(8)    VALUE ZERO.
