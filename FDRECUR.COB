       FD  RECURRING-COST-FILE
               LABEL RECORDS ARE STANDARD.
       01  RECURRING-COST-RECORD.
           05  RC-KEY.
               10  RC-NUMBER        PIC X(80).
               10  RC-SEQ           PIC 9(3).
           05  RC-CATEGORY          PIC X(4).
           05  RC-AMOUNT            PIC S9(10)V99.
           05  RC-CURRENCY          PIC X(3).
           05  RC-FREQUENCY         PIC X       VALUE "M".
               88  RC-MONTHLY                   VALUE "M".
               88  RC-QUARTERLY                 VALUE "Q".
           05  RC-START-DATE        PIC 9(8).
           05  RC-END-DATE          PIC 9(8).
           05  RC-BILLABLE-FLAG     PIC X       VALUE "N".
               88  RC-BILLABLE                  VALUE "Y".
           05  RC-TAX-CODE          PIC X(4)    VALUE SPACE.
           05  RC-DESCRIPTION       PIC X(30).
           05  RC-LAST-PERIOD       PIC 9(6)    VALUE ZERO.
