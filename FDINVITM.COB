       FD  INVOICE-ITEM-FILE
               LABEL RECORDS ARE STANDARD.
       01  INVOICE-ITEM-RECORD.
           05  II-KEY.
               10  II-INVOICE-NO    PIC 9(6).
               10  II-LINE-SEQ      PIC 9(4).
           05  II-NUMBER            PIC X(80).
           05  II-SOURCE            PIC X       VALUE "T".
               88  II-FROM-TIMESHEET            VALUE "T".
               88  II-FROM-COST-LINE            VALUE "C".
               88  II-FROM-SCHEDULE             VALUE "M".
           05  II-SOURCE-KEY        PIC X(98).
           05  II-DESCRIPTION       PIC X(40).
           05  II-AMOUNT            PIC S9(10)V99.
           05  II-TAX-AMOUNT        PIC S9(10)V99.
           05  II-GROSS-AMOUNT      PIC S9(10)V99.
           05  II-CREDITED-FLAG     PIC X       VALUE "N".
               88  II-CREDITED                  VALUE "Y".
           05  II-CREDIT-NOTE-NO    PIC 9(6)    VALUE ZERO.
