               88  OP-LOCKED                    VALUE "Y".
           05  OP-LAST-LOGIN-DATE   PIC 9(8)    VALUE ZERO.
           05  OP-LAST-LOGIN-TIME   PIC 9(6)    VALUE ZERO.
           05  OP-PIN-SALT          PIC X(8)    VALUE SPACE.
           05  OP-PIN-HASH          PIC X(16)   VALUE SPACE.
           05  OP-OLD-PIN-HASH      PIC X(16)   OCCURS 3 TIMES.
           05  OP-MAIN-COMPANY-FLAG PIC X       VALUE "Y".
               88  OP-MAIN-COMPANY-BARRED       VALUE "N".
           05  OP-OTHER-COMPANY     PIC X(4)    OCCURS 5 TIMES.
