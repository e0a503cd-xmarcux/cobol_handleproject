           05  CU-MIN-AMOUNT        PIC S9(7)V99 VALUE ZERO.
           05  CU-HOLD-FLAG         PIC X       VALUE "N".
               88  CU-ON-HOLD                   VALUE "Y".
           05  CU-CREDIT-LIMIT      PIC S9(10)V99 VALUE ZERO.
           05  CU-COMPANY-CODE      PIC X(4)    VALUE SPACE.
