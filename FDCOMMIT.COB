           05  CM-LIQUIDATED-AMT    PIC S9(10)V99 VALUE ZERO.
           05  CM-SUPPLIER-CODE     PIC X(10)   VALUE SPACE.
           05  CM-BOOKED-RATE       PIC 9(5)V9(4) VALUE ZERO.
           05  CM-ACCRUAL-FLAG      PIC X       VALUE "Y".
               88  CM-ACCRUE                    VALUE "Y".
               88  CM-NO-ACCRUAL                VALUE "N".
           05  CM-CONTRACT-NO       PIC X(15)   VALUE SPACE.
