           05  TS-PRICED-RATE       PIC S9(5)V99 VALUE ZERO.
           05  TS-EXPORTED-FLAG     PIC X       VALUE "N".
               88  TS-EXPORTED                  VALUE "Y".
           05  TS-PAYROLL-FLAG      PIC X       VALUE "N".
               88  TS-PAYROLL-SENT              VALUE "Y".
           05  TS-PAYROLL-DATE      PIC 9(8)    VALUE ZERO.
           05  TS-HOUR-TYPE         PIC X(4)    VALUE "NORM".
           05  TS-ENTRY-KIND        PIC X       VALUE "O".
               88  TS-ORIGINAL-ENTRY            VALUE "O".
               88  TS-CORRECTION-ENTRY          VALUE "C".
           05  TS-COST-MULTIPLIER   PIC 9V99    VALUE 1.
           05  TS-BILLABLE-FLAG     PIC X       VALUE "Y".
               88  TS-BILLABLE                  VALUE "Y".
