       FD  EXPENSE-CLAIM-FILE
               LABEL RECORDS ARE STANDARD.
       01  EXPENSE-CLAIM-RECORD.
           05  EC-KEY.
               10  EC-EMPLOYEE-ID   PIC X(10).
               10  EC-CLAIM-NO      PIC 9(6).
               10  EC-LINE-SEQ      PIC 9(3).
           05  EC-NUMBER            PIC X(80).
           05  EC-CATEGORY          PIC X(4).
           05  EC-AMOUNT            PIC S9(8)V99.
           05  EC-CURRENCY          PIC X(3)    VALUE "NOK".
           05  EC-DATE              PIC 9(8).
           05  EC-RECEIPT-REF       PIC X(20)   VALUE SPACE.
           05  EC-NOTE              PIC X(40)   VALUE SPACE.
           05  EC-APPROVAL-FLAG     PIC X       VALUE "S".
               88  EC-SUBMITTED                 VALUE "S".
               88  EC-APPROVED                  VALUE "A".
               88  EC-REJECTED                  VALUE "R".
           05  EC-APPROVED-BY       PIC X(10)   VALUE SPACE.
           05  EC-REJECT-REASON     PIC X(40)   VALUE SPACE.
           05  EC-POSTED-FLAG       PIC X       VALUE "N".
               88  EC-POSTED                    VALUE "Y".
           05  EC-POSTED-DATE       PIC 9(8)    VALUE ZERO.
           05  EC-CL-SEQ            PIC 9(4)    VALUE ZERO.
