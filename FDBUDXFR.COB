       FD  BUDGET-TRANSFER-FILE
               LABEL RECORDS ARE STANDARD.
       01  BUDGET-TRANSFER-RECORD.
           05  BT-REFERENCE         PIC 9(6).
           05  BT-DATE              PIC 9(8).
           05  BT-FROM-TYPE         PIC X.
               88  BT-FROM-PROJECT              VALUE "P".
               88  BT-FROM-POOL                 VALUE "C".
               88  BT-FROM-NEW-MONEY            VALUE "N".
           05  BT-FROM-KEY          PIC X(80).
           05  BT-TO-TYPE           PIC X.
               88  BT-TO-PROJECT                VALUE "P".
               88  BT-TO-POOL                   VALUE "C".
           05  BT-TO-KEY            PIC X(80).
           05  BT-AMOUNT            PIC S9(10)V99.
           05  BT-FROM-AMOUNT       PIC S9(10)V99.
           05  BT-TO-AMOUNT         PIC S9(10)V99.
           05  BT-REASON-CODE       PIC X(4).
           05  BT-REQUESTED-BY      PIC X(30).
           05  BT-OPERATOR          PIC X(10).
           05  BT-STATUS            PIC X       VALUE "P".
               88  BT-PENDING                   VALUE "P".
               88  BT-APPLIED                   VALUE "A".
               88  BT-REJECTED                  VALUE "R".
           05  BT-APPLIED-DATE      PIC 9(8).
