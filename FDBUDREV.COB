           05  BR-NEW-AMOUNT        PIC S9(10)V99.
           05  BR-REASON-CODE       PIC X(4).
           05  BR-REQUESTED-BY      PIC X(30).
           05  BR-TRANSFER-REF      PIC 9(6).
           05  BR-CHANGE-REQ-REF    PIC 9(4).
