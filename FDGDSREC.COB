       FD  GOODS-RECEIPT-FILE
               LABEL RECORDS ARE STANDARD.
       01  GOODS-RECEIPT-RECORD.
           05  GR-KEY.
               10  GR-NUMBER        PIC X(80).
               10  GR-CM-SEQ        PIC 9(4).
               10  GR-SEQ           PIC 9(3).
           05  GR-RECEIVED-DATE     PIC 9(8).
           05  GR-QUANTITY          PIC 9(7)V99.
           05  GR-VALUE             PIC S9(10)V99.
           05  GR-RECEIVED-BY       PIC X(30).
           05  GR-OPERATOR          PIC X(10).
