           05  AP-TYPE              PIC X.
               88  AP-TYPE-CLOSE                VALUE "C".
               88  AP-TYPE-BUDGET               VALUE "B".
               88  AP-TYPE-TRANSFER             VALUE "T".
               88  AP-TYPE-REQUISITION          VALUE "Q".
           05  AP-NUMBER            PIC X(80).
           05  AP-NEW-AMOUNT        PIC S9(10)V99.
           05  AP-REASON-CODE       PIC X(4).
               88  AP-STATUS-PENDING            VALUE "P".
               88  AP-STATUS-APPLIED            VALUE "A".
               88  AP-STATUS-REJECTED           VALUE "R".
           05  AP-TRANSFER-REF      PIC 9(6).
           05  AP-REQUISITION-REF   PIC 9(6).
