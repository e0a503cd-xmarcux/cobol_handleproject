       FD  FUNDING-FILE
               LABEL RECORDS ARE STANDARD.
       01  FUNDING-RECORD.
           05  FU-KEY.
               10  FU-NUMBER        PIC X(80).
               10  FU-FUNDER-CODE   PIC X(10).
           05  FU-FUNDER-NAME       PIC X(30).
           05  FU-COMMITTED-AMOUNT  PIC S9(10)V99.
           05  FU-CURRENCY          PIC X(3).
           05  FU-SHARE-PCT         PIC 9(3)V99.
           05  FU-ELIGIBLE-CATEGORY PIC X(4)    OCCURS 8 TIMES.
           05  FU-END-DATE          PIC 9(8).
