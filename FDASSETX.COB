       FD  ASSET-TRANSFER-FILE
               LABEL RECORDS ARE STANDARD.
       01  ASSET-TRANSFER-RECORD.
           05  AX-RECORD-TYPE       PIC X       VALUE "T".
           05  FILLER               PIC X       VALUE SPACE.
           05  AX-NUMBER            PIC X(80).
           05  FILLER               PIC X       VALUE SPACE.
           05  AX-DEPT-CODE         PIC X(10).
           05  FILLER               PIC X       VALUE SPACE.
           05  AX-TRANSFER-DATE     PIC 9(8).
           05  FILLER               PIC X       VALUE SPACE.
           05  AX-TOTAL-CAPEX       PIC -(11)9.99.
           05  FILLER               PIC X       VALUE SPACE.
           05  AX-TOTAL-OPEX        PIC -(11)9.99.
