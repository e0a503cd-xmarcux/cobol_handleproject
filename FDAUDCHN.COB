       FD  AUDIT-CHAIN-FILE
               LABEL RECORDS ARE STANDARD.
       01  AUDIT-CHAIN-RECORD.
           05  AC-LAST-SEQ          PIC 9(9).
           05  FILLER               PIC X       VALUE SPACE.
           05  AC-LAST-CHECK        PIC X(16).
