       FD  DEPT-MAP-FILE
               LABEL RECORDS ARE STANDARD.
       01  DEPT-MAP-RECORD.
           05  RO-OLD-CODE          PIC X(10).
           05  FILLER               PIC X.
           05  RO-NEW-CODE          PIC X(10).
