       FD  RCHCUT-FILE
               LABEL RECORDS ARE STANDARD.
       01  RCHCUT-RECORD            PIC 9(6).
