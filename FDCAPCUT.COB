       FD  CAPCUT-FILE
               LABEL RECORDS ARE STANDARD.
       01  CAPCUT-RECORD            PIC 9(6).
