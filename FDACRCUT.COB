       FD  ACRCUT-FILE
               LABEL RECORDS ARE STANDARD.
       01  ACRCUT-RECORD            PIC 9(6).
