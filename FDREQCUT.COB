       FD  REQCUT-FILE
               LABEL RECORDS ARE STANDARD.
       01  REQCUT-RECORD            PIC 9(3).
