       FD  DUNCUT-FILE
               LABEL RECORDS ARE STANDARD.
       01  DUNCUT-RECORD            PIC 9(4).
