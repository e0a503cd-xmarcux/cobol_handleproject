       FD  DVCUT-FILE
               LABEL RECORDS ARE STANDARD.
       01  DVCUT-RECORD             PIC 9(3).
