       FD  FNDCUT-FILE
               LABEL RECORDS ARE STANDARD.
       01  FNDCUT-RECORD            PIC 9(3).
