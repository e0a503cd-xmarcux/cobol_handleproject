       FD  OVHCUT-FILE
               LABEL RECORDS ARE STANDARD.
       01  OVHCUT-RECORD            PIC 9(6).
