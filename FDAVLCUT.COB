       FD  AVLCUT-FILE
               LABEL RECORDS ARE STANDARD.
       01  AVLCUT-RECORD            PIC 9(12).
