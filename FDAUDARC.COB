       FD  AUDIT-ARCH-LIST
               LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCH-LIST-RECORD.
           05  AL-ARCHIVE-NAME      PIC X(30).
