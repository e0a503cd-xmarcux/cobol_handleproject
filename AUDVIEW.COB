
       FD  AUDIT-ARCHIVE-FILE
               LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCHIVE-RECORD     PIC X(272).

       WORKING-STORAGE SECTION.
       77  ACCEPT-DUMMY             PIC X          VALUE SPACE.
