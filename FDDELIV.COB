       FD  DELIVERABLE-FILE
               LABEL RECORDS ARE STANDARD.
       01  DELIVERABLE-RECORD.
           05  DV-KEY.
               10  DV-NUMBER        PIC X(80).
               10  DV-DELIV-ID      PIC X(10).
           05  DV-TITLE             PIC X(60).
           05  DV-MILESTONE-SEQ     PIC 9(4)    VALUE ZERO.
           05  DV-VERSION           PIC X(10)   VALUE SPACE.
           05  DV-DELIVERED-DATE    PIC 9(8)    VALUE ZERO.
           05  DV-STATUS            PIC X       VALUE "P".
               88  DV-PENDING                   VALUE "P".
               88  DV-ACCEPTED                  VALUE "A".
               88  DV-REJECTED                  VALUE "R".
           05  DV-REJECT-REASON     PIC X(60)   VALUE SPACE.
           05  DV-ACCEPTED-BY       PIC X(30)   VALUE SPACE.
           05  DV-ACCEPT-DATE       PIC 9(8)    VALUE ZERO.
           05  DV-OPERATOR          PIC X(10)   VALUE SPACE.
