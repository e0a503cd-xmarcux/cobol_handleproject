       FD  ERROR-LOG-FILE
               LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-RECORD.
           05  EL-DATE              PIC 9(8).
           05  FILLER               PIC X       VALUE SPACE.
           05  EL-TIME              PIC 9(6).
           05  FILLER               PIC X       VALUE SPACE.
           05  EL-PROGRAM           PIC X(8).
           05  FILLER               PIC X       VALUE SPACE.
           05  EL-PARAGRAPH         PIC X(30).
           05  FILLER               PIC X       VALUE SPACE.
           05  EL-FILE              PIC X(30).
           05  FILLER               PIC X       VALUE SPACE.
           05  EL-STATUS            PIC XX.
           05  FILLER               PIC X       VALUE SPACE.
           05  EL-OPERATOR          PIC X(10).
           05  FILLER               PIC X       VALUE SPACE.
           05  EL-KEY               PIC X(100).
