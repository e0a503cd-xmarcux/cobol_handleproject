       FD  PRIORITY-SCORE-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRIORITY-SCORE-RECORD.
           05  PX-KEY.
               10  PX-KIND          PIC X.
                   88  PX-PROJECT               VALUE "P".
                   88  PX-PROPOSAL              VALUE "O".
               10  PX-NUMBER        PIC X(80).
               10  PX-CODE          PIC X(4).
           05  PX-SCORE             PIC 9(2)    VALUE ZERO.
           05  PX-SCORED-DATE       PIC 9(8)    VALUE ZERO.
           05  PX-OPERATOR          PIC X(10)   VALUE SPACE.
