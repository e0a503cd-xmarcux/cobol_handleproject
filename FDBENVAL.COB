       FD  BENEFIT-VALUE-FILE
               LABEL RECORDS ARE STANDARD.
       01  BENEFIT-VALUE-RECORD.
           05  BV-KEY.
               10  BV-NUMBER        PIC X(80).
               10  BV-SEQ           PIC 9(4).
               10  BV-YEAR          PIC 9(4).
               10  BV-QUARTER       PIC 9.
           05  BV-REALISED          PIC S9(10)V99 VALUE ZERO.
           05  BV-ENTERED-DATE      PIC 9(8)    VALUE ZERO.
           05  BV-OPERATOR          PIC X(10)   VALUE SPACE.
