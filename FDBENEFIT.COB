       FD  BENEFIT-FILE
               LABEL RECORDS ARE STANDARD.
       01  BENEFIT-RECORD.
           05  BN-KEY.
               10  BN-NUMBER        PIC X(80).
               10  BN-SEQ           PIC 9(4).
           05  BN-DESCRIPTION       PIC X(60).
           05  BN-TYPE              PIC X       VALUE "C".
               88  BN-COST-SAVING               VALUE "C".
               88  BN-REVENUE                   VALUE "R".
               88  BN-HOURS-SAVED               VALUE "H".
               88  BN-OTHER                     VALUE "O".
               88  BN-VALID-TYPE                VALUE "C" "R" "H" "O".
           05  BN-PLANNED-ANNUAL    PIC S9(10)V99 VALUE ZERO.
           05  BN-CURRENCY          PIC X(3)    VALUE "NOK".
           05  BN-START-DATE        PIC 9(8)    VALUE ZERO.
           05  BN-OWNER-ID          PIC X(10)   VALUE SPACE.
           05  BN-DEPT-CODE         PIC X(10)   VALUE SPACE.
           05  BN-OPERATOR          PIC X(10)   VALUE SPACE.
