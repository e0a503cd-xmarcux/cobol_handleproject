       FD  SCENARIO-FILE
               LABEL RECORDS ARE STANDARD.
       01  SCENARIO-RECORD.
           05  WI-KEY.
               10  WI-NAME          PIC X(20).
               10  WI-SEQ           PIC 9(3).
           05  WI-ADJ-TYPE          PIC X       VALUE "H".
               88  WI-HEADER                    VALUE "H".
               88  WI-SHIFT                     VALUE "S".
               88  WI-SCALE                     VALUE "B".
               88  WI-ADD-PROPOSAL              VALUE "W".
               88  WI-CANCEL                    VALUE "C".
           05  WI-TARGET            PIC X(80)   VALUE SPACE.
           05  WI-MONTHS            PIC S9(3)   VALUE ZERO.
           05  WI-SCALE-PCT         PIC 9(3)V99 VALUE ZERO.
           05  WI-DEPT-CODE         PIC X(10)   VALUE SPACE.
           05  WI-ALLOC-PCT         PIC 9(4)    VALUE ZERO.
           05  WI-DURATION          PIC 9(3)    VALUE ZERO.
           05  WI-DESCRIPTION       PIC X(60)   VALUE SPACE.
           05  WI-CREATED-DATE      PIC 9(8)    VALUE ZERO.
           05  WI-LAST-RUN-DATE     PIC 9(8)    VALUE ZERO.
           05  WI-OPERATOR          PIC X(10)   VALUE SPACE.
