       FD  ISSUE-FILE
               LABEL RECORDS ARE STANDARD.
       01  ISSUE-RECORD.
           05  IA-KEY.
               10  IA-NUMBER        PIC X(80).
               10  IA-SEQ           PIC 9(4).
           05  IA-DESCRIPTION       PIC X(60).
           05  IA-TYPE              PIC X       VALUE "I".
               88  IA-ISSUE                     VALUE "I".
               88  IA-ACTION                    VALUE "A".
               88  IA-DECISION                  VALUE "D".
               88  IA-VALID-TYPE                VALUE "I" "A" "D".
           05  IA-OWNER-ID          PIC X(10).
           05  IA-RAISED-DATE       PIC 9(8)    VALUE ZERO.
           05  IA-DUE-DATE          PIC 9(8)    VALUE ZERO.
           05  IA-PRIORITY          PIC X       VALUE "M".
               88  IA-HIGH                      VALUE "H".
               88  IA-MEDIUM                    VALUE "M".
               88  IA-LOW                       VALUE "L".
               88  IA-VALID-PRIORITY            VALUE "H" "M" "L".
           05  IA-STATUS            PIC X       VALUE "O".
               88  IA-OPEN                      VALUE "O".
               88  IA-CLOSED                    VALUE "C".
           05  IA-CLOSED-DATE       PIC 9(8)    VALUE ZERO.
           05  IA-CLOSURE-NOTE      PIC X(60)   VALUE SPACE.
           05  IA-OPERATOR          PIC X(10)   VALUE SPACE.
