       FD  CHANGE-REQUEST-FILE
               LABEL RECORDS ARE STANDARD.
       01  CHANGE-REQUEST-RECORD.
           05  CQ-KEY.
               10  CQ-NUMBER        PIC X(80).
               10  CQ-SEQ           PIC 9(4).
           05  CQ-DESCRIPTION       PIC X(60).
           05  CQ-REQUESTED-BY      PIC X(30).
           05  CQ-RAISED-DATE       PIC 9(8).
           05  CQ-COST-IMPACT       PIC S9(10)V99 VALUE ZERO.
           05  CQ-SCHEDULE-DAYS     PIC S9(4)   VALUE ZERO.
           05  CQ-MILESTONE-SEQ     PIC 9(4)    VALUE ZERO.
           05  CQ-BILLABLE-FLAG     PIC X       VALUE "N".
               88  CQ-BILLABLE                  VALUE "Y".
           05  CQ-STATUS            PIC X       VALUE "R".
               88  CQ-RAISED                    VALUE "R".
               88  CQ-ASSESSED                  VALUE "S".
               88  CQ-APPROVED                  VALUE "A".
               88  CQ-REJECTED                  VALUE "X".
               88  CQ-IMPLEMENTED               VALUE "I".
               88  CQ-UNDECIDED                 VALUE "R" "S".
               88  CQ-ACCEPTED                  VALUE "A" "I".
           05  CQ-STATUS-DATE       PIC 9(8)    VALUE ZERO.
           05  CQ-STATUS-BY         PIC X(10)   VALUE SPACE.
           05  CQ-OPERATOR          PIC X(10)   VALUE SPACE.
