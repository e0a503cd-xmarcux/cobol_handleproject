       FD  REVIEW-FILE
               LABEL RECORDS ARE STANDARD.
       01  REVIEW-RECORD.
           05  RV-NUMBER            PIC X(80).
           05  RV-DEPT-CODE         PIC X(10)   VALUE SPACE.
           05  RV-STATUS            PIC X       VALUE "O".
               88  RV-OUTSTANDING               VALUE "O".
               88  RV-COMPLETED                 VALUE "C".
           05  RV-QUEUED-DATE       PIC 9(8)    VALUE ZERO.
           05  RV-WENT-WELL         PIC X(80)   VALUE SPACE.
           05  RV-WENT-BADLY        PIC X(80)   VALUE SPACE.
           05  RV-OVERRUN-REASON    PIC X(4)    VALUE SPACE.
           05  RV-SATISFACTION      PIC 9       VALUE ZERO.
               88  RV-VALID-SATISFACTION        VALUE 1 THRU 5.
           05  RV-RECOMMENDATION    PIC X(80)   VALUE SPACE.
           05  RV-REVIEW-DATE       PIC 9(8)    VALUE ZERO.
           05  RV-REVIEWED-BY       PIC X(10)   VALUE SPACE.
