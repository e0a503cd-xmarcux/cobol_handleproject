       FD  HOUR-TYPE-FILE
               LABEL RECORDS ARE STANDARD.
       01  HOUR-TYPE-RECORD.
           05  HT-CODE              PIC X(4).
           05  HT-DESCRIPTION       PIC X(30).
           05  HT-MULTIPLIER        PIC 9V99.
           05  HT-BILLABLE-FLAG     PIC X       VALUE "Y".
               88  HT-BILLABLE                  VALUE "Y".
