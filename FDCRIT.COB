       FD  CRITERION-FILE
               LABEL RECORDS ARE STANDARD.
       01  CRITERION-RECORD.
           05  PW-CODE              PIC X(4).
           05  PW-DESCRIPTION       PIC X(30).
           05  PW-WEIGHT            PIC 9(3)    VALUE ZERO.
           05  PW-ACTIVE-FLAG       PIC X       VALUE "A".
               88  PW-ACTIVE                    VALUE "A".
               88  PW-INACTIVE                  VALUE "I".
