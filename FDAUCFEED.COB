       FD  AUC-FEED-FILE
               LABEL RECORDS ARE STANDARD.
       01  AUC-FEED-RECORD.
           05  AF-RECORD-TYPE       PIC X.
               88  AF-DETAIL                    VALUE "A".
               88  AF-TRAILER                   VALUE "Z".
           05  FILLER               PIC X       VALUE SPACE.
           05  AF-NUMBER            PIC X(80).
           05  FILLER               PIC X       VALUE SPACE.
           05  AF-DEPT-CODE         PIC X(10).
           05  FILLER               PIC X       VALUE SPACE.
           05  AF-PERIOD            PIC 9(6).
           05  FILLER               PIC X       VALUE SPACE.
           05  AF-MONTH-CAPEX       PIC -(11)9.99.
           05  FILLER               PIC X       VALUE SPACE.
           05  AF-TOTAL-CAPEX       PIC -(11)9.99.
           05  FILLER               PIC X       VALUE SPACE.
           05  AF-MONTH-OPEX        PIC -(11)9.99.
