       FD  CAPEX-OVERRIDE-FILE
               LABEL RECORDS ARE STANDARD.
       01  CAPEX-OVERRIDE-RECORD.
           05  CO-KEY.
               10  CO-NUMBER        PIC X(80).
               10  CO-CATEGORY      PIC X(4).
           05  CO-CAPEX-FLAG        PIC X       VALUE "O".
               88  CO-CAPEX                     VALUE "C".
               88  CO-OPEX                      VALUE "O".
