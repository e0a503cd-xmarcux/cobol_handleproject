       01  CATEGORY-RECORD.
           05  CG-CODE              PIC X(4).
           05  CG-NAME              PIC X(20).
           05  CG-CAPEX-FLAG        PIC X       VALUE "O".
               88  CG-CAPEX                     VALUE "C".
               88  CG-OPEX                      VALUE "O".
