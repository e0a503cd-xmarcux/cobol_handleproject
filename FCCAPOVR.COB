           SELECT CAPEX-OVERRIDE-FILE ASSIGN TO "CAPOVR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS CAPOVR-FILE-STATUS.
