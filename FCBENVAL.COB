           SELECT BENEFIT-VALUE-FILE ASSIGN TO "BENVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BV-KEY
               FILE STATUS IS BENVAL-FILE-STATUS.
