           SELECT BENEFIT-FILE ASSIGN TO "BENEFIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-KEY
               FILE STATUS IS BENEFIT-FILE-STATUS.
