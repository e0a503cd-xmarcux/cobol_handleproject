           SELECT RECURRING-COST-FILE ASSIGN TO "RECUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RECUR-FILE-STATUS.
