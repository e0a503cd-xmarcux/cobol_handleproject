           SELECT PRIORITY-SCORE-FILE ASSIGN TO "PRISCORE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS PSCORE-FILE-STATUS.
