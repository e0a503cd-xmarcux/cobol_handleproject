           SELECT SCENARIO-FILE ASSIGN TO "SCENARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WI-KEY
               FILE STATUS IS SCENARIO-FILE-STATUS.
