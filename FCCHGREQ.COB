           SELECT CHANGE-REQUEST-FILE ASSIGN TO "CHGREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-KEY
               FILE STATUS IS CHGREQ-FILE-STATUS.
