           SELECT RESOURCE-REQUEST-FILE ASSIGN TO "RESREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS RESREQ-FILE-STATUS.
