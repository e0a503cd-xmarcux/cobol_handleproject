           SELECT DELIVERABLE-FILE ASSIGN TO "DELIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-KEY
               FILE STATUS IS DELIV-FILE-STATUS.
