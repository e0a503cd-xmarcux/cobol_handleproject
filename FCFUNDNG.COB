           SELECT FUNDING-FILE ASSIGN TO "FUNDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-KEY
               FILE STATUS IS FUNDNG-FILE-STATUS.
