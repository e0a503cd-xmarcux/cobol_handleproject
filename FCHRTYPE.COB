           SELECT HOUR-TYPE-FILE ASSIGN TO "HOURTYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CODE
               FILE STATUS IS HRTYPE-FILE-STATUS.
