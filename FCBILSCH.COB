           SELECT BILLING-SCHEDULE-FILE ASSIGN TO "BILLSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS BILSCH-FILE-STATUS.
