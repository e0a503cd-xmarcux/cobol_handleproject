           SELECT BUDGET-TRANSFER-FILE ASSIGN TO "BUDXFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-REFERENCE
               FILE STATUS IS BUDXFR-FILE-STATUS.
