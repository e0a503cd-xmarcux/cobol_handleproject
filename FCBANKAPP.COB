           SELECT BANK-APPLIED-FILE ASSIGN TO "BANKAPPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BANK-REF
               FILE STATUS IS BANKAPP-FILE-STATUS.
