           SELECT CONTINGENCY-POOL-FILE ASSIGN TO "CONTPOOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-DEPT-CODE
               FILE STATUS IS CONTPL-FILE-STATUS.
