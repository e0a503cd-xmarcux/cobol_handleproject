           SELECT CRITERION-FILE ASSIGN TO "CRITERIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-CODE
               FILE STATUS IS CRIT-FILE-STATUS.
