           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-CODE
               FILE STATUS IS COMPANY-FILE-STATUS.
