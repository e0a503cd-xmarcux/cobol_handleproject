           SELECT SUPPLIER-CONTRACT-FILE ASSIGN TO "SUPCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CONTRACT-NO
               FILE STATUS IS SUPCON-FILE-STATUS.
