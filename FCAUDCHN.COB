           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDCHAIN-FILE-STATUS.
