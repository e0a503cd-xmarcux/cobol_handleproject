           SELECT DVCUT-FILE ASSIGN TO "DELVAGE.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DVCUT-FILE-STATUS.
