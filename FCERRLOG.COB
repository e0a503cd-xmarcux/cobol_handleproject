           SELECT ERROR-LOG-FILE ASSIGN TO "ERROR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-FILE-STATUS.
