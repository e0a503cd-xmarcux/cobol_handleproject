           SELECT DUNCUT-FILE ASSIGN TO "DUNNING.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUNCUT-FILE-STATUS.
