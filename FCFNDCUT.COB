           SELECT FNDCUT-FILE ASSIGN TO "FUNDWARN.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FNDCUT-FILE-STATUS.
