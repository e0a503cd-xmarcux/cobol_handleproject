           SELECT REQCUT-FILE ASSIGN TO "REQAGE.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQCUT-FILE-STATUS.
