           SELECT RCHCUT-FILE ASSIGN TO "RCHMONTH.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCHCUT-FILE-STATUS.
