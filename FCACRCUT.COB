           SELECT ACRCUT-FILE ASSIGN TO "ACRMONTH.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACRCUT-FILE-STATUS.
