           SELECT CAPCUT-FILE ASSIGN TO "CAPMONTH.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPCUT-FILE-STATUS.
