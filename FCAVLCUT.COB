           SELECT AVLCUT-FILE ASSIGN TO "FUNDAVL.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVLCUT-FILE-STATUS.
