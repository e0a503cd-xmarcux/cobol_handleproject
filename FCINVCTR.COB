           SELECT INVCTR-FILE ASSIGN TO INVCTR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVCTR-FILE-STATUS.
