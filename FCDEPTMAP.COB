           SELECT DEPT-MAP-FILE ASSIGN TO "DEPTMAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPTMAP-FILE-STATUS.
