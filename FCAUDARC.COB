           SELECT AUDIT-ARCH-LIST ASSIGN TO "AUDIT_ARCH.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDARC-FILE-STATUS.
