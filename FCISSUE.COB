           SELECT ISSUE-FILE ASSIGN TO "ISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-KEY
               FILE STATUS IS ISSUE-FILE-STATUS.
