           SELECT REVIEW-FILE ASSIGN TO "REVIEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-NUMBER
               FILE STATUS IS REVIEW-FILE-STATUS.
