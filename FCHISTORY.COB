           SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-NUMBER
               ALTERNATE RECORD KEY IS HI-DEPT-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HI-CUSTOMER-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HI-STATUS
                   WITH DUPLICATES.
