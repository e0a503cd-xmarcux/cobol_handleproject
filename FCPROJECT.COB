               ALTERNATE RECORD KEY IS PR-LEADER-SURNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PR-PARENT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PR-DEPT-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PR-CUSTOMER-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PR-STATUS
                   WITH DUPLICATES.
