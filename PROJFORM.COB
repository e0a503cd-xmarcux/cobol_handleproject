           05  AU-BEFORE-VALUE  PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE   PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PROJFORM".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM     PIC X(10).

           ELSE
               MOVE OPERATOR-ID-PARM TO PR-LOCKED-BY
               REWRITE PROJECT-RECORD
                   INVALID KEY
                       MOVE "CHECK-PROJECT-LOCK" TO EQ-PARAGRAPH
                       MOVE "PROJECT-FILE" TO EQ-FILE
                       MOVE PR-NUMBER TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-REWRITE
               PERFORM FILL-FORM-FROM-RECORD.

           MOVE SPACE TO PR-PARENT-NUMBER.
           MOVE SPACE TO PR-LOCKED-BY.
           MOVE SPACE TO PR-CUSTOMER-CODE.
           MOVE SPACE TO PR-COMPANY-CODE.
           MOVE "T" TO PR-BILLING-BASIS.
           MOVE ZERO TO PR-CONTRACT-VALUE.
           MOVE ZERO TO PR-WIP-POSTED.
           MOVE ZERO TO PR-ACTUAL-BUDGET.
           MOVE ZERO TO PR-ACTUAL-COST.
           PERFORM MOVE-FORM-TO-RECORD.
               INVALID KEY
                   DISPLAY " "
                   DISPLAY "Error saving project."
                   MOVE "SAVE-FORM-EDIT" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   PERFORM WRITE-EDIT-AUDITS
                   PERFORM SAVE-FORM-DESC
           IF EDIT-MODE
               MOVE SPACE TO PR-LOCKED-BY
               REWRITE PROJECT-RECORD
                   INVALID KEY
                       MOVE "RELEASE-PROJECT-LOCK" TO EQ-PARAGRAPH
                       MOVE "PROJECT-FILE" TO EQ-FILE
                       MOVE PR-NUMBER TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST.


       SAVE-FORM-DESC.
           IF FORM-DESC NOT = SPACE
                   INVALID KEY
                       MOVE FORM-DESC TO DS-TEXT
                       WRITE DESCRIPTION-RECORD
                           INVALID KEY
                               MOVE "SAVE-FORM-DESC" TO EQ-PARAGRAPH
                               MOVE "DESCRIPTION-FILE" TO EQ-FILE
                               MOVE DS-KEY TO EQ-KEY
                               MOVE "22" TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-WRITE
                   NOT INVALID KEY
                       MOVE FORM-DESC TO DS-TEXT
                       REWRITE DESCRIPTION-RECORD
                           INVALID KEY
                               MOVE "SAVE-FORM-DESC" TO EQ-PARAGRAPH
                               MOVE "DESCRIPTION-FILE" TO EQ-FILE
                               MOVE DS-KEY TO EQ-KEY
                               MOVE "23" TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE.

       WRITE-AUDIT-RECORD.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
