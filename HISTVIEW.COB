           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "HISTVIEW".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM    PIC X(10).


       ACCUMULATE-ALL-STATISTICS.
           OPEN OUTPUT STAT-EXTRACT-FILE.
           IF DEPT-FILTER NOT = SPACE
               MOVE DEPT-FILTER TO HI-DEPT-CODE
               START HISTORY-FILE KEY IS EQUAL TO HI-DEPT-CODE
                   INVALID KEY SET PROJECT-FILE-AT-END TO TRUE.
           PERFORM ACCUMULATE-ONE-STATISTIC
               UNTIL PROJECT-FILE-AT-END.
           CLOSE STAT-EXTRACT-FILE.
       ACCUMULATE-ONE-STATISTIC.
           READ HISTORY-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND DEPT-FILTER NOT = SPACE
              AND HI-DEPT-CODE NOT = DEPT-FILTER
               SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND (DEPT-FILTER = SPACE OR HI-DEPT-CODE = DEPT-FILTER)
               PERFORM CALC-STATISTIC.
           MOVE "A"                TO PR-STATUS.
           MOVE CURRENT-DATE       TO PR-LAST-ACTIVITY-DATE.
           MOVE HI-CUSTOMER-CODE   TO PR-CUSTOMER-CODE.
           MOVE HI-COMPANY-CODE    TO PR-COMPANY-CODE.
           MOVE "T"                TO PR-BILLING-BASIS.
           MOVE ZERO               TO PR-CONTRACT-VALUE.
           MOVE ZERO               TO PR-WIP-POSTED.
           WRITE PROJECT-RECORD
               INVALID KEY
                   DISPLAY
                   DELETE HISTORY-FILE
                       INVALID KEY
                           DISPLAY "Error removing project from history"
                           MOVE "REOPEN-PROJECT" TO EQ-PARAGRAPH
                           MOVE "HISTORY-FILE" TO EQ-FILE
                           MOVE HI-NUMBER TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       NOT INVALID KEY
                           MOVE "DELETE" TO AU-OPERATION
                           MOVE "HISTORY-FILE" TO AU-FILE
               MOVE ARC-IDX TO DS-SEQ
               MOVE HI-DESCRIPTION (ARC-IDX) TO DS-TEXT
               WRITE DESCRIPTION-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring description line"
                       MOVE "RESTORE-DESCRIPTION-LINES" TO EQ-PARAGRAPH
                       MOVE "DESCRIPTION-FILE" TO EQ-FILE
                       MOVE DS-KEY TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST.


       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.

