           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "ARCHVIEW".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).

           MOVE AR-CLOSE-TYPE        TO HI-CLOSE-TYPE.
           MOVE SPACE                TO HI-PARENT-NUMBER.
           MOVE SPACE                TO HI-CUSTOMER-CODE.
           MOVE SPACE                TO HI-COMPANY-CODE.
           MOVE AR-ACTUAL-END-DATE   TO HI-CLOSED-DATE.
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Error restoring, number already in"
                   MOVE "RESTORE-TO-HISTORY" TO EQ-PARAGRAPH
                   MOVE "HISTORY-FILE" TO EQ-FILE
                   MOVE HI-NUMBER TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   DISPLAY "history."
               NOT INVALID KEY
                   MOVE "WRITE" TO AU-OPERATION
                   DELETE ARCHIVE-FILE
                       INVALID KEY
                           DISPLAY "Error removing archived project"
                           MOVE "RESTORE-TO-HISTORY" TO EQ-PARAGRAPH
                           MOVE "ARCHIVE-FILE" TO EQ-FILE
                           MOVE AR-NUMBER TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       NOT INVALID KEY
                           MOVE "DELETE" TO AU-OPERATION
                           MOVE "ARCHIVE-FILE" TO AU-FILE
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
