           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PROJLOAD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM VERIFY-FEED-CONTROLS.
       RESET-PROJECT-RECORD-FIELDS.
           MOVE LD-DEPT-CODE TO PR-DEPT-CODE.
           MOVE SPACE TO PR-CUSTOMER-CODE.
           MOVE SPACE TO PR-COMPANY-CODE.
           MOVE SPACE TO PR-PARENT-NUMBER.
           MOVE SPACE TO PR-LOCKED-BY.
           MOVE ZERO TO PR-PERCENT-COMPLETE.
           MOVE ZERO TO PR-BOOKED-RATE.
           MOVE "M" TO PR-PCT-SOURCE.
           MOVE "T" TO PR-BILLING-BASIS.
           MOVE ZERO TO PR-CONTRACT-VALUE.
           MOVE ZERO TO PR-WIP-POSTED.
           MOVE SPACE TO PRCL-ID (1) PRCL-NAME (1) PRCL-SURNAME (1)
               PRCL-ID (2) PRCL-NAME (2) PRCL-SURNAME (2).

           MOVE AU-TS-DATE TO PR-LAST-ACTIVITY-DATE.
           WRITE PROJECT-RECORD
               INVALID KEY
                   MOVE "SAVE-LOAD-ROW" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   MOVE "N" TO ROW-VALID-SW
                   MOVE "Error writing project record"
                       TO REJECT-REASON
                   WRITE DESCRIPTION-RECORD
                       INVALID KEY
                           DISPLAY "Error saving description line"
                           MOVE "SAVE-LOAD-ROW" TO EQ-PARAGRAPH
                           MOVE "DESCRIPTION-FILE" TO EQ-FILE
                           MOVE DS-KEY TO EQ-KEY
                           MOVE "22" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-WRITE
                   ADD 1 TO LOADED-COUNT.

           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.

