      * flagged as automatically closed so an
      * operator can still reopen one through
      * HISTVIEW and re-close it manually
      * through EDITPROJ to override. A
      * project with capital spend gets its
      * transfer-to-asset record written
      * (ASSETXFR) as it is closed, and its
      * post-project review is queued as
      * outstanding (REVQUE). Called
      * with a run mode: P previews (writes
      * the would-be-closed list to a report
      * and changes nothing), anything else
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PROJCLOS".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  RUN-MODE-PARM            PIC X.

           SET HI-CLOSED-AUTOMATIC TO TRUE.
           MOVE CURRENT-DATE-NUM TO HI-CLOSED-DATE.
           MOVE PR-CUSTOMER-CODE TO HI-CUSTOMER-CODE.
           MOVE PR-COMPANY-CODE TO HI-COMPANY-CODE.
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Error closing project " PR-NUMBER
                   MOVE "MOVE-TO-HISTORY" TO EQ-PARAGRAPH
                   MOVE "HISTORY-FILE" TO EQ-FILE
                   MOVE HI-NUMBER TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   MOVE "WRITE" TO AU-OPERATION
                   MOVE "HISTORY-FILE" TO AU-FILE
                   MOVE SPACE TO AU-BEFORE-VALUE
                   MOVE HI-NUMBER TO AU-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   CALL "ASSETXFR" USING PR-NUMBER
                                         PR-DEPT-CODE
                                         PR-CURRENCY
                   CALL "REVQUE" USING PR-NUMBER
                                       PR-DEPT-CODE
                   DELETE PROJECT-FILE
                       INVALID KEY
                           DISPLAY
                               "Error removing closed project "
                               PR-NUMBER
                           MOVE "MOVE-TO-HISTORY" TO EQ-PARAGRAPH
                           MOVE "PROJECT-FILE" TO EQ-FILE
                           MOVE PR-NUMBER TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       NOT INVALID KEY
                           MOVE "DELETE" TO AU-OPERATION
                           MOVE "PROJECT-FILE" TO AU-FILE
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.

