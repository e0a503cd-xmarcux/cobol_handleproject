      * is reported to REVALUATION.TXT, the
      * new rate is stamped back on the
      * record and the change is written to
      * AUDIT-FILE. The run is recorded in
      * the run log. Reached through a
      * supervisor-only menu option, or run
      * as a step of the MONTHEND driver.
      ****************************************

       ENVIRONMENT DIVISION.
               VALUE "Items revalued:".
           05  SL-COUNT       PIC Z(4)9.

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "REVALUE".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "REVALUE".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).

       PROCEDURE DIVISION USING OPERATOR-ID-PARM.

       PERFORM RECORD-RUN-START.
       PERFORM INIT-PROGRAM.
       PERFORM REVALUE-ONE-COMMITMENT
           UNTIL COMMIT-FILE-AT-END.
       DISPLAY "Revalued " REVALUED-COUNT
           " item(s), see REVALUATION.TXT.".
       PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.

       EXIT PROGRAM.

               REWRITE COMMITMENT-RECORD
                   INVALID KEY
                       DISPLAY "Error revaluing commitment"
                       MOVE "RESTATE-COMMITMENT" TO EQ-PARAGRAPH
                       MOVE "COMMITMENT-FILE" TO EQ-FILE
                       MOVE CM-KEY TO EQ-KEY
                       MOVE COMMIT-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       MOVE "REWRITE" TO AU-OPERATION
                       MOVE "COMMITMENT-FILE" TO AU-FILE
               REWRITE PROJECT-RECORD
                   INVALID KEY
                       DISPLAY "Error revaluing project"
                       MOVE "RESTATE-PROJECT" TO EQ-PARAGRAPH
                       MOVE "PROJECT-FILE" TO EQ-FILE
                       MOVE PR-NUMBER TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       MOVE "REWRITE" TO AU-OPERATION
                       MOVE "PROJECT-FILE" TO AU-FILE
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
           IF RQ-ALREADY-RAN = "Y"
               DISPLAY "Warning: REVALUE already completed today,"
               DISPLAY "running it again.".

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE REVALUED-COUNT TO RQ-READ-COUNT.
           MOVE REVALUED-COUNT TO RQ-WRITE-COUNT.
           MOVE ZERO TO RQ-REJECT-COUNT.
           MOVE "OK" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
