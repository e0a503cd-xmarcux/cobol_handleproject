      * run for a period that is already on
      * the snapshot file is skipped, so a
      * double run can not inflate the
      * PROJTRND burn rate. The run is
      * recorded in the run log. No operator
      * interaction, intended to run
      * unattended at month end.
      ****************************************
       01  SNAPSHOT-EXISTS-SW       PIC X       VALUE "N".
           88  SNAPSHOT-EXISTS                  VALUE "Y".

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "PROJSNAP".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       PROCEDURE DIVISION.

       PERFORM RECORD-RUN-START.
       MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
       PERFORM CHECK-EXISTING-SNAPSHOT.
       IF SNAPSHOT-EXISTS
           DISPLAY "Snapshot written for " SNAPPED-COUNT
               " project(s), period " CD-YEAR "-" CD-MONTH "."
           PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.

       EXIT PROGRAM.

           MOVE PR-ACTUAL-COST TO SN-ACTUAL-COST.
           WRITE SNAPSHOT-RECORD.
           ADD 1 TO SNAPPED-COUNT.

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
           IF RQ-ALREADY-RAN = "Y"
               DISPLAY "Warning: PROJSNAP already completed today,"
               DISPLAY "running it again.".

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE SNAPPED-COUNT TO RQ-READ-COUNT.
           MOVE SNAPPED-COUNT TO RQ-WRITE-COUNT.
           MOVE ZERO TO RQ-REJECT-COUNT.
           MOVE "OK" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
