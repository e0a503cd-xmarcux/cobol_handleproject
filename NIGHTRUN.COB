      * Runs the jobs in dependency order:
      * PROJRECN verifies the files first,
      * PROJCLOS closes overdue projects
      * before the extracts run, RECURGEN
      * adds the due recurring cost lines,
      * then PROJLATE, PROJFIN, PROJEXP and
      * PROJBIFD extract, CREDRPT lists the
      * customers over or near their credit
      * limit, REQOUT writes the approved
      * purchase requisitions to the feed
      * for purchasing, PROJARCH archives,
      * LOGPURGE trims the logs, and
      * AUDVERIF verifies the audit trail
      * chain across the live log and its
      * archives last.
      * A step that already
      * completed today (per the run log) is
      * skipped, and a step that does not
      * end OK stops the chain so nothing
      * extracts from half-updated files.
      * A step during which file errors were
      * written to the error log (ERRLOG) is
      * marked as ended in error in the run
      * log and stops the chain the same
      * way.
      * While the chain runs, a system
      * quiesce flag (QUIESCE.FLG) is
      * raised so HAPR refuses interactive
       77  QUIESCE-FILE-STATUS      PIC XX         VALUE SPACE.
       77  RAN-COUNT                PIC 9(2)       VALUE ZERO.
       77  SKIPPED-COUNT            PIC 9(2)       VALUE ZERO.
       77  SHOW-ERROR-COUNT         PIC Z(4)9.

       01  CHAIN-STOPPED-SW         PIC X          VALUE "N".
           88  CHAIN-STOPPED                       VALUE "Y".
       01  STEP-LIST.
           05  FILLER               PIC X(8)   VALUE "PROJRECN".
           05  FILLER               PIC X(8)   VALUE "PROJCLOS".
           05  FILLER               PIC X(8)   VALUE "RECURGEN".
           05  FILLER               PIC X(8)   VALUE "PROJLATE".
           05  FILLER               PIC X(8)   VALUE "PROJFIN".
           05  FILLER               PIC X(8)   VALUE "PROJEXP".
           05  FILLER               PIC X(8)   VALUE "PROJBIFD".
           05  FILLER               PIC X(8)   VALUE "CREDRPT".
           05  FILLER               PIC X(8)   VALUE "REQOUT".
           05  FILLER               PIC X(8)   VALUE "PROJARCH".
           05  FILLER               PIC X(8)   VALUE "LOGPURGE".
           05  FILLER               PIC X(8)   VALUE "AUDVERIF".
       01  STEP-TABLE REDEFINES STEP-LIST.
           05  STEP-NAME            PIC X(8)   OCCURS 12 TIMES.

       77  BATCH-RUN-MODE           PIC X          VALUE "U".

           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "NIGHTRUN".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       01  STEP-LINE.
           05  SL-NAME        PIC X(8).
           05  FILLER         PIC X          VALUE SPACE.
       PERFORM INIT-PROGRAM.
       PERFORM RUN-ONE-STEP
           VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > 12.
       PERFORM PROGRAM-CLEANUP.
       PERFORM CLEAR-QUIESCE-FLAG.
       PERFORM RECORD-RUN-END.

       EXECUTE-STEP.
           DISPLAY "NIGHTRUN: starting " STEP-NAME (STEP-IDX).
           MOVE "R" TO EQ-FUNCTION.
           CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF STEP-NAME (STEP-IDX) = "PROJCLOS" OR
              STEP-NAME (STEP-IDX) = "PROJARCH" OR
              STEP-NAME (STEP-IDX) = "LOGPURGE"
               CALL STEP-NAME (STEP-IDX) USING BATCH-RUN-MODE
           ELSE
               CALL STEP-NAME (STEP-IDX).
           MOVE "C" TO EQ-FUNCTION.
           CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF EQ-ERROR-COUNT NOT = ZERO
               PERFORM MARK-STEP-FAILED.
           PERFORM CHECK-STEP-ALREADY-RAN.
           IF RQ-ALREADY-RAN = "Y"
               MOVE "RAN OK" TO SL-STATUS
               ADD 1 TO RAN-COUNT
           ELSE IF EQ-ERROR-COUNT NOT = ZERO
               MOVE EQ-ERROR-COUNT TO SHOW-ERROR-COUNT
               MOVE SPACE TO SL-STATUS
               STRING "FAILED - " DELIMITED BY SIZE
                      SHOW-ERROR-COUNT DELIMITED BY SIZE
                      " file error(s) logged" DELIMITED BY SIZE
                   INTO SL-STATUS
               SET CHAIN-STOPPED TO TRUE
           ELSE
               MOVE "FAILED - chain stopped" TO SL-STATUS
               SET CHAIN-STOPPED TO TRUE.

       MARK-STEP-FAILED.
           MOVE "F" TO RQ-FUNCTION.
           MOVE STEP-NAME (STEP-IDX) TO RQ-PROGRAM.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.

       RAISE-QUIESCE-FLAG.
           OPEN OUTPUT QUIESCE-FILE.
           MOVE "Y" TO QUIESCE-RECORD.
