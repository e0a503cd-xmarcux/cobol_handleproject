      *       counts and outcome;
      *   C - check only: reports whether
      *       the program completed OK today
      *       without writing anything;
      *   F - failed: marks the program's
      *       latest run today as ended in
      *       error (NIGHTRUN uses it when
      *       file errors were logged while
      *       the step ran).
      * The run-log file is opened on the
      * first call and stays open for the
      * run.
       01  SCAN-DONE-SW        PIC X     VALUE "N".
           88  SCAN-DONE                 VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "RUNLOG".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X.
               PERFORM WRITE-END-RECORD
           WHEN "C"
               PERFORM CHECK-ALREADY-RAN
           WHEN "F"
               PERFORM MARK-RUN-FAILED
           WHEN OTHER
               CONTINUE.

           MOVE ZERO TO RL-REJECT-COUNT.
           SET RL-RUNNING TO TRUE.
           WRITE RUN-LOG-RECORD
               INVALID KEY
                   MOVE "WRITE-START-RECORD" TO EQ-PARAGRAPH
                   MOVE "RUN-LOG-FILE" TO EQ-FILE
                   MOVE RL-KEY TO EQ-KEY
                   MOVE RUNLOG-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.


       WRITE-END-RECORD.
           PERFORM CHECK-ALREADY-RAN.
                       SET RL-ENDED-OK TO TRUE
                   END-IF
                   REWRITE RUN-LOG-RECORD
                       INVALID KEY
                           MOVE "WRITE-END-RECORD" TO EQ-PARAGRAPH
                           MOVE "RUN-LOG-FILE" TO EQ-FILE
                           MOVE RL-KEY TO EQ-KEY
                           MOVE RUNLOG-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.


       MARK-RUN-FAILED.
           PERFORM CHECK-ALREADY-RAN.
           MOVE RQ-PROGRAM TO RL-PROGRAM.
           MOVE RUN-DATE-NUM TO RL-DATE.
           MOVE NEXT-RUN-SEQ TO RL-SEQ.
           READ RUN-LOG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RL-END-TIME = ZERO
                       MOVE RUN-TIME-NUM TO RL-END-TIME
                   END-IF
                   SET RL-ENDED-ERROR TO TRUE
                   REWRITE RUN-LOG-RECORD
                       INVALID KEY
                           MOVE "MARK-RUN-FAILED" TO EQ-PARAGRAPH
                           MOVE "RUN-LOG-FILE" TO EQ-FILE
                           MOVE RL-KEY TO EQ-KEY
                           MOVE RUNLOG-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

           MOVE "N" TO RQ-ALREADY-RAN.
