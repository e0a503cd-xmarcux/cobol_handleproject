      * each priced week is
      * compared against the rate
      * in force for that week in
      * the rate-history file
      * (times the hour-type
      * multiplier stamped on
      * the week at pricing),
      * and where they differ the
      * difference is posted to
      * the project's actual cost
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "RATERPRC".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM     PIC X(10).

               INVALID KEY MOVE SPACE TO RH-EMPLOYEE-ID.
           PERFORM CHECK-ONE-RATE-HISTORY
               UNTIL RH-EMPLOYEE-ID NOT = ACCEPT-EMPLOYEE-ID.
           IF TS-COST-MULTIPLIER NUMERIC
              AND TS-COST-MULTIPLIER NOT = ZERO
               COMPUTE WEEK-RATE ROUNDED =
                   WEEK-RATE * TS-COST-MULTIPLIER.

       CHECK-ONE-RATE-HISTORY.
           READ RATE-HISTORY-FILE NEXT
           REWRITE PROJECT-RECORD
               INVALID KEY
                   DISPLAY "Error updating project " TS-NUMBER (1:20)
                   MOVE "APPLY-RATE-DELTA" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   MOVE "REWRITE" TO AU-OPERATION
                   MOVE "PROJECT-FILE" TO AU-FILE
                   REWRITE TIMESHEET-RECORD
                       INVALID KEY
                           DISPLAY "Error stamping repriced rate"
                           MOVE "APPLY-RATE-DELTA" TO EQ-PARAGRAPH
                           MOVE "TIMESHEET-FILE" TO EQ-FILE
                           MOVE TS-KEY TO EQ-KEY
                           MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
                   ADD 1 TO REPRICED-COUNT.

           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
