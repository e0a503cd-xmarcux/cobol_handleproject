               VALUE "Records quarantined:".
           05  SL-QUARANTINED PIC Z(6)9.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PROJINTG".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM GET-RUN-MODE.
               DELETE TEAM-FILE
                   INVALID KEY
                       DISPLAY "Error deleting orphan record"
                       MOVE "QUARANTINE-TEAM" TO EQ-PARAGRAPH
                       MOVE "TEAM-FILE" TO EQ-FILE
                       MOVE TM-KEY TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-DELETE
               ADD 1 TO QUARANTINED-COUNT.

               DELETE MILESTONE-FILE
                   INVALID KEY
                       DISPLAY "Error deleting orphan record"
                       MOVE "QUARANTINE-MILESTONE" TO EQ-PARAGRAPH
                       MOVE "MILESTONE-FILE" TO EQ-FILE
                       MOVE MS-KEY TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-DELETE
               ADD 1 TO QUARANTINED-COUNT.

               DELETE DESCRIPTION-FILE
                   INVALID KEY
                       DISPLAY "Error deleting orphan record"
                       MOVE "QUARANTINE-DESCR" TO EQ-PARAGRAPH
                       MOVE "DESCRIPTION-FILE" TO EQ-FILE
                       MOVE DS-KEY TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-DELETE
               ADD 1 TO QUARANTINED-COUNT.

               DELETE NOTE-FILE
                   INVALID KEY
                       DISPLAY "Error deleting orphan record"
                       MOVE "QUARANTINE-NOTE" TO EQ-PARAGRAPH
                       MOVE "NOTE-FILE" TO EQ-FILE
                       MOVE NT-KEY TO EQ-KEY
                       MOVE NOTE-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-DELETE
               ADD 1 TO QUARANTINED-COUNT.

               DELETE RISK-FILE
                   INVALID KEY
                       DISPLAY "Error deleting orphan record"
                       MOVE "QUARANTINE-RISK" TO EQ-PARAGRAPH
                       MOVE "RISK-FILE" TO EQ-FILE
                       MOVE RK-KEY TO EQ-KEY
                       MOVE RISK-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-DELETE
               ADD 1 TO QUARANTINED-COUNT.

               DELETE COMMITMENT-FILE
                   INVALID KEY
                       DISPLAY "Error deleting orphan record"
                       MOVE "QUARANTINE-COMMIT" TO EQ-PARAGRAPH
                       MOVE "COMMITMENT-FILE" TO EQ-FILE
                       MOVE CM-KEY TO EQ-KEY
                       MOVE COMMIT-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-DELETE
               ADD 1 TO QUARANTINED-COUNT.

               DELETE TIMESHEET-FILE
                   INVALID KEY
                       DISPLAY "Error deleting orphan record"
                       MOVE "QUARANTINE-TIMESHEET" TO EQ-PARAGRAPH
                       MOVE "TIMESHEET-FILE" TO EQ-FILE
                       MOVE TS-KEY TO EQ-KEY
                       MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-DELETE
               ADD 1 TO QUARANTINED-COUNT.

               DELETE COST-LINE-FILE
                   INVALID KEY
                       DISPLAY "Error deleting orphan record"
                       MOVE "QUARANTINE-COSTLINE" TO EQ-PARAGRAPH
                       MOVE "COST-LINE-FILE" TO EQ-FILE
                       MOVE CL-KEY TO EQ-KEY
                       MOVE COSTLN-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-DELETE
               ADD 1 TO QUARANTINED-COUNT.
       SWEEP-PHASING.
               DELETE PHASING-FILE
                   INVALID KEY
                       DISPLAY "Error deleting orphan record"
                       MOVE "QUARANTINE-PHASING" TO EQ-PARAGRAPH
                       MOVE "PHASING-FILE" TO EQ-FILE
                       MOVE PH-KEY TO EQ-KEY
                       MOVE PHASE-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-DELETE
               ADD 1 TO QUARANTINED-COUNT.

