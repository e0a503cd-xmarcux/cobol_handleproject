      * set written by PROJBKUP, then
      * verifies the restored record counts
      * against BACKUP_MANIFEST.TXT and
      * reports any mismatch. The audit
      * chain control file is set to the
      * last restored audit entry so new
      * entries chain on from the restored
      * trail. Run it with the
      * application quiesced; every data file
      * is recreated from the backup set.
      * No operator interaction.
           COPY "FCSNAP.COB".
           COPY "FCSTATHST.COB".
           COPY "FCAUDIT.COB".
           COPY "FCAUDCHN.COB".
           COPY "FCPRJCTR.COB".
           SELECT PROJECT-BAK ASSIGN TO "PROJECT.BAK"
               ORGANIZATION IS SEQUENTIAL.
           COPY "FDSNAP.COB".
           COPY "FDSTATHST.COB".
           COPY "FDAUDIT.COB".
           COPY "FDAUDCHN.COB".
           COPY "FDPRJCTR.COB".
       FD  PROJECT-BAK
               LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-BAK-RECORD             PIC X(250).
       FD  OPERATOR-BAK
               LABEL RECORDS ARE STANDARD.
       01  OPERATOR-BAK-RECORD             PIC X(200).
       FD  TIMESHEET-BAK
               LABEL RECORDS ARE STANDARD.
       01  TIMESHEET-BAK-RECORD            PIC X(200).
       01  CATEGORY-BAK-RECORD             PIC X(50).
       FD  CUSTOMER-BAK
               LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-BAK-RECORD             PIC X(150).
       FD  PROPOSAL-BAK
               LABEL RECORDS ARE STANDARD.
       01  PROPOSAL-BAK-RECORD             PIC X(250).
       77  ACTAPP-FILE-STATUS       PIC XX      VALUE SPACE.
       77  PRJCTR-BAK-STATUS        PIC XX      VALUE SPACE.
       77  MANIFEST-FILE-STATUS     PIC XX      VALUE SPACE.
       77  AUDCHAIN-FILE-STATUS     PIC XX      VALUE SPACE.
       77  RESTORED-AUDIT-SEQ       PIC 9(9)    VALUE ZERO.
       77  RESTORED-AUDIT-CHECK     PIC X(16)   VALUE SPACE.
       77  RECORD-COUNT             PIC 9(8)    VALUE ZERO.
       77  EXPECTED-COUNT           PIC 9(8)    VALUE ZERO.
       77  MISMATCH-COUNT           PIC 9(4)    VALUE ZERO.
               10  MT-COUNT         PIC 9(8).
       77  MANIFEST-COUNT           PIC 99      VALUE ZERO.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PROJRSTR".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM LOAD-MANIFEST.
               WRITE PROJECT-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring PROJECT.DAT record"
                       MOVE "RELOAD-ONE-PROJECT" TO EQ-PARAGRAPH
                       MOVE "PROJECT-FILE" TO EQ-FILE
                       MOVE PR-NUMBER TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring HISTORY.DAT record"
                       MOVE "RELOAD-ONE-HISTORY" TO EQ-PARAGRAPH
                       MOVE "HISTORY-FILE" TO EQ-FILE
                       MOVE HI-NUMBER TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE ARCHIVE-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring ARCHIVE.DAT record"
                       MOVE "RELOAD-ONE-ARCHIVE" TO EQ-PARAGRAPH
                       MOVE "ARCHIVE-FILE" TO EQ-FILE
                       MOVE AR-NUMBER TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE DELETED-PROJECT-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring DELPROJECT.DAT record"
                       MOVE "RELOAD-ONE-DELPROJ" TO EQ-PARAGRAPH
                       MOVE "DELETED-PROJECT-FILE" TO EQ-FILE
                       MOVE DX-NUMBER TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE TEAM-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring TEAM.DAT record"
                       MOVE "RELOAD-ONE-TEAM" TO EQ-PARAGRAPH
                       MOVE "TEAM-FILE" TO EQ-FILE
                       MOVE TM-KEY TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE MILESTONE-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring MILESTONE.DAT record"
                       MOVE "RELOAD-ONE-MILESTONE" TO EQ-PARAGRAPH
                       MOVE "MILESTONE-FILE" TO EQ-FILE
                       MOVE MS-KEY TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE DESCRIPTION-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring DESCRIPT.DAT record"
                       MOVE "RELOAD-ONE-DESCR" TO EQ-PARAGRAPH
                       MOVE "DESCRIPTION-FILE" TO EQ-FILE
                       MOVE DS-KEY TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring EMPLOYEE.DAT record"
                       MOVE "RELOAD-ONE-EMPLOYEE" TO EQ-PARAGRAPH
                       MOVE "EMPLOYEE-FILE" TO EQ-FILE
                       MOVE EM-EMPLOYEE-ID TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring OPERATOR.DAT record"
                       MOVE "RELOAD-ONE-OPERATOR" TO EQ-PARAGRAPH
                       MOVE "OPERATOR-FILE" TO EQ-FILE
                       MOVE OP-OPERATOR-ID TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE TIMESHEET-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring TIMESHEET.DAT record"
                       MOVE "RELOAD-ONE-TIMESHEET" TO EQ-PARAGRAPH
                       MOVE "TIMESHEET-FILE" TO EQ-FILE
                       MOVE TS-KEY TO EQ-KEY
                       MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE EXCHANGE-RATE-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring EXCHRATE.DAT record"
                       MOVE "RELOAD-ONE-EXCHRATE" TO EQ-PARAGRAPH
                       MOVE "EXCHANGE-RATE-FILE" TO EQ-FILE
                       MOVE XR-CODE TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE BUDGET-REVISION-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring BUDREV.DAT record"
                       MOVE "RELOAD-ONE-BUDREV" TO EQ-PARAGRAPH
                       MOVE "BUDGET-REVISION-FILE" TO EQ-FILE
                       MOVE BR-KEY TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring APPROVAL.DAT record"
                       MOVE "RELOAD-ONE-APPROVAL" TO EQ-PARAGRAPH
                       MOVE "PENDING-APPROVAL-FILE" TO EQ-FILE
                       MOVE AP-SEQ TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE RISK-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring RISK.DAT record"
                       MOVE "RELOAD-ONE-RISK" TO EQ-PARAGRAPH
                       MOVE "RISK-FILE" TO EQ-FILE
                       MOVE RK-KEY TO EQ-KEY
                       MOVE RISK-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE NOTE-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring NOTE.DAT record"
                       MOVE "RELOAD-ONE-NOTE" TO EQ-PARAGRAPH
                       MOVE "NOTE-FILE" TO EQ-FILE
                       MOVE NT-KEY TO EQ-KEY
                       MOVE NOTE-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE COMMITMENT-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring COMMIT.DAT record"
                       MOVE "RELOAD-ONE-COMMIT" TO EQ-PARAGRAPH
                       MOVE "COMMITMENT-FILE" TO EQ-FILE
                       MOVE CM-KEY TO EQ-KEY
                       MOVE COMMIT-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE COST-LINE-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring COSTLINE.DAT record"
                       MOVE "RELOAD-ONE-COSTLINE" TO EQ-PARAGRAPH
                       MOVE "COST-LINE-FILE" TO EQ-FILE
                       MOVE CL-KEY TO EQ-KEY
                       MOVE COSTLN-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE PHASING-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring PHASING.DAT record"
                       MOVE "RELOAD-ONE-PHASING" TO EQ-PARAGRAPH
                       MOVE "PHASING-FILE" TO EQ-FILE
                       MOVE PH-KEY TO EQ-KEY
                       MOVE PHASE-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring CALENDAR.DAT record"
                       MOVE "RELOAD-ONE-CALENDAR" TO EQ-PARAGRAPH
                       MOVE "CALENDAR-FILE" TO EQ-FILE
                       MOVE CA-DATE TO EQ-KEY
                       MOVE CALEND-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE CATEGORY-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring CATEGORY.DAT record"
                       MOVE "RELOAD-ONE-CATEGORY" TO EQ-PARAGRAPH
                       MOVE "CATEGORY-FILE" TO EQ-FILE
                       MOVE CG-CODE TO EQ-KEY
                       MOVE CATEG-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring CUSTOMER.DAT record"
                       MOVE "RELOAD-ONE-CUSTOMER" TO EQ-PARAGRAPH
                       MOVE "CUSTOMER-FILE" TO EQ-FILE
                       MOVE CU-CODE TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE PROPOSAL-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring PROPOSAL.DAT record"
                       MOVE "RELOAD-ONE-PROPOSAL" TO EQ-PARAGRAPH
                       MOVE "PROPOSAL-FILE" TO EQ-FILE
                       MOVE PP-NUMBER TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE DEPARTMENT-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring DEPT.DAT record"
                       MOVE "RELOAD-ONE-DEPT" TO EQ-PARAGRAPH
                       MOVE "DEPARTMENT-FILE" TO EQ-FILE
                       MOVE DM-CODE TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

               WRITE RUN-LOG-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring RUNLOG.DAT record"
                       MOVE "RELOAD-ONE-RUNLOG" TO EQ-PARAGRAPH
                       MOVE "RUN-LOG-FILE" TO EQ-FILE
                       MOVE RL-KEY TO EQ-KEY
                       MOVE RUNLOG-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

           OPEN OUTPUT AUDIT-FILE.
           MOVE "N" TO FILE-AT-END-SW.
           MOVE ZERO TO RECORD-COUNT.
           MOVE ZERO TO RESTORED-AUDIT-SEQ.
           MOVE ZERO TO RESTORED-AUDIT-CHECK.
           PERFORM RELOAD-ONE-AUDITLOG
               UNTIL FILE-AT-END.
           CLOSE AUDITLOG-BAK.
           CLOSE AUDIT-FILE.
           PERFORM RESET-AUDIT-CHAIN.
           MOVE "AUDIT.LOG" TO CHECK-FILE-NAME.
           PERFORM VERIFY-RESTORED-COUNT.

           IF NOT FILE-AT-END
               MOVE AUDITLOG-BAK-RECORD TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               IF AU-SEQ IS NUMERIC AND AU-SEQ NOT = ZERO
                   MOVE AU-SEQ TO RESTORED-AUDIT-SEQ
                   MOVE AU-CHECK TO RESTORED-AUDIT-CHECK
               END-IF
               ADD 1 TO RECORD-COUNT.

       RESET-AUDIT-CHAIN.
           OPEN OUTPUT AUDIT-CHAIN-FILE.
           MOVE SPACE TO AUDIT-CHAIN-RECORD.
           MOVE RESTORED-AUDIT-SEQ TO AC-LAST-SEQ.
           MOVE RESTORED-AUDIT-CHECK TO AC-LAST-CHECK.
           WRITE AUDIT-CHAIN-RECORD.
           CLOSE AUDIT-CHAIN-FILE.

       RESTORE-ACTAPP.
           OPEN INPUT ACTAPP-BAK.
           OPEN OUTPUT ACTUALS-APPLIED-FILE.
               WRITE ACTUALS-APPLIED-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring ACTAPPLD.DAT record"
                       MOVE "RELOAD-ONE-ACTAPP" TO EQ-PARAGRAPH
                       MOVE "ACTUALS-APPLIED-FILE" TO EQ-FILE
                       MOVE AA-KEY TO EQ-KEY
                       MOVE ACTAPP-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               ADD 1 TO RECORD-COUNT.

