       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMELOAD.

      ****************************************
      * Batch program that loads the weekly
      * hours exported nightly by the office
      * time-clock system (employee ID,
      * project number, week, hours and an
      * optional hour type, blank meaning
      * NORM, checked against
      * HOUR-TYPE-FILE) behind
      * a control header carrying the record
      * count and the hours hash total - a
      * mismatch rejects the whole file
      * before anything posts, and an
      * acknowledgment file is written back
      * for the sending system's operators.
      * Each line is validated against
      * EMPLOYEE-FILE and PROJECT-FILE, and
      * a week in a closed accounting period
      * (per PERIODOK) is rejected. Lines
      * that pass are created, or replace
      * the week and hour type already
      * keyed, as
      * TIMESHEET-FILE entries in submitted
      * state, so they go through leader
      * approval in TIMEAPPR exactly as
      * hours keyed in TIMEADD. A week that
      * is already approved, priced,
      * corrected or sent to payroll is
      * never overwritten by the feed; the
      * line is rejected.
      * Rejected lines are reported to a
      * separate file instead of the whole
      * run failing. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCEMPLOYEE.COB".
           COPY "FCTIMESHT.COB".
           COPY "FCHRTYPE.COB".
           SELECT TIME-LOAD-FILE ASSIGN TO "TIMESHEET_LOAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIME-LOAD-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "TIMELOAD_ACK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "TIMESHEET_LOAD_REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDEMPLOYEE.COB".
           COPY "FDTIMESHT.COB".
           COPY "FDHRTYPE.COB".

       FD  TIME-LOAD-FILE
               LABEL RECORDS ARE STANDARD.
       01  TIME-LOAD-RECORD.
           05  TL-EMPLOYEE-ID   PIC X(10).
           05  TL-NUMBER        PIC X(20).
           05  TL-WEEK          PIC 9(6).
           05  TL-HOURS         PIC 9(3)V99.
           05  TL-HOUR-TYPE     PIC X(4).

       FD  REJECT-FILE
               LABEL RECORDS ARE STANDARD.
       01  REJECT-LINE          PIC X(120).

       FD  ACK-FILE
               LABEL RECORDS ARE STANDARD.
       01  ACK-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       01  TIME-LOAD-FILE-SW        PIC X       VALUE "N".
           88  TIME-LOAD-FILE-AT-END            VALUE "Y".
       01  ROW-VALID-SW             PIC X       VALUE "Y".
           88  ROW-VALID                        VALUE "Y".
       77  REJECT-REASON            PIC X(60)   VALUE SPACE.
       77  ADDED-COUNT              PIC 9(7)    VALUE ZERO.
       77  REPLACED-COUNT           PIC 9(7)    VALUE ZERO.
       77  REJECTED-COUNT           PIC 9(7)    VALUE ZERO.
       77  TIME-LOAD-FILE-STATUS    PIC XX      VALUE SPACE.
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  WEEK-YEAR                PIC 9(4)    VALUE ZERO.
       77  WEEK-NO                  PIC 9(2)    VALUE ZERO.
       77  YEAR-START-NUM           PIC 9(8)    VALUE ZERO.
       77  DAY-INTEGER              PIC S9(9)   VALUE ZERO.
       77  WEEK-DATE-NUM            PIC 9(8)    VALUE ZERO.
       77  WEEK-PERIOD              PIC 9(6)    VALUE ZERO.
       77  PERIOD-OPEN-ANSWER       PIC X       VALUE "Y".
       77  MAX-WEEK-HOURS           PIC 9(3)V99 VALUE 168.
       77  LOAD-HOUR-TYPE           PIC X(4)    VALUE SPACE.
       77  HRTYPE-FILE-STATUS       PIC XX      VALUE SPACE.
       77  HRTYPE-OPEN-SW           PIC X       VALUE "N".
       77  CHECK-SEQ                PIC 99      VALUE ZERO.
       77  FREE-ENTRY-SEQ           PIC 99      VALUE ZERO.
       01  TYPE-ENTRY-FOUND-SW      PIC X       VALUE "N".
           88  TYPE-ENTRY-FOUND                 VALUE "Y".
       01  FEED-VALID-SW            PIC X       VALUE "N".
           88  FEED-VALID                       VALUE "Y".
       77  FEED-FAIL-REASON         PIC X(40)   VALUE SPACE.
       77  EXPECTED-COUNT           PIC 9(7)    VALUE ZERO.
       77  EXPECTED-TOTAL           PIC 9(12)V99 VALUE ZERO.
       77  ACTUAL-COUNT             PIC 9(7)    VALUE ZERO.
       77  ACTUAL-TOTAL             PIC 9(12)V99 VALUE ZERO.
       01  FEED-HEADER-WORK.
           05  FH-TAG               PIC X(3).
           05  FH-RECORD-COUNT      PIC 9(7).
           05  FH-AMOUNT-TOTAL      PIC 9(12)V99.
       01  ACK-DETAIL.
           05  AK-LABEL             PIC X(20).
           05  AK-VALUE             PIC Z(12)9.99-.

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "TIMELOAD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM VERIFY-FEED-CONTROLS.
       PERFORM INIT-PROGRAM.
       IF FEED-VALID
           PERFORM SKIP-FEED-HEADER
           PERFORM LOAD-ONE-TIME-ROW
               UNTIL TIME-LOAD-FILE-AT-END
       ELSE
           SET TIME-LOAD-FILE-AT-END TO TRUE
           DISPLAY "Feed rejected before posting: "
               FEED-FAIL-REASON.
       PERFORM WRITE-ACK-FILE.
       DISPLAY "Timesheet import: added " ADDED-COUNT
           ", replaced " REPLACED-COUNT
           ", rejected " REJECTED-COUNT ".".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       VERIFY-FEED-CONTROLS.
           MOVE "N" TO FEED-VALID-SW.
           MOVE SPACE TO FEED-FAIL-REASON.
           MOVE ZERO TO ACTUAL-COUNT.
           MOVE ZERO TO ACTUAL-TOTAL.
           MOVE "N" TO TIME-LOAD-FILE-SW.
           OPEN INPUT TIME-LOAD-FILE.
           IF TIME-LOAD-FILE-STATUS NOT = "00"
               MOVE "No feed file dropped" TO FEED-FAIL-REASON
           ELSE
               PERFORM CHECK-FEED-HEADER
               CLOSE TIME-LOAD-FILE.

       CHECK-FEED-HEADER.
           READ TIME-LOAD-FILE
               AT END SET TIME-LOAD-FILE-AT-END TO TRUE.
           IF TIME-LOAD-FILE-AT-END
               MOVE "Feed file is empty" TO FEED-FAIL-REASON
           ELSE
               MOVE TIME-LOAD-RECORD (1:24) TO FEED-HEADER-WORK
               IF FH-TAG NOT = "HDR"
                   MOVE "Control header missing"
                       TO FEED-FAIL-REASON
               ELSE
                   MOVE FH-RECORD-COUNT TO EXPECTED-COUNT
                   MOVE FH-AMOUNT-TOTAL TO EXPECTED-TOTAL
                   PERFORM SUM-ONE-FEED-ROW
                       UNTIL TIME-LOAD-FILE-AT-END
                   PERFORM COMPARE-FEED-CONTROLS.

       SUM-ONE-FEED-ROW.
           READ TIME-LOAD-FILE
               AT END SET TIME-LOAD-FILE-AT-END TO TRUE.
           IF NOT TIME-LOAD-FILE-AT-END
               ADD 1 TO ACTUAL-COUNT
               ADD TL-HOURS TO ACTUAL-TOTAL.

       COMPARE-FEED-CONTROLS.
           IF ACTUAL-COUNT NOT = EXPECTED-COUNT
               MOVE "Record count mismatch" TO FEED-FAIL-REASON
           ELSE
               IF ACTUAL-TOTAL NOT = EXPECTED-TOTAL
                   MOVE "Hours hash total mismatch"
                       TO FEED-FAIL-REASON
               ELSE
                   SET FEED-VALID TO TRUE.

       SKIP-FEED-HEADER.
           READ TIME-LOAD-FILE
               AT END SET TIME-LOAD-FILE-AT-END TO TRUE.

       WRITE-ACK-FILE.
           OPEN OUTPUT ACK-FILE.
           IF FEED-VALID
               MOVE "TIMELOAD FEED ACCEPTED" TO ACK-LINE
           ELSE
               MOVE SPACE TO ACK-LINE
               STRING "TIMELOAD FEED REJECTED: " DELIMITED BY SIZE
                   FEED-FAIL-REASON DELIMITED BY SIZE
                   INTO ACK-LINE
               END-STRING.
           WRITE ACK-LINE.
           MOVE "Records in feed:    " TO AK-LABEL.
           MOVE ACTUAL-COUNT TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           MOVE "Hours total:        " TO AK-LABEL.
           MOVE ACTUAL-TOTAL TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           MOVE "Added:              " TO AK-LABEL.
           MOVE ADDED-COUNT TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           MOVE "Replaced:           " TO AK-LABEL.
           MOVE REPLACED-COUNT TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           MOVE "Rejected lines:     " TO AK-LABEL.
           MOVE REJECTED-COUNT TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           CLOSE ACK-FILE.

       INIT-PROGRAM.
           IF FEED-VALID
               OPEN INPUT TIME-LOAD-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN I-O PROJECT-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS = "35"
               OPEN OUTPUT TIMESHEET-FILE
               CLOSE TIMESHEET-FILE
               OPEN I-O TIMESHEET-FILE.
           OPEN INPUT HOUR-TYPE-FILE.
           IF HRTYPE-FILE-STATUS = "00"
               MOVE "Y" TO HRTYPE-OPEN-SW.
           MOVE "N" TO TIME-LOAD-FILE-SW.

       PROGRAM-CLEANUP.
           IF FEED-VALID
               CLOSE TIME-LOAD-FILE.
           CLOSE REJECT-FILE.
           CLOSE PROJECT-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE TIMESHEET-FILE.
           IF HRTYPE-OPEN-SW = "Y"
               CLOSE HOUR-TYPE-FILE.

       LOAD-ONE-TIME-ROW.
           READ TIME-LOAD-FILE
               AT END SET TIME-LOAD-FILE-AT-END TO TRUE.
           IF NOT TIME-LOAD-FILE-AT-END
               PERFORM VALIDATE-AND-APPLY-ROW.

       VALIDATE-AND-APPLY-ROW.
           SET ROW-VALID TO TRUE.
           MOVE SPACE TO REJECT-REASON.
           MOVE TL-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO ROW-VALID-SW
                   MOVE "Employee ID not found" TO REJECT-REASON.
           IF ROW-VALID
               MOVE TL-NUMBER TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY
                       MOVE "N" TO ROW-VALID-SW
                       MOVE "Project number not found"
                           TO REJECT-REASON
               END-READ.
           IF ROW-VALID
               PERFORM CHECK-WEEK-AND-HOURS.
           IF ROW-VALID
               PERFORM CHECK-HOUR-TYPE.
           IF ROW-VALID
               PERFORM APPLY-TIME-ROW
           ELSE
               PERFORM WRITE-REJECT-LINE.

       CHECK-WEEK-AND-HOURS.
           COMPUTE WEEK-YEAR = TL-WEEK / 100.
           COMPUTE WEEK-NO = FUNCTION REM (TL-WEEK, 100).
           IF WEEK-YEAR < 1900 OR WEEK-NO = ZERO OR WEEK-NO > 53
               MOVE "N" TO ROW-VALID-SW
               MOVE "Week must be YYYYWW" TO REJECT-REASON
           ELSE
               PERFORM CHECK-WEEK-PERIOD
               IF PERIOD-OPEN-ANSWER = "N"
                   MOVE "N" TO ROW-VALID-SW
                   MOVE "Accounting period is closed"
                       TO REJECT-REASON.
           IF ROW-VALID
              AND (TL-HOURS = ZERO OR TL-HOURS > MAX-WEEK-HOURS)
               MOVE "N" TO ROW-VALID-SW
               MOVE "Hours must be between 0 and 168"
                   TO REJECT-REASON.

       CHECK-WEEK-PERIOD.
           COMPUTE YEAR-START-NUM = WEEK-YEAR * 10000 + 101.
           COMPUTE DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (YEAR-START-NUM)
               + (WEEK-NO - 1) * 7.
           COMPUTE WEEK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (DAY-INTEGER).
           COMPUTE WEEK-PERIOD = WEEK-DATE-NUM / 100.
           CALL "PERIODOK" USING WEEK-PERIOD PERIOD-OPEN-ANSWER.

       CHECK-HOUR-TYPE.
           MOVE TL-HOUR-TYPE TO LOAD-HOUR-TYPE.
           IF LOAD-HOUR-TYPE = SPACE
               MOVE "NORM" TO LOAD-HOUR-TYPE.
           IF HRTYPE-OPEN-SW = "Y"
               MOVE LOAD-HOUR-TYPE TO HT-CODE
               READ HOUR-TYPE-FILE
                   INVALID KEY
                       MOVE "N" TO ROW-VALID-SW
                       MOVE "Hour type not found" TO REJECT-REASON
               END-READ
           ELSE
               IF LOAD-HOUR-TYPE NOT = "NORM"
                   MOVE "N" TO ROW-VALID-SW
                   MOVE "No hour types set up, only NORM allowed"
                       TO REJECT-REASON.

       APPLY-TIME-ROW.
           PERFORM FIND-TYPE-ENTRY.
           IF TYPE-ENTRY-FOUND
               PERFORM REPLACE-TIMESHEET
           ELSE
               IF FREE-ENTRY-SEQ > 98
                   MOVE "No free entries left for the week"
                       TO REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   PERFORM WRITE-NEW-TIMESHEET.

       FIND-TYPE-ENTRY.
           MOVE "N" TO TYPE-ENTRY-FOUND-SW.
           MOVE 99 TO FREE-ENTRY-SEQ.
           PERFORM CHECK-ONE-TYPE-ENTRY
               VARYING CHECK-SEQ FROM 0 BY 1
               UNTIL CHECK-SEQ > 98 OR TYPE-ENTRY-FOUND.

       CHECK-ONE-TYPE-ENTRY.
           MOVE PR-NUMBER TO TS-NUMBER.
           MOVE EM-EMPLOYEE-ID TO TS-EMPLOYEE-ID.
           MOVE TL-WEEK TO TS-WEEK.
           MOVE CHECK-SEQ TO TS-ENTRY-SEQ.
           READ TIMESHEET-FILE
               INVALID KEY
                   IF FREE-ENTRY-SEQ > 98
                       MOVE CHECK-SEQ TO FREE-ENTRY-SEQ
                   END-IF
               NOT INVALID KEY
                   IF TS-ORIGINAL-ENTRY
                      AND TS-HOUR-TYPE = LOAD-HOUR-TYPE
                       SET TYPE-ENTRY-FOUND TO TRUE.

       WRITE-NEW-TIMESHEET.
           MOVE PR-NUMBER TO TS-NUMBER.
           MOVE EM-EMPLOYEE-ID TO TS-EMPLOYEE-ID.
           MOVE TL-WEEK TO TS-WEEK.
           MOVE FREE-ENTRY-SEQ TO TS-ENTRY-SEQ.
           MOVE TL-HOURS TO TS-HOURS.
           MOVE "N" TO TS-PRICED-FLAG.
           MOVE "N" TO TS-BILLED-FLAG.
           SET TS-SUBMITTED TO TRUE.
           MOVE SPACE TO TS-APPROVED-BY.
           MOVE SPACE TO TS-REJECT-REASON.
           MOVE "N" TO TS-CORRECTED-FLAG.
           MOVE ZERO TO TS-PRICED-RATE.
           MOVE "N" TO TS-EXPORTED-FLAG.
           MOVE "N" TO TS-PAYROLL-FLAG.
           MOVE ZERO TO TS-PAYROLL-DATE.
           MOVE LOAD-HOUR-TYPE TO TS-HOUR-TYPE.
           SET TS-ORIGINAL-ENTRY TO TRUE.
           MOVE 1 TO TS-COST-MULTIPLIER.
           MOVE "Y" TO TS-BILLABLE-FLAG.
           WRITE TIMESHEET-RECORD
               INVALID KEY
                   MOVE "WRITE-NEW-TIMESHEET" TO EQ-PARAGRAPH
                   MOVE "TIMESHEET-FILE" TO EQ-FILE
                   MOVE TS-KEY TO EQ-KEY
                   MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   MOVE "Error writing timesheet record"
                       TO REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM STAMP-LAST-ACTIVITY
                   ADD 1 TO ADDED-COUNT.

       REPLACE-TIMESHEET.
           IF TS-APPROVED OR TS-PRICED OR TS-CORRECTED
              OR TS-PAYROLL-SENT
               MOVE "Week already approved or priced"
                   TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE TL-HOURS TO TS-HOURS
               SET TS-SUBMITTED TO TRUE
               MOVE SPACE TO TS-APPROVED-BY
               MOVE SPACE TO TS-REJECT-REASON
               REWRITE TIMESHEET-RECORD
                   INVALID KEY
                       MOVE "REPLACE-TIMESHEET" TO EQ-PARAGRAPH
                       MOVE "TIMESHEET-FILE" TO EQ-FILE
                       MOVE TS-KEY TO EQ-KEY
                       MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       MOVE "Error updating timesheet record"
                           TO REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                       PERFORM STAMP-LAST-ACTIVITY
                       ADD 1 TO REPLACED-COUNT.

       STAMP-LAST-ACTIVITY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE CURRENT-DATE TO PR-LAST-ACTIVITY-DATE.
           REWRITE PROJECT-RECORD
               INVALID KEY
                   MOVE "STAMP-LAST-ACTIVITY" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACE TO REJECT-LINE.
           STRING
               FUNCTION TRIM (TL-EMPLOYEE-ID) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM (TL-NUMBER) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TL-WEEK DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM (REJECT-REASON) DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING.
           WRITE REJECT-LINE.
