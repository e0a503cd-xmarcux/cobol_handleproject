      ****************************
      * Program captures weekly
      * timesheet hours per
      * project, employee, week
      * and hour type (see
      * HRTYPADD) in
      * TIMESHEET-FILE, for
      * pricing into actual cost
      * by the TIMEPRCE batch.
      * Weeks falling in a closed
      * accounting period (per
      * PERIODOK) are refused, as
      * are changes to a week
      * already sent to payroll
      * by PAYHOURS.
      * Control is returned to
      * calling program.
      ****************************
           COPY "FCPROJECT.COB".
           COPY "FCEMPLOYEE.COB".
           COPY "FCTIMESHT.COB".
           COPY "FCHRTYPE.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDEMPLOYEE.COB".
           COPY "FDTIMESHT.COB".
           COPY "FDHRTYPE.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-EMPLOYEE-ID   PIC X(10)      VALUE SPACE.
       77  ACCEPT-WEEK          PIC 9(6)       VALUE ZERO.
       77  ACCEPT-HOURS         PIC 9(3)V99    VALUE ZERO.
       77  ACCEPT-HOUR-TYPE     PIC X(4)       VALUE SPACE.
       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
       77  WEEK-DATE-NUM        PIC 9(8)       VALUE ZERO.
       77  WEEK-PERIOD          PIC 9(6)       VALUE ZERO.
       77  PERIOD-OPEN-ANSWER   PIC X          VALUE "Y".
       77  HRTYPE-FILE-STATUS   PIC XX         VALUE SPACE.
       77  HRTYPE-OPEN-SW       PIC X          VALUE "N".
       77  CHECK-SEQ            PIC 99         VALUE ZERO.
       77  FREE-ENTRY-SEQ       PIC 99         VALUE ZERO.
       01  HOUR-TYPE-OK-SW      PIC X          VALUE "N".
           88  HOUR-TYPE-OK                    VALUE "Y".
       01  TYPE-ENTRY-FOUND-SW  PIC X          VALUE "N".
           88  TYPE-ENTRY-FOUND                VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "TIMEADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

               OPEN OUTPUT TIMESHEET-FILE
               CLOSE TIMESHEET-FILE
               OPEN I-O TIMESHEET-FILE.
           OPEN INPUT HOUR-TYPE-FILE.
           IF HRTYPE-FILE-STATUS = "00"
               MOVE "Y" TO HRTYPE-OPEN-SW.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE TIMESHEET-FILE.
           IF HRTYPE-OPEN-SW = "Y"
               CLOSE HOUR-TYPE-FILE.

       ADD-TIMESHEET.
           DISPLAY " ".
               DISPLAY "Accounting period " WEEK-PERIOD
                   " is closed, entry refused."
           ELSE
               PERFORM GET-HOUR-TYPE
               IF HOUR-TYPE-OK
                   PERFORM GET-HOURS-AND-SAVE.

       GET-HOUR-TYPE.
           MOVE "N" TO HOUR-TYPE-OK-SW.
           DISPLAY "Enter hour type (blank for NORM):".
           ACCEPT ACCEPT-HOUR-TYPE.
           IF ACCEPT-HOUR-TYPE = SPACE
               MOVE "NORM" TO ACCEPT-HOUR-TYPE.
           IF HRTYPE-OPEN-SW = "Y"
               MOVE ACCEPT-HOUR-TYPE TO HT-CODE
               READ HOUR-TYPE-FILE
                   INVALID KEY
                       DISPLAY "Hour type not found, entry refused."
                   NOT INVALID KEY
                       SET HOUR-TYPE-OK TO TRUE
               END-READ
           ELSE
               IF ACCEPT-HOUR-TYPE = "NORM"
                   SET HOUR-TYPE-OK TO TRUE
               ELSE
                   DISPLAY "No hour types set up, only NORM allowed.".

       CHECK-WEEK-PERIOD.
           COMPUTE WEEK-YEAR = WORK-WEEK / 100.
       GET-HOURS-AND-SAVE.
           DISPLAY "Enter hours worked:".
           ACCEPT ACCEPT-HOURS.
           PERFORM FIND-TYPE-ENTRY.
           IF TYPE-ENTRY-FOUND
               PERFORM REPLACE-TIMESHEET
           ELSE
               IF FREE-ENTRY-SEQ > 98
                   DISPLAY "No free entries left for this week,"
                   DISPLAY "nothing saved."
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
           MOVE ACCEPT-WEEK TO TS-WEEK.
           MOVE CHECK-SEQ TO TS-ENTRY-SEQ.
           READ TIMESHEET-FILE
               INVALID KEY
                   IF FREE-ENTRY-SEQ > 98
                       MOVE CHECK-SEQ TO FREE-ENTRY-SEQ
                   END-IF
               NOT INVALID KEY
                   IF TS-ORIGINAL-ENTRY
                      AND TS-HOUR-TYPE = ACCEPT-HOUR-TYPE
                       SET TYPE-ENTRY-FOUND TO TRUE.

       WRITE-NEW-TIMESHEET.
           MOVE PR-NUMBER TO TS-NUMBER.
           MOVE EM-EMPLOYEE-ID TO TS-EMPLOYEE-ID.
           MOVE ACCEPT-WEEK TO TS-WEEK.
           MOVE FREE-ENTRY-SEQ TO TS-ENTRY-SEQ.
           MOVE ACCEPT-HOURS TO TS-HOURS.
           MOVE "N" TO TS-PRICED-FLAG.
           MOVE "N" TO TS-BILLED-FLAG.
           MOVE "N" TO TS-CORRECTED-FLAG.
           MOVE ZERO TO TS-PRICED-RATE.
           MOVE "N" TO TS-EXPORTED-FLAG.
           MOVE "N" TO TS-PAYROLL-FLAG.
           MOVE ZERO TO TS-PAYROLL-DATE.
           MOVE ACCEPT-HOUR-TYPE TO TS-HOUR-TYPE.
           SET TS-ORIGINAL-ENTRY TO TRUE.
           MOVE 1 TO TS-COST-MULTIPLIER.
           MOVE "Y" TO TS-BILLABLE-FLAG.
           WRITE TIMESHEET-RECORD
               INVALID KEY
                   DISPLAY "Error saving timesheet"
                   MOVE "WRITE-NEW-TIMESHEET" TO EQ-PARAGRAPH
                   MOVE "TIMESHEET-FILE" TO EQ-FILE
                   MOVE TS-KEY TO EQ-KEY
                   MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           PERFORM STAMP-LAST-ACTIVITY.
           DISPLAY "Timesheet saved for leader approval.".

               DISPLAY "Week already priced into actual cost,"
               DISPLAY "no change made."
           ELSE
               IF TS-PAYROLL-SENT
                   DISPLAY "Week already sent to payroll,"
                   DISPLAY "no change made."
               ELSE
                   IF TS-REJECTED
                       DISPLAY "Week was rejected by the leader:"
                       DISPLAY TS-REJECT-REASON
                   END-IF
                   MOVE ACCEPT-HOURS TO TS-HOURS
                   SET TS-SUBMITTED TO TRUE
                   MOVE SPACE TO TS-APPROVED-BY
                   MOVE SPACE TO TS-REJECT-REASON
                   REWRITE TIMESHEET-RECORD
                       INVALID KEY
                           DISPLAY "Error saving timesheet"
                           MOVE "REPLACE-TIMESHEET" TO EQ-PARAGRAPH
                           MOVE "TIMESHEET-FILE" TO EQ-FILE
                           MOVE TS-KEY TO EQ-KEY
                           MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
                   PERFORM STAMP-LAST-ACTIVITY
                   DISPLAY "Timesheet replaced, back in the approval"
                   DISPLAY "queue for the project leader.".

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
