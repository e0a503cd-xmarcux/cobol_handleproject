      * rate in force for that week per the
      * rate-history file (falling back to
      * the rate on the employee master,
      * held in NOK) times the cost
      * multiplier of the week's hour type
      * (HOUR-TYPE-FILE, so overtime carries
      * its premium), converts it into the
      * project's currency at the stored
      * exchange rate, and rolls the amount
      * into the
      * project's PR-ACTUAL-COST, marking the
      * week as priced so it is never counted
      * twice. The multiplier and the hour
      * type's billable flag are stamped on
      * the week for RATERPRC and PROJINV.
      * Every project update is written
      * to AUDIT-FILE. Weeks falling in a
      * closed accounting period (per
      * PERIODOK) are held back unpriced
           COPY "FCTIMESHT.COB".
           COPY "FCAUDIT.COB".
           COPY "FCRATHST.COB".
           COPY "FCHRTYPE.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDTIMESHT.COB".
           COPY "FDAUDIT.COB".
           COPY "FDRATHST.COB".
           COPY "FDHRTYPE.COB".

       WORKING-STORAGE SECTION.
       77  PRICED-COUNT             PIC 9(7)    VALUE ZERO.
       77  PERIOD-OPEN-ANSWER       PIC X       VALUE "Y".
       77  RATHST-FILE-STATUS       PIC XX      VALUE SPACE.
       77  RATHST-OPEN-SW           PIC X       VALUE "N".
       77  HRTYPE-FILE-STATUS       PIC XX      VALUE SPACE.
       77  HRTYPE-OPEN-SW           PIC X       VALUE "N".
       77  WEEK-RATE                PIC S9(5)V99 VALUE ZERO.
       77  PRICED-AMOUNT            PIC S9(10)V99 VALUE ZERO.
       77  PROJECT-RATE             PIC 9(5)V9(4) VALUE 1.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "TIMEPRCE".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           OPEN INPUT RATE-HISTORY-FILE.
           IF RATHST-FILE-STATUS = "00"
               MOVE "Y" TO RATHST-OPEN-SW.
           OPEN INPUT HOUR-TYPE-FILE.
           IF HRTYPE-FILE-STATUS = "00"
               MOVE "Y" TO HRTYPE-OPEN-SW.
           OPEN EXTEND AUDIT-FILE.
           MOVE "N" TO TIMESHEET-FILE-SW.
           MOVE ZERO TO PRICED-COUNT.
           CLOSE EMPLOYEE-FILE.
           CLOSE TIMESHEET-FILE.
           CLOSE RATE-HISTORY-FILE.
           IF HRTYPE-OPEN-SW = "Y"
               CLOSE HOUR-TYPE-FILE.
           CLOSE AUDIT-FILE.

       PRICE-ONE-TIMESHEET.
       UPDATE-PROJECT-ACTUAL-COST.
           PERFORM LOOK-UP-PROJECT-RATE.
           PERFORM LOOK-UP-WEEK-RATE.
           PERFORM LOOK-UP-HOUR-TYPE.
           COMPUTE WEEK-RATE ROUNDED = WEEK-RATE * TS-COST-MULTIPLIER.
           COMPUTE PRICED-AMOUNT =
               TS-HOURS * WEEK-RATE / PROJECT-RATE.
           MOVE "PR-ACTUAL-COST" TO AU-CHANGED-FIELD.
           REWRITE PROJECT-RECORD
               INVALID KEY
                   DISPLAY "Error updating project " TS-NUMBER (1:20)
                   MOVE "UPDATE-PROJECT-ACTUAL-COST" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   ADD 1 TO SKIPPED-COUNT
               NOT INVALID KEY
                   MOVE "REWRITE" TO AU-OPERATION
                   REWRITE TIMESHEET-RECORD
                       INVALID KEY
                           DISPLAY "Error flagging timesheet priced"
                           MOVE "UPDATE-PROJECT-ACTUAL-COST"
                               TO EQ-PARAGRAPH
                           MOVE "TIMESHEET-FILE" TO EQ-FILE
                           MOVE TS-KEY TO EQ-KEY
                           MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
                   ADD 1 TO PRICED-COUNT.

              AND RH-EFF-DATE <= WEEK-DATE-NUM
               MOVE RH-HOURLY-RATE TO WEEK-RATE.

       LOOK-UP-HOUR-TYPE.
           MOVE 1 TO TS-COST-MULTIPLIER.
           MOVE "Y" TO TS-BILLABLE-FLAG.
           IF HRTYPE-OPEN-SW = "Y"
               MOVE TS-HOUR-TYPE TO HT-CODE
               READ HOUR-TYPE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE HT-MULTIPLIER TO TS-COST-MULTIPLIER
                       MOVE HT-BILLABLE-FLAG TO TS-BILLABLE-FLAG.

       LOOK-UP-PROJECT-RATE.
           MOVE 1 TO PROJECT-RATE.
           IF PR-CURRENCY NOT = "NOK"
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
