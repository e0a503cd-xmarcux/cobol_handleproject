
      ****************************************
      * Program edits the employee master:
      * name, department, hourly rate, billing
      * grade (for the customer sell-rate
      * cards), and an active/left flag
      * (marking a leaver records the date
      * left, which drives the retention of
      * their name by EMPANON), and runs
      * the leaver reassignment sweep that
      * finds every
      * active project (leader or co-leader)
      * and team record pointing at a leaver
      * and reassigns them to a chosen
           05  AU-BEFORE-VALUE  PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE   PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "EMPEDIT".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM     PIC X(10).

           DISPLAY "Editing " EM-EMPLOYEE-ID " - " EM-FIRST-NAME
               (1:20) " " EM-SURNAME (1:20).
           DISPLAY "Dept " EM-DEPT-CODE " rate " EM-HOURLY-RATE
               " grade " EM-GRADE " active " EM-ACTIVE-FLAG.
           DISPLAY "*  1 - Edit first name        *".
           DISPLAY "*  2 - Edit surname           *".
           DISPLAY "*  3 - Edit department        *".
           DISPLAY "*  4 - Edit hourly rate       *".
           DISPLAY "*  5 - Mark as left           *".
           DISPLAY "*  6 - Mark as active         *".
           DISPLAY "*  7 - Edit billing grade     *".
           DISPLAY "* -1 - Back to employee entry *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-MENU-INPUT.
                   PERFORM WRITE-RATE-HISTORY
               WHEN "5"
                   MOVE "L" TO EM-ACTIVE-FLAG
                   MOVE FUNCTION CURRENT-DATE (1:8) TO EM-LEFT-DATE
                   PERFORM REWRITE-EMPLOYEE
                   DISPLAY "Marked as left. Run the leaver sweep"
                   DISPLAY "to reassign their projects."
               WHEN "6"
                   MOVE "A" TO EM-ACTIVE-FLAG
                   MOVE ZERO TO EM-LEFT-DATE
                   PERFORM REWRITE-EMPLOYEE
               WHEN "7"
                   DISPLAY "Enter new billing grade:"
                   ACCEPT ACCEPT-DATA
                   MOVE ACCEPT-DATA TO EM-GRADE
                   PERFORM REWRITE-EMPLOYEE
               WHEN "-1"
                   SET CANCEL-ONE TO TRUE

       REWRITE-EMPLOYEE.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "Error saving employee"
                   MOVE "REWRITE-EMPLOYEE" TO EQ-PARAGRAPH
                   MOVE "EMPLOYEE-FILE" TO EQ-FILE
                   MOVE EM-EMPLOYEE-ID TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Employee updated.".

       WRITE-RATE-HISTORY.
               INVALID KEY
                   REWRITE RATE-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "Error saving rate history"
                           MOVE "WRITE-RATE-HISTORY" TO EQ-PARAGRAPH
                           MOVE "RATE-HISTORY-FILE" TO EQ-FILE
                           MOVE RH-KEY TO EQ-KEY
                           MOVE RATHST-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       REASSIGNMENT-SWEEP.
           DISPLAY "Enter the leaver's employee ID:".
                   MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
                   MOVE AU-TS-DATE TO PR-LAST-ACTIVITY-DATE
                   REWRITE PROJECT-RECORD
                       INVALID KEY
                           MOVE "SWEEP-ONE-PROJECT" TO EQ-PARAGRAPH
                           MOVE "PROJECT-FILE" TO EQ-FILE
                           MOVE PR-NUMBER TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
                   ADD 1 TO SWEPT-PROJECTS.

               MOVE "REWRITE" TO AU-OPERATION
               PERFORM WRITE-AUDIT-RECORD
               REWRITE TEAM-RECORD
                   INVALID KEY
                       MOVE "SWEEP-ONE-TEAM-RECORD" TO EQ-PARAGRAPH
                       MOVE "TEAM-FILE" TO EQ-FILE
                       MOVE TM-KEY TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-REWRITE
               ADD 1 TO SWEPT-TEAM-RECORDS.

           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
