       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISSUADD.

      ****************************
      * Program maintains the
      * issue and action log of
      * a project (ISSUE-FILE):
      * description, type
      * (issue, action or
      * decision), owner
      * employee ID, date
      * raised, due date,
      * priority (high, medium
      * or low) and status. An
      * item is raised open,
      * may have its owner, due
      * date and priority
      * changed while open, and
      * is closed with a closure
      * note. Changes to an
      * item are recorded in
      * AUDIT-FILE.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCISSUE.COB".
           COPY "FCEMPLOYEE.COB".
           COPY "FCAUDIT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDISSUE.COB".
           COPY "FDEMPLOYEE.COB".
           COPY "FDAUDIT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-IA-CHOICE     PIC X(2)       VALUE SPACE.
       77  ACCEPT-IA-SEQ        PIC 9(4)       VALUE ZERO.
       77  ACCEPT-OWNER-ID      PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-TEXT     PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-NUM      PIC 9(8)       VALUE ZERO.
       77  ISSUE-FILE-STATUS    PIC XX         VALUE SPACE.
       77  LAST-IA-SEQ          PIC 9(4)       VALUE ZERO.

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  IA-FOUND-SW          PIC X          VALUE "N".
           88  IA-FOUND                        VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-IA-SW     PIC X          VALUE "N".
               88  CANCEL-IA                   VALUE "Y".

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "ISSUADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).

       PROCEDURE DIVISION USING OPERATOR-ID-PARM.

       PERFORM INIT-PROGRAM.
       PERFORM SELECT-PROJECT
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT PROJECT-FILE.
           OPEN I-O ISSUE-FILE.
           IF ISSUE-FILE-STATUS = "35"
               OPEN OUTPUT ISSUE-FILE
               CLOSE ISSUE-FILE
               OPEN I-O ISSUE-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN EXTEND AUDIT-FILE.
           MOVE "N" TO CANCEL-ADD-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE ISSUE-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE AUDIT-FILE.

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*    Issues and action items   *".
           DISPLAY "********************************".
           DISPLAY "Enter project number:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-PROJECT-NO.
           IF ACCEPT-PROJECT-NO = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ACCEPT-PROJECT-NO TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY DISPLAY
                       "Project number not found, try again ..."
                   NOT INVALID KEY
                       MOVE "N" TO CANCEL-IA-SW
                       PERFORM ISSUE-MENU
                           UNTIL CANCEL-IA.

       ISSUE-MENU.
           PERFORM LIST-ISSUES.
           DISPLAY " ".
           DISPLAY "*  1 - Raise item             *".
           DISPLAY "*  2 - Change owner/due/prio  *".
           DISPLAY "*  3 - Close item             *".
           DISPLAY "* -1 - Back to project entry  *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-IA-CHOICE.
           EVALUATE ACCEPT-IA-CHOICE
               WHEN "1"
                   PERFORM RAISE-ISSUE
               WHEN "2"
                   PERFORM CHANGE-ISSUE
               WHEN "3"
                   PERFORM CLOSE-ISSUE
               WHEN "-1"
                   SET CANCEL-IA TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       LIST-ISSUES.
           MOVE ZERO TO LAST-IA-SEQ.
           MOVE PR-NUMBER TO IA-NUMBER.
           MOVE ZERO TO IA-SEQ.
           DISPLAY " ".
           DISPLAY "Issues and action items for project:".
           DISPLAY PR-NUMBER.
           DISPLAY "(I=issue A=action D=decision, H/M/L priority,"
               " O=open C=closed)".
           START ISSUE-FILE KEY IS NOT LESS THAN IA-KEY
               INVALID KEY MOVE SPACE TO IA-NUMBER.
           PERFORM LIST-ONE-ISSUE
               UNTIL IA-NUMBER NOT = PR-NUMBER.

       LIST-ONE-ISSUE.
           READ ISSUE-FILE NEXT
               AT END MOVE SPACE TO IA-NUMBER.
           IF IA-NUMBER = PR-NUMBER
               MOVE IA-SEQ TO LAST-IA-SEQ
               DISPLAY IA-SEQ " " IA-TYPE " " IA-PRIORITY " "
                   IA-STATUS " " IA-DESCRIPTION (1:40)
               DISPLAY "     owner " IA-OWNER-ID " raised "
                   IA-RAISED-DATE " due " IA-DUE-DATE.

       RAISE-ISSUE.
           MOVE PR-NUMBER TO IA-NUMBER.
           COMPUTE IA-SEQ = LAST-IA-SEQ + 1.
           DISPLAY "Enter description:".
           ACCEPT IA-DESCRIPTION.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-ISSUE-TYPE
               UNTIL VALID-DATA.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-ISSUE-OWNER
               UNTIL VALID-DATA.
           MOVE ACCEPT-OWNER-ID TO IA-OWNER-ID.
           DISPLAY "Enter due date (YYYYMMDD):".
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-DUE-DATE
               UNTIL VALID-DATA.
           MOVE ACCEPT-DATE-NUM TO IA-DUE-DATE.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-ISSUE-PRIORITY
               UNTIL VALID-DATA.
           MOVE CURRENT-DATE-NUM TO IA-RAISED-DATE.
           SET IA-OPEN TO TRUE.
           MOVE ZERO TO IA-CLOSED-DATE.
           MOVE SPACE TO IA-CLOSURE-NOTE.
           MOVE OPERATOR-ID-PARM TO IA-OPERATOR.
           WRITE ISSUE-RECORD
               INVALID KEY
                   DISPLAY "Error adding item"
                   MOVE "RAISE-ISSUE" TO EQ-PARAGRAPH
                   MOVE "ISSUE-FILE" TO EQ-FILE
                   MOVE IA-KEY TO EQ-KEY
                   MOVE ISSUE-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   DISPLAY "Item " IA-SEQ " raised.".

       GET-ISSUE-TYPE.
           DISPLAY "Enter type (I=issue, A=action, D=decision):".
           ACCEPT IA-TYPE.
           IF IA-VALID-TYPE
               SET VALID-DATA TO TRUE
           ELSE
               DISPLAY "Type must be I, A or D ... try again.".

       GET-ISSUE-OWNER.
           DISPLAY "Enter owner employee ID:".
           ACCEPT ACCEPT-OWNER-ID.
           MOVE ACCEPT-OWNER-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee ID not found, try again ..."
               NOT INVALID KEY
                   SET VALID-DATA TO TRUE.

       GET-DUE-DATE.
           ACCEPT ACCEPT-DATE-TEXT.
           MOVE "N" TO VALID-DATA-SW.
           CALL "DATEOK" USING VALID-DATA-SW
                               ACCEPT-DATE-TEXT
                               ACCEPT-DATE-NUM.
           IF NOT VALID-DATA
               DISPLAY "Wrong date format."
               DISPLAY "Format should be: YYYYMMDD"
               DISPLAY " ... try again.".

       GET-ISSUE-PRIORITY.
           DISPLAY "Enter priority (H=high, M=medium, L=low):".
           ACCEPT IA-PRIORITY.
           IF IA-VALID-PRIORITY
               SET VALID-DATA TO TRUE
           ELSE
               DISPLAY "Priority must be H, M or L ... try again.".

       FIND-ISSUE.
           MOVE "N" TO IA-FOUND-SW.
           DISPLAY "Enter item number:".
           ACCEPT ACCEPT-IA-SEQ.
           MOVE PR-NUMBER TO IA-NUMBER.
           MOVE ACCEPT-IA-SEQ TO IA-SEQ.
           READ ISSUE-FILE
               INVALID KEY DISPLAY "Item not found"
               NOT INVALID KEY SET IA-FOUND TO TRUE.

       CHANGE-ISSUE.
           PERFORM FIND-ISSUE.
           IF IA-FOUND
               IF NOT IA-OPEN
                   DISPLAY "Item is already closed."
               ELSE
                   PERFORM GET-ISSUE-CHANGES.

       GET-ISSUE-CHANGES.
           DISPLAY "Owner is " IA-OWNER-ID.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-ISSUE-OWNER
               UNTIL VALID-DATA.
           IF ACCEPT-OWNER-ID NOT = IA-OWNER-ID
               MOVE "IA-OWNER-ID" TO AU-CHANGED-FIELD
               MOVE IA-OWNER-ID TO AU-BEFORE-VALUE
               MOVE ACCEPT-OWNER-ID TO IA-OWNER-ID
               MOVE IA-OWNER-ID TO AU-AFTER-VALUE
               PERFORM REWRITE-ISSUE.
           DISPLAY "Due date is " IA-DUE-DATE
               ", enter due date (YYYYMMDD):".
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-DUE-DATE
               UNTIL VALID-DATA.
           IF ACCEPT-DATE-NUM NOT = IA-DUE-DATE
               MOVE "IA-DUE-DATE" TO AU-CHANGED-FIELD
               MOVE IA-DUE-DATE TO AU-BEFORE-VALUE
               MOVE ACCEPT-DATE-NUM TO IA-DUE-DATE
               MOVE IA-DUE-DATE TO AU-AFTER-VALUE
               PERFORM REWRITE-ISSUE.
           DISPLAY "Priority is " IA-PRIORITY.
           MOVE IA-PRIORITY TO AU-BEFORE-VALUE.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-ISSUE-PRIORITY
               UNTIL VALID-DATA.
           IF IA-PRIORITY NOT = AU-BEFORE-VALUE (1:1)
               MOVE "IA-PRIORITY" TO AU-CHANGED-FIELD
               MOVE IA-PRIORITY TO AU-AFTER-VALUE
               PERFORM REWRITE-ISSUE
           ELSE
               MOVE SPACE TO AUDIT-CHANGE-INFO.
           DISPLAY "Item " IA-SEQ " updated.".

       CLOSE-ISSUE.
           PERFORM FIND-ISSUE.
           IF IA-FOUND
               IF NOT IA-OPEN
                   DISPLAY "Item is already closed."
               ELSE
                   DISPLAY "Enter closure note:"
                   ACCEPT IA-CLOSURE-NOTE
                   MOVE CURRENT-DATE-NUM TO IA-CLOSED-DATE
                   MOVE "IA-STATUS" TO AU-CHANGED-FIELD
                   MOVE IA-STATUS TO AU-BEFORE-VALUE
                   SET IA-CLOSED TO TRUE
                   MOVE IA-CLOSURE-NOTE TO AU-AFTER-VALUE
                   PERFORM REWRITE-ISSUE
                   DISPLAY "Item " IA-SEQ " closed.".

       REWRITE-ISSUE.
           MOVE OPERATOR-ID-PARM TO IA-OPERATOR.
           REWRITE ISSUE-RECORD
               INVALID KEY
                   DISPLAY "Error updating item"
                   MOVE "REWRITE-ISSUE" TO EQ-PARAGRAPH
                   MOVE "ISSUE-FILE" TO EQ-FILE
                   MOVE IA-KEY TO EQ-KEY
                   MOVE ISSUE-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           MOVE "REWRITE" TO AU-OPERATION.
           MOVE "ISSUE" TO AU-FILE.
           MOVE SPACE TO AU-KEY.
           STRING FUNCTION TRIM (IA-NUMBER) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               IA-SEQ DELIMITED BY SIZE
               INTO AU-KEY
           END-STRING.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AU-DATE.
           MOVE AU-TS-TIME TO AU-TIME.
           MOVE "ISSUADD" TO AU-PROGRAM.
           MOVE OPERATOR-ID-PARM TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
