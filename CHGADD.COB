       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGADD.

      ****************************
      * Program maintains the
      * change request register
      * of a project
      * (CHANGE-REQUEST-FILE):
      * description, requested
      * by, date raised, cost
      * impact in the project
      * currency, schedule
      * impact in days, the
      * affected milestone and
      * whether the change is
      * billable to the
      * customer. A request is
      * raised, assessed, then
      * approved or rejected by
      * a supervisor other than
      * the operator who raised
      * it, and finally marked
      * implemented. Approving
      * a request adds the cost
      * impact to PR-BUDGET
      * with a budget revision
      * carrying the change
      * request number, and
      * moves the due date of
      * the affected milestone
      * by the schedule impact;
      * both changes are
      * recorded in AUDIT-FILE.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCCHGREQ.COB".
           COPY "FCMILESTONE.COB".
           COPY "FCBUDREV.COB".
           COPY "FCAUDIT.COB".
           COPY "FCOPERATOR.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDCHGREQ.COB".
           COPY "FDMILESTONE.COB".
           COPY "FDBUDREV.COB".
           COPY "FDAUDIT.COB".
           COPY "FDOPERATOR.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-CQ-CHOICE     PIC X(2)       VALUE SPACE.
       77  ACCEPT-CQ-SEQ        PIC 9(4)       VALUE ZERO.
       77  ACCEPT-YES-NO        PIC X          VALUE SPACE.
       77  CHGREQ-FILE-STATUS   PIC XX         VALUE SPACE.
       77  LAST-CQ-SEQ          PIC 9(4)       VALUE ZERO.
       77  NEXT-REV-SEQ         PIC 9(4)       VALUE ZERO.
       77  OLD-BUDGET-AMOUNT    PIC S9(10)V99  VALUE ZERO.
       77  OLD-DUE-DATE         PIC 9(8)       VALUE ZERO.
       77  NEW-DUE-DATE         PIC 9(8)       VALUE ZERO.
       77  SHOW-MONEY           PIC Z(10)9.99- VALUE ZERO.
       77  SHOW-DAYS            PIC ZZZ9-      VALUE ZERO.

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  CQ-FOUND-SW          PIC X          VALUE "N".
           88  CQ-FOUND                        VALUE "Y".
       01  OPERATOR-ROLE-SW     PIC X          VALUE "V".
           88  OPERATOR-SUPERVISOR             VALUE "S".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-CQ-SW     PIC X          VALUE "N".
               88  CANCEL-CQ                   VALUE "Y".

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "CHGADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).

       PROCEDURE DIVISION USING OPERATOR-ID-PARM.

       PERFORM LOAD-OPERATOR-ROLE.
       PERFORM INIT-PROGRAM.
       PERFORM SELECT-PROJECT
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       LOAD-OPERATOR-ROLE.
           OPEN INPUT OPERATOR-FILE.
           MOVE "V" TO OPERATOR-ROLE-SW.
           MOVE OPERATOR-ID-PARM TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE OP-ROLE TO OPERATOR-ROLE-SW.
           CLOSE OPERATOR-FILE.

       INIT-PROGRAM.
           OPEN I-O PROJECT-FILE.
           OPEN I-O CHANGE-REQUEST-FILE.
           IF CHGREQ-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-REQUEST-FILE
               CLOSE CHANGE-REQUEST-FILE
               OPEN I-O CHANGE-REQUEST-FILE.
           OPEN I-O MILESTONE-FILE.
           OPEN I-O BUDGET-REVISION-FILE.
           OPEN EXTEND AUDIT-FILE.
           MOVE "N" TO CANCEL-ADD-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE CHANGE-REQUEST-FILE.
           CLOSE MILESTONE-FILE.
           CLOSE BUDGET-REVISION-FILE.
           CLOSE AUDIT-FILE.

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*       Change requests        *".
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
                       MOVE "N" TO CANCEL-CQ-SW
                       PERFORM CHANGE-REQUEST-MENU
                           UNTIL CANCEL-CQ.

       CHANGE-REQUEST-MENU.
           PERFORM LIST-CHANGE-REQUESTS.
           DISPLAY " ".
           DISPLAY "*  1 - Raise change request   *".
           DISPLAY "*  2 - Assess change request  *".
           IF OPERATOR-SUPERVISOR
               DISPLAY "*  3 - Approve change request *"
               DISPLAY "*  4 - Reject change request  *".
           DISPLAY "*  5 - Mark implemented       *".
           DISPLAY "* -1 - Back to project entry  *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-CQ-CHOICE.
           EVALUATE ACCEPT-CQ-CHOICE
               WHEN "1"
                   PERFORM RAISE-CHANGE-REQUEST
               WHEN "2"
                   PERFORM ASSESS-CHANGE-REQUEST
               WHEN "3"
                   PERFORM APPROVE-CHANGE-REQUEST
               WHEN "4"
                   PERFORM REJECT-CHANGE-REQUEST
               WHEN "5"
                   PERFORM IMPLEMENT-CHANGE-REQUEST
               WHEN "-1"
                   SET CANCEL-CQ TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       LIST-CHANGE-REQUESTS.
           MOVE ZERO TO LAST-CQ-SEQ.
           MOVE PR-NUMBER TO CQ-NUMBER.
           MOVE ZERO TO CQ-SEQ.
           DISPLAY " ".
           DISPLAY "Change requests for project:".
           DISPLAY PR-NUMBER.
           START CHANGE-REQUEST-FILE KEY IS NOT LESS THAN CQ-KEY
               INVALID KEY MOVE SPACE TO CQ-NUMBER.
           PERFORM LIST-ONE-CHANGE-REQUEST
               UNTIL CQ-NUMBER NOT = PR-NUMBER.

       LIST-ONE-CHANGE-REQUEST.
           READ CHANGE-REQUEST-FILE NEXT
               AT END MOVE SPACE TO CQ-NUMBER.
           IF CQ-NUMBER = PR-NUMBER
               MOVE CQ-SEQ TO LAST-CQ-SEQ
               MOVE CQ-COST-IMPACT TO SHOW-MONEY
               MOVE CQ-SCHEDULE-DAYS TO SHOW-DAYS
               DISPLAY CQ-SEQ " " CQ-STATUS " " CQ-RAISED-DATE
                   " " CQ-DESCRIPTION (1:40)
               DISPLAY "     cost " SHOW-MONEY " " PR-CURRENCY
                   " days " SHOW-DAYS " milestone "
                   CQ-MILESTONE-SEQ " billable " CQ-BILLABLE-FLAG.

       RAISE-CHANGE-REQUEST.
           MOVE PR-NUMBER TO CQ-NUMBER.
           COMPUTE CQ-SEQ = LAST-CQ-SEQ + 1.
           DISPLAY "Enter description of the change:".
           ACCEPT CQ-DESCRIPTION.
           DISPLAY "Requested by (customer contact or name):".
           ACCEPT CQ-REQUESTED-BY.
           DISPLAY "Billable to the customer? (Y/N):".
           ACCEPT ACCEPT-YES-NO.
           IF ACCEPT-YES-NO = "Y" OR ACCEPT-YES-NO = "y"
               MOVE "Y" TO CQ-BILLABLE-FLAG
           ELSE
               MOVE "N" TO CQ-BILLABLE-FLAG.
           MOVE ZERO TO CQ-COST-IMPACT.
           MOVE ZERO TO CQ-SCHEDULE-DAYS.
           MOVE ZERO TO CQ-MILESTONE-SEQ.
           MOVE CURRENT-DATE-NUM TO CQ-RAISED-DATE.
           SET CQ-RAISED TO TRUE.
           MOVE CURRENT-DATE-NUM TO CQ-STATUS-DATE.
           MOVE OPERATOR-ID-PARM TO CQ-STATUS-BY.
           MOVE OPERATOR-ID-PARM TO CQ-OPERATOR.
           WRITE CHANGE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "Error adding change request"
                   MOVE "RAISE-CHANGE-REQUEST" TO EQ-PARAGRAPH
                   MOVE "CHANGE-REQUEST-FILE" TO EQ-FILE
                   MOVE CQ-KEY TO EQ-KEY
                   MOVE CHGREQ-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   DISPLAY "Change request " CQ-SEQ " raised.".

       FIND-CHANGE-REQUEST.
           MOVE "N" TO CQ-FOUND-SW.
           DISPLAY "Enter change request number:".
           ACCEPT ACCEPT-CQ-SEQ.
           MOVE PR-NUMBER TO CQ-NUMBER.
           MOVE ACCEPT-CQ-SEQ TO CQ-SEQ.
           READ CHANGE-REQUEST-FILE
               INVALID KEY DISPLAY "Change request not found"
               NOT INVALID KEY SET CQ-FOUND TO TRUE.

       ASSESS-CHANGE-REQUEST.
           PERFORM FIND-CHANGE-REQUEST.
           IF CQ-FOUND
               IF NOT CQ-UNDECIDED
                   DISPLAY "Change request is already decided."
               ELSE
                   PERFORM GET-ASSESSMENT.

       GET-ASSESSMENT.
           DISPLAY "Enter cost impact in " PR-CURRENCY
               " (negative for a saving):".
           ACCEPT CQ-COST-IMPACT.
           DISPLAY "Enter schedule impact in days"
               " (negative to pull in):".
           ACCEPT CQ-SCHEDULE-DAYS.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-AFFECTED-MILESTONE
               UNTIL VALID-DATA.
           SET CQ-ASSESSED TO TRUE.
           MOVE CURRENT-DATE-NUM TO CQ-STATUS-DATE.
           MOVE OPERATOR-ID-PARM TO CQ-STATUS-BY.
           REWRITE CHANGE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "Error updating change request"
                   MOVE "GET-ASSESSMENT" TO EQ-PARAGRAPH
                   MOVE "CHANGE-REQUEST-FILE" TO EQ-FILE
                   MOVE CQ-KEY TO EQ-KEY
                   MOVE CHGREQ-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY DISPLAY "Change request assessed.".

       GET-AFFECTED-MILESTONE.
           DISPLAY "Enter affected milestone number (0 = none):".
           ACCEPT CQ-MILESTONE-SEQ.
           IF CQ-MILESTONE-SEQ = ZERO
               SET VALID-DATA TO TRUE
           ELSE
               MOVE PR-NUMBER TO MS-NUMBER
               MOVE CQ-MILESTONE-SEQ TO MS-SEQ
               READ MILESTONE-FILE
                   INVALID KEY
                       DISPLAY "Milestone not found ... try again."
                   NOT INVALID KEY
                       SET VALID-DATA TO TRUE.

       APPROVE-CHANGE-REQUEST.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY "Only a supervisor may approve changes."
           ELSE
               PERFORM FIND-CHANGE-REQUEST
               IF CQ-FOUND
                   IF NOT CQ-ASSESSED
                       DISPLAY "Change request must be assessed"
                           " before it is approved."
                   ELSE IF CQ-OPERATOR = OPERATOR-ID-PARM
                       DISPLAY "You raised this change request,"
                           " another supervisor must approve it."
                   ELSE
                       PERFORM APPLY-CHANGE-REQUEST.

       APPLY-CHANGE-REQUEST.
           IF CQ-COST-IMPACT NOT = ZERO
               PERFORM CHANGE-PROJECT-BUDGET.
           IF CQ-SCHEDULE-DAYS NOT = ZERO
              AND CQ-MILESTONE-SEQ NOT = ZERO
               PERFORM MOVE-MILESTONE-DUE-DATE.
           MOVE "CQ-STATUS" TO AU-CHANGED-FIELD.
           MOVE CQ-STATUS TO AU-BEFORE-VALUE.
           SET CQ-APPROVED TO TRUE.
           MOVE CQ-STATUS TO AU-AFTER-VALUE.
           PERFORM REWRITE-CHANGE-REQUEST.
           DISPLAY "Change request approved.".

       CHANGE-PROJECT-BUDGET.
           MOVE PR-BUDGET TO OLD-BUDGET-AMOUNT.
           MOVE "PR-BUDGET" TO AU-CHANGED-FIELD.
           MOVE PR-BUDGET TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-BEFORE-VALUE.
           ADD CQ-COST-IMPACT TO PR-BUDGET.
           MOVE PR-BUDGET TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-AFTER-VALUE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO PR-LAST-ACTIVITY-DATE.
           REWRITE PROJECT-RECORD
               INVALID KEY
                   DISPLAY "Error updating project budget"
                   MOVE "CHANGE-PROJECT-BUDGET" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           MOVE "REWRITE" TO AU-OPERATION.
           MOVE "PROJECT-FILE" TO AU-FILE.
           MOVE PR-NUMBER TO AU-KEY.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-BUDGET-REVISION.
           DISPLAY "Project budget changed by the cost impact.".

       WRITE-BUDGET-REVISION.
           PERFORM FIND-NEXT-REVISION-SEQ.
           MOVE PR-NUMBER TO BR-NUMBER.
           MOVE NEXT-REV-SEQ TO BR-REV-SEQ.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO BR-DATE.
           MOVE "PR-BUDGET" TO BR-FIELD-NAME.
           MOVE OLD-BUDGET-AMOUNT TO BR-OLD-AMOUNT.
           MOVE PR-BUDGET TO BR-NEW-AMOUNT.
           MOVE "CHRQ" TO BR-REASON-CODE.
           MOVE CQ-REQUESTED-BY TO BR-REQUESTED-BY.
           MOVE ZERO TO BR-TRANSFER-REF.
           MOVE CQ-SEQ TO BR-CHANGE-REQ-REF.
           WRITE BUDGET-REVISION-RECORD
               INVALID KEY
                   DISPLAY "Error writing budget revision"
                   MOVE "WRITE-BUDGET-REVISION" TO EQ-PARAGRAPH
                   MOVE "BUDGET-REVISION-FILE" TO EQ-FILE
                   MOVE BR-KEY TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       FIND-NEXT-REVISION-SEQ.
           MOVE PR-NUMBER TO BR-NUMBER.
           MOVE ZERO TO BR-REV-SEQ.
           MOVE ZERO TO NEXT-REV-SEQ.
           START BUDGET-REVISION-FILE KEY IS NOT LESS THAN BR-KEY
               INVALID KEY CONTINUE.
           PERFORM FIND-ONE-REVISION-SEQ
               UNTIL BR-NUMBER NOT = PR-NUMBER.
           ADD 1 TO NEXT-REV-SEQ.

       FIND-ONE-REVISION-SEQ.
           READ BUDGET-REVISION-FILE NEXT
               AT END MOVE SPACE TO BR-NUMBER.
           IF BR-NUMBER = PR-NUMBER
               MOVE BR-REV-SEQ TO NEXT-REV-SEQ.

       MOVE-MILESTONE-DUE-DATE.
           MOVE PR-NUMBER TO MS-NUMBER.
           MOVE CQ-MILESTONE-SEQ TO MS-SEQ.
           READ MILESTONE-FILE
               INVALID KEY
                   DISPLAY "Milestone " CQ-MILESTONE-SEQ
                       " no longer exists, due date not moved."
               NOT INVALID KEY
                   IF MS-DONE
                       DISPLAY "Milestone is already done,"
                           " due date not moved."
                   ELSE
                       PERFORM SHIFT-MILESTONE-DUE-DATE.

       SHIFT-MILESTONE-DUE-DATE.
           MOVE MS-DUE-DATE TO OLD-DUE-DATE.
           COMPUTE NEW-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (OLD-DUE-DATE)
                + CQ-SCHEDULE-DAYS).
           MOVE NEW-DUE-DATE TO MS-DUE-DATE.
           REWRITE MILESTONE-RECORD
               INVALID KEY
                   DISPLAY "Error updating milestone"
                   MOVE "SHIFT-MILESTONE-DUE-DATE" TO EQ-PARAGRAPH
                   MOVE "MILESTONE-FILE" TO EQ-FILE
                   MOVE MS-KEY TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           MOVE "REWRITE" TO AU-OPERATION.
           MOVE "MILESTONE" TO AU-FILE.
           MOVE PR-NUMBER TO AU-KEY.
           MOVE "MS-DUE-DATE" TO AU-CHANGED-FIELD.
           MOVE OLD-DUE-DATE TO AU-BEFORE-VALUE.
           STRING NEW-DUE-DATE DELIMITED BY SIZE
               " by change request " DELIMITED BY SIZE
               CQ-SEQ DELIMITED BY SIZE
               INTO AU-AFTER-VALUE
           END-STRING.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "Milestone " MS-SEQ " moved to " NEW-DUE-DATE ".".

       REJECT-CHANGE-REQUEST.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY "Only a supervisor may reject changes."
           ELSE
               PERFORM FIND-CHANGE-REQUEST
               IF CQ-FOUND
                   IF NOT CQ-UNDECIDED
                       DISPLAY "Change request is already decided."
                   ELSE
                       MOVE "CQ-STATUS" TO AU-CHANGED-FIELD
                       MOVE CQ-STATUS TO AU-BEFORE-VALUE
                       SET CQ-REJECTED TO TRUE
                       MOVE CQ-STATUS TO AU-AFTER-VALUE
                       PERFORM REWRITE-CHANGE-REQUEST
                       DISPLAY "Change request rejected.".

       IMPLEMENT-CHANGE-REQUEST.
           PERFORM FIND-CHANGE-REQUEST.
           IF CQ-FOUND
               IF NOT CQ-APPROVED
                   DISPLAY "Only an approved change request can be"
                       " marked implemented."
               ELSE
                   MOVE "CQ-STATUS" TO AU-CHANGED-FIELD
                   MOVE CQ-STATUS TO AU-BEFORE-VALUE
                   SET CQ-IMPLEMENTED TO TRUE
                   MOVE CQ-STATUS TO AU-AFTER-VALUE
                   PERFORM REWRITE-CHANGE-REQUEST
                   DISPLAY "Change request marked implemented.".

       REWRITE-CHANGE-REQUEST.
           MOVE CURRENT-DATE-NUM TO CQ-STATUS-DATE.
           MOVE OPERATOR-ID-PARM TO CQ-STATUS-BY.
           REWRITE CHANGE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "Error updating change request"
                   MOVE "REWRITE-CHANGE-REQUEST" TO EQ-PARAGRAPH
                   MOVE "CHANGE-REQUEST-FILE" TO EQ-FILE
                   MOVE CQ-KEY TO EQ-KEY
                   MOVE CHGREQ-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           MOVE "REWRITE" TO AU-OPERATION.
           MOVE "CHANGE-REQUEST" TO AU-FILE.
           MOVE SPACE TO AU-KEY.
           STRING FUNCTION TRIM (CQ-NUMBER) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CQ-SEQ DELIMITED BY SIZE
               INTO AU-KEY
           END-STRING.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AU-DATE.
           MOVE AU-TS-TIME TO AU-TIME.
           MOVE "CHGADD" TO AU-PROGRAM.
           MOVE OPERATOR-ID-PARM TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
