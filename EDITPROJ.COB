           COPY "FCCOMMIT.COB".
           COPY "FCTAX.COB".
           COPY "FCREASON.COB".
           COPY "FCBILSCH.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCOMMIT.COB".
           COPY "FDTAX.COB".
           COPY "FDREASON.COB".
           COPY "FDBILSCH.COB".

       WORKING-STORAGE SECTION.
       01  ACCEPT-PROJECT.
           05  ACCEPT-MS-PRED       PIC 9(4)       VALUE ZERO.
           05  ACCEPT-MS-WEIGHT     PIC 9(3)       VALUE ZERO.
           05  NEW-MS-DESCRIPTION   PIC X(60)      VALUE SPACE.
           05  ACCEPT-BS-BASIS      PIC X(2)       VALUE SPACE.
           05  ACCEPT-BS-AMOUNT     PIC 9(10)V99   VALUE ZERO.
           05  ACCEPT-BS-PERCENT    PIC 9(3)V99    VALUE ZERO.
           05  SHOW-BS-PERCENT      PIC ZZ9.99     VALUE ZERO.
           05  BILLING-LINE-SW      PIC X          VALUE "N".
               88  BILLING-LINE-EXISTS             VALUE "Y".

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
       77  CHECK-PERIOD             PIC 9(6)       VALUE ZERO.
       77  PERIOD-OPEN-ANSWER       PIC X          VALUE "Y".
       77  REASON-FILE-STATUS       PIC XX         VALUE SPACE.
       77  BILSCH-FILE-STATUS       PIC XX         VALUE SPACE.
       77  REASON-OPEN-SW           PIC X          VALUE "N".
       77  REASON-APPLIES-WANT      PIC X          VALUE "B".
       01  REASON-VALID-SW          PIC X          VALUE "N".
           05  ACCEPT-NOTE-TEXT     PIC X(70)      VALUE SPACE.
           05  NEXT-NOTE-SEQ        PIC 9(4)       VALUE ZERO.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "EDITPROJ".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).

           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.

       ACQUIRE-PROJECT-LOCK.
           MOVE OPERATOR-ID-PARM TO PR-LOCKED-BY.
           REWRITE PROJECT-RECORD
               INVALID KEY
                   MOVE "ACQUIRE-PROJECT-LOCK" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       RELEASE-PROJECT-LOCK.
           MOVE SPACE TO PR-LOCKED-BY.
           REWRITE PROJECT-RECORD
               INVALID KEY
                   MOVE "RELEASE-PROJECT-LOCK" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       RESTORE-PROJECT.
           DISPLAY "Enter number of deleted project to restore:".
       RESTORE-ONE-PROJECT.
           MOVE SPACE TO PR-DEPT-CODE, PR-PARENT-NUMBER.
           MOVE SPACE TO PR-CUSTOMER-CODE, PR-LOCKED-BY.
           MOVE SPACE TO PR-COMPANY-CODE.
           MOVE ZERO TO PR-PERCENT-COMPLETE.
           MOVE "T" TO PR-BILLING-BASIS.
           MOVE ZERO TO PR-CONTRACT-VALUE, PR-WIP-POSTED.
           PERFORM SET-LAST-ACTIVITY-DATE.
           MOVE DX-NUMBER          TO PR-NUMBER.
           MOVE DX-NAME            TO PR-NAME.
               MOVE ARC-IDX TO DS-SEQ
               MOVE DX-DESCRIPTION (ARC-IDX) TO DS-TEXT
               WRITE DESCRIPTION-RECORD
                   INVALID KEY
                       DISPLAY "Error restoring description line"
                       MOVE "RESTORE-DESCRIPTION-LINES" TO EQ-PARAGRAPH
                       MOVE "DESCRIPTION-FILE" TO EQ-FILE
                       MOVE DS-KEY TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST.


       SHOW-EDIT.
           MOVE SPACE TO ET-NUMBER-ENTRY.
           DISPLAY "* 22 - Budget phasing      *".
           DISPLAY "* 23 - Edit customer       *".
           DISPLAY "* 24 - Pct source (man/ms) *".
           DISPLAY "* 25 - Billing basis/value *".
           DISPLAY "****************************".
           DISPLAY "* 10 - Close project       *".
           DISPLAY "* 11 - Delete project      *".
               WHEN "24"
                   MOVE SPACE TO ET-EDIT-ENTRY
                   PERFORM EDIT-PCT-SOURCE
               WHEN "25"
                   MOVE SPACE TO ET-EDIT-ENTRY
                   PERFORM EDIT-BILLING-BASIS
               WHEN OTHER
                   MOVE "Wrong entry ... try again" TO ET-EDIT-ENTRY.

           MOVE DESC-IDX TO DS-SEQ.
           MOVE DESC-LINE (DESC-IDX) TO DS-TEXT.
           WRITE DESCRIPTION-RECORD
               INVALID KEY
                   DISPLAY "Error saving description line"
                   MOVE "SAVE-DESCRIPTION-LINES" TO EQ-PARAGRAPH
                   MOVE "DESCRIPTION-FILE" TO EQ-FILE
                   MOVE DS-KEY TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       EDIT-LEADER.
           DISPLAY "Current project leader is:".
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AP-DATE.
           SET AP-STATUS-PENDING TO TRUE.
           MOVE ZERO TO AP-TRANSFER-REF.
           MOVE ZERO TO AP-REQUISITION-REF.
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Error queueing approval request"
                   MOVE "WRITE-PENDING-APPROVAL" TO EQ-PARAGRAPH
                   MOVE "PENDING-APPROVAL-FILE" TO EQ-FILE
                   MOVE AP-SEQ TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       WRITE-BUDGET-REVISION.
           PERFORM FIND-NEXT-REVISION-SEQ.
           MOVE PR-BUDGET TO BR-NEW-AMOUNT.
           MOVE ACCEPT-REASON-CODE TO BR-REASON-CODE.
           MOVE ACCEPT-REQUESTED-BY TO BR-REQUESTED-BY.
           MOVE ZERO TO BR-TRANSFER-REF.
           MOVE ZERO TO BR-CHANGE-REQ-REF.
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
           ELSE
               MOVE "Percent source unchanged" TO ET-EDIT-ENTRY.

       EDIT-BILLING-BASIS.
           IF PR-FIXED-PRICE
               DISPLAY "Project is billed at a fixed price of:"
               MOVE PR-CONTRACT-VALUE TO SHOW-MONEY
               DISPLAY SHOW-MONEY
           ELSE
               DISPLAY "Project is billed time and materials.".
           DISPLAY "Bill at a fixed price or time and materials?".
           DISPLAY "(F/T, enter -1 to cancel input)".
           ACCEPT ACCEPT-PROJECT-NO.
           IF ACCEPT-PROJECT-NO = "F"
               PERFORM EDIT-CONTRACT-VALUE
           ELSE
               IF ACCEPT-PROJECT-NO = "T"
                   PERFORM SET-TIME-AND-MATERIALS
               ELSE
                   MOVE "Billing basis unchanged" TO ET-EDIT-ENTRY.

       SET-TIME-AND-MATERIALS.
           IF PR-WIP-POSTED NOT = ZERO
               DISPLAY "WIP is still posted for this project, run"
               DISPLAY "revenue recognition (main menu 105) first."
               MOVE "Billing basis unchanged, WIP still posted"
                   TO ET-EDIT-ENTRY
           ELSE
               MOVE "PR-BILLING-BASIS" TO AU-CHANGED-FIELD
               MOVE PR-BILLING-BASIS TO AU-BEFORE-VALUE
               MOVE "T" TO PR-BILLING-BASIS
               MOVE ZERO TO PR-CONTRACT-VALUE
               MOVE PR-BILLING-BASIS TO AU-AFTER-VALUE
               PERFORM UPDATE-FILE
               MOVE "Billing basis updated" TO ET-EDIT-ENTRY.

       EDIT-CONTRACT-VALUE.
           DISPLAY "Enter agreed contract value:".
           DISPLAY "(Enter -1 to cancel input)".
           ACCEPT ACCEPT-PROJECT-NO.
           IF ACCEPT-PROJECT-NO = "-1"
               MOVE "Update billing basis canceled" TO ET-EDIT-ENTRY
           ELSE
               MOVE ACCEPT-PROJECT-NO TO EDIT-NUM-DATA
               IF EDIT-NUM-DATA NOT > ZERO
                   MOVE "Contract value must be above zero"
                       TO ET-EDIT-ENTRY
               ELSE
                   MOVE "PR-BILLING-BASIS" TO AU-CHANGED-FIELD
                   MOVE PR-BILLING-BASIS TO AU-BEFORE-VALUE
                   MOVE "F" TO PR-BILLING-BASIS
                   MOVE PR-BILLING-BASIS TO AU-AFTER-VALUE
                   PERFORM UPDATE-FILE
                   MOVE "PR-CONTRACT-VALUE" TO AU-CHANGED-FIELD
                   MOVE PR-CONTRACT-VALUE TO SHOW-MONEY
                   MOVE SHOW-MONEY TO AU-BEFORE-VALUE
                   MOVE EDIT-NUM-DATA TO PR-CONTRACT-VALUE
                   MOVE PR-CONTRACT-VALUE TO SHOW-MONEY
                   MOVE SHOW-MONEY TO AU-AFTER-VALUE
                   PERFORM UPDATE-FILE
                   MOVE "Billing basis updated" TO ET-EDIT-ENTRY.

       EDIT-CUSTOMER.
           DISPLAY "Current customer code is:".
           DISPLAY PR-CUSTOMER-CODE.
                   MOVE "PR-CUSTOMER-CODE" TO AU-CHANGED-FIELD
                   MOVE PR-CUSTOMER-CODE TO AU-BEFORE-VALUE
                   MOVE SPACE TO PR-CUSTOMER-CODE
                   MOVE SPACE TO PR-COMPANY-CODE
                   MOVE SPACE TO AU-AFTER-VALUE
                   PERFORM UPDATE-FILE
                   MOVE "Customer cleared" TO ET-EDIT-ENTRY
           MOVE "PR-CUSTOMER-CODE" TO AU-CHANGED-FIELD.
           MOVE PR-CUSTOMER-CODE TO AU-BEFORE-VALUE.
           MOVE CU-CODE TO PR-CUSTOMER-CODE.
           MOVE CU-COMPANY-CODE TO PR-COMPANY-CODE.
           MOVE PR-CUSTOMER-CODE TO AU-AFTER-VALUE.
           PERFORM UPDATE-FILE.
           MOVE "Project customer updated" TO ET-EDIT-ENTRY.
           DISPLAY " ".
           DISPLAY "*  1 - Add milestone          *".
           DISPLAY "*  2 - Check off milestone    *".
           DISPLAY "*  3 - Milestone billing line *".
           DISPLAY "* -1 - Return to edit menu    *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-MS-CHOICE.
                   PERFORM ADD-MILESTONE
               WHEN "2"
                   PERFORM CHECK-OFF-MILESTONE
               WHEN "3"
                   PERFORM SET-MILESTONE-BILLING
               WHEN "-1"
                   SET CANCEL-MS TO TRUE
               WHEN OTHER
           MOVE SPACE TO MS-DONE-BY.
           MOVE ACCEPT-MS-WEIGHT TO MS-WEIGHT.
           WRITE MILESTONE-RECORD
               INVALID KEY
                   DISPLAY "Error adding milestone"
                   MOVE "WRITE-NEW-MILESTONE" TO EQ-PARAGRAPH
                   MOVE "MILESTONE-FILE" TO EQ-FILE
                   MOVE MS-KEY TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       CHECK-OFF-MILESTONE.
           DISPLAY "Enter milestone number to check off:".
                   MOVE OPERATOR-ID-PARM TO MS-DONE-BY
                   REWRITE MILESTONE-RECORD.

       SET-MILESTONE-BILLING.
           DISPLAY "Enter milestone number to bill on:".
           ACCEPT ACCEPT-MS-SEQ.
           MOVE PR-NUMBER TO MS-NUMBER.
           MOVE ACCEPT-MS-SEQ TO MS-SEQ.
           READ MILESTONE-FILE
               INVALID KEY DISPLAY "Milestone number not found"
               NOT INVALID KEY
                   PERFORM MAINTAIN-BILLING-LINE.

       MAINTAIN-BILLING-LINE.
           OPEN I-O BILLING-SCHEDULE-FILE.
           IF BILSCH-FILE-STATUS = "35"
               OPEN OUTPUT BILLING-SCHEDULE-FILE
               CLOSE BILLING-SCHEDULE-FILE
               OPEN I-O BILLING-SCHEDULE-FILE.
           MOVE PR-NUMBER TO BS-NUMBER.
           MOVE ACCEPT-MS-SEQ TO BS-MS-SEQ.
           READ BILLING-SCHEDULE-FILE
               INVALID KEY MOVE "N" TO BILLING-LINE-SW
               NOT INVALID KEY MOVE "Y" TO BILLING-LINE-SW
           END-READ.
           IF BILLING-LINE-EXISTS AND BS-BILLED
               DISPLAY "Billing line already invoiced on invoice "
                   BS-INVOICE-NO ", no change made."
           ELSE
               PERFORM GET-BILLING-LINE-INFO.
           CLOSE BILLING-SCHEDULE-FILE.

       GET-BILLING-LINE-INFO.
           IF BILLING-LINE-EXISTS
               DISPLAY "Current billing line:"
               IF BS-PERCENTAGE
                   MOVE BS-PERCENT TO SHOW-BS-PERCENT
                   DISPLAY SHOW-BS-PERCENT " percent of contract value"
               ELSE
                   MOVE BS-AMOUNT TO SHOW-MONEY
                   DISPLAY SHOW-MONEY " " PR-CURRENCY.
           DISPLAY "Bill a fixed amount or a percentage of the".
           DISPLAY "contract value when this milestone is done?".
           DISPLAY "(A/P, R removes the line, -1 to cancel)".
           ACCEPT ACCEPT-BS-BASIS.
           EVALUATE ACCEPT-BS-BASIS
               WHEN "A"
                   DISPLAY "Enter amount to bill in " PR-CURRENCY ":"
                   ACCEPT ACCEPT-BS-AMOUNT
                   IF ACCEPT-BS-AMOUNT = ZERO
                       DISPLAY "Amount must be above zero, no change."
                   ELSE
                       MOVE ZERO TO ACCEPT-BS-PERCENT
                       PERFORM SAVE-BILLING-LINE
                   END-IF
               WHEN "P"
                   PERFORM GET-BILLING-PERCENT
               WHEN "R"
                   IF BILLING-LINE-EXISTS
                       DELETE BILLING-SCHEDULE-FILE
                           INVALID KEY
                               DISPLAY "Error removing billing line"
                               MOVE "GET-BILLING-LINE-INFO"
                                   TO EQ-PARAGRAPH
                               MOVE "BILLING-SCHEDULE-FILE" TO EQ-FILE
                               MOVE BS-KEY TO EQ-KEY
                               MOVE BILSCH-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                           NOT INVALID KEY
                               DISPLAY "Billing line removed."
                       END-DELETE
                   END-IF
               WHEN OTHER
                   DISPLAY "Billing line unchanged.".

       GET-BILLING-PERCENT.
           IF PR-CONTRACT-VALUE NOT > ZERO
               DISPLAY "Project has no contract value, set the"
               DISPLAY "billing basis first (option 25)."
           ELSE
               DISPLAY "Enter percent of contract value (1-100):"
               ACCEPT ACCEPT-BS-PERCENT
               IF ACCEPT-BS-PERCENT = ZERO
                  OR ACCEPT-BS-PERCENT > 100
                   DISPLAY "Percent must be 1 to 100, no change."
               ELSE
                   MOVE ZERO TO ACCEPT-BS-AMOUNT
                   PERFORM SAVE-BILLING-LINE.

       SAVE-BILLING-LINE.
           MOVE PR-NUMBER TO BS-NUMBER.
           MOVE ACCEPT-MS-SEQ TO BS-MS-SEQ.
           MOVE MS-DESCRIPTION TO BS-DESCRIPTION.
           MOVE ACCEPT-BS-BASIS TO BS-BASIS.
           MOVE ACCEPT-BS-AMOUNT TO BS-AMOUNT.
           MOVE ACCEPT-BS-PERCENT TO BS-PERCENT.
           MOVE "N" TO BS-BILLED-FLAG.
           MOVE ZERO TO BS-INVOICE-NO.
           MOVE ZERO TO BS-BILLED-DATE.
           IF BILLING-LINE-EXISTS
               REWRITE BILLING-SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY "Error updating billing line"
                       MOVE "SAVE-BILLING-LINE" TO EQ-PARAGRAPH
                       MOVE "BILLING-SCHEDULE-FILE" TO EQ-FILE
                       MOVE BS-KEY TO EQ-KEY
                       MOVE BILSCH-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       DISPLAY "Billing line saved."
               END-REWRITE
           ELSE
               WRITE BILLING-SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY "Error adding billing line"
                       MOVE "SAVE-BILLING-LINE" TO EQ-PARAGRAPH
                       MOVE "BILLING-SCHEDULE-FILE" TO EQ-FILE
                       MOVE BS-KEY TO EQ-KEY
                       MOVE BILSCH-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       DISPLAY "Billing line saved."
               END-WRITE.

       ADD-PROJECT-NOTE.
           DISPLAY "Enter note text:".
           DISPLAY "(Enter -1 to cancel input)".
               MOVE OPERATOR-ID-PARM TO NT-OPERATOR
               MOVE ACCEPT-NOTE-TEXT TO NT-TEXT
               WRITE NOTE-RECORD
                   INVALID KEY
                       DISPLAY "Error adding note"
                       MOVE "ADD-PROJECT-NOTE" TO EQ-PARAGRAPH
                       MOVE "NOTE-FILE" TO EQ-FILE
                       MOVE NT-KEY TO EQ-KEY
                       MOVE NOTE-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               CLOSE NOTE-FILE
               PERFORM STAMP-LAST-ACTIVITY
           WRITE COST-LINE-RECORD
               INVALID KEY
                   DISPLAY "Error adding cost line"
                   MOVE "GET-OPEN-PERIOD-COST-LINE" TO EQ-PARAGRAPH
                   MOVE "COST-LINE-FILE" TO EQ-FILE
                   MOVE CL-KEY TO EQ-KEY
                   MOVE COSTLN-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   PERFORM ROLL-COST-LINE-INTO-TOTAL.

                   INVALID KEY
                       MOVE ACCEPT-PH-AMOUNT TO PH-AMOUNT
                       WRITE PHASING-RECORD
                           INVALID KEY
                               DISPLAY "Error adding phase"
                               MOVE "ADD-PHASE" TO EQ-PARAGRAPH
                               MOVE "PHASING-FILE" TO EQ-FILE
                               MOVE PH-KEY TO EQ-KEY
                               MOVE PHASE-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-WRITE
                   NOT INVALID KEY
                       MOVE ACCEPT-PH-AMOUNT TO PH-AMOUNT
                       REWRITE PHASING-RECORD
                           INVALID KEY
                               DISPLAY "Error saving phase"
                               MOVE "ADD-PHASE" TO EQ-PARAGRAPH
                               MOVE "PHASING-FILE" TO EQ-FILE
                               MOVE PH-KEY TO EQ-KEY
                               MOVE PHASE-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE.

       REMOVE-PHASE.
               INVALID KEY DISPLAY "Phase not found"
               NOT INVALID KEY
                   DELETE PHASING-FILE
                       INVALID KEY
                           DISPLAY "Error removing phase"
                           MOVE "REMOVE-PHASE" TO EQ-PARAGRAPH
                           MOVE "PHASING-FILE" TO EQ-FILE
                           MOVE PH-KEY TO EQ-KEY
                           MOVE PHASE-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       CHECK-PHASING-TOTAL.
           MOVE PR-NUMBER TO PH-NUMBER.
           ACCEPT RK-MITIGATION.
           SET RK-OPEN TO TRUE.
           WRITE RISK-RECORD
               INVALID KEY
                   DISPLAY "Error adding risk"
                   MOVE "ADD-RISK" TO EQ-PARAGRAPH
                   MOVE "RISK-FILE" TO EQ-FILE
                   MOVE RK-KEY TO EQ-KEY
                   MOVE RISK-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       CLOSE-RISK.
           DISPLAY "Enter risk number to close:".
                   INVALID KEY
                       MOVE "Error deleting project!" TO
                           ET-EDIT-ENTRY
                       MOVE "DELETE-PROJECT" TO EQ-PARAGRAPH
                       MOVE "PROJECT-FILE" TO EQ-FILE
                       MOVE PR-NUMBER TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM DELETE-DESCRIPTION-LINES
               INVALID KEY CONTINUE.
           WRITE DELETED-PROJECT-RECORD
               INVALID KEY
                   DISPLAY "Error archiving deleted project"
                   MOVE "ARCHIVE-DELETED-PROJECT" TO EQ-PARAGRAPH
                   MOVE "DELETED-PROJECT-FILE" TO EQ-FILE
                   MOVE DX-NUMBER TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       PROJECT-DELETED.
           DISPLAY "Project deleted!".
                       INVALID KEY
                           DISPLAY "Warning: old project number "
                           DISPLAY "could not be removed"
                           MOVE "UPDATE-FILE-NO" TO EQ-PARAGRAPH
                           MOVE "PROJECT-FILE" TO EQ-FILE
                           MOVE PR-NUMBER TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       NOT INVALID KEY
                           MOVE "DELETE" TO AU-OPERATION
                           MOVE OLD-PR-NUMBER TO AU-KEY
       STAMP-LAST-ACTIVITY.
           PERFORM SET-LAST-ACTIVITY-DATE.
           REWRITE PROJECT-RECORD
               INVALID KEY
                   MOVE "STAMP-LAST-ACTIVITY" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       CHECK-CANCEL-EDIT-DATE.
           IF ACCEPT-PROJECT-NO = "-1"
           ELSE
               DISPLAY "Readiness check: " CC-OPEN-ITEMS " open"
               DISPLAY "item(s) (risks, milestones, commitments,"
               DISPLAY "timesheets, cost lines or deliverables)"
               DISPLAY "would be stranded; run the readiness report for"
               DISPLAY "the list."
               DISPLAY "Supervisor override - queue the close"
               DISPLAY "anyway? (Y/N):"
           PERFORM WRITE-PENDING-APPROVAL.
           MOVE "Close request queued for approval"
               TO ET-EDIT-ENTRY.
           PERFORM OFFER-PROJECT-REVIEW.

       OFFER-PROJECT-REVIEW.
           CALL "REVQUE" USING PR-NUMBER
                               PR-DEPT-CODE.
           DISPLAY "A post-project review is due for this project.".
           DISPLAY "Capture it now? (Y/N, N leaves it outstanding):".
           ACCEPT ACCEPT-PROJECT-NO.
           IF ACCEPT-PROJECT-NO = "Y"
               CALL "REVADD" USING OPERATOR-ID-PARM
                                   PR-NUMBER.
