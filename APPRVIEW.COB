      * apply or reject them. Applying a close
      * moves the project to HISTORY-FILE the
      * way the old manual close did, with the
      * final budget/cost/end date prompts,
      * and writes the transfer-to-asset
      * record for any capital spend
      * (ASSETXFR) and queues the
      * post-project review as outstanding
      * if none was captured (REVQUE).
      * Applying a budget change updates
      * PR-BUDGET and writes the budget
      * revision log. Applying a budget
      * transfer (BUDXFER) moves the amount
      * between the projects and contingency
      * pools on both sides, provided the
      * source still holds it; otherwise it
      * is rejected. Applying a purchase
      * requisition (REQADD) releases it to
      * the nightly feed to purchasing;
      * rejecting it closes it. The operator
      * who queued a request can not
      * approve it.
      * Control is returned to calling
      * program.
      ****************************************
           COPY "FCBUDREV.COB".
           COPY "FCOPERATOR.COB".
           COPY "FCREASON.COB".
           COPY "FCBUDXFR.COB".
           COPY "FCCONTPL.COB".
           COPY "FCREQN.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDBUDREV.COB".
           COPY "FDOPERATOR.COB".
           COPY "FDREASON.COB".
           COPY "FDBUDXFR.COB".
           COPY "FDCONTPL.COB".
           COPY "FDREQN.COB".

       WORKING-STORAGE SECTION.
       77  REASON-FILE-STATUS       PIC XX         VALUE SPACE.
       77  SHOW-MONEY               PIC Z(10)9.99- VALUE ZERO.
       77  NEXT-REV-SEQ             PIC 9(4)       VALUE ZERO.
       77  OLD-BUDGET-AMOUNT        PIC S9(10)V99  VALUE ZERO.
       77  BUDXFR-FILE-STATUS       PIC XX         VALUE SPACE.
       77  CONTPL-FILE-STATUS       PIC XX         VALUE SPACE.
       77  OLD-POOL-BALANCE         PIC S9(10)V99  VALUE ZERO.
       77  SIDE-AMOUNT              PIC S9(10)V99  VALUE ZERO.
       77  XFER-RATE                PIC 9(5)V9(4)  VALUE 1.
       77  REQN-FILE-STATUS         PIC XX         VALUE SPACE.

       01  SWITCHES.
           05  CANCEL-VIEW-SW       PIC X          VALUE "N".
               88  APPROVAL-FILE-AT-END            VALUE "Y".
           05  OPERATOR-ROLE-SW     PIC X          VALUE "V".
               88  OPERATOR-SUPERVISOR             VALUE "S".
           05  FUNDS-OK-SW          PIC X          VALUE "N".
               88  FUNDS-OK                        VALUE "Y".
           05  POOL-EXISTS-SW       PIC X          VALUE "N".
               88  POOL-EXISTS                     VALUE "Y".

       01  ARCHIVE-DESC-LINES.
           05  ARC-DESC-LINE        PIC X(80)  OCCURS 10 TIMES.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "APPRVIEW".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).

           OPEN INPUT REASON-CODE-FILE.
           IF REASON-FILE-STATUS = "00"
               MOVE "Y" TO REASON-OPEN-SW.
           OPEN I-O BUDGET-TRANSFER-FILE.
           IF BUDXFR-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-TRANSFER-FILE
               CLOSE BUDGET-TRANSFER-FILE
               OPEN I-O BUDGET-TRANSFER-FILE.
           OPEN I-O CONTINGENCY-POOL-FILE.
           IF CONTPL-FILE-STATUS = "35"
               OPEN OUTPUT CONTINGENCY-POOL-FILE
               CLOSE CONTINGENCY-POOL-FILE
               OPEN I-O CONTINGENCY-POOL-FILE.
           OPEN I-O REQUISITION-FILE.
           IF REQN-FILE-STATUS = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE.
           MOVE "N" TO CANCEL-VIEW-SW.

       PROGRAM-CLEANUP.
           CLOSE BUDGET-REVISION-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REASON-CODE-FILE.
           CLOSE BUDGET-TRANSFER-FILE.
           CLOSE CONTINGENCY-POOL-FILE.
           CLOSE REQUISITION-FILE.

       REVIEW-APPROVALS.
           PERFORM LIST-PENDING-APPROVALS.
                   DISPLAY "       reason " AP-REASON-CODE
                       " " RS-DESCRIPTION
               ELSE
                   IF AP-TYPE-REQUISITION
                       DISPLAY AP-SEQ " REQUISITION "
                           AP-REQUISITION-REF " " AP-NUMBER (1:20)
                       DISPLAY "       " SHOW-MONEY
                           " by " AP-OPERATOR " on " AP-DATE
                       PERFORM SHOW-REQUISITION-DETAIL
                   ELSE IF AP-TYPE-TRANSFER
                       DISPLAY AP-SEQ " TRANSFER " AP-TRANSFER-REF
                           " of " SHOW-MONEY " NOK"
                           " by " AP-OPERATOR " on " AP-DATE
                       PERFORM SHOW-TRANSFER-SIDES
                       DISPLAY "       reason " AP-REASON-CODE
                           " " RS-DESCRIPTION
                   ELSE
                       DISPLAY AP-SEQ " BUDGET " AP-NUMBER (1:20)
                           " to " SHOW-MONEY
                           " by " AP-OPERATOR " on " AP-DATE
                       DISPLAY "       reason " AP-REASON-CODE
                           " " RS-DESCRIPTION.

       SHOW-TRANSFER-SIDES.
           MOVE AP-TRANSFER-REF TO BT-REFERENCE.
           READ BUDGET-TRANSFER-FILE
               INVALID KEY
                   DISPLAY "       (transfer record missing)"
               NOT INVALID KEY
                   DISPLAY "       from " BT-FROM-TYPE " "
                       BT-FROM-KEY (1:20)
                       " to " BT-TO-TYPE " " BT-TO-KEY (1:20).

       SHOW-REQUISITION-DETAIL.
           MOVE AP-REQUISITION-REF TO PQ-REQ-NO.
           READ REQUISITION-FILE
               INVALID KEY
                   DISPLAY "       (requisition record missing)"
               NOT INVALID KEY
                   DISPLAY "       " PQ-CURRENCY " supplier "
                       PQ-SUPPLIER-CODE " " PQ-CATEGORY " "
                       PQ-DESCRIPTION.

       LOOK-UP-REASON-DESC.
           MOVE SPACE TO RS-DESCRIPTION.
                   DISPLAY "Request left pending.".

       REJECT-APPROVAL.
           IF AP-TYPE-TRANSFER
               PERFORM REJECT-TRANSFER.
           IF AP-TYPE-REQUISITION
               PERFORM REJECT-REQUISITION.
           SET AP-STATUS-REJECTED TO TRUE.
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Error updating request"
                   MOVE "REJECT-APPROVAL" TO EQ-PARAGRAPH
                   MOVE "PENDING-APPROVAL-FILE" TO EQ-FILE
                   MOVE AP-SEQ TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           MOVE "PENDING-APPR" TO AU-FILE.
           MOVE AP-NUMBER TO AU-KEY.
           MOVE "REWRITE" TO AU-OPERATION.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "Request rejected.".

       REJECT-TRANSFER.
           MOVE AP-TRANSFER-REF TO BT-REFERENCE.
           READ BUDGET-TRANSFER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET BT-REJECTED TO TRUE
                   REWRITE BUDGET-TRANSFER-RECORD
                       INVALID KEY
                           DISPLAY "Error updating budget transfer"
                           MOVE "REJECT-TRANSFER" TO EQ-PARAGRAPH
                           MOVE "BUDGET-TRANSFER-FILE" TO EQ-FILE
                           MOVE BT-REFERENCE TO EQ-KEY
                           MOVE BUDXFR-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
           END-READ.

       REJECT-REQUISITION.
           MOVE AP-REQUISITION-REF TO PQ-REQ-NO.
           READ REQUISITION-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PQ-PENDING
                       SET PQ-REJECTED TO TRUE
                       REWRITE REQUISITION-RECORD
                           INVALID KEY
                               DISPLAY "Error updating requisition"
                               MOVE "REJECT-REQUISITION" TO EQ-PARAGRAPH
                               MOVE "REQUISITION-FILE" TO EQ-FILE
                               MOVE PQ-REQ-NO TO EQ-KEY
                               MOVE REQN-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
                   END-IF
           END-READ.

       APPLY-APPROVAL.
           IF AP-TYPE-TRANSFER
               PERFORM APPLY-TRANSFER-APPROVAL
           ELSE IF AP-TYPE-REQUISITION
               PERFORM APPLY-REQUISITION-APPROVAL
           ELSE
               MOVE AP-NUMBER TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY
                       DISPLAY "Project no longer exists, rejecting."
                       PERFORM REJECT-APPROVAL
                   NOT INVALID KEY
                       IF AP-TYPE-BUDGET
                           PERFORM APPLY-BUDGET-APPROVAL
                       ELSE
                           PERFORM APPLY-CLOSE-APPROVAL.

       APPLY-TRANSFER-APPROVAL.
           MOVE AP-TRANSFER-REF TO BT-REFERENCE.
           READ BUDGET-TRANSFER-FILE
               INVALID KEY
                   DISPLAY "Transfer no longer exists, rejecting."
                   PERFORM REJECT-APPROVAL
               NOT INVALID KEY
                   PERFORM CHECK-SOURCE-FUNDS
                   IF FUNDS-OK
                       PERFORM APPLY-TRANSFER
                   ELSE
                       DISPLAY "Source can not cover the transfer,"
                           " rejecting."
                       PERFORM REJECT-APPROVAL.

       APPLY-REQUISITION-APPROVAL.
           MOVE AP-REQUISITION-REF TO PQ-REQ-NO.
           READ REQUISITION-FILE
               INVALID KEY
                   DISPLAY "Requisition no longer exists, rejecting."
                   PERFORM REJECT-APPROVAL
               NOT INVALID KEY
                   IF PQ-PENDING
                       PERFORM RELEASE-REQUISITION
                   ELSE
                       DISPLAY "Requisition was cancelled, rejecting."
                       PERFORM REJECT-APPROVAL.

       RELEASE-REQUISITION.
           SET PQ-APPROVED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO PQ-APPROVED-DATE.
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "Error updating requisition"
                   MOVE "RELEASE-REQUISITION" TO EQ-PARAGRAPH
                   MOVE "REQUISITION-FILE" TO EQ-FILE
                   MOVE PQ-REQ-NO TO EQ-KEY
                   MOVE REQN-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           MOVE "REWRITE" TO AU-OPERATION.
           MOVE "REQUISITION" TO AU-FILE.
           MOVE PQ-REQ-NO TO AU-KEY.
           MOVE "PQ-STATUS" TO AU-CHANGED-FIELD.
           MOVE "P" TO AU-BEFORE-VALUE.
           MOVE "A" TO AU-AFTER-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM MARK-APPROVAL-APPLIED.
           DISPLAY "Requisition released to purchasing.".

       CHECK-SOURCE-FUNDS.
           SET FUNDS-OK TO TRUE.
           IF BT-FROM-PROJECT
               MOVE BT-FROM-KEY TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY
                       DISPLAY "Source project no longer exists."
                       MOVE "N" TO FUNDS-OK-SW
                   NOT INVALID KEY
                       PERFORM CONVERT-TO-PROJECT-CURRENCY
                       IF SIDE-AMOUNT > PR-BUDGET
                           MOVE "N" TO FUNDS-OK-SW
                       END-IF
               END-READ.
           IF BT-FROM-POOL
               MOVE BT-FROM-KEY TO CP-DEPT-CODE
               READ CONTINGENCY-POOL-FILE
                   INVALID KEY
                       MOVE "N" TO FUNDS-OK-SW
                   NOT INVALID KEY
                       IF BT-AMOUNT > CP-BALANCE
                           MOVE "N" TO FUNDS-OK-SW
                       END-IF
               END-READ.
           IF BT-TO-PROJECT
               MOVE BT-TO-KEY TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY
                       DISPLAY "Target project no longer exists."
                       MOVE "N" TO FUNDS-OK-SW
               END-READ.

       CONVERT-TO-PROJECT-CURRENCY.
           IF PR-CURRENCY = "NOK" OR PR-CURRENCY = SPACE
               MOVE BT-AMOUNT TO SIDE-AMOUNT
           ELSE
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE 1 TO XFER-RATE
               CALL "RATEFOR" USING XFER-RATE
                                    PR-CURRENCY
                                    AU-TS-DATE
               COMPUTE SIDE-AMOUNT ROUNDED = BT-AMOUNT / XFER-RATE.

       APPLY-TRANSFER.
           PERFORM DEBIT-FROM-SIDE.
           PERFORM CREDIT-TO-SIDE.
           SET BT-APPLIED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO BT-APPLIED-DATE.
           REWRITE BUDGET-TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "Error updating budget transfer"
                   MOVE "APPLY-TRANSFER" TO EQ-PARAGRAPH
                   MOVE "BUDGET-TRANSFER-FILE" TO EQ-FILE
                   MOVE BT-REFERENCE TO EQ-KEY
                   MOVE BUDXFR-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           PERFORM MARK-APPROVAL-APPLIED.
           DISPLAY "Budget transfer applied.".

       DEBIT-FROM-SIDE.
           IF BT-FROM-PROJECT
               MOVE BT-FROM-KEY TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY CONTINUE
               END-READ
               PERFORM CONVERT-TO-PROJECT-CURRENCY
               MOVE SIDE-AMOUNT TO BT-FROM-AMOUNT
               MOVE PR-BUDGET TO OLD-BUDGET-AMOUNT
               SUBTRACT SIDE-AMOUNT FROM PR-BUDGET
               PERFORM CHANGE-PROJECT-BUDGET.
           IF BT-FROM-POOL
               MOVE BT-FROM-KEY TO CP-DEPT-CODE
               READ CONTINGENCY-POOL-FILE
                   INVALID KEY CONTINUE
               END-READ
               MOVE BT-AMOUNT TO BT-FROM-AMOUNT
               MOVE CP-BALANCE TO OLD-POOL-BALANCE
               SUBTRACT BT-AMOUNT FROM CP-BALANCE
               SET POOL-EXISTS TO TRUE
               PERFORM CHANGE-POOL-BALANCE.
           IF BT-FROM-NEW-MONEY
               MOVE BT-AMOUNT TO BT-FROM-AMOUNT.

       CREDIT-TO-SIDE.
           IF BT-TO-PROJECT
               MOVE BT-TO-KEY TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY CONTINUE
               END-READ
               PERFORM CONVERT-TO-PROJECT-CURRENCY
               MOVE SIDE-AMOUNT TO BT-TO-AMOUNT
               MOVE PR-BUDGET TO OLD-BUDGET-AMOUNT
               ADD SIDE-AMOUNT TO PR-BUDGET
               PERFORM CHANGE-PROJECT-BUDGET
           ELSE
               MOVE BT-TO-KEY TO CP-DEPT-CODE
               SET POOL-EXISTS TO TRUE
               READ CONTINGENCY-POOL-FILE
                   INVALID KEY
                       MOVE "N" TO POOL-EXISTS-SW
                       MOVE BT-TO-KEY TO CP-DEPT-CODE
                       MOVE ZERO TO CP-BALANCE
               END-READ
               MOVE BT-AMOUNT TO BT-TO-AMOUNT
               MOVE CP-BALANCE TO OLD-POOL-BALANCE
               ADD BT-AMOUNT TO CP-BALANCE
               PERFORM CHANGE-POOL-BALANCE.

       CHANGE-PROJECT-BUDGET.
           MOVE "PR-BUDGET" TO AU-CHANGED-FIELD.
           MOVE OLD-BUDGET-AMOUNT TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-BEFORE-VALUE.
           MOVE PR-BUDGET TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-AFTER-VALUE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO PR-LAST-ACTIVITY-DATE.
           REWRITE PROJECT-RECORD.
           MOVE "REWRITE" TO AU-OPERATION.
           MOVE "PROJECT-FILE" TO AU-FILE.
           MOVE PR-NUMBER TO AU-KEY.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-TRANSFER-REVISION.

       CHANGE-POOL-BALANCE.
           MOVE "CP-BALANCE" TO AU-CHANGED-FIELD.
           MOVE OLD-POOL-BALANCE TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-BEFORE-VALUE.
           MOVE CP-BALANCE TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-AFTER-VALUE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO CP-LAST-CHANGE-DATE.
           IF POOL-EXISTS
               REWRITE CONTINGENCY-POOL-RECORD
                   INVALID KEY
                       DISPLAY "Error updating pool"
                       MOVE "CHANGE-POOL-BALANCE" TO EQ-PARAGRAPH
                       MOVE "CONTINGENCY-POOL-FILE" TO EQ-FILE
                       MOVE CP-DEPT-CODE TO EQ-KEY
                       MOVE CONTPL-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-REWRITE
               MOVE "REWRITE" TO AU-OPERATION
           ELSE
               WRITE CONTINGENCY-POOL-RECORD
                   INVALID KEY
                       DISPLAY "Error adding pool"
                       MOVE "CHANGE-POOL-BALANCE" TO EQ-PARAGRAPH
                       MOVE "CONTINGENCY-POOL-FILE" TO EQ-FILE
                       MOVE CP-DEPT-CODE TO EQ-KEY
                       MOVE CONTPL-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               MOVE "WRITE" TO AU-OPERATION.
           MOVE "CONTPOOL-FILE" TO AU-FILE.
           MOVE CP-DEPT-CODE TO AU-KEY.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-TRANSFER-REVISION.
           PERFORM FIND-NEXT-REVISION-SEQ.
           MOVE PR-NUMBER TO BR-NUMBER.
           MOVE NEXT-REV-SEQ TO BR-REV-SEQ.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO BR-DATE.
           MOVE "PR-BUDGET" TO BR-FIELD-NAME.
           MOVE OLD-BUDGET-AMOUNT TO BR-OLD-AMOUNT.
           MOVE PR-BUDGET TO BR-NEW-AMOUNT.
           MOVE BT-REASON-CODE TO BR-REASON-CODE.
           MOVE BT-REQUESTED-BY TO BR-REQUESTED-BY.
           MOVE BT-REFERENCE TO BR-TRANSFER-REF.
           MOVE ZERO TO BR-CHANGE-REQ-REF.
           WRITE BUDGET-REVISION-RECORD
               INVALID KEY
                   DISPLAY "Error writing budget revision"
                   MOVE "WRITE-TRANSFER-REVISION" TO EQ-PARAGRAPH
                   MOVE "BUDGET-REVISION-FILE" TO EQ-FILE
                   MOVE BR-KEY TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       APPLY-BUDGET-APPROVAL.
           MOVE PR-BUDGET TO OLD-BUDGET-AMOUNT.
           MOVE PR-BUDGET TO BR-NEW-AMOUNT.
           MOVE AP-REASON-CODE TO BR-REASON-CODE.
           MOVE AP-REQUESTED-BY TO BR-REQUESTED-BY.
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
       MARK-APPROVAL-APPLIED.
           SET AP-STATUS-APPLIED TO TRUE.
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Error updating request"
                   MOVE "MARK-APPROVAL-APPLIED" TO EQ-PARAGRAPH
                   MOVE "PENDING-APPROVAL-FILE" TO EQ-FILE
                   MOVE AP-SEQ TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       APPLY-CLOSE-APPROVAL.
           PERFORM LOAD-ARCHIVE-DESC-LINES.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO HI-CLOSED-DATE.
           MOVE PR-CUSTOMER-CODE TO HI-CUSTOMER-CODE.
           MOVE PR-COMPANY-CODE TO HI-COMPANY-CODE.
           PERFORM GET-FINAL-CLOSE-VALUES.
           PERFORM WRITE-TO-HISTORY.


       WRITE-TO-HISTORY.
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Error writing project to history"
                   MOVE "WRITE-TO-HISTORY" TO EQ-PARAGRAPH
                   MOVE "HISTORY-FILE" TO EQ-FILE
                   MOVE HI-NUMBER TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   MOVE "WRITE" TO AU-OPERATION
                   MOVE "HISTORY-FILE" TO AU-FILE
                   MOVE SPACE TO AU-BEFORE-VALUE
                   MOVE HI-NUMBER TO AU-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   CALL "ASSETXFR" USING PR-NUMBER
                                         PR-DEPT-CODE
                                         PR-CURRENCY
                   CALL "REVQUE" USING PR-NUMBER
                                       PR-DEPT-CODE
                   DELETE PROJECT-FILE
                       INVALID KEY DISPLAY
                       "Error deleting project at move to history"
                           MOVE "WRITE-TO-HISTORY" TO EQ-PARAGRAPH
                           MOVE "PROJECT-FILE" TO EQ-FILE
                           MOVE PR-NUMBER TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       NOT INVALID KEY
                           MOVE "DELETE" TO AU-OPERATION
                           MOVE "PROJECT-FILE" TO AU-FILE
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
