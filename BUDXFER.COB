       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDXFER.

      ****************************
      * Program enters budget
      * transfers. An amount in
      * NOK is moved from one
      * project to another, from
      * a department contingency
      * pool to a project, from
      * a project back to its
      * pool, or new money is put
      * into a pool. Both sides
      * change together as one
      * transfer: each project
      * side has its PR-BUDGET
      * changed (in the project
      * currency at today's rate)
      * and a budget revision
      * written carrying the
      * shared transfer
      * reference, each pool side
      * has its balance changed.
      * Transfers above the
      * approval threshold
      * (APPRTHLD.CFG) are queued
      * in PENDING-APPROVAL-FILE
      * and applied by APPRVIEW.
      * The source must hold the
      * amount when the transfer
      * is applied. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCDEPT.COB".
           COPY "FCBUDXFR.COB".
           COPY "FCCONTPL.COB".
           COPY "FCBUDREV.COB".
           COPY "FCAPPROVE.COB".
           COPY "FCAPPCUT.COB".
           COPY "FCAUDIT.COB".
           COPY "FCREASON.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDDEPT.COB".
           COPY "FDBUDXFR.COB".
           COPY "FDCONTPL.COB".
           COPY "FDBUDREV.COB".
           COPY "FDAPPROVE.COB".
           COPY "FDAPPCUT.COB".
           COPY "FDAUDIT.COB".
           COPY "FDREASON.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-XFER-CHOICE       PIC X(2)       VALUE SPACE.
       77  ACCEPT-PROJECT-NO        PIC X(80)      VALUE SPACE.
       77  ACCEPT-DEPT-CODE         PIC X(10)      VALUE SPACE.
       77  ACCEPT-AMOUNT            PIC X(20)      VALUE SPACE.
       77  ACCEPT-REASON-CODE       PIC X(4)       VALUE SPACE.
       77  ACCEPT-REQUESTED-BY      PIC X(30)      VALUE SPACE.
       77  BUDXFR-FILE-STATUS       PIC XX         VALUE SPACE.
       77  CONTPL-FILE-STATUS       PIC XX         VALUE SPACE.
       77  REASON-FILE-STATUS       PIC XX         VALUE SPACE.
       77  REASON-OPEN-SW           PIC X          VALUE "N".
       77  APPCUT-FILE-STATUS       PIC XX         VALUE SPACE.
       77  APPROVAL-THRESHOLD       PIC 9(10)      VALUE ZERO.
       77  DEFAULT-APPR-THRESHOLD   PIC 9(10)      VALUE 1000000.
       77  NEXT-APPROVAL-SEQ        PIC 9(6)       VALUE ZERO.
       77  NEXT-TRANSFER-REF        PIC 9(6)       VALUE ZERO.
       77  NEXT-REV-SEQ             PIC 9(4)       VALUE ZERO.
       77  OLD-BUDGET-AMOUNT        PIC S9(10)V99  VALUE ZERO.
       77  OLD-POOL-BALANCE         PIC S9(10)V99  VALUE ZERO.
       77  XFER-FROM-TYPE           PIC X          VALUE SPACE.
       77  XFER-FROM-KEY            PIC X(80)      VALUE SPACE.
       77  XFER-TO-TYPE             PIC X          VALUE SPACE.
       77  XFER-TO-KEY              PIC X(80)      VALUE SPACE.
       77  XFER-AMOUNT              PIC S9(10)V99  VALUE ZERO.
       77  XFER-RATE                PIC 9(5)V9(4)  VALUE 1.
       77  SIDE-AMOUNT              PIC S9(10)V99  VALUE ZERO.
       77  POOL-COUNT               PIC 9(4)       VALUE ZERO.
       77  SHOW-MONEY               PIC Z(10)9.99- VALUE ZERO.

       01  SWITCHES.
           05  CANCEL-XFER-SW       PIC X          VALUE "N".
               88  CANCEL-XFER                     VALUE "Y".
           05  ENTRY-OK-SW          PIC X          VALUE "N".
               88  ENTRY-OK                        VALUE "Y".
           05  FUNDS-OK-SW          PIC X          VALUE "N".
               88  FUNDS-OK                        VALUE "Y".
           05  POOL-EXISTS-SW       PIC X          VALUE "N".
               88  POOL-EXISTS                     VALUE "Y".
           05  REASON-VALID-SW      PIC X          VALUE "N".
               88  REASON-VALID                    VALUE "Y".
           05  APPROVAL-FILE-SW     PIC X          VALUE "N".
               88  APPROVAL-FILE-AT-END            VALUE "Y".
           05  TRANSFER-FILE-SW     PIC X          VALUE "N".
               88  TRANSFER-FILE-AT-END            VALUE "Y".
           05  POOL-FILE-SW         PIC X          VALUE "N".
               88  POOL-FILE-AT-END                VALUE "Y".

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "BUDXFER".
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
       PERFORM TRANSFER-MENU
           UNTIL CANCEL-XFER.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O PROJECT-FILE.
           OPEN INPUT DEPARTMENT-FILE.
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
           OPEN I-O BUDGET-REVISION-FILE.
           OPEN I-O PENDING-APPROVAL-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN INPUT REASON-CODE-FILE.
           IF REASON-FILE-STATUS = "00"
               MOVE "Y" TO REASON-OPEN-SW.
           PERFORM LOAD-APPROVAL-THRESHOLD.
           MOVE "N" TO CANCEL-XFER-SW.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE DEPARTMENT-FILE.
           CLOSE BUDGET-TRANSFER-FILE.
           CLOSE CONTINGENCY-POOL-FILE.
           CLOSE BUDGET-REVISION-FILE.
           CLOSE PENDING-APPROVAL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REASON-CODE-FILE.

       LOAD-APPROVAL-THRESHOLD.
           MOVE ZERO TO APPROVAL-THRESHOLD.
           OPEN INPUT APPCUT-FILE.
           IF APPCUT-FILE-STATUS = "00"
               READ APPCUT-FILE INTO APPROVAL-THRESHOLD
                   AT END MOVE ZERO TO APPROVAL-THRESHOLD
               END-READ
               CLOSE APPCUT-FILE.
           IF APPROVAL-THRESHOLD = ZERO
               MOVE DEFAULT-APPR-THRESHOLD TO APPROVAL-THRESHOLD.

       TRANSFER-MENU.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*       Budget transfers       *".
           DISPLAY "********************************".
           DISPLAY "*  1 - Project to project      *".
           DISPLAY "*  2 - Pool to project         *".
           DISPLAY "*  3 - Project to pool         *".
           DISPLAY "*  4 - Fund contingency pool   *".
           DISPLAY "*  5 - List contingency pools  *".
           DISPLAY "* -1 - Return to main menu     *".
           DISPLAY "********************************".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-XFER-CHOICE.
           EVALUATE ACCEPT-XFER-CHOICE
               WHEN "1"
                   MOVE "P" TO XFER-FROM-TYPE
                   MOVE "P" TO XFER-TO-TYPE
                   PERFORM ENTER-TRANSFER
               WHEN "2"
                   MOVE "C" TO XFER-FROM-TYPE
                   MOVE "P" TO XFER-TO-TYPE
                   PERFORM ENTER-TRANSFER
               WHEN "3"
                   MOVE "P" TO XFER-FROM-TYPE
                   MOVE "C" TO XFER-TO-TYPE
                   PERFORM ENTER-TRANSFER
               WHEN "4"
                   MOVE "N" TO XFER-FROM-TYPE
                   MOVE "C" TO XFER-TO-TYPE
                   PERFORM ENTER-TRANSFER
               WHEN "5"
                   PERFORM LIST-POOLS
               WHEN "-1"
                   SET CANCEL-XFER TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       ENTER-TRANSFER.
           SET ENTRY-OK TO TRUE.
           MOVE SPACE TO XFER-FROM-KEY.
           MOVE SPACE TO XFER-TO-KEY.
           IF XFER-FROM-TYPE = "P"
               DISPLAY "From project number:"
               PERFORM GET-PROJECT-KEY
               MOVE ACCEPT-PROJECT-NO TO XFER-FROM-KEY.
           IF XFER-FROM-TYPE = "C"
               DISPLAY "From contingency pool (department code):"
               PERFORM GET-POOL-KEY
               MOVE ACCEPT-DEPT-CODE TO XFER-FROM-KEY.
           IF ENTRY-OK
               IF XFER-TO-TYPE = "P"
                   DISPLAY "To project number:"
                   PERFORM GET-PROJECT-KEY
                   MOVE ACCEPT-PROJECT-NO TO XFER-TO-KEY
               ELSE
                   DISPLAY "To contingency pool (department code):"
                   PERFORM GET-POOL-KEY
                   MOVE ACCEPT-DEPT-CODE TO XFER-TO-KEY.
           IF ENTRY-OK
              AND XFER-FROM-TYPE = XFER-TO-TYPE
              AND XFER-FROM-KEY = XFER-TO-KEY
               DISPLAY "Source and target are the same."
               MOVE "N" TO ENTRY-OK-SW.
           IF ENTRY-OK
               PERFORM GET-TRANSFER-AMOUNT.
           IF ENTRY-OK
               MOVE XFER-FROM-TYPE TO BT-FROM-TYPE
               MOVE XFER-FROM-KEY TO BT-FROM-KEY
               MOVE XFER-AMOUNT TO BT-AMOUNT
               PERFORM CHECK-SOURCE-FUNDS
               IF NOT FUNDS-OK
                   MOVE "N" TO ENTRY-OK-SW.
           IF ENTRY-OK
               MOVE "N" TO REASON-VALID-SW
               PERFORM GET-REASON-CODE
                   UNTIL REASON-VALID
               DISPLAY "Requested by:"
               ACCEPT ACCEPT-REQUESTED-BY
               PERFORM RECORD-TRANSFER.

       GET-PROJECT-KEY.
           DISPLAY "(Enter -1 to cancel)".
           ACCEPT ACCEPT-PROJECT-NO.
           IF ACCEPT-PROJECT-NO = "-1"
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               MOVE ACCEPT-PROJECT-NO TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY
                       DISPLAY "Project number not found."
                       MOVE "N" TO ENTRY-OK-SW.

       GET-POOL-KEY.
           DISPLAY "(Enter -1 to cancel)".
           ACCEPT ACCEPT-DEPT-CODE.
           IF ACCEPT-DEPT-CODE = "-1"
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               MOVE ACCEPT-DEPT-CODE TO DM-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY
                       DISPLAY "Department code not found."
                       MOVE "N" TO ENTRY-OK-SW.

       GET-TRANSFER-AMOUNT.
           DISPLAY "Amount to transfer in NOK:".
           ACCEPT ACCEPT-AMOUNT.
           MOVE ACCEPT-AMOUNT TO XFER-AMOUNT.
           IF XFER-AMOUNT NOT > ZERO
               DISPLAY "Amount must be larger than zero."
               MOVE "N" TO ENTRY-OK-SW.

       GET-REASON-CODE.
           DISPLAY "Enter reason code:".
           ACCEPT ACCEPT-REASON-CODE.
           IF REASON-OPEN-SW NOT = "Y"
               SET REASON-VALID TO TRUE
           ELSE
               MOVE ACCEPT-REASON-CODE TO RS-CODE
               READ REASON-CODE-FILE
                   INVALID KEY
                       DISPLAY "Unknown reason code ... try again."
                   NOT INVALID KEY
                       PERFORM CHECK-REASON-APPLIES.

       CHECK-REASON-APPLIES.
           IF RS-INACTIVE
               DISPLAY "Reason code is not active ... try again."
           ELSE
               IF RS-FOR-BUDGET
                   SET REASON-VALID TO TRUE
               ELSE
                   DISPLAY "Reason code does not apply to"
                       " budget changes ... try again.".

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
                           MOVE PR-BUDGET TO SHOW-MONEY
                           DISPLAY "Source project budget is only "
                               SHOW-MONEY " " PR-CURRENCY
                           MOVE "N" TO FUNDS-OK-SW
                       END-IF
               END-READ.
           IF BT-FROM-POOL
               MOVE BT-FROM-KEY TO CP-DEPT-CODE
               READ CONTINGENCY-POOL-FILE
                   INVALID KEY
                       DISPLAY "No contingency pool for department."
                       MOVE "N" TO FUNDS-OK-SW
                   NOT INVALID KEY
                       IF BT-AMOUNT > CP-BALANCE
                           MOVE CP-BALANCE TO SHOW-MONEY
                           DISPLAY "Pool balance is only "
                               SHOW-MONEY " NOK"
                           MOVE "N" TO FUNDS-OK-SW
                       END-IF
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

       RECORD-TRANSFER.
           PERFORM FIND-NEXT-TRANSFER-REF.
           MOVE NEXT-TRANSFER-REF TO BT-REFERENCE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO BT-DATE.
           MOVE XFER-FROM-TYPE TO BT-FROM-TYPE.
           MOVE XFER-FROM-KEY TO BT-FROM-KEY.
           MOVE XFER-TO-TYPE TO BT-TO-TYPE.
           MOVE XFER-TO-KEY TO BT-TO-KEY.
           MOVE XFER-AMOUNT TO BT-AMOUNT.
           MOVE ZERO TO BT-FROM-AMOUNT.
           MOVE ZERO TO BT-TO-AMOUNT.
           MOVE ACCEPT-REASON-CODE TO BT-REASON-CODE.
           MOVE ACCEPT-REQUESTED-BY TO BT-REQUESTED-BY.
           MOVE OPERATOR-ID-PARM TO BT-OPERATOR.
           SET BT-PENDING TO TRUE.
           MOVE ZERO TO BT-APPLIED-DATE.
           WRITE BUDGET-TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "Error writing budget transfer"
                   MOVE "RECORD-TRANSFER" TO EQ-PARAGRAPH
                   MOVE "BUDGET-TRANSFER-FILE" TO EQ-FILE
                   MOVE BT-REFERENCE TO EQ-KEY
                   MOVE BUDXFR-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF XFER-AMOUNT > APPROVAL-THRESHOLD
               PERFORM QUEUE-TRANSFER-APPROVAL
               DISPLAY "Transfer " BT-REFERENCE
                   " queued for approval."
           ELSE
               PERFORM APPLY-TRANSFER.

       FIND-NEXT-TRANSFER-REF.
           MOVE ZERO TO NEXT-TRANSFER-REF.
           MOVE "N" TO TRANSFER-FILE-SW.
           MOVE ZERO TO BT-REFERENCE.
           START BUDGET-TRANSFER-FILE KEY IS NOT LESS THAN BT-REFERENCE
               INVALID KEY SET TRANSFER-FILE-AT-END TO TRUE.
           PERFORM FIND-ONE-TRANSFER-REF
               UNTIL TRANSFER-FILE-AT-END.
           ADD 1 TO NEXT-TRANSFER-REF.

       FIND-ONE-TRANSFER-REF.
           READ BUDGET-TRANSFER-FILE NEXT
               AT END SET TRANSFER-FILE-AT-END TO TRUE.
           IF NOT TRANSFER-FILE-AT-END
               MOVE BT-REFERENCE TO NEXT-TRANSFER-REF.

       QUEUE-TRANSFER-APPROVAL.
           PERFORM FIND-NEXT-APPROVAL-SEQ.
           MOVE NEXT-APPROVAL-SEQ TO AP-SEQ.
           SET AP-TYPE-TRANSFER TO TRUE.
           MOVE BT-TO-KEY TO AP-NUMBER.
           MOVE BT-AMOUNT TO AP-NEW-AMOUNT.
           MOVE BT-REASON-CODE TO AP-REASON-CODE.
           MOVE BT-REQUESTED-BY TO AP-REQUESTED-BY.
           MOVE OPERATOR-ID-PARM TO AP-OPERATOR.
           MOVE BT-DATE TO AP-DATE.
           SET AP-STATUS-PENDING TO TRUE.
           MOVE BT-REFERENCE TO AP-TRANSFER-REF.
           MOVE ZERO TO AP-REQUISITION-REF.
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Error queueing approval request"
                   MOVE "QUEUE-TRANSFER-APPROVAL" TO EQ-PARAGRAPH
                   MOVE "PENDING-APPROVAL-FILE" TO EQ-FILE
                   MOVE AP-SEQ TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       FIND-NEXT-APPROVAL-SEQ.
           MOVE ZERO TO NEXT-APPROVAL-SEQ.
           MOVE "N" TO APPROVAL-FILE-SW.
           MOVE ZERO TO AP-SEQ.
           START PENDING-APPROVAL-FILE KEY IS NOT LESS THAN AP-SEQ
               INVALID KEY SET APPROVAL-FILE-AT-END TO TRUE.
           PERFORM FIND-ONE-APPROVAL-SEQ
               UNTIL APPROVAL-FILE-AT-END.
           ADD 1 TO NEXT-APPROVAL-SEQ.

       FIND-ONE-APPROVAL-SEQ.
           READ PENDING-APPROVAL-FILE NEXT
               AT END SET APPROVAL-FILE-AT-END TO TRUE.
           IF NOT APPROVAL-FILE-AT-END
               MOVE AP-SEQ TO NEXT-APPROVAL-SEQ.

       APPLY-TRANSFER.
           PERFORM CHECK-SOURCE-FUNDS.
           IF NOT FUNDS-OK
               DISPLAY "Transfer " BT-REFERENCE " left pending."
           ELSE
               PERFORM DEBIT-FROM-SIDE
               PERFORM CREDIT-TO-SIDE
               SET BT-APPLIED TO TRUE
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE AU-TS-DATE TO BT-APPLIED-DATE
               REWRITE BUDGET-TRANSFER-RECORD
                   INVALID KEY
                       DISPLAY "Error updating budget transfer"
                       MOVE "APPLY-TRANSFER" TO EQ-PARAGRAPH
                       MOVE "BUDGET-TRANSFER-FILE" TO EQ-FILE
                       MOVE BT-REFERENCE TO EQ-KEY
                       MOVE BUDXFR-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-REWRITE
               DISPLAY "Transfer " BT-REFERENCE " applied.".

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

       WRITE-BUDGET-REVISION.
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

       LIST-POOLS.
           MOVE ZERO TO POOL-COUNT.
           MOVE "N" TO POOL-FILE-SW.
           MOVE LOW-VALUE TO CP-DEPT-CODE.
           DISPLAY " ".
           DISPLAY "Contingency pools (NOK):".
           START CONTINGENCY-POOL-FILE
               KEY IS NOT LESS THAN CP-DEPT-CODE
               INVALID KEY SET POOL-FILE-AT-END TO TRUE.
           PERFORM LIST-ONE-POOL
               UNTIL POOL-FILE-AT-END.
           IF POOL-COUNT = ZERO
               DISPLAY "No contingency pools yet.".

       LIST-ONE-POOL.
           READ CONTINGENCY-POOL-FILE NEXT
               AT END SET POOL-FILE-AT-END TO TRUE.
           IF NOT POOL-FILE-AT-END
               ADD 1 TO POOL-COUNT
               MOVE CP-BALANCE TO SHOW-MONEY
               DISPLAY CP-DEPT-CODE " " SHOW-MONEY
                   " last changed " CP-LAST-CHANGE-DATE.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AU-DATE.
           MOVE AU-TS-TIME TO AU-TIME.
           MOVE "BUDXFER" TO AU-PROGRAM.
           MOVE OPERATOR-ID-PARM TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
