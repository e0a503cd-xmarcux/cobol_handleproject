       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQADD.

      ****************************
      * Program lets a project
      * leader raise purchase
      * requisitions
      * (REQUISITION-FILE):
      * project, supplier from
      * the supplier master,
      * category, estimated
      * amount and currency,
      * needed-by date and a
      * description. The
      * requisition is checked
      * against the project's
      * available funds (budget
      * less actual cost less
      * open commitments and
      * outstanding
      * requisitions); one above
      * the approval threshold
      * or beyond the available
      * funds is queued in
      * PENDING-APPROVAL-FILE,
      * otherwise it is approved
      * at once. Approved
      * requisitions go to
      * purchasing in the nightly
      * outbound feed (REQOUT).
      * A requisition not yet
      * sent can be cancelled.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCREQN.COB".
           COPY "FCCOMMIT.COB".
           COPY "FCSUPPL.COB".
           COPY "FCCATEG.COB".
           COPY "FCEXCHRT.COB".
           COPY "FCAPPROVE.COB".
           COPY "FCAPPCUT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDREQN.COB".
           COPY "FDCOMMIT.COB".
           COPY "FDSUPPL.COB".
           COPY "FDCATEG.COB".
           COPY "FDEXCHRT.COB".
           COPY "FDAPPROVE.COB".
           COPY "FDAPPCUT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO        PIC X(80)      VALUE SPACE.
       77  ACCEPT-PQ-CHOICE         PIC X(2)       VALUE SPACE.
       77  ACCEPT-REQ-NO            PIC 9(6)       VALUE ZERO.
       77  ACCEPT-SUPPLIER-CODE     PIC X(10)      VALUE SPACE.
       77  ACCEPT-CATEGORY          PIC X(4)       VALUE SPACE.
       77  ACCEPT-CURRENCY          PIC X(3)       VALUE SPACE.
       77  ACCEPT-DATE-TEXT         PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-NUM          PIC 9(8)       VALUE ZERO.
       77  REQN-FILE-STATUS         PIC XX         VALUE SPACE.
       77  COMMIT-FILE-STATUS       PIC XX         VALUE SPACE.
       77  SUPPL-FILE-STATUS        PIC XX         VALUE SPACE.
       77  SUPPL-OPEN-SW            PIC X          VALUE "N".
       77  CATEG-FILE-STATUS        PIC XX         VALUE SPACE.
       77  APPCUT-FILE-STATUS       PIC XX         VALUE SPACE.
       77  APPROVAL-THRESHOLD       PIC 9(10)      VALUE ZERO.
       77  DEFAULT-APPR-THRESHOLD   PIC 9(10)      VALUE 1000000.
       77  NEXT-APPROVAL-SEQ        PIC 9(6)       VALUE ZERO.
       77  NEXT-REQ-NO              PIC 9(6)       VALUE ZERO.
       77  REQ-COUNT                PIC 9(4)       VALUE ZERO.
       77  NOK-RATE                 PIC 9(5)V9(4)  VALUE 1.
       77  RATE-LOOKUP-CODE         PIC X(3)       VALUE SPACE.
       77  ENTRY-NOK                PIC S9(12)V99  VALUE ZERO.
       77  AVAILABLE-NOK            PIC S9(12)V99  VALUE ZERO.
       77  SHOW-MONEY               PIC Z(10)9.99- VALUE ZERO.

       01  NEW-REQUISITION-SAVE.
           05  SAVE-PQ-REQ-NO       PIC 9(6).
           05  SAVE-PQ-SUPPLIER     PIC X(10).
           05  SAVE-PQ-CATEGORY     PIC X(4).
           05  SAVE-PQ-AMOUNT       PIC S9(10)V99.
           05  SAVE-PQ-CURRENCY     PIC X(3).
           05  SAVE-PQ-NEEDED-BY    PIC 9(8).
           05  SAVE-PQ-DESCRIPTION  PIC X(30).

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  SWITCHES.
           05  CANCEL-ADD-SW        PIC X          VALUE "N".
               88  CANCEL-ADD                      VALUE "Y".
           05  CANCEL-PQ-SW         PIC X          VALUE "N".
               88  CANCEL-PQ                       VALUE "Y".
           05  VALID-DATA-SW        PIC X          VALUE "N".
               88  VALID-DATA                      VALUE "Y".
           05  FUNDS-EXCEEDED-SW    PIC X          VALUE "N".
               88  FUNDS-EXCEEDED                  VALUE "Y".
           05  REQN-FILE-SW         PIC X          VALUE "N".
               88  REQN-FILE-AT-END                VALUE "Y".
           05  APPROVAL-FILE-SW     PIC X          VALUE "N".
               88  APPROVAL-FILE-AT-END            VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "REQADD".
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
           OPEN I-O REQUISITION-FILE.
           IF REQN-FILE-STATUS = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE.
           OPEN INPUT COMMITMENT-FILE.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPL-FILE-STATUS = "00"
               MOVE "Y" TO SUPPL-OPEN-SW.
           OPEN I-O CATEGORY-FILE.
           IF CATEG-FILE-STATUS = "35"
               OPEN OUTPUT CATEGORY-FILE
               CLOSE CATEGORY-FILE
               OPEN I-O CATEGORY-FILE.
           OPEN INPUT EXCHANGE-RATE-FILE.
           OPEN I-O PENDING-APPROVAL-FILE.
           PERFORM LOAD-APPROVAL-THRESHOLD.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE REQUISITION-FILE.
           IF COMMIT-FILE-STATUS NOT = "35"
               CLOSE COMMITMENT-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE CATEGORY-FILE.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE PENDING-APPROVAL-FILE.

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

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*    Purchase requisitions     *".
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
                       MOVE "N" TO CANCEL-PQ-SW
                       PERFORM REQUISITION-MENU
                           UNTIL CANCEL-PQ.

       REQUISITION-MENU.
           PERFORM LIST-REQUISITIONS.
           DISPLAY " ".
           DISPLAY "*  1 - Raise requisition      *".
           DISPLAY "*  2 - Cancel requisition     *".
           DISPLAY "* -1 - Back to project entry  *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-PQ-CHOICE.
           EVALUATE ACCEPT-PQ-CHOICE
               WHEN "1"
                   PERFORM ADD-REQUISITION
               WHEN "2"
                   PERFORM CANCEL-REQUISITION
               WHEN "-1"
                   SET CANCEL-PQ TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       LIST-REQUISITIONS.
           MOVE ZERO TO REQ-COUNT.
           MOVE ZERO TO NEXT-REQ-NO.
           DISPLAY " ".
           DISPLAY "Requisitions for project:".
           DISPLAY PR-NUMBER.
           MOVE ZERO TO PQ-REQ-NO.
           MOVE "N" TO REQN-FILE-SW.
           START REQUISITION-FILE KEY IS NOT LESS THAN PQ-REQ-NO
               INVALID KEY SET REQN-FILE-AT-END TO TRUE.
           PERFORM LIST-ONE-REQUISITION
               UNTIL REQN-FILE-AT-END.
           IF REQ-COUNT = ZERO
               DISPLAY "No requisitions yet".
           ADD 1 TO NEXT-REQ-NO.

       LIST-ONE-REQUISITION.
           READ REQUISITION-FILE NEXT
               AT END SET REQN-FILE-AT-END TO TRUE.
           IF NOT REQN-FILE-AT-END
               MOVE PQ-REQ-NO TO NEXT-REQ-NO
               IF PQ-NUMBER = PR-NUMBER
                   ADD 1 TO REQ-COUNT
                   MOVE PQ-AMOUNT TO SHOW-MONEY
                   DISPLAY PQ-REQ-NO " " PQ-SUPPLIER-CODE " "
                       PQ-CATEGORY " " SHOW-MONEY " " PQ-CURRENCY
                       " " PQ-STATUS
                   DISPLAY "       needed by " PQ-NEEDED-BY " "
                       PQ-DESCRIPTION " PO " PQ-PO-REF.

       ADD-REQUISITION.
           MOVE NEXT-REQ-NO TO SAVE-PQ-REQ-NO.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-REQUISITION-SUPPLIER
               UNTIL VALID-DATA.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-REQUISITION-CATEGORY
               UNTIL VALID-DATA.
           DISPLAY "Enter estimated amount:".
           ACCEPT SAVE-PQ-AMOUNT.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-REQUISITION-CURRENCY
               UNTIL VALID-DATA.
           DISPLAY "Enter needed-by date (YYYYMMDD):".
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-REQUISITION-DATE
               UNTIL VALID-DATA.
           MOVE ACCEPT-DATE-NUM TO SAVE-PQ-NEEDED-BY.
           DISPLAY "Enter description:".
           ACCEPT SAVE-PQ-DESCRIPTION.
           PERFORM CHECK-AVAILABLE-FUNDS.
           PERFORM WRITE-NEW-REQUISITION.

       GET-REQUISITION-SUPPLIER.
           DISPLAY "Enter supplier code:".
           ACCEPT ACCEPT-SUPPLIER-CODE.
           IF SUPPL-OPEN-SW NOT = "Y"
               DISPLAY "No supplier master on file yet, set it"
               DISPLAY "up through SUPPADD; code kept as typed."
               MOVE ACCEPT-SUPPLIER-CODE TO SAVE-PQ-SUPPLIER
               SET VALID-DATA TO TRUE
           ELSE
               MOVE ACCEPT-SUPPLIER-CODE TO SU-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       DISPLAY "Unknown supplier code ... try again."
                   NOT INVALID KEY
                       IF SU-ACTIVE
                           MOVE SU-CODE TO SAVE-PQ-SUPPLIER
                           SET VALID-DATA TO TRUE
                       ELSE
                           DISPLAY "Supplier is not active ..."
                               " try again.".

       GET-REQUISITION-CATEGORY.
           DISPLAY "Enter category code:".
           ACCEPT ACCEPT-CATEGORY.
           MOVE ACCEPT-CATEGORY TO CG-CODE.
           READ CATEGORY-FILE
               INVALID KEY
                   DISPLAY "Unknown category code ... try again."
               NOT INVALID KEY
                   MOVE CG-CODE TO SAVE-PQ-CATEGORY
                   SET VALID-DATA TO TRUE.

       GET-REQUISITION-CURRENCY.
           DISPLAY "Enter currency code:".
           DISPLAY "(Blank defaults to the project currency)".
           ACCEPT ACCEPT-CURRENCY.
           IF ACCEPT-CURRENCY = SPACE
               MOVE PR-CURRENCY TO SAVE-PQ-CURRENCY
               SET VALID-DATA TO TRUE
           ELSE
               IF ACCEPT-CURRENCY = "NOK"
                   MOVE "NOK" TO SAVE-PQ-CURRENCY
                   SET VALID-DATA TO TRUE
               ELSE
                   MOVE ACCEPT-CURRENCY TO XR-CODE
                   READ EXCHANGE-RATE-FILE
                       INVALID KEY
                           DISPLAY "Unknown currency code, no rate"
                           DISPLAY "on file ... try again."
                       NOT INVALID KEY
                           MOVE XR-CODE TO SAVE-PQ-CURRENCY
                           SET VALID-DATA TO TRUE.

       GET-REQUISITION-DATE.
           ACCEPT ACCEPT-DATE-TEXT.
           MOVE "N" TO VALID-DATA-SW.
           CALL "DATEOK" USING VALID-DATA-SW
                               ACCEPT-DATE-TEXT
                               ACCEPT-DATE-NUM.
           IF NOT VALID-DATA
               DISPLAY "Wrong date format."
               DISPLAY "Format should be: YYYYMMDD"
               DISPLAY " ... try again.".

       CHECK-AVAILABLE-FUNDS.
           MOVE "N" TO FUNDS-EXCEEDED-SW.
           MOVE SAVE-PQ-CURRENCY TO RATE-LOOKUP-CODE.
           PERFORM LOOK-UP-NOK-RATE.
           COMPUTE ENTRY-NOK = SAVE-PQ-AMOUNT * NOK-RATE.
           MOVE PR-CURRENCY TO RATE-LOOKUP-CODE.
           PERFORM LOOK-UP-NOK-RATE.
           COMPUTE AVAILABLE-NOK =
               (PR-BUDGET - PR-ACTUAL-COST) * NOK-RATE.
           PERFORM SUBTRACT-OPEN-COMMITMENTS.
           PERFORM SUBTRACT-OUTSTANDING-REQS.
           IF ENTRY-NOK > AVAILABLE-NOK
               SET FUNDS-EXCEEDED TO TRUE.

       SUBTRACT-OPEN-COMMITMENTS.
           IF COMMIT-FILE-STATUS = "00"
               MOVE PR-NUMBER TO CM-NUMBER
               MOVE ZERO TO CM-SEQ
               START COMMITMENT-FILE KEY IS NOT LESS THAN CM-KEY
                   INVALID KEY MOVE SPACE TO CM-NUMBER
               END-START
               PERFORM SUBTRACT-ONE-COMMITMENT
                   UNTIL CM-NUMBER NOT = PR-NUMBER.

       SUBTRACT-ONE-COMMITMENT.
           READ COMMITMENT-FILE NEXT
               AT END MOVE SPACE TO CM-NUMBER.
           IF CM-NUMBER = PR-NUMBER
              AND CM-OPEN
               MOVE CM-CURRENCY TO RATE-LOOKUP-CODE
               PERFORM LOOK-UP-NOK-RATE
               COMPUTE AVAILABLE-NOK =
                   AVAILABLE-NOK - CM-AMOUNT * NOK-RATE.

       SUBTRACT-OUTSTANDING-REQS.
           MOVE ZERO TO PQ-REQ-NO.
           MOVE "N" TO REQN-FILE-SW.
           START REQUISITION-FILE KEY IS NOT LESS THAN PQ-REQ-NO
               INVALID KEY SET REQN-FILE-AT-END TO TRUE.
           PERFORM SUBTRACT-ONE-REQUISITION
               UNTIL REQN-FILE-AT-END.

       SUBTRACT-ONE-REQUISITION.
           READ REQUISITION-FILE NEXT
               AT END SET REQN-FILE-AT-END TO TRUE.
           IF NOT REQN-FILE-AT-END
              AND PQ-NUMBER = PR-NUMBER
              AND PQ-OUTSTANDING
               MOVE PQ-CURRENCY TO RATE-LOOKUP-CODE
               PERFORM LOOK-UP-NOK-RATE
               COMPUTE AVAILABLE-NOK =
                   AVAILABLE-NOK - PQ-AMOUNT * NOK-RATE.

       LOOK-UP-NOK-RATE.
           MOVE 1 TO NOK-RATE.
           IF RATE-LOOKUP-CODE NOT = "NOK"
              AND RATE-LOOKUP-CODE NOT = SPACE
               MOVE RATE-LOOKUP-CODE TO XR-CODE
               READ EXCHANGE-RATE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF XR-RATE-TO-NOK NOT = ZERO
                           MOVE XR-RATE-TO-NOK TO NOK-RATE.

       WRITE-NEW-REQUISITION.
           MOVE SAVE-PQ-REQ-NO TO PQ-REQ-NO.
           MOVE PR-NUMBER TO PQ-NUMBER.
           MOVE SAVE-PQ-SUPPLIER TO PQ-SUPPLIER-CODE.
           MOVE SAVE-PQ-CATEGORY TO PQ-CATEGORY.
           MOVE SAVE-PQ-AMOUNT TO PQ-AMOUNT.
           MOVE SAVE-PQ-CURRENCY TO PQ-CURRENCY.
           MOVE SAVE-PQ-NEEDED-BY TO PQ-NEEDED-BY.
           MOVE SAVE-PQ-DESCRIPTION TO PQ-DESCRIPTION.
           MOVE OPERATOR-ID-PARM TO PQ-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE CURRENT-DATE-NUM TO PQ-DATE.
           MOVE ZERO TO PQ-SENT-DATE.
           MOVE SPACE TO PQ-PO-REF.
           MOVE ZERO TO PQ-CONVERTED-DATE.
           IF FUNDS-EXCEEDED
              OR ENTRY-NOK > APPROVAL-THRESHOLD
               SET PQ-PENDING TO TRUE
               MOVE ZERO TO PQ-APPROVED-DATE
           ELSE
               SET PQ-APPROVED TO TRUE
               MOVE CURRENT-DATE-NUM TO PQ-APPROVED-DATE.
           WRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "Error adding requisition"
                   MOVE "WRITE-NEW-REQUISITION" TO EQ-PARAGRAPH
                   MOVE "REQUISITION-FILE" TO EQ-FILE
                   MOVE PQ-REQ-NO TO EQ-KEY
                   MOVE REQN-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY PERFORM REPORT-NEW-REQUISITION.

       REPORT-NEW-REQUISITION.
           DISPLAY "Requisition " PQ-REQ-NO " added.".
           IF FUNDS-EXCEEDED
               MOVE AVAILABLE-NOK TO SHOW-MONEY
               DISPLAY "It exceeds the project's available funds of "
                   SHOW-MONEY " NOK.".
           IF PQ-PENDING
               PERFORM QUEUE-REQUISITION-APPROVAL
               DISPLAY "Requisition queued for approval."
           ELSE
               DISPLAY "Requisition approved, it goes to purchasing"
               DISPLAY "in tonight's outbound feed.".

       QUEUE-REQUISITION-APPROVAL.
           PERFORM FIND-NEXT-APPROVAL-SEQ.
           MOVE NEXT-APPROVAL-SEQ TO AP-SEQ.
           SET AP-TYPE-REQUISITION TO TRUE.
           MOVE PQ-NUMBER TO AP-NUMBER.
           MOVE PQ-AMOUNT TO AP-NEW-AMOUNT.
           MOVE SPACE TO AP-REASON-CODE.
           MOVE PQ-OPERATOR TO AP-REQUESTED-BY.
           MOVE OPERATOR-ID-PARM TO AP-OPERATOR.
           MOVE PQ-DATE TO AP-DATE.
           SET AP-STATUS-PENDING TO TRUE.
           MOVE ZERO TO AP-TRANSFER-REF.
           MOVE PQ-REQ-NO TO AP-REQUISITION-REF.
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Error queueing approval request"
                   MOVE "QUEUE-REQUISITION-APPROVAL" TO EQ-PARAGRAPH
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

       CANCEL-REQUISITION.
           DISPLAY "Enter requisition number to cancel:".
           ACCEPT ACCEPT-REQ-NO.
           MOVE ACCEPT-REQ-NO TO PQ-REQ-NO.
           READ REQUISITION-FILE
               INVALID KEY DISPLAY "Requisition number not found"
               NOT INVALID KEY
                   IF PQ-NUMBER NOT = PR-NUMBER
                       DISPLAY "Requisition belongs to another"
                           " project."
                   ELSE
                       IF PQ-PENDING OR PQ-APPROVED
                           SET PQ-REJECTED TO TRUE
                           REWRITE REQUISITION-RECORD
                               INVALID KEY
                                   DISPLAY "Error updating requisition"
                                   MOVE "CANCEL-REQUISITION"
                                       TO EQ-PARAGRAPH
                                   MOVE "REQUISITION-FILE" TO EQ-FILE
                                   MOVE PQ-REQ-NO TO EQ-KEY
                                   MOVE REQN-FILE-STATUS TO EQ-STATUS
                                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                               NOT INVALID KEY
                                   DISPLAY "Requisition cancelled."
                           END-REWRITE
                       ELSE
                           DISPLAY "Requisition already sent or"
                               " closed, can not be cancelled.".
