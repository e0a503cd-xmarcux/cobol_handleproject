       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADD.

      ****************************
      * Program records goods
      * receipts against the
      * commitments of a project
      * (GOODS-RECEIPT-FILE):
      * received date, quantity,
      * value received in the
      * commitment currency and
      * who received it. ACTLOAD
      * only liquidates a
      * commitment up to the
      * value received, and the
      * received date drives the
      * supplier on-time delivery
      * report (SUPDLVRY).
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCCOMMIT.COB".
           COPY "FCGDSREC.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDCOMMIT.COB".
           COPY "FDGDSREC.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-GR-CHOICE     PIC X(2)       VALUE SPACE.
       77  ACCEPT-CM-SEQ        PIC 9(4)       VALUE ZERO.
       77  ACCEPT-DATE-TEXT     PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-NUM      PIC 9(8)       VALUE ZERO.
       77  ACCEPT-VALUE         PIC S9(10)V99  VALUE ZERO.
       77  COMMIT-FILE-STATUS   PIC XX         VALUE SPACE.
       77  GDSREC-FILE-STATUS   PIC XX         VALUE SPACE.
       77  RECEIVED-TOTAL       PIC S9(10)V99  VALUE ZERO.
       77  LAST-GR-SEQ          PIC 9(3)       VALUE ZERO.
       77  SHOW-MONEY           PIC Z(10)9.99- VALUE ZERO.
       77  SHOW-RECEIVED        PIC Z(10)9.99- VALUE ZERO.
       77  SHOW-QUANTITY        PIC Z(6)9.99   VALUE ZERO.

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  RECEIPT-SCAN-SW      PIC X          VALUE "N".
           88  RECEIPT-SCAN-DONE               VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-GR-SW     PIC X          VALUE "N".
               88  CANCEL-GR                   VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "GRADD".
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
           OPEN I-O COMMITMENT-FILE.
           IF COMMIT-FILE-STATUS = "35"
               OPEN OUTPUT COMMITMENT-FILE
               CLOSE COMMITMENT-FILE
               OPEN I-O COMMITMENT-FILE.
           OPEN I-O GOODS-RECEIPT-FILE.
           IF GDSREC-FILE-STATUS = "35"
               OPEN OUTPUT GOODS-RECEIPT-FILE
               CLOSE GOODS-RECEIPT-FILE
               OPEN I-O GOODS-RECEIPT-FILE.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE COMMITMENT-FILE.
           CLOSE GOODS-RECEIPT-FILE.

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*       Goods receipts         *".
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
                       MOVE "N" TO CANCEL-GR-SW
                       PERFORM RECEIPT-MENU
                           UNTIL CANCEL-GR.

       RECEIPT-MENU.
           PERFORM LIST-COMMITMENTS.
           DISPLAY " ".
           DISPLAY "*  1 - Record goods receipt   *".
           DISPLAY "*  2 - List receipts          *".
           DISPLAY "* -1 - Back to project entry  *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-GR-CHOICE.
           EVALUATE ACCEPT-GR-CHOICE
               WHEN "1"
                   PERFORM ADD-RECEIPT
               WHEN "2"
                   PERFORM SHOW-RECEIPTS
               WHEN "-1"
                   SET CANCEL-GR TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       LIST-COMMITMENTS.
           MOVE PR-NUMBER TO CM-NUMBER.
           MOVE ZERO TO CM-SEQ.
           DISPLAY " ".
           DISPLAY "Commitments for project:".
           DISPLAY PR-NUMBER.
           START COMMITMENT-FILE KEY IS NOT LESS THAN CM-KEY
               INVALID KEY DISPLAY "No commitments yet".
           PERFORM LIST-ONE-COMMITMENT
               UNTIL CM-NUMBER NOT = PR-NUMBER.

       LIST-ONE-COMMITMENT.
           READ COMMITMENT-FILE NEXT
               AT END MOVE SPACE TO CM-NUMBER.
           IF CM-NUMBER = PR-NUMBER
               PERFORM SUM-RECEIPTS
               MOVE CM-AMOUNT TO SHOW-MONEY
               MOVE RECEIVED-TOTAL TO SHOW-RECEIVED
               DISPLAY CM-SEQ " - " CM-PO-REF " " CM-SUPPLIER
                   " " CM-STATUS-FLAG
               DISPLAY "       ordered  " SHOW-MONEY " " CM-CURRENCY
                   " expected " CM-EXPECTED-DATE
               DISPLAY "       received " SHOW-RECEIVED.

       SUM-RECEIPTS.
           MOVE ZERO TO RECEIVED-TOTAL.
           MOVE ZERO TO LAST-GR-SEQ.
           MOVE CM-NUMBER TO GR-NUMBER.
           MOVE CM-SEQ TO GR-CM-SEQ.
           MOVE ZERO TO GR-SEQ.
           MOVE "N" TO RECEIPT-SCAN-SW.
           START GOODS-RECEIPT-FILE KEY IS NOT LESS THAN GR-KEY
               INVALID KEY SET RECEIPT-SCAN-DONE TO TRUE.
           PERFORM ADD-ONE-RECEIPT
               UNTIL RECEIPT-SCAN-DONE.

       ADD-ONE-RECEIPT.
           READ GOODS-RECEIPT-FILE NEXT
               AT END SET RECEIPT-SCAN-DONE TO TRUE.
           IF NOT RECEIPT-SCAN-DONE
               IF GR-NUMBER NOT = CM-NUMBER
                  OR GR-CM-SEQ NOT = CM-SEQ
                   SET RECEIPT-SCAN-DONE TO TRUE
               ELSE
                   ADD GR-VALUE TO RECEIVED-TOTAL
                   MOVE GR-SEQ TO LAST-GR-SEQ.

       ADD-RECEIPT.
           DISPLAY "Enter commitment number received against:".
           ACCEPT ACCEPT-CM-SEQ.
           MOVE PR-NUMBER TO CM-NUMBER.
           MOVE ACCEPT-CM-SEQ TO CM-SEQ.
           READ COMMITMENT-FILE
               INVALID KEY DISPLAY "Commitment number not found"
               NOT INVALID KEY
                   IF CM-CLOSED
                       DISPLAY "Commitment is closed, receipt "
                           "not recorded."
                   ELSE
                       PERFORM GET-RECEIPT-INFO.

       GET-RECEIPT-INFO.
           PERFORM SUM-RECEIPTS.
           MOVE PR-NUMBER TO GR-NUMBER.
           MOVE CM-SEQ TO GR-CM-SEQ.
           COMPUTE GR-SEQ = LAST-GR-SEQ + 1.
           DISPLAY "Enter received date (YYYYMMDD):".
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-RECEIPT-DATE
               UNTIL VALID-DATA.
           MOVE ACCEPT-DATE-NUM TO GR-RECEIVED-DATE.
           DISPLAY "Enter quantity received:".
           ACCEPT GR-QUANTITY.
           COMPUTE ACCEPT-VALUE = CM-AMOUNT - RECEIVED-TOTAL.
           IF ACCEPT-VALUE < ZERO
               MOVE ZERO TO ACCEPT-VALUE.
           MOVE ACCEPT-VALUE TO SHOW-MONEY.
           DISPLAY "Enter value received in " CM-CURRENCY ":".
           DISPLAY "(Zero takes the rest of the order, "
               SHOW-MONEY ")".
           ACCEPT GR-VALUE.
           IF GR-VALUE = ZERO
               MOVE ACCEPT-VALUE TO GR-VALUE.
           DISPLAY "Enter name of person receiving:".
           ACCEPT GR-RECEIVED-BY.
           MOVE OPERATOR-ID-PARM TO GR-OPERATOR.
           WRITE GOODS-RECEIPT-RECORD
               INVALID KEY
                   DISPLAY "Error adding goods receipt"
                   MOVE "GET-RECEIPT-INFO" TO EQ-PARAGRAPH
                   MOVE "GOODS-RECEIPT-FILE" TO EQ-FILE
                   MOVE GR-KEY TO EQ-KEY
                   MOVE GDSREC-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY DISPLAY "Goods receipt recorded.".
           IF GR-RECEIVED-DATE > CM-EXPECTED-DATE
              AND CM-EXPECTED-DATE NOT = ZERO
               DISPLAY "Note: received after the expected date "
                   CM-EXPECTED-DATE ".".

       GET-RECEIPT-DATE.
           ACCEPT ACCEPT-DATE-TEXT.
           MOVE "N" TO VALID-DATA-SW.
           CALL "DATEOK" USING VALID-DATA-SW
                               ACCEPT-DATE-TEXT
                               ACCEPT-DATE-NUM.
           IF NOT VALID-DATA
               DISPLAY "Wrong date format."
               DISPLAY "Format should be: YYYYMMDD"
               DISPLAY " ... try again.".

       SHOW-RECEIPTS.
           DISPLAY "Enter commitment number:".
           ACCEPT ACCEPT-CM-SEQ.
           MOVE PR-NUMBER TO GR-NUMBER.
           MOVE ACCEPT-CM-SEQ TO GR-CM-SEQ.
           MOVE ZERO TO GR-SEQ.
           MOVE "N" TO RECEIPT-SCAN-SW.
           START GOODS-RECEIPT-FILE KEY IS NOT LESS THAN GR-KEY
               INVALID KEY SET RECEIPT-SCAN-DONE TO TRUE.
           PERFORM SHOW-ONE-RECEIPT
               UNTIL RECEIPT-SCAN-DONE.

       SHOW-ONE-RECEIPT.
           READ GOODS-RECEIPT-FILE NEXT
               AT END SET RECEIPT-SCAN-DONE TO TRUE.
           IF NOT RECEIPT-SCAN-DONE
               IF GR-NUMBER NOT = PR-NUMBER
                  OR GR-CM-SEQ NOT = ACCEPT-CM-SEQ
                   SET RECEIPT-SCAN-DONE TO TRUE
               ELSE
                   MOVE GR-VALUE TO SHOW-MONEY
                   MOVE GR-QUANTITY TO SHOW-QUANTITY
                   DISPLAY GR-SEQ " " GR-RECEIVED-DATE " qty "
                       SHOW-QUANTITY " value " SHOW-MONEY
                   DISPLAY "    received by " GR-RECEIVED-BY
                       " entered by " GR-OPERATOR.
