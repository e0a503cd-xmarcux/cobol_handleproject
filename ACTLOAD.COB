      * PR-ACTUAL-COST and records
      * the change in AUDIT-FILE. A line
      * carrying a PO reference liquidates
      * the matching open commitment, but
      * only up to the value received
      * against it in GOODS-RECEIPT-FILE
      * (three-way match); any excess is
      * reported for the project leader to
      * RECEIPT_EXCEPTIONS.TXT. Unmatched
      * references plus aged open
      * commitments with no actuals are
      * reported to COMMIT_UNMATCHED.TXT.
      * Lines for
           COPY "FCAUDIT.COB".
           COPY "FCACTAPP.COB".
           COPY "FCCOMMIT.COB".
           COPY "FCGDSREC.COB".
           SELECT ACTUALS-FILE ASSIGN TO "ACTUALS_LOAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTUALS-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNMATCHED-FILE ASSIGN TO "COMMIT_UNMATCHED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIPT-EXCEPTION-FILE
               ASSIGN TO "RECEIPT_EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDAUDIT.COB".
           COPY "FDACTAPP.COB".
           COPY "FDCOMMIT.COB".
           COPY "FDGDSREC.COB".

       FD  ACTUALS-FILE
               LABEL RECORDS ARE STANDARD.
               LABEL RECORDS ARE STANDARD.
       01  UNMATCHED-LINE       PIC X(120).

       FD  RECEIPT-EXCEPTION-FILE
               LABEL RECORDS ARE STANDARD.
       01  RECEIPT-EXCEPTION-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  ACTUALS-FILE-SW          PIC X       VALUE "N".
           88  ACTUALS-FILE-AT-END              VALUE "Y".
       77  UNMATCHED-COUNT          PIC 9(7)    VALUE ZERO.
       77  AGED-COUNT               PIC 9(7)    VALUE ZERO.
       77  AGED-CUTOFF-NUM          PIC 9(8)    VALUE ZERO.
       77  GDSREC-FILE-STATUS       PIC XX      VALUE SPACE.
       77  GDSREC-OPEN-SW           PIC X       VALUE "N".
       77  RECEIVED-TOTAL           PIC S9(10)V99 VALUE ZERO.
       77  MATCHABLE-AMT            PIC S9(10)V99 VALUE ZERO.
       77  EXCESS-AMT               PIC S9(10)V99 VALUE ZERO.
       77  EXCEPTION-COUNT          PIC 9(7)    VALUE ZERO.
       01  RECEIPT-SCAN-SW          PIC X       VALUE "N".
           88  RECEIPT-SCAN-DONE                VALUE "Y".
       01  RECEIPT-EXCEPTION-DETAIL.
           05  RX-NUMBER            PIC X(20).
           05  FILLER               PIC X       VALUE SPACE.
           05  RX-LEADER-ID         PIC X(10).
           05  FILLER               PIC X       VALUE SPACE.
           05  RX-PO-REF            PIC X(15).
           05  FILLER               PIC X       VALUE SPACE.
           05  RX-CURRENCY          PIC X(3).
           05  FILLER               PIC X       VALUE SPACE.
           05  RX-INVOICED          PIC Z(10)9.99-.
           05  FILLER               PIC X       VALUE SPACE.
           05  RX-RECEIVED          PIC Z(10)9.99-.
           05  FILLER               PIC X       VALUE SPACE.
           05  RX-EXCESS            PIC Z(10)9.99-.
       01  RECEIPT-EXCEPTION-HEADING.
           05  FILLER               PIC X(20)   VALUE "PROJECT".
           05  FILLER               PIC X       VALUE SPACE.
           05  FILLER               PIC X(10)   VALUE "LEADER".
           05  FILLER               PIC X       VALUE SPACE.
           05  FILLER               PIC X(15)   VALUE "PO REFERENCE".
           05  FILLER               PIC X       VALUE SPACE.
           05  FILLER               PIC X(3)    VALUE "CUR".
           05  FILLER               PIC X       VALUE SPACE.
           05  FILLER               PIC X(15)
               VALUE "        INVOICE".
           05  FILLER               PIC X       VALUE SPACE.
           05  FILLER               PIC X(15)
               VALUE "       RECEIVED".
           05  FILLER               PIC X       VALUE SPACE.
           05  FILLER               PIC X(15)
               VALUE "         EXCESS".
       01  PO-MATCHED-SW            PIC X       VALUE "N".
           88  PO-MATCHED                       VALUE "Y".
       01  COMMIT-SCAN-SW           PIC X       VALUE "N".
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "ACTLOAD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM VERIFY-FEED-CONTROLS.
           UNMATCHED-COUNT " unmatched reference(s), "
           AGED-COUNT " aged open commitment(s), see"
           " COMMIT_UNMATCHED.TXT.".
       IF EXCEPTION-COUNT NOT = ZERO
           DISPLAY "Invoice exceeds receipt on " EXCEPTION-COUNT
               " actual(s), see RECEIPT_EXCEPTIONS.TXT.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.
           IF COMMIT-FILE-STATUS = "00"
               MOVE "Y" TO COMMIT-OPEN-SW.
           OPEN OUTPUT UNMATCHED-FILE.
           OPEN INPUT GOODS-RECEIPT-FILE.
           IF GDSREC-FILE-STATUS = "00"
               MOVE "Y" TO GDSREC-OPEN-SW.
           OPEN OUTPUT RECEIPT-EXCEPTION-FILE.
           MOVE "Handle Project - Invoice exceeds receipt"
               TO RECEIPT-EXCEPTION-LINE.
           WRITE RECEIPT-EXCEPTION-LINE.
           WRITE RECEIPT-EXCEPTION-LINE
               FROM RECEIPT-EXCEPTION-HEADING.
           MOVE ZERO TO EXCEPTION-COUNT.
           OPEN EXTEND AUDIT-FILE.
           MOVE "N" TO ACTUALS-FILE-SW.
           MOVE ZERO TO APPLIED-COUNT.
           CLOSE ACTUALS-APPLIED-FILE.
           CLOSE COMMITMENT-FILE.
           CLOSE UNMATCHED-FILE.
           IF GDSREC-OPEN-SW = "Y"
               CLOSE GOODS-RECEIPT-FILE.
           CLOSE RECEIPT-EXCEPTION-FILE.
           CLOSE AUDIT-FILE.

       LOAD-ONE-ACTUAL.
           MOVE AU-TS-DATE TO PR-LAST-ACTIVITY-DATE.
           REWRITE PROJECT-RECORD
               INVALID KEY
                   MOVE "APPLY-ACTUAL-ROW" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   MOVE "N" TO ROW-VALID-SW
                   MOVE "Error updating project record"
                       TO REJECT-REASON
               SET PO-MATCHED TO TRUE.

       REDUCE-COMMITMENT.
           PERFORM SUM-GOODS-RECEIPTS.
           COMPUTE MATCHABLE-AMT = RECEIVED-TOTAL - CM-LIQUIDATED-AMT.
           IF MATCHABLE-AMT < ZERO
               MOVE ZERO TO MATCHABLE-AMT.
           IF AC-AMOUNT > MATCHABLE-AMT
               COMPUTE EXCESS-AMT = AC-AMOUNT - MATCHABLE-AMT
               PERFORM WRITE-RECEIPT-EXCEPTION
               ADD MATCHABLE-AMT TO CM-LIQUIDATED-AMT
           ELSE
               ADD AC-AMOUNT TO CM-LIQUIDATED-AMT.
           IF CM-LIQUIDATED-AMT >= CM-AMOUNT
               SET CM-CLOSED TO TRUE.
           REWRITE COMMITMENT-RECORD
               INVALID KEY
                   DISPLAY "Error liquidating commitment "
                       CM-PO-REF
                   MOVE "REDUCE-COMMITMENT" TO EQ-PARAGRAPH
                   MOVE "COMMITMENT-FILE" TO EQ-FILE
                   MOVE CM-KEY TO EQ-KEY
                   MOVE COMMIT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   ADD 1 TO LIQUIDATED-COUNT.

       SUM-GOODS-RECEIPTS.
           MOVE ZERO TO RECEIVED-TOTAL.
           IF GDSREC-OPEN-SW = "Y"
               MOVE CM-NUMBER TO GR-NUMBER
               MOVE CM-SEQ TO GR-CM-SEQ
               MOVE ZERO TO GR-SEQ
               MOVE "N" TO RECEIPT-SCAN-SW
               START GOODS-RECEIPT-FILE KEY IS NOT LESS THAN GR-KEY
                   INVALID KEY SET RECEIPT-SCAN-DONE TO TRUE
               END-START
               PERFORM ADD-ONE-GOODS-RECEIPT
                   UNTIL RECEIPT-SCAN-DONE.

       ADD-ONE-GOODS-RECEIPT.
           READ GOODS-RECEIPT-FILE NEXT
               AT END SET RECEIPT-SCAN-DONE TO TRUE.
           IF NOT RECEIPT-SCAN-DONE
               IF GR-NUMBER NOT = CM-NUMBER
                  OR GR-CM-SEQ NOT = CM-SEQ
                   SET RECEIPT-SCAN-DONE TO TRUE
               ELSE
                   ADD GR-VALUE TO RECEIVED-TOTAL.

       WRITE-RECEIPT-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE PR-NUMBER TO RX-NUMBER.
           MOVE PR-LEADER-ID TO RX-LEADER-ID.
           MOVE CM-PO-REF TO RX-PO-REF.
           MOVE CM-CURRENCY TO RX-CURRENCY.
           MOVE AC-AMOUNT TO RX-INVOICED.
           MOVE RECEIVED-TOTAL TO RX-RECEIVED.
           MOVE EXCESS-AMT TO RX-EXCESS.
           WRITE RECEIPT-EXCEPTION-LINE
               FROM RECEIPT-EXCEPTION-DETAIL.

       REPORT-AGED-COMMITMENTS.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           COMPUTE AGED-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
           MOVE AC-PERIOD TO AA-PERIOD.
           MOVE AU-TS-DATE TO AA-APPLIED-DATE.
           WRITE ACTUALS-APPLIED-RECORD
               INVALID KEY
                   MOVE "WRITE-APPLIED-RECORD" TO EQ-PARAGRAPH
                   MOVE "ACTUALS-APPLIED-FILE" TO EQ-FILE
                   MOVE AA-KEY TO EQ-KEY
                   MOVE ACTAPP-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.


       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.

