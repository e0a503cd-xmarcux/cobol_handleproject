       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKLOAD.

      ****************************************
      * Batch program that loads the bank's
      * daily statement file (bank reference,
      * value date, amount, currency, payer
      * customer code and payment reference)
      * behind a control header carrying the
      * record count and amount hash total -
      * a mismatch rejects the whole file
      * before anything posts, and an
      * acknowledgment file is written back.
      * Each credit is matched to an invoice
      * in the invoice register by the
      * invoice number found in the payment
      * reference, falling back to a single
      * unpaid invoice for the same customer
      * with exactly that amount outstanding,
      * and applied as a full or part payment
      * the same way PAYADD does. Unmatched
      * and ambiguous credits go to the
      * suspense report BANK_SUSPENSE.TXT
      * for manual allocation through PAYADD.
      * Every bank reference is recorded in
      * the bank-applied file so a statement
      * loaded twice is never applied twice.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCINVREG.COB".
           COPY "FCBANKAPP.COB".
           SELECT BANK-FILE ASSIGN TO "BANK_STATEMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "BANKLOAD_ACK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO "BANK_SUSPENSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDINVREG.COB".
           COPY "FDBANKAPP.COB".

       FD  BANK-FILE
               LABEL RECORDS ARE STANDARD.
       01  BANK-RECORD.
           05  BK-BANK-REF      PIC X(16).
           05  BK-VALUE-DATE    PIC 9(8).
           05  BK-AMOUNT        PIC 9(10)V99.
           05  BK-CURRENCY      PIC X(3).
           05  BK-CUSTOMER-CODE PIC X(10).
           05  BK-REFERENCE     PIC X(30).

       FD  ACK-FILE
               LABEL RECORDS ARE STANDARD.
       01  ACK-LINE             PIC X(120).

       FD  SUSPENSE-FILE
               LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-LINE        PIC X(120).

       WORKING-STORAGE SECTION.
       01  BANK-FILE-SW             PIC X       VALUE "N".
           88  BANK-FILE-AT-END                 VALUE "Y".
       01  INVREG-SCAN-SW           PIC X       VALUE "N".
           88  INVREG-SCAN-DONE                 VALUE "Y".
       01  INVOICE-MATCHED-SW       PIC X       VALUE "N".
           88  INVOICE-MATCHED                  VALUE "Y".
       77  SUSPENSE-REASON          PIC X(40)   VALUE SPACE.
       77  APPLIED-COUNT            PIC 9(7)    VALUE ZERO.
       77  SUSPENSE-COUNT           PIC 9(7)    VALUE ZERO.
       77  DUPLICATE-COUNT          PIC 9(7)    VALUE ZERO.
       77  APPLIED-TOTAL            PIC 9(12)V99 VALUE ZERO.
       77  SUSPENSE-TOTAL           PIC 9(12)V99 VALUE ZERO.
       77  INVREG-FILE-STATUS       PIC XX      VALUE SPACE.
       77  BANKAPP-FILE-STATUS      PIC XX      VALUE SPACE.
       77  BANK-FILE-STATUS         PIC XX      VALUE SPACE.
       77  REF-IDX                  PIC 9(2)    VALUE ZERO.
       77  REF-INVOICE-NO           PIC 9(6)    VALUE ZERO.
       77  CANDIDATE-COUNT          PIC 9(5)    VALUE ZERO.
       77  CANDIDATE-INVOICE-NO     PIC 9(6)    VALUE ZERO.
       77  OUTSTANDING-AMOUNT       PIC S9(10)V99 VALUE ZERO.
       77  SHOW-MONEY               PIC Z(10)9.99- VALUE ZERO.
       01  FEED-VALID-SW            PIC X       VALUE "N".
           88  FEED-VALID                       VALUE "Y".
       77  FEED-FAIL-REASON         PIC X(40)   VALUE SPACE.
       77  EXPECTED-COUNT           PIC 9(7)    VALUE ZERO.
       77  EXPECTED-TOTAL           PIC 9(12)V99 VALUE ZERO.
       77  ACTUAL-COUNT             PIC 9(7)    VALUE ZERO.
       77  ACTUAL-TOTAL             PIC 9(12)V99 VALUE ZERO.
       01  FEED-HEADER-WORK.
           05  FH-TAG               PIC X(3).
           05  FH-RECORD-COUNT      PIC 9(7).
           05  FH-AMOUNT-TOTAL      PIC 9(12)V99.
       01  ACK-DETAIL.
           05  AK-LABEL             PIC X(20).
           05  AK-VALUE             PIC Z(12)9.99-.
       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "BANKLOAD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM VERIFY-FEED-CONTROLS.
       PERFORM INIT-PROGRAM.
       IF FEED-VALID
           PERFORM SKIP-FEED-HEADER
           PERFORM LOAD-ONE-CREDIT
               UNTIL BANK-FILE-AT-END
       ELSE
           SET BANK-FILE-AT-END TO TRUE
           DISPLAY "Statement rejected before posting: "
               FEED-FAIL-REASON.
       PERFORM WRITE-ACK-FILE.
       DISPLAY "Applied " APPLIED-COUNT " payment(s), "
           SUSPENSE-COUNT " to suspense, see BANK_SUSPENSE.TXT.".
       IF DUPLICATE-COUNT NOT = ZERO
           DISPLAY "Skipped " DUPLICATE-COUNT
               " line(s) already loaded from an earlier statement.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       VERIFY-FEED-CONTROLS.
           MOVE "N" TO FEED-VALID-SW.
           MOVE SPACE TO FEED-FAIL-REASON.
           MOVE ZERO TO ACTUAL-COUNT.
           MOVE ZERO TO ACTUAL-TOTAL.
           MOVE "N" TO BANK-FILE-SW.
           OPEN INPUT BANK-FILE.
           IF BANK-FILE-STATUS NOT = "00"
               MOVE "No statement file dropped" TO FEED-FAIL-REASON
           ELSE
               PERFORM CHECK-FEED-HEADER
               CLOSE BANK-FILE.

       CHECK-FEED-HEADER.
           READ BANK-FILE
               AT END SET BANK-FILE-AT-END TO TRUE.
           IF BANK-FILE-AT-END
               MOVE "Statement file is empty" TO FEED-FAIL-REASON
           ELSE
               MOVE BANK-RECORD (1:24) TO FEED-HEADER-WORK
               IF FH-TAG NOT = "HDR"
                   MOVE "Control header missing"
                       TO FEED-FAIL-REASON
               ELSE
                   MOVE FH-RECORD-COUNT TO EXPECTED-COUNT
                   MOVE FH-AMOUNT-TOTAL TO EXPECTED-TOTAL
                   PERFORM SUM-ONE-FEED-ROW
                       UNTIL BANK-FILE-AT-END
                   PERFORM COMPARE-FEED-CONTROLS.

       SUM-ONE-FEED-ROW.
           READ BANK-FILE
               AT END SET BANK-FILE-AT-END TO TRUE.
           IF NOT BANK-FILE-AT-END
               ADD 1 TO ACTUAL-COUNT
               ADD BK-AMOUNT TO ACTUAL-TOTAL.

       COMPARE-FEED-CONTROLS.
           IF ACTUAL-COUNT NOT = EXPECTED-COUNT
               MOVE "Record count mismatch" TO FEED-FAIL-REASON
           ELSE
               IF ACTUAL-TOTAL NOT = EXPECTED-TOTAL
                   MOVE "Amount hash total mismatch"
                       TO FEED-FAIL-REASON
               ELSE
                   SET FEED-VALID TO TRUE.

       SKIP-FEED-HEADER.
           READ BANK-FILE
               AT END SET BANK-FILE-AT-END TO TRUE.

       WRITE-ACK-FILE.
           OPEN OUTPUT ACK-FILE.
           IF FEED-VALID
               MOVE "BANKLOAD STATEMENT ACCEPTED" TO ACK-LINE
           ELSE
               MOVE SPACE TO ACK-LINE
               STRING "BANKLOAD STATEMENT REJECTED: " DELIMITED BY SIZE
                   FEED-FAIL-REASON DELIMITED BY SIZE
                   INTO ACK-LINE
               END-STRING.
           WRITE ACK-LINE.
           MOVE "Records in feed:    " TO AK-LABEL.
           MOVE ACTUAL-COUNT TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           MOVE "Amount total:       " TO AK-LABEL.
           MOVE ACTUAL-TOTAL TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           MOVE "Applied:            " TO AK-LABEL.
           MOVE APPLIED-COUNT TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           MOVE "Applied amount:     " TO AK-LABEL.
           MOVE APPLIED-TOTAL TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           MOVE "To suspense:        " TO AK-LABEL.
           MOVE SUSPENSE-COUNT TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           MOVE "Suspense amount:    " TO AK-LABEL.
           MOVE SUSPENSE-TOTAL TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           MOVE "Already loaded:     " TO AK-LABEL.
           MOVE DUPLICATE-COUNT TO AK-VALUE.
           WRITE ACK-LINE FROM ACK-DETAIL.
           CLOSE ACK-FILE.

       INIT-PROGRAM.
           IF FEED-VALID
               OPEN INPUT BANK-FILE
           ELSE
               SET BANK-FILE-AT-END TO TRUE.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN I-O INVOICE-REGISTER-FILE.
           IF INVREG-FILE-STATUS = "35"
               OPEN OUTPUT INVOICE-REGISTER-FILE
               CLOSE INVOICE-REGISTER-FILE
               OPEN I-O INVOICE-REGISTER-FILE.
           OPEN I-O BANK-APPLIED-FILE.
           IF BANKAPP-FILE-STATUS = "35"
               OPEN OUTPUT BANK-APPLIED-FILE
               CLOSE BANK-APPLIED-FILE
               OPEN I-O BANK-APPLIED-FILE.
           MOVE "N" TO BANK-FILE-SW.
           MOVE ZERO TO APPLIED-COUNT.
           MOVE ZERO TO SUSPENSE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.

       PROGRAM-CLEANUP.
           IF FEED-VALID
               CLOSE BANK-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE BANK-APPLIED-FILE.

       LOAD-ONE-CREDIT.
           READ BANK-FILE
               AT END SET BANK-FILE-AT-END TO TRUE.
           IF NOT BANK-FILE-AT-END
               PERFORM CHECK-ALREADY-LOADED.

       CHECK-ALREADY-LOADED.
           MOVE BK-BANK-REF TO BA-BANK-REF.
           READ BANK-APPLIED-FILE
               INVALID KEY
                   PERFORM MATCH-AND-APPLY-CREDIT
               NOT INVALID KEY
                   ADD 1 TO DUPLICATE-COUNT.

       MATCH-AND-APPLY-CREDIT.
           MOVE "N" TO INVOICE-MATCHED-SW.
           MOVE SPACE TO SUSPENSE-REASON.
           PERFORM MATCH-BY-REFERENCE.
           IF NOT INVOICE-MATCHED
               PERFORM MATCH-BY-CUSTOMER-AMOUNT.
           IF INVOICE-MATCHED
               PERFORM APPLY-PAYMENT
           ELSE
               PERFORM WRITE-SUSPENSE-LINE.
           PERFORM WRITE-APPLIED-RECORD.

       MATCH-BY-REFERENCE.
           MOVE ZERO TO REF-INVOICE-NO.
           PERFORM FIND-REFERENCE-NUMBER
               VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > 25
                  OR REF-INVOICE-NO NOT = ZERO.
           IF REF-INVOICE-NO NOT = ZERO
               MOVE REF-INVOICE-NO TO IV-INVOICE-NO
               READ INVOICE-REGISTER-FILE
                   INVALID KEY
                       MOVE "Reference invoice not in register"
                           TO SUSPENSE-REASON
                   NOT INVALID KEY
                       PERFORM CHECK-REFERENCE-INVOICE.

       FIND-REFERENCE-NUMBER.
           IF BK-REFERENCE (REF-IDX:6) IS NUMERIC
               MOVE BK-REFERENCE (REF-IDX:6) TO REF-INVOICE-NO.

       CHECK-REFERENCE-INVOICE.
           IF IV-CREDIT-NOTE
               MOVE "Reference is a credit note" TO SUSPENSE-REASON
           ELSE
               IF IV-CURRENCY NOT = BK-CURRENCY
                   MOVE "Currency differs from invoice"
                       TO SUSPENSE-REASON
               ELSE
                   IF IV-PAID
                       MOVE "Reference invoice already paid"
                           TO SUSPENSE-REASON
                   ELSE
                       SET INVOICE-MATCHED TO TRUE.

       MATCH-BY-CUSTOMER-AMOUNT.
           MOVE ZERO TO CANDIDATE-COUNT.
           MOVE ZERO TO CANDIDATE-INVOICE-NO.
           IF BK-CUSTOMER-CODE NOT = SPACE
               MOVE "N" TO INVREG-SCAN-SW
               MOVE ZERO TO IV-INVOICE-NO
               START INVOICE-REGISTER-FILE
                   KEY IS NOT LESS THAN IV-INVOICE-NO
                   INVALID KEY SET INVREG-SCAN-DONE TO TRUE
               END-START
               PERFORM CHECK-ONE-CANDIDATE
                   UNTIL INVREG-SCAN-DONE.
           IF CANDIDATE-COUNT = 1
               MOVE CANDIDATE-INVOICE-NO TO IV-INVOICE-NO
               READ INVOICE-REGISTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET INVOICE-MATCHED TO TRUE
               END-READ
           ELSE
               IF CANDIDATE-COUNT > 1
                   MOVE "Ambiguous - several invoices match"
                       TO SUSPENSE-REASON
               ELSE
                   IF SUSPENSE-REASON = SPACE
                       MOVE "No matching invoice"
                           TO SUSPENSE-REASON.

       CHECK-ONE-CANDIDATE.
           READ INVOICE-REGISTER-FILE NEXT
               AT END SET INVREG-SCAN-DONE TO TRUE.
           IF NOT INVREG-SCAN-DONE
              AND IV-INVOICE
              AND NOT IV-PAID
              AND IV-CUSTOMER-CODE = BK-CUSTOMER-CODE
              AND IV-CURRENCY = BK-CURRENCY
               COMPUTE OUTSTANDING-AMOUNT = IV-GROSS-AMOUNT
                   - IV-PAID-AMOUNT - IV-CREDITED-AMOUNT
               IF OUTSTANDING-AMOUNT = BK-AMOUNT
                   ADD 1 TO CANDIDATE-COUNT
                   MOVE IV-INVOICE-NO TO CANDIDATE-INVOICE-NO.

       APPLY-PAYMENT.
           ADD BK-AMOUNT TO IV-PAID-AMOUNT.
           MOVE BK-VALUE-DATE TO IV-PAID-DATE.
           IF IV-PAID-AMOUNT + IV-CREDITED-AMOUNT >= IV-GROSS-AMOUNT
               SET IV-PAID TO TRUE
           ELSE
               SET IV-PART-PAID TO TRUE.
           REWRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   MOVE "APPLY-PAYMENT" TO EQ-PARAGRAPH
                   MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
                   MOVE IV-INVOICE-NO TO EQ-KEY
                   MOVE INVREG-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   MOVE "N" TO INVOICE-MATCHED-SW
                   MOVE "Error updating invoice register"
                       TO SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-LINE
               NOT INVALID KEY
                   ADD 1 TO APPLIED-COUNT
                   ADD BK-AMOUNT TO APPLIED-TOTAL.

       WRITE-APPLIED-RECORD.
           MOVE BK-BANK-REF TO BA-BANK-REF.
           IF INVOICE-MATCHED
               MOVE IV-INVOICE-NO TO BA-INVOICE-NO
           ELSE
               MOVE ZERO TO BA-INVOICE-NO.
           MOVE BK-AMOUNT TO BA-AMOUNT.
           MOVE CURRENT-DATE-NUM TO BA-APPLIED-DATE.
           WRITE BANK-APPLIED-RECORD
               INVALID KEY
                   MOVE "WRITE-APPLIED-RECORD" TO EQ-PARAGRAPH
                   MOVE "BANK-APPLIED-FILE" TO EQ-FILE
                   MOVE BA-BANK-REF TO EQ-KEY
                   MOVE BANKAPP-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       WRITE-SUSPENSE-LINE.
           ADD 1 TO SUSPENSE-COUNT.
           ADD BK-AMOUNT TO SUSPENSE-TOTAL.
           MOVE BK-AMOUNT TO SHOW-MONEY.
           MOVE SPACE TO SUSPENSE-LINE.
           STRING
               BK-BANK-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BK-VALUE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SHOW-MONEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BK-CURRENCY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BK-CUSTOMER-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BK-REFERENCE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM (SUSPENSE-REASON) DELIMITED BY SIZE
               INTO SUSPENSE-LINE
           END-STRING.
           WRITE SUSPENSE-LINE.
