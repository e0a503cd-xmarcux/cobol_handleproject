       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.

      ****************************************
      * Batch program that chases overdue
      * receivables: every open or part-paid
      * invoice in the invoice register past
      * its due date is given the next
      * dunning level (first reminder,
      * second reminder, final notice) and
      * listed in a reminder letter per
      * customer (DUNNING_<code>.TXT) with
      * the customer's contact and the
      * amounts still outstanding. The level
      * reached and the date sent are stored
      * on the invoice, so the next run
      * escalates rather than repeats, and
      * an invoice is not chased again until
      * the dunning interval has passed.
      * Customers on billing hold, and
      * customers who have paid anything in
      * the last few days (DUNNING.CFG,
      * default 7 days), are skipped. A
      * control report of what was sent is
      * written to DUNNING_CONTROL.TXT. No
      * operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCINVREG.COB".
           COPY "FCCUST.COB".
           COPY "FCDUNCUT.COB".
           SELECT LETTER-FILE ASSIGN TO LETTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "DUNNING_CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDINVREG.COB".
           COPY "FDCUST.COB".
           COPY "FDDUNCUT.COB".

       FD  LETTER-FILE
               LABEL RECORDS ARE STANDARD.
       01  LETTER-LINE              PIC X(120).

       FD  CONTROL-FILE
               LABEL RECORDS ARE STANDARD.
       01  CONTROL-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       77  INVREG-FILE-STATUS       PIC XX      VALUE SPACE.
       77  DUNCUT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  LETTER-FILE-NAME         PIC X(30)   VALUE SPACE.
       77  GRACE-DAYS               PIC 9(4)    VALUE ZERO.
       77  DEFAULT-GRACE-DAYS       PIC 9(4)    VALUE 7.
       77  DUNNING-INTERVAL-DAYS    PIC 9(4)    VALUE 14.
       77  TODAY-INTEGER            PIC S9(9)   VALUE ZERO.
       77  DAYS-SINCE               PIC S9(9)   VALUE ZERO.
       77  OUTSTANDING-AMOUNT       PIC S9(10)V99 VALUE ZERO.
       77  READ-COUNT               PIC 9(7)    VALUE ZERO.
       77  DUNNED-COUNT             PIC 9(7)    VALUE ZERO.
       77  HELD-COUNT               PIC 9(7)    VALUE ZERO.
       77  RECENT-PAID-COUNT        PIC 9(7)    VALUE ZERO.
       77  FINAL-SENT-COUNT         PIC 9(7)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  PAYER-IDX                PIC 9(3)    VALUE ZERO.
       77  PAYER-COUNT              PIC 9(3)    VALUE ZERO.
       77  LETTER-IDX               PIC 9(3)    VALUE ZERO.
       77  LETTER-COUNT             PIC 9(3)    VALUE ZERO.
       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  INVREG-FILE-SW           PIC X       VALUE "N".
           88  INVREG-FILE-AT-END               VALUE "Y".
       01  PAYER-KNOWN-SW           PIC X       VALUE "N".
           88  PAYER-KNOWN                      VALUE "Y".
       01  LETTER-OPENED-SW         PIC X       VALUE "N".
           88  LETTER-OPENED                    VALUE "Y".

       01  RECENT-PAYER-LIST.
           05  RECENT-PAYER         PIC X(10)   OCCURS 200 TIMES.

       01  OPENED-LETTER-LIST.
           05  OPENED-LETTER        PIC X(10)   OCCURS 200 TIMES.

       01  DUNNING-LEVEL-NAMES.
           05  FILLER               PIC X(16)   VALUE
               "FIRST REMINDER".
           05  FILLER               PIC X(16)   VALUE
               "SECOND REMINDER".
           05  FILLER               PIC X(16)   VALUE
               "FINAL NOTICE".
       01  DUNNING-LEVEL-TABLE REDEFINES DUNNING-LEVEL-NAMES.
           05  LEVEL-NAME           PIC X(16)   OCCURS 3 TIMES.

       01  LETTER-HEADER.
           05  FILLER         PIC X(21)
               VALUE "PAYMENT REMINDER TO ".
           05  LH-CUSTOMER    PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  LH-NAME        PIC X(30).
           05  FILLER         PIC X(6)      VALUE " date ".
           05  LH-DATE        PIC 9(8).

       01  LETTER-CONTACT.
           05  FILLER         PIC X(21)     VALUE "Attention:".
           05  LC-CONTACT     PIC X(30).

       01  LETTER-DETAIL.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  LD-INVOICE-NO  PIC 9(6).
           05  FILLER         PIC X(5)      VALUE " due ".
           05  LD-DUE-DATE    PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  LD-OUTSTANDING PIC Z(9)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  LD-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  LD-LEVEL-NAME  PIC X(16).

       01  CONTROL-DETAIL.
           05  CT-CUSTOMER    PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  CT-INVOICE-NO  PIC 9(6).
           05  FILLER         PIC X         VALUE SPACE.
           05  CT-OUTSTANDING PIC Z(9)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  CT-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  CT-LEVEL-NAME  PIC X(16).

       01  CONTROL-SUMMARY.
           05  CS-TEXT        PIC X(36).
           05  CS-COUNT       PIC Z(6)9.

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "DUNNING".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "DUNNING".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM RECORD-RUN-START.
       PERFORM INIT-PROGRAM.
       PERFORM COLLECT-RECENT-PAYERS.
       PERFORM START-REGISTER-SCAN.
       PERFORM DUN-ONE-INVOICE
           UNTIL INVREG-FILE-AT-END.
       PERFORM WRITE-CONTROL-SUMMARY.
       DISPLAY "Sent " DUNNED-COUNT " reminder(s) in " LETTER-COUNT
           " letter(s), see DUNNING_CONTROL.TXT.".
       PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O INVOICE-REGISTER-FILE.
           IF INVREG-FILE-STATUS NOT = "00"
              AND INVREG-FILE-STATUS NOT = "35"
               MOVE "INIT-PROGRAM" TO EQ-PARAGRAPH
               MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
               MOVE SPACE TO EQ-KEY
               MOVE INVREG-FILE-STATUS TO EQ-STATUS
               CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF INVREG-FILE-STATUS NOT = "00"
               SET INVREG-FILE-AT-END TO TRUE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT CONTROL-FILE.
           PERFORM LOAD-GRACE-DAYS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (CURRENT-DATE-NUM).
           MOVE ZERO TO PAYER-COUNT.
           MOVE ZERO TO LETTER-COUNT.

       LOAD-GRACE-DAYS.
           MOVE ZERO TO GRACE-DAYS.
           OPEN INPUT DUNCUT-FILE.
           IF DUNCUT-FILE-STATUS NOT = "00"
              AND DUNCUT-FILE-STATUS NOT = "35"
               MOVE "LOAD-GRACE-DAYS" TO EQ-PARAGRAPH
               MOVE "DUNCUT-FILE" TO EQ-FILE
               MOVE SPACE TO EQ-KEY
               MOVE DUNCUT-FILE-STATUS TO EQ-STATUS
               CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF DUNCUT-FILE-STATUS = "00"
               READ DUNCUT-FILE INTO GRACE-DAYS
                   AT END MOVE ZERO TO GRACE-DAYS
               END-READ
               CLOSE DUNCUT-FILE.
           IF GRACE-DAYS = ZERO
               MOVE DEFAULT-GRACE-DAYS TO GRACE-DAYS.

       PROGRAM-CLEANUP.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE CONTROL-FILE.

       COLLECT-RECENT-PAYERS.
           PERFORM START-REGISTER-SCAN.
           PERFORM CHECK-ONE-PAYMENT
               UNTIL INVREG-FILE-AT-END.

       START-REGISTER-SCAN.
           IF INVREG-FILE-STATUS = "00"
               MOVE "N" TO INVREG-FILE-SW
               MOVE ZERO TO IV-INVOICE-NO
               START INVOICE-REGISTER-FILE
                   KEY IS NOT LESS THAN IV-INVOICE-NO
                   INVALID KEY SET INVREG-FILE-AT-END TO TRUE.

       CHECK-ONE-PAYMENT.
           READ INVOICE-REGISTER-FILE NEXT
               AT END SET INVREG-FILE-AT-END TO TRUE.
           IF NOT INVREG-FILE-AT-END
              AND IV-PAID-DATE NOT = ZERO
               COMPUTE DAYS-SINCE = TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE (IV-PAID-DATE)
               IF DAYS-SINCE <= GRACE-DAYS
                   PERFORM FIND-RECENT-PAYER
                   IF NOT PAYER-KNOWN
                      AND PAYER-COUNT < 200
                       ADD 1 TO PAYER-COUNT
                       MOVE IV-CUSTOMER-CODE
                           TO RECENT-PAYER (PAYER-COUNT).

       FIND-RECENT-PAYER.
           MOVE "N" TO PAYER-KNOWN-SW.
           PERFORM CHECK-ONE-RECENT-PAYER
               VARYING PAYER-IDX FROM 1 BY 1
               UNTIL PAYER-IDX > PAYER-COUNT OR PAYER-KNOWN.

       CHECK-ONE-RECENT-PAYER.
           IF RECENT-PAYER (PAYER-IDX) = IV-CUSTOMER-CODE
               SET PAYER-KNOWN TO TRUE.

       DUN-ONE-INVOICE.
           READ INVOICE-REGISTER-FILE NEXT
               AT END SET INVREG-FILE-AT-END TO TRUE.
           IF NOT INVREG-FILE-AT-END
               ADD 1 TO READ-COUNT
               IF IV-INVOICE
                  AND NOT IV-PAID
                  AND IV-DUE-DATE NOT = ZERO
                  AND IV-DUE-DATE < CURRENT-DATE-NUM
                   PERFORM CHECK-INVOICE-DUNNING.

       CHECK-INVOICE-DUNNING.
           COMPUTE OUTSTANDING-AMOUNT = IV-GROSS-AMOUNT
               - IV-PAID-AMOUNT - IV-CREDITED-AMOUNT.
           IF OUTSTANDING-AMOUNT > ZERO
               PERFORM CHECK-DUNNING-INTERVAL.

       CHECK-DUNNING-INTERVAL.
           MOVE DUNNING-INTERVAL-DAYS TO DAYS-SINCE.
           IF IV-DUNNED-DATE NOT = ZERO
               COMPUTE DAYS-SINCE = TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE (IV-DUNNED-DATE).
           IF DAYS-SINCE >= DUNNING-INTERVAL-DAYS
               IF IV-DUNNING-LEVEL >= 3
                   ADD 1 TO FINAL-SENT-COUNT
               ELSE
                   PERFORM CHECK-CUSTOMER-SKIP.

       CHECK-CUSTOMER-SKIP.
           MOVE IV-CUSTOMER-CODE TO CU-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACE TO CU-NAME
                   MOVE SPACE TO CU-CONTACT
                   MOVE "N" TO CU-HOLD-FLAG
           END-READ.
           PERFORM FIND-RECENT-PAYER.
           IF CU-ON-HOLD
               ADD 1 TO HELD-COUNT
           ELSE
               IF PAYER-KNOWN
                   ADD 1 TO RECENT-PAID-COUNT
               ELSE
                   PERFORM SEND-REMINDER.

       SEND-REMINDER.
           PERFORM CHECK-LETTER-OPENED.
           IF NOT LETTER-OPENED
              AND LETTER-COUNT >= 200
               ADD 1 TO DROPPED-COUNT
           ELSE
               ADD 1 TO IV-DUNNING-LEVEL
               MOVE CURRENT-DATE-NUM TO IV-DUNNED-DATE
               REWRITE INVOICE-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Error updating dunning level on "
                           IV-INVOICE-NO
                       MOVE "SEND-REMINDER" TO EQ-PARAGRAPH
                       MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
                       MOVE IV-INVOICE-NO TO EQ-KEY
                       MOVE INVREG-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       PERFORM WRITE-REMINDER-LINES.

       WRITE-REMINDER-LINES.
           PERFORM OPEN-CUSTOMER-LETTER.
           MOVE IV-INVOICE-NO TO LD-INVOICE-NO.
           MOVE IV-DUE-DATE TO LD-DUE-DATE.
           MOVE OUTSTANDING-AMOUNT TO LD-OUTSTANDING.
           MOVE IV-CURRENCY TO LD-CURRENCY.
           MOVE LEVEL-NAME (IV-DUNNING-LEVEL) TO LD-LEVEL-NAME.
           WRITE LETTER-LINE FROM LETTER-DETAIL.
           CLOSE LETTER-FILE.
           MOVE IV-CUSTOMER-CODE TO CT-CUSTOMER.
           MOVE IV-INVOICE-NO TO CT-INVOICE-NO.
           MOVE OUTSTANDING-AMOUNT TO CT-OUTSTANDING.
           MOVE IV-CURRENCY TO CT-CURRENCY.
           MOVE LEVEL-NAME (IV-DUNNING-LEVEL) TO CT-LEVEL-NAME.
           WRITE CONTROL-LINE FROM CONTROL-DETAIL.
           ADD 1 TO DUNNED-COUNT.

       OPEN-CUSTOMER-LETTER.
           MOVE SPACE TO LETTER-FILE-NAME.
           STRING "DUNNING_" DELIMITED BY SIZE
               FUNCTION TRIM (IV-CUSTOMER-CODE) DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO LETTER-FILE-NAME.
           IF LETTER-OPENED
               OPEN EXTEND LETTER-FILE
           ELSE
               OPEN OUTPUT LETTER-FILE
               ADD 1 TO LETTER-COUNT
               MOVE IV-CUSTOMER-CODE TO OPENED-LETTER (LETTER-COUNT)
               MOVE IV-CUSTOMER-CODE TO LH-CUSTOMER
               MOVE CU-NAME TO LH-NAME
               MOVE CURRENT-DATE-NUM TO LH-DATE
               WRITE LETTER-LINE FROM LETTER-HEADER
               MOVE CU-CONTACT TO LC-CONTACT
               WRITE LETTER-LINE FROM LETTER-CONTACT.

       CHECK-LETTER-OPENED.
           MOVE "N" TO LETTER-OPENED-SW.
           PERFORM CHECK-ONE-OPENED-LETTER
               VARYING LETTER-IDX FROM 1 BY 1
               UNTIL LETTER-IDX > LETTER-COUNT OR LETTER-OPENED.

       CHECK-ONE-OPENED-LETTER.
           IF OPENED-LETTER (LETTER-IDX) = IV-CUSTOMER-CODE
               SET LETTER-OPENED TO TRUE.

       WRITE-CONTROL-SUMMARY.
           MOVE "Reminders sent:" TO CS-TEXT.
           MOVE DUNNED-COUNT TO CS-COUNT.
           WRITE CONTROL-LINE FROM CONTROL-SUMMARY.
           MOVE "Skipped, customer on hold:" TO CS-TEXT.
           MOVE HELD-COUNT TO CS-COUNT.
           WRITE CONTROL-LINE FROM CONTROL-SUMMARY.
           MOVE "Skipped, customer paid recently:" TO CS-TEXT.
           MOVE RECENT-PAID-COUNT TO CS-COUNT.
           WRITE CONTROL-LINE FROM CONTROL-SUMMARY.
           MOVE "Final notice already sent:" TO CS-TEXT.
           MOVE FINAL-SENT-COUNT TO CS-COUNT.
           WRITE CONTROL-LINE FROM CONTROL-SUMMARY.
           IF DROPPED-COUNT NOT = ZERO
               MOVE "Not sent, customer list full:" TO CS-TEXT
               MOVE DROPPED-COUNT TO CS-COUNT
               WRITE CONTROL-LINE FROM CONTROL-SUMMARY
               DISPLAY "Warning: customer list full, " DROPPED-COUNT
                   " reminder(s) not sent - run again.".

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
           IF RQ-ALREADY-RAN = "Y"
               DISPLAY "Warning: DUNNING already completed today,"
               DISPLAY "running it again.".

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE READ-COUNT TO RQ-READ-COUNT.
           MOVE DUNNED-COUNT TO RQ-WRITE-COUNT.
           COMPUTE RQ-REJECT-COUNT = HELD-COUNT + RECENT-PAID-COUNT.
           MOVE "OK" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
