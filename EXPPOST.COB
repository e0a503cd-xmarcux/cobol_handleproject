       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPPOST.

      ****************************************
      * Batch program that posts every
      * leader-approved (EXPAPPR), unposted
      * expense claim line to the project as
      * a COST-LINE-FILE record: the amount
      * is converted from the receipt
      * currency into the project's currency
      * at the rate in force on the expense
      * date (RATEFOR), the line is billable
      * when the project has a customer, and
      * the note carries the claimant and
      * receipt reference. The amount is
      * rolled into PR-COST as when an
      * editor adds a cost line, with every
      * project update written to AUDIT-FILE,
      * and the claim line is marked posted
      * so it is never posted twice. Each
      * posted line is also written, in NOK,
      * to the reimbursement file
      * REIMBURSE.TXT for the payroll and
      * payments team, with a control total.
      * Lines dated in a closed accounting
      * period (per PERIODOK) are held back
      * until the period is reopened.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCEXPCLM.COB".
           COPY "FCCOSTLN.COB".
           COPY "FCAUDIT.COB".
           SELECT REIMBURSE-FILE ASSIGN TO "REIMBURSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDEXPCLM.COB".
           COPY "FDCOSTLN.COB".
           COPY "FDAUDIT.COB".

       FD  REIMBURSE-FILE
               LABEL RECORDS ARE STANDARD.
       01  REIMBURSE-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       77  EXPCLM-FILE-STATUS       PIC XX      VALUE SPACE.
       77  COSTLN-FILE-STATUS       PIC XX      VALUE SPACE.
       77  POSTED-COUNT             PIC 9(7)    VALUE ZERO.
       77  SKIPPED-COUNT            PIC 9(7)    VALUE ZERO.
       77  CLOSED-SKIP-COUNT        PIC 9(7)    VALUE ZERO.
       77  CHECK-PERIOD             PIC 9(6)    VALUE ZERO.
       77  PERIOD-OPEN-ANSWER       PIC X       VALUE "Y".
       77  CLAIM-RATE               PIC 9(5)V9(4) VALUE 1.
       77  PROJECT-RATE             PIC 9(5)V9(4) VALUE 1.
       77  NOK-AMOUNT               PIC S9(10)V99 VALUE ZERO.
       77  POSTED-AMOUNT            PIC S9(10)V99 VALUE ZERO.
       77  TOTAL-NOK                PIC S9(12)V99 VALUE ZERO.
       77  NEXT-CL-SEQ              PIC 9(4)    VALUE ZERO.
       77  SHOW-MONEY               PIC Z(10)9.99- VALUE ZERO.

       01  CLAIM-FILE-SW            PIC X       VALUE "N".
           88  CLAIM-FILE-AT-END                VALUE "Y".

       01  EXPENSE-NOTE.
           05  FILLER               PIC X(4)    VALUE "EXP ".
           05  EN-EMPLOYEE-ID       PIC X(10).
           05  FILLER               PIC X       VALUE SPACE.
           05  EN-RECEIPT-REF       PIC X(20).
           05  FILLER               PIC X(5)    VALUE SPACE.

       01  REIMBURSE-DETAIL.
           05  RD-TYPE        PIC X(1)      VALUE "D".
           05  FILLER         PIC X         VALUE SPACE.
           05  RD-EMPLOYEE-ID PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  RD-CLAIM-NO    PIC 9(6).
           05  FILLER         PIC X         VALUE SPACE.
           05  RD-LINE-SEQ    PIC 9(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  RD-DATE        PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  RD-RECEIPT-REF PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  RD-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  RD-AMOUNT      PIC S9(8)V99.
           05  FILLER         PIC X         VALUE SPACE.
           05  RD-NOK-AMOUNT  PIC S9(10)V99.

       01  REIMBURSE-TOTAL.
           05  FILLER         PIC X(1)      VALUE "T".
           05  FILLER         PIC X         VALUE SPACE.
           05  RT-COUNT       PIC 9(7).
           05  FILLER         PIC X         VALUE SPACE.
           05  FILLER         PIC X(3)      VALUE "NOK".
           05  FILLER         PIC X         VALUE SPACE.
           05  RT-NOK-AMOUNT  PIC S9(12)V99.

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "EXPPOST".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM POST-ONE-CLAIM-LINE
           UNTIL CLAIM-FILE-AT-END.
       MOVE POSTED-COUNT TO RT-COUNT.
       MOVE TOTAL-NOK TO RT-NOK-AMOUNT.
       WRITE REIMBURSE-LINE FROM REIMBURSE-TOTAL.
       DISPLAY "Posted " POSTED-COUNT
           " expense claim line(s), skipped " SKIPPED-COUNT ".".
       IF CLOSED-SKIP-COUNT NOT = ZERO
           DISPLAY "Held back " CLOSED-SKIP-COUNT
               " line(s) in closed accounting period(s).".
       MOVE TOTAL-NOK TO SHOW-MONEY.
       DISPLAY "Reimbursement total NOK " SHOW-MONEY
           ", see REIMBURSE.TXT.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O PROJECT-FILE.
           OPEN I-O EXPENSE-CLAIM-FILE.
           IF EXPCLM-FILE-STATUS NOT = "00"
               SET CLAIM-FILE-AT-END TO TRUE.
           OPEN I-O COST-LINE-FILE.
           IF COSTLN-FILE-STATUS = "35"
               OPEN OUTPUT COST-LINE-FILE
               CLOSE COST-LINE-FILE
               OPEN I-O COST-LINE-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT REIMBURSE-FILE.
           MOVE ZERO TO POSTED-COUNT.
           MOVE ZERO TO SKIPPED-COUNT.
           MOVE ZERO TO CLOSED-SKIP-COUNT.
           MOVE ZERO TO TOTAL-NOK.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           IF EXPCLM-FILE-STATUS NOT = "35"
               CLOSE EXPENSE-CLAIM-FILE.
           CLOSE COST-LINE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REIMBURSE-FILE.

       POST-ONE-CLAIM-LINE.
           READ EXPENSE-CLAIM-FILE NEXT
               AT END SET CLAIM-FILE-AT-END TO TRUE.
           IF NOT CLAIM-FILE-AT-END
               IF EC-APPROVED AND NOT EC-POSTED
                   COMPUTE CHECK-PERIOD = EC-DATE / 100
                   CALL "PERIODOK" USING CHECK-PERIOD
                                         PERIOD-OPEN-ANSWER
                   IF PERIOD-OPEN-ANSWER = "N"
                       ADD 1 TO CLOSED-SKIP-COUNT
                   ELSE
                       PERFORM POST-TO-PROJECT.

       POST-TO-PROJECT.
           MOVE EC-NUMBER TO PR-NUMBER.
           READ PROJECT-FILE
               INVALID KEY
                   DISPLAY "Project " EC-NUMBER (1:20)
                       " not found, claim line skipped"
                   ADD 1 TO SKIPPED-COUNT
               NOT INVALID KEY
                   PERFORM CONVERT-CLAIM-AMOUNT
                   PERFORM FIND-NEXT-CL-SEQ
                   PERFORM WRITE-EXPENSE-COST-LINE.

       CONVERT-CLAIM-AMOUNT.
           MOVE 1 TO CLAIM-RATE.
           IF EC-CURRENCY NOT = "NOK"
               CALL "RATEFOR" USING CLAIM-RATE
                                    EC-CURRENCY
                                    EC-DATE.
           MOVE 1 TO PROJECT-RATE.
           IF PR-CURRENCY NOT = "NOK"
               CALL "RATEFOR" USING PROJECT-RATE
                                    PR-CURRENCY
                                    EC-DATE.
           COMPUTE NOK-AMOUNT ROUNDED = EC-AMOUNT * CLAIM-RATE.
           COMPUTE POSTED-AMOUNT ROUNDED = NOK-AMOUNT / PROJECT-RATE.

       FIND-NEXT-CL-SEQ.
           MOVE ZERO TO NEXT-CL-SEQ.
           MOVE PR-NUMBER TO CL-NUMBER.
           MOVE ZERO TO CL-SEQ.
           START COST-LINE-FILE KEY IS NOT LESS THAN CL-KEY
               INVALID KEY MOVE SPACE TO CL-NUMBER.
           PERFORM CHECK-ONE-CL-SEQ
               UNTIL CL-NUMBER NOT = PR-NUMBER.
           ADD 1 TO NEXT-CL-SEQ.

       CHECK-ONE-CL-SEQ.
           READ COST-LINE-FILE NEXT
               AT END MOVE SPACE TO CL-NUMBER.
           IF CL-NUMBER = PR-NUMBER
              AND CL-SEQ > NEXT-CL-SEQ
               MOVE CL-SEQ TO NEXT-CL-SEQ.

       WRITE-EXPENSE-COST-LINE.
           MOVE PR-NUMBER TO CL-NUMBER.
           MOVE NEXT-CL-SEQ TO CL-SEQ.
           MOVE EC-CATEGORY TO CL-CATEGORY.
           MOVE POSTED-AMOUNT TO CL-AMOUNT.
           MOVE EC-DATE TO CL-DATE.
           MOVE EC-EMPLOYEE-ID TO EN-EMPLOYEE-ID.
           MOVE EC-RECEIPT-REF TO EN-RECEIPT-REF.
           MOVE EXPENSE-NOTE TO CL-NOTE.
           IF PR-CUSTOMER-CODE NOT = SPACE
               MOVE "Y" TO CL-BILLABLE-FLAG
           ELSE
               MOVE "N" TO CL-BILLABLE-FLAG.
           MOVE "N" TO CL-BILLED-FLAG.
           MOVE SPACE TO CL-TAX-CODE.
           MOVE "N" TO CL-EXPORTED-FLAG.
           WRITE COST-LINE-RECORD
               INVALID KEY
                   DISPLAY "Error adding cost line for project "
                       PR-NUMBER (1:20)
                   MOVE "WRITE-EXPENSE-COST-LINE" TO EQ-PARAGRAPH
                   MOVE "COST-LINE-FILE" TO EQ-FILE
                   MOVE CL-KEY TO EQ-KEY
                   MOVE COSTLN-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   ADD 1 TO SKIPPED-COUNT
               NOT INVALID KEY
                   PERFORM ROLL-INTO-PROJECT-COST
                   PERFORM MARK-CLAIM-LINE-POSTED
                   PERFORM WRITE-REIMBURSE-DETAIL.

       ROLL-INTO-PROJECT-COST.
           MOVE "PR-COST" TO AU-CHANGED-FIELD.
           MOVE PR-COST TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-BEFORE-VALUE.
           ADD POSTED-AMOUNT TO PR-COST.
           MOVE PR-COST TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-AFTER-VALUE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO PR-LAST-ACTIVITY-DATE.
           REWRITE PROJECT-RECORD
               INVALID KEY
                   DISPLAY "Error updating project " PR-NUMBER (1:20)
                   MOVE "ROLL-INTO-PROJECT-COST" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   MOVE "REWRITE" TO AU-OPERATION
                   MOVE "PROJECT-FILE" TO AU-FILE
                   MOVE PR-NUMBER TO AU-KEY
                   PERFORM WRITE-AUDIT-RECORD.

       MARK-CLAIM-LINE-POSTED.
           SET EC-POSTED TO TRUE.
           MOVE AU-TS-DATE TO EC-POSTED-DATE.
           MOVE NEXT-CL-SEQ TO EC-CL-SEQ.
           REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "Error flagging claim line posted"
                   MOVE "MARK-CLAIM-LINE-POSTED" TO EQ-PARAGRAPH
                   MOVE "EXPENSE-CLAIM-FILE" TO EQ-FILE
                   MOVE EC-KEY TO EQ-KEY
                   MOVE EXPCLM-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           ADD 1 TO POSTED-COUNT.

       WRITE-REIMBURSE-DETAIL.
           MOVE EC-EMPLOYEE-ID TO RD-EMPLOYEE-ID.
           MOVE EC-CLAIM-NO TO RD-CLAIM-NO.
           MOVE EC-LINE-SEQ TO RD-LINE-SEQ.
           MOVE EC-DATE TO RD-DATE.
           MOVE EC-RECEIPT-REF TO RD-RECEIPT-REF.
           MOVE EC-CURRENCY TO RD-CURRENCY.
           MOVE EC-AMOUNT TO RD-AMOUNT.
           MOVE NOK-AMOUNT TO RD-NOK-AMOUNT.
           WRITE REIMBURSE-LINE FROM REIMBURSE-DETAIL.
           ADD NOK-AMOUNT TO TOTAL-NOK.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AU-DATE.
           MOVE AU-TS-TIME TO AU-TIME.
           MOVE "EXPPOST" TO AU-PROGRAM.
           MOVE "BATCH" TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
