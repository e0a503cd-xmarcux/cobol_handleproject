       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURGEN.

      ****************************************
      * Batch program that generates the due
      * cost lines from the recurring cost
      * templates (RECURADD). For every
      * template each period from the one
      * after its last generated period (or
      * its start month) up to the current
      * month, and not past its end date,
      * is due when the template is monthly,
      * or every third month from the start
      * month when quarterly. A due period
      * gets a COST-LINE-FILE record dated
      * the first of the month (the start
      * date in the start month), with the
      * template amount converted from its
      * currency into the project's at the
      * rate of that date (RATEFOR), its
      * category, billable flag and tax
      * code, rolled into PR-COST with the
      * change written to AUDIT-FILE. Due
      * periods that are closed (PERIODOK)
      * are skipped and listed. The last
      * generated period is stored on the
      * template after every period, so a
      * rerun never creates a line twice.
      * Templates of cancelled or removed
      * projects are left alone. Listing in
      * RECURRING_COSTS.TXT. Runs in the
      * NIGHTRUN chain. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCRECUR.COB".
           COPY "FCCOSTLN.COB".
           COPY "FCAUDIT.COB".
           SELECT PRINT-FILE ASSIGN TO "RECURRING_COSTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDRECUR.COB".
           COPY "FDCOSTLN.COB".
           COPY "FDAUDIT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  RECUR-FILE-STATUS        PIC XX      VALUE SPACE.
       77  COSTLN-FILE-STATUS       PIC XX      VALUE SPACE.
       77  READ-COUNT               PIC 9(7)    VALUE ZERO.
       77  GENERATED-COUNT          PIC 9(7)    VALUE ZERO.
       77  SKIPPED-COUNT            PIC 9(7)    VALUE ZERO.
       77  CLOSED-SKIP-COUNT        PIC 9(7)    VALUE ZERO.
       77  CURRENT-PERIOD           PIC 9(6)    VALUE ZERO.
       77  START-PERIOD             PIC 9(6)    VALUE ZERO.
       77  LIMIT-PERIOD             PIC 9(6)    VALUE ZERO.
       77  GEN-PERIOD               PIC 9(6)    VALUE ZERO.
       77  GEN-YEAR                 PIC 9(4)    VALUE ZERO.
       77  GEN-MONTH                PIC 9(2)    VALUE ZERO.
       77  START-YEAR               PIC 9(4)    VALUE ZERO.
       77  START-MONTH              PIC 9(2)    VALUE ZERO.
       77  MONTHS-FROM-START        PIC 9(5)    VALUE ZERO.
       77  CHECK-PERIOD             PIC 9(6)    VALUE ZERO.
       77  PERIOD-OPEN-ANSWER       PIC X       VALUE "Y".
       77  COST-DATE                PIC 9(8)    VALUE ZERO.
       77  TEMPLATE-RATE            PIC 9(5)V9(4) VALUE 1.
       77  PROJECT-RATE             PIC 9(5)V9(4) VALUE 1.
       77  NOK-AMOUNT               PIC S9(10)V99 VALUE ZERO.
       77  POSTED-AMOUNT            PIC S9(10)V99 VALUE ZERO.
       77  NEXT-CL-SEQ              PIC 9(4)    VALUE ZERO.
       77  SHOW-MONEY               PIC Z(10)9.99- VALUE ZERO.

       01  TEMPLATE-FILE-SW         PIC X       VALUE "N".
           88  TEMPLATE-FILE-AT-END             VALUE "Y".
       01  PERIOD-DUE-SW            PIC X       VALUE "N".
           88  PERIOD-DUE                       VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  RECURRING-NOTE.
           05  FILLER               PIC X(4)    VALUE "REC ".
           05  RN-SEQ               PIC 9(3).
           05  FILLER               PIC X       VALUE SPACE.
           05  RN-PERIOD            PIC 9(6).
           05  FILLER               PIC X       VALUE SPACE.
           05  RN-DESCRIPTION       PIC X(25).

       01  HEADER-LINE.
           05  FILLER         PIC X(40)
               VALUE "Handle Project - Recurring cost lines".
           05  FILLER         PIC X(6)      VALUE "as of ".
           05  HL-DATE        PIC 9(8).

       01  DETAIL-LINE.
           05  DL-NUMBER      PIC X(30).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-SEQ         PIC 9(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-CATEGORY    PIC X(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-PERIOD      PIC 9(6).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-DATE        PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-AMOUNT      PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-STATUS      PIC X(30).

       01  SUMMARY-LINE.
           05  FILLER         PIC X(11)     VALUE "Generated: ".
           05  SM-GENERATED   PIC Z(6)9.
           05  FILLER         PIC X(19)     VALUE ", closed periods: ".
           05  SM-CLOSED      PIC Z(6)9.
           05  FILLER         PIC X(21)
               VALUE ", templates skipped: ".
           05  SM-SKIPPED     PIC Z(6)9.

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "RECURGEN".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "RECURGEN".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM RECORD-RUN-START.
       PERFORM INIT-PROGRAM.
       PERFORM GENERATE-ONE-TEMPLATE
           UNTIL TEMPLATE-FILE-AT-END.
       MOVE GENERATED-COUNT TO SM-GENERATED.
       MOVE CLOSED-SKIP-COUNT TO SM-CLOSED.
       MOVE SKIPPED-COUNT TO SM-SKIPPED.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY "Generated " GENERATED-COUNT
           " recurring cost line(s), see RECURRING_COSTS.TXT.".
       IF CLOSED-SKIP-COUNT NOT = ZERO
           DISPLAY "Skipped " CLOSED-SKIP-COUNT
               " due line(s) in closed accounting period(s).".
       PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O PROJECT-FILE.
           OPEN I-O RECURRING-COST-FILE.
           IF RECUR-FILE-STATUS NOT = "00"
              AND RECUR-FILE-STATUS NOT = "35"
               MOVE "INIT-PROGRAM" TO EQ-PARAGRAPH
               MOVE "RECURRING-COST-FILE" TO EQ-FILE
               MOVE SPACE TO EQ-KEY
               MOVE RECUR-FILE-STATUS TO EQ-STATUS
               CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF RECUR-FILE-STATUS NOT = "00"
               SET TEMPLATE-FILE-AT-END TO TRUE.
           OPEN I-O COST-LINE-FILE.
           IF COSTLN-FILE-STATUS = "35"
               OPEN OUTPUT COST-LINE-FILE
               CLOSE COST-LINE-FILE
               OPEN I-O COST-LINE-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           COMPUTE CURRENT-PERIOD = CURRENT-DATE-NUM / 100.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.
           MOVE ZERO TO READ-COUNT.
           MOVE ZERO TO GENERATED-COUNT.
           MOVE ZERO TO SKIPPED-COUNT.
           MOVE ZERO TO CLOSED-SKIP-COUNT.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           IF RECUR-FILE-STATUS NOT = "35"
               CLOSE RECURRING-COST-FILE.
           CLOSE COST-LINE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE PRINT-FILE.

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
           IF RQ-ALREADY-RAN = "Y"
               DISPLAY "Warning: RECURGEN already completed today,"
               DISPLAY "running it again.".

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE READ-COUNT TO RQ-READ-COUNT.
           MOVE GENERATED-COUNT TO RQ-WRITE-COUNT.
           MOVE SKIPPED-COUNT TO RQ-REJECT-COUNT.
           MOVE "OK" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.

       GENERATE-ONE-TEMPLATE.
           READ RECURRING-COST-FILE NEXT
               AT END SET TEMPLATE-FILE-AT-END TO TRUE.
           IF NOT TEMPLATE-FILE-AT-END
               ADD 1 TO READ-COUNT
               MOVE RC-NUMBER TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY
                       ADD 1 TO SKIPPED-COUNT
                   NOT INVALID KEY
                       IF PR-STATUS-CANCELLED
                           ADD 1 TO SKIPPED-COUNT
                       ELSE
                           PERFORM GENERATE-DUE-PERIODS.

       GENERATE-DUE-PERIODS.
           COMPUTE START-PERIOD = RC-START-DATE / 100.
           COMPUTE START-YEAR = START-PERIOD / 100.
           COMPUTE START-MONTH = FUNCTION REM (START-PERIOD, 100).
           MOVE CURRENT-PERIOD TO LIMIT-PERIOD.
           IF RC-END-DATE NOT = ZERO
              AND RC-END-DATE / 100 < LIMIT-PERIOD
               COMPUTE LIMIT-PERIOD = RC-END-DATE / 100.
           IF RC-LAST-PERIOD < START-PERIOD
               MOVE START-PERIOD TO GEN-PERIOD
           ELSE
               MOVE RC-LAST-PERIOD TO GEN-PERIOD
               PERFORM ADVANCE-GEN-PERIOD.
           PERFORM GENERATE-ONE-PERIOD
               UNTIL GEN-PERIOD > LIMIT-PERIOD.

       ADVANCE-GEN-PERIOD.
           COMPUTE GEN-YEAR = GEN-PERIOD / 100.
           COMPUTE GEN-MONTH = FUNCTION REM (GEN-PERIOD, 100).
           IF GEN-MONTH = 12
               ADD 1 TO GEN-YEAR
               MOVE 1 TO GEN-MONTH
           ELSE
               ADD 1 TO GEN-MONTH.
           COMPUTE GEN-PERIOD = GEN-YEAR * 100 + GEN-MONTH.

       GENERATE-ONE-PERIOD.
           COMPUTE GEN-YEAR = GEN-PERIOD / 100.
           COMPUTE GEN-MONTH = FUNCTION REM (GEN-PERIOD, 100).
           COMPUTE MONTHS-FROM-START =
               (GEN-YEAR * 12 + GEN-MONTH)
               - (START-YEAR * 12 + START-MONTH).
           SET PERIOD-DUE TO TRUE.
           IF RC-QUARTERLY
              AND FUNCTION REM (MONTHS-FROM-START, 3) NOT = ZERO
               MOVE "N" TO PERIOD-DUE-SW.
           IF PERIOD-DUE
               PERFORM GENERATE-COST-LINE.
           MOVE GEN-PERIOD TO RC-LAST-PERIOD.
           REWRITE RECURRING-COST-RECORD
               INVALID KEY
                   DISPLAY "Error updating recurring cost "
                       RC-NUMBER (1:20) " " RC-SEQ
                   MOVE "GENERATE-ONE-PERIOD" TO EQ-PARAGRAPH
                   MOVE "RECURRING-COST-FILE" TO EQ-FILE
                   MOVE RC-KEY TO EQ-KEY
                   MOVE RECUR-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           PERFORM ADVANCE-GEN-PERIOD.

       GENERATE-COST-LINE.
           IF GEN-PERIOD = START-PERIOD
               MOVE RC-START-DATE TO COST-DATE
           ELSE
               COMPUTE COST-DATE = GEN-PERIOD * 100 + 1.
           MOVE RC-NUMBER TO DL-NUMBER.
           MOVE RC-SEQ TO DL-SEQ.
           MOVE RC-CATEGORY TO DL-CATEGORY.
           MOVE GEN-PERIOD TO DL-PERIOD.
           MOVE COST-DATE TO DL-DATE.
           MOVE GEN-PERIOD TO CHECK-PERIOD.
           CALL "PERIODOK" USING CHECK-PERIOD
                                 PERIOD-OPEN-ANSWER.
           IF PERIOD-OPEN-ANSWER = "N"
               ADD 1 TO CLOSED-SKIP-COUNT
               MOVE RC-AMOUNT TO DL-AMOUNT
               MOVE RC-CURRENCY TO DL-CURRENCY
               MOVE "SKIPPED - period closed" TO DL-STATUS
               WRITE PRINT-LINE FROM DETAIL-LINE
           ELSE
               PERFORM CONVERT-TEMPLATE-AMOUNT
               PERFORM FIND-NEXT-CL-SEQ
               PERFORM WRITE-RECURRING-COST-LINE.

       CONVERT-TEMPLATE-AMOUNT.
           IF RC-CURRENCY = PR-CURRENCY
               MOVE RC-AMOUNT TO POSTED-AMOUNT
           ELSE
               MOVE 1 TO TEMPLATE-RATE
               IF RC-CURRENCY NOT = "NOK"
                   CALL "RATEFOR" USING TEMPLATE-RATE
                                        RC-CURRENCY
                                        COST-DATE
               END-IF
               MOVE 1 TO PROJECT-RATE
               IF PR-CURRENCY NOT = "NOK"
                   CALL "RATEFOR" USING PROJECT-RATE
                                        PR-CURRENCY
                                        COST-DATE
               END-IF
               COMPUTE NOK-AMOUNT ROUNDED = RC-AMOUNT * TEMPLATE-RATE
               COMPUTE POSTED-AMOUNT ROUNDED =
                   NOK-AMOUNT / PROJECT-RATE.

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

       WRITE-RECURRING-COST-LINE.
           MOVE PR-NUMBER TO CL-NUMBER.
           MOVE NEXT-CL-SEQ TO CL-SEQ.
           MOVE RC-CATEGORY TO CL-CATEGORY.
           MOVE POSTED-AMOUNT TO CL-AMOUNT.
           MOVE COST-DATE TO CL-DATE.
           MOVE RC-SEQ TO RN-SEQ.
           MOVE GEN-PERIOD TO RN-PERIOD.
           MOVE RC-DESCRIPTION TO RN-DESCRIPTION.
           MOVE RECURRING-NOTE TO CL-NOTE.
           MOVE RC-BILLABLE-FLAG TO CL-BILLABLE-FLAG.
           MOVE "N" TO CL-BILLED-FLAG.
           MOVE RC-TAX-CODE TO CL-TAX-CODE.
           MOVE "N" TO CL-EXPORTED-FLAG.
           MOVE POSTED-AMOUNT TO DL-AMOUNT.
           MOVE PR-CURRENCY TO DL-CURRENCY.
           WRITE COST-LINE-RECORD
               INVALID KEY
                   DISPLAY "Error adding cost line for project "
                       PR-NUMBER (1:20)
                   MOVE "WRITE-RECURRING-COST-LINE" TO EQ-PARAGRAPH
                   MOVE "COST-LINE-FILE" TO EQ-FILE
                   MOVE CL-KEY TO EQ-KEY
                   MOVE COSTLN-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   MOVE "ERROR - cost line not added" TO DL-STATUS
               NOT INVALID KEY
                   ADD 1 TO GENERATED-COUNT
                   MOVE "GENERATED" TO DL-STATUS
                   PERFORM ROLL-INTO-PROJECT-COST.
           WRITE PRINT-LINE FROM DETAIL-LINE.

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

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AU-DATE.
           MOVE AU-TS-TIME TO AU-TIME.
           MOVE "RECURGEN" TO AU-PROGRAM.
           MOVE "BATCH" TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
