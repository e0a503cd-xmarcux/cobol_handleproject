      * minimum amount are carried forward
      * to the next run, and consolidated
      * customers get one invoice number
      * covering all their sections. Every
      * detail line is also kept in the
      * invoice item file so that CREDNOTE
      * can credit an invoice line by line
      * and release the rows for rebilling.
      * Hours are billed at the sell rate
      * from the customer's rate card for
      * the employee's billing grade in
      * force at the timesheet week (see
      * RATEADD), else from the standard
      * list-price card (*STD), else at
      * the cost rate; the control report
      * shows cost, sell value and margin
      * per project, and the hours billed
      * split by hour type. Hours of a
      * non-billable type (see HRTYPADD,
      * e.g. on-call standby) are never
      * invoiced; premium hour types carry
      * their multiplied rate as cost.
      * Billing schedule lines (BILLSCHD.DAT,
      * set up per milestone in EDITPROJ)
      * are invoiced once their milestone
      * is done, as a fixed amount or a
      * percentage of the contract value,
      * with VAT at the customer's tax code,
      * and are flagged billed. Fixed-price
      * projects are billed through their
      * schedule and cost lines only, never
      * by the hour.
      * A project section for a customer
      * whose credit exposure (see
      * CREDEXPO) is over its credit limit
      * is still invoiced, but a warning is
      * shown and written to the control
      * report. The run is recorded in the
      * run log.
      * Each company (legal entity, see
      * COMPADD) is invoiced in turn: its
      * projects (through their customer)
      * get numbers from its own counter
      * (INVOICE.CTR for the main company,
      * INVOICE_<company>.CTR for the
      * others, starting at the first number
      * of its range), its name, VAT number
      * and bank account on every invoice
      * section and their own control report
      * (INVOICE_CONTROL.TXT, or
      * INVOICE_CONTROL_<company>.TXT).
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
           COPY "FCINVREG.COB".
           COPY "FCINVCTR.COB".
           COPY "FCTAX.COB".
           COPY "FCINVITM.COB".
           COPY "FCRATECRD.COB".
           COPY "FCBILSCH.COB".
           COPY "FCMILESTONE.COB".
           SELECT INVOICE-FILE ASSIGN TO INVOICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           COPY "FDINVREG.COB".
           COPY "FDINVCTR.COB".
           COPY "FDTAX.COB".
           COPY "FDINVITM.COB".
           COPY "FDRATECRD.COB".
           COPY "FDBILSCH.COB".
           COPY "FDMILESTONE.COB".

       FD  INVOICE-FILE
               LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       77  INVOICE-FILE-NAME        PIC X(30)   VALUE SPACE.
       77  CONTROL-FILE-NAME        PIC X(30)   VALUE SPACE.
       77  INVCTR-FILE-NAME         PIC X(30)   VALUE "INVOICE.CTR".
       77  COMPANY-START-COUNT      PIC 9(5)    VALUE ZERO.
       77  COMPANY-START-DROPPED    PIC 9(5)    VALUE ZERO.
       77  COMPANY-INVOICE-COUNT    PIC 9(5)    VALUE ZERO.
       77  COMPANY-DROPPED-COUNT    PIC 9(5)    VALUE ZERO.
       77  INVOICE-COUNT            PIC 9(5)    VALUE ZERO.
       77  LINE-AMOUNT              PIC S9(10)V99 VALUE ZERO.
       77  PROJECT-RATE             PIC 9(5)V9(4) VALUE 1.
       77  CUSTOMER-CONSOL-SW       PIC X       VALUE "P".
       77  CUSTOMER-MIN-NOK         PIC S9(7)V99 VALUE ZERO.
       77  CUSTOMER-TERMS-DAYS      PIC 9(3)    VALUE ZERO.
       77  CUSTOMER-CREDIT-LIMIT    PIC S9(10)V99 VALUE ZERO.
       77  CREDIT-CHECKED-CUSTOMER  PIC X(10)   VALUE SPACE.
       77  OVER-LIMIT-COUNT         PIC 9(5)    VALUE ZERO.
       77  INVITM-FILE-STATUS       PIC XX      VALUE SPACE.
       77  ITEM-SEQ                 PIC 9(4)    VALUE ZERO.
       77  ITEM-SLOT                PIC 9(3)    VALUE ZERO.
       77  RATECRD-FILE-STATUS      PIC XX      VALUE SPACE.
       77  RATECRD-OPEN-SW          PIC X       VALUE "N".
       77  STANDARD-CARD-CODE       PIC X(10)   VALUE "*STD".
       77  CARD-CUSTOMER            PIC X(10)   VALUE SPACE.
       77  SELL-GRADE               PIC X(4)    VALUE SPACE.
       77  SELL-RATE                PIC S9(5)V99 VALUE ZERO.
       77  NO-CARD-COUNT            PIC 9(5)    VALUE ZERO.
       77  LINE-COST                PIC S9(10)V99 VALUE ZERO.
       77  PROJECT-COST-TOTAL       PIC S9(12)V99 VALUE ZERO.
       77  PROJECT-MARGIN           PIC S9(12)V99 VALUE ZERO.
       77  WORK-WEEK                PIC 9(6)    VALUE ZERO.
       77  WEEK-YEAR                PIC 9(4)    VALUE ZERO.
       77  WEEK-NO                  PIC 9(2)    VALUE ZERO.
       77  YEAR-START-NUM           PIC 9(8)    VALUE ZERO.
       77  DAY-INTEGER              PIC S9(9)   VALUE ZERO.
       77  WEEK-DATE-NUM            PIC 9(8)    VALUE ZERO.
       77  BILSCH-FILE-STATUS       PIC XX      VALUE SPACE.
       77  BILSCH-OPEN-SW           PIC X       VALUE "N".
       77  SCHEDULE-AMOUNT          PIC S9(10)V99 VALUE ZERO.
       77  TYPE-HOURS-COUNT         PIC 99      VALUE ZERO.
       77  TYPE-HOURS-IDX           PIC 99      VALUE ZERO.
       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           88  PROJECT-FILE-AT-END              VALUE "Y".
       01  CUSTOMER-OPENED-SW       PIC X       VALUE "N".
           88  CUSTOMER-OPENED                  VALUE "Y".
       01  CARD-FOUND-SW            PIC X       VALUE "N".
           88  CARD-FOUND                       VALUE "Y".
       01  MILESTONE-REACHED-SW     PIC X       VALUE "N".
           88  MILESTONE-REACHED                VALUE "Y".

       01  OPENED-CUSTOMER-LIST.
           05  OPENED-CUSTOMER-ENTRY OCCURS 100 TIMES.
               10  OPENED-CUSTOMER  PIC X(10).
               10  OPENED-INVOICE-NO PIC 9(6).
               10  OPENED-ITEM-SEQ  PIC 9(4).
       77  OPENED-COUNT             PIC 9(3)    VALUE ZERO.

       01  TYPE-HOURS-LIST.
           05  TYPE-HOURS-ENTRY OCCURS 10 TIMES.
               10  TH-HOUR-TYPE     PIC X(4).
               10  TH-HOURS         PIC S9(7)V99.
       01  TYPE-FOUND-SW            PIC X       VALUE "N".
           88  TYPE-FOUND                       VALUE "Y".

       01  INVOICE-HEADER.
           05  FILLER         PIC X(15)     VALUE "DRAFT INVOICE".
           05  IH-INVOICE-NO  PIC 9(6).
           05  FILLER         PIC X(10)     VALUE " currency ".
           05  IH-CURRENCY    PIC X(3).

       01  COMPANY-LINE.
           05  FILLER         PIC X(6)      VALUE "From: ".
           05  CO-NAME        PIC X(30).
           05  FILLER         PIC X(9)      VALUE " VAT no. ".
           05  CO-VAT-NO      PIC X(20).
           05  FILLER         PIC X(6)      VALUE " bank ".
           05  CO-BANK        PIC X(20).

       01  HOURS-DETAIL.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  HD-EMPLOYEE    PIC X(10).
           05  FILLER         PIC X(6)      VALUE " week ".
           05  HD-WEEK        PIC 9(6).
           05  FILLER         PIC X         VALUE SPACE.
           05  HD-HOUR-TYPE   PIC X(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  HD-HOURS       PIC ZZ9.99-.
           05  FILLER         PIC X(7)      VALUE " hrs @ ".
           05  HD-RATE        PIC ZZZZ9.99.
           05  FILLER         PIC X(7)      VALUE " gross ".
           05  CD-GROSS       PIC Z(9)9.99-.

       01  SCHEDULE-DETAIL.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  FILLER         PIC X(10)     VALUE "MILESTONE ".
           05  SD-MS-SEQ      PIC ZZZ9.
           05  FILLER         PIC X         VALUE SPACE.
           05  SD-DESCRIPTION PIC X(40).
           05  FILLER         PIC X(3)      VALUE " = ".
           05  SD-AMOUNT      PIC Z(9)9.99-.
           05  FILLER         PIC X(5)      VALUE " tax ".
           05  SD-TAX         PIC Z(8)9.99-.
           05  FILLER         PIC X(7)      VALUE " gross ".
           05  SD-GROSS       PIC Z(9)9.99-.

       01  TOTAL-LINE.
           05  FILLER         PIC X(15)     VALUE "PROJECT TOTAL".
           05  FILLER         PIC X         VALUE SPACE.
           05  CT-AMOUNT      PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  CT-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  CT-COST        PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  CT-SELL        PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  CT-MARGIN      PIC Z(11)9.99-.

       01  TYPE-HOURS-LINE.
           05  FILLER         PIC X(13)     VALUE "  hours type ".
           05  TY-HOUR-TYPE   PIC X(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  TY-HOURS       PIC Z(6)9.99-.

       01  CONTROL-HEADING.
           05  FILLER         PIC X(32)
               VALUE "CUSTOMER   PROJECT".
           05  FILLER         PIC X(20)
               VALUE "   INVOICE GROSS CUR".
           05  FILLER         PIC X(17)
               VALUE "             COST".
           05  FILLER         PIC X(17)
               VALUE "       SELL VALUE".
           05  FILLER         PIC X(17)
               VALUE "           MARGIN".

       01  CREDIT-WARNING-LINE.
           05  FILLER         PIC X(9)      VALUE "Warning: ".
           05  CW-CUSTOMER    PIC X(10).
           05  FILLER         PIC X(28)
               VALUE " over credit limit, exposure".
           05  CW-EXPOSURE    PIC Z(11)9.99-.
           05  FILLER         PIC X(7)      VALUE " limit ".
           05  CW-LIMIT       PIC Z(9)9.99-.
           05  FILLER         PIC X(4)      VALUE " NOK".

       01  EXPOSURE-REQUEST.
           05  EX-CUSTOMER          PIC X(10)      VALUE SPACE.
           05  EX-INVOICED          PIC S9(12)V99  VALUE ZERO.
           05  EX-UNBILLED-HOURS    PIC S9(12)V99  VALUE ZERO.
           05  EX-UNBILLED-COSTS    PIC S9(12)V99  VALUE ZERO.
           05  EX-TOTAL             PIC S9(12)V99  VALUE ZERO.

       01  CONTROL-SUMMARY.
           05  FILLER         PIC X(21)
           05  FILLER         PIC X(33)
               VALUE " project section(s) not invoiced.".

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "PROJINV".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PROJINV".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       01  COMPANY-AUTH-REQUEST.
           05  YQ-FUNCTION         PIC X          VALUE "F".
           05  YQ-OPERATOR         PIC X(10)      VALUE SPACE.
           05  YQ-ROLE             PIC X          VALUE SPACE.
           05  YQ-MAIN-FLAG        PIC X          VALUE SPACE.
           05  YQ-OTHER-COMPANY    PIC X(4)       OCCURS 5 TIMES.
           05  YQ-COMPANY-CODE     PIC X(4)       VALUE SPACE.
           05  YQ-COMPANY-NAME     PIC X(30)      VALUE SPACE.
           05  YQ-VAT-NO           PIC X(20)      VALUE SPACE.
           05  YQ-BANK-ACCOUNT     PIC X(20)      VALUE SPACE.
           05  YQ-BASE-CURRENCY    PIC X(3)       VALUE "NOK".
           05  YQ-BASE-RATE        PIC 9(5)V9(4)  VALUE 1.
           05  YQ-FIRST-INVOICE-NO PIC 9(6)       VALUE ZERO.
           05  YQ-FILE-SUFFIX      PIC X(5)       VALUE SPACE.
           05  YQ-ALLOWED          PIC X          VALUE "N".
           05  YQ-END              PIC X          VALUE "N".
           05  YQ-CONSOLIDATED     PIC X          VALUE "N".
           05  YQ-COMPANY-COUNT    PIC 9(3)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM RECORD-RUN-START.
       PERFORM INIT-PROGRAM.
       PERFORM INVOICE-ONE-COMPANY
           UNTIL YQ-END = "Y".
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: customer list full, " DROPPED-COUNT
               " project section(s) not invoiced - run again"
           DISPLAY "after sending this batch.".
       IF HELD-COUNT NOT = ZERO
           DISPLAY "Held " HELD-COUNT " project section(s) for"
               " customers on billing hold.".
       IF BELOW-MIN-COUNT NOT = ZERO
           DISPLAY "Carried " BELOW-MIN-COUNT " project section(s)"
               " forward below the customer minimum.".
       IF OVER-LIMIT-COUNT NOT = ZERO
           DISPLAY "Warning: " OVER-LIMIT-COUNT " project section(s)"
               " for customers over their credit limit.".
       IF NO-CARD-COUNT NOT = ZERO
           DISPLAY "Billed " NO-CARD-COUNT " timesheet week(s) at"
               " cost rate - no sell-rate card found.".
       PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.

       EXIT PROGRAM.

               OPEN OUTPUT INVOICE-REGISTER-FILE
               CLOSE INVOICE-REGISTER-FILE
               OPEN I-O INVOICE-REGISTER-FILE.
           OPEN I-O INVOICE-ITEM-FILE.
           IF INVITM-FILE-STATUS = "35"
               OPEN OUTPUT INVOICE-ITEM-FILE
               CLOSE INVOICE-ITEM-FILE
               OPEN I-O INVOICE-ITEM-FILE.
           OPEN I-O BILLING-SCHEDULE-FILE.
           IF BILSCH-FILE-STATUS = "00"
               MOVE "Y" TO BILSCH-OPEN-SW
               OPEN INPUT MILESTONE-FILE.
           OPEN INPUT RATE-CARD-FILE.
           IF RATECRD-FILE-STATUS = "00"
               MOVE "Y" TO RATECRD-OPEN-SW.
           MOVE ZERO TO INVOICE-COUNT.
           MOVE ZERO TO OPENED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE "F" TO YQ-FUNCTION.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.

       INVOICE-ONE-COMPANY.
           MOVE ZERO TO OPENED-COUNT.
           MOVE SPACE TO CONTROL-FILE-NAME.
           STRING "INVOICE_CONTROL" DELIMITED BY SIZE
               YQ-FILE-SUFFIX DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO CONTROL-FILE-NAME.
           OPEN OUTPUT CONTROL-FILE.
           WRITE CONTROL-LINE FROM CONTROL-HEADING.
           PERFORM LOAD-INVOICE-COUNTER.
           MOVE INVOICE-COUNT TO COMPANY-START-COUNT.
           MOVE DROPPED-COUNT TO COMPANY-START-DROPPED.
           MOVE "N" TO PROJECT-FILE-SW.
           MOVE LOW-VALUE TO PR-NUMBER.
           START PROJECT-FILE KEY IS NOT LESS THAN PR-NUMBER
               INVALID KEY SET PROJECT-FILE-AT-END TO TRUE.
           PERFORM INVOICE-ONE-PROJECT
               UNTIL PROJECT-FILE-AT-END.
           PERFORM WRITE-COMPANY-SUMMARY.
           PERFORM SAVE-INVOICE-COUNTER.
           CLOSE CONTROL-FILE.
           MOVE "N" TO YQ-FUNCTION.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.

       WRITE-COMPANY-SUMMARY.
           COMPUTE COMPANY-INVOICE-COUNT =
               INVOICE-COUNT - COMPANY-START-COUNT.
           COMPUTE COMPANY-DROPPED-COUNT =
               DROPPED-COUNT - COMPANY-START-DROPPED.
           MOVE COMPANY-INVOICE-COUNT TO CS-COUNT.
           WRITE CONTROL-LINE FROM CONTROL-SUMMARY.
           IF COMPANY-DROPPED-COUNT NOT = ZERO
               MOVE COMPANY-DROPPED-COUNT TO WL-COUNT
               WRITE CONTROL-LINE FROM WARNING-LINE.
           DISPLAY "Generated " COMPANY-INVOICE-COUNT
               " draft invoice section(s), see " CONTROL-FILE-NAME.

       LOAD-INVOICE-COUNTER.
           MOVE SPACE TO INVCTR-FILE-NAME.
           STRING "INVOICE" DELIMITED BY SIZE
               YQ-FILE-SUFFIX DELIMITED BY SPACE
               ".CTR" DELIMITED BY SIZE
               INTO INVCTR-FILE-NAME.
           MOVE ZERO TO NEXT-INVOICE-NO.
           IF YQ-FIRST-INVOICE-NO > ZERO
               COMPUTE NEXT-INVOICE-NO = YQ-FIRST-INVOICE-NO - 1.
           OPEN INPUT INVCTR-FILE.
           IF INVCTR-FILE-STATUS = "00"
               READ INVCTR-FILE INTO NEXT-INVOICE-NO
           CLOSE INVCTR-FILE.

       PROGRAM-CLEANUP.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE INVOICE-ITEM-FILE.
           CLOSE PROJECT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE COST-LINE-FILE.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE TAX-CODE-FILE.
           IF RATECRD-OPEN-SW = "Y"
               CLOSE RATE-CARD-FILE.
           IF BILSCH-OPEN-SW = "Y"
               CLOSE BILLING-SCHEDULE-FILE
               CLOSE MILESTONE-FILE.

       INVOICE-ONE-PROJECT.
           READ PROJECT-FILE NEXT
           IF NOT PROJECT-FILE-AT-END
              AND PR-STATUS-ACTIVE
              AND PR-CUSTOMER-CODE NOT = SPACE
              AND PR-COMPANY-CODE = YQ-COMPANY-CODE
               PERFORM BUILD-PROJECT-INVOICE.

       BUILD-PROJECT-INVOICE.
           ELSE
               PERFORM COUNT-BILLABLE-ITEMS
               IF BILLABLE-COUNT NOT = ZERO
                   PERFORM CHECK-CUSTOMER-CREDIT
                   PERFORM APPLY-BILLING-RULES.

       CHECK-CUSTOMER-CREDIT.
           IF CUSTOMER-CREDIT-LIMIT > ZERO
               IF PR-CUSTOMER-CODE NOT = CREDIT-CHECKED-CUSTOMER
                   MOVE PR-CUSTOMER-CODE TO CREDIT-CHECKED-CUSTOMER
                   MOVE PR-CUSTOMER-CODE TO EX-CUSTOMER
                   CALL "CREDEXPO" USING EXPOSURE-REQUEST
               END-IF
               IF EX-TOTAL > CUSTOMER-CREDIT-LIMIT
                   ADD 1 TO OVER-LIMIT-COUNT
                   MOVE PR-CUSTOMER-CODE TO CW-CUSTOMER
                   MOVE EX-TOTAL TO CW-EXPOSURE
                   MOVE CUSTOMER-CREDIT-LIMIT TO CW-LIMIT
                   WRITE CONTROL-LINE FROM CREDIT-WARNING-LINE
                   DISPLAY "Warning: customer " PR-CUSTOMER-CODE
                       " is over its credit limit, project "
                       PR-NUMBER (1:20).

       APPLY-BILLING-RULES.
           IF CUSTOMER-MIN-NOK NOT = ZERO
              AND CANDIDATE-NOK < CUSTOMER-MIN-NOK
           MOVE ZERO TO BILLABLE-COUNT.
           MOVE ZERO TO CANDIDATE-NOK.
           IF TIMESHT-OPEN-SW = "Y"
              AND NOT PR-FIXED-PRICE
               MOVE PR-NUMBER TO TS-NUMBER
               MOVE SPACE TO TS-EMPLOYEE-ID
               MOVE ZERO TO TS-WEEK
               END-START
               PERFORM COUNT-ONE-BILLABLE-LINE
                   UNTIL CL-NUMBER NOT = PR-NUMBER.
           IF BILSCH-OPEN-SW = "Y"
               MOVE PR-NUMBER TO BS-NUMBER
               MOVE ZERO TO BS-MS-SEQ
               START BILLING-SCHEDULE-FILE KEY IS NOT LESS THAN BS-KEY
                   INVALID KEY MOVE SPACE TO BS-NUMBER
               END-START
               PERFORM COUNT-ONE-SCHEDULE-LINE
                   UNTIL BS-NUMBER NOT = PR-NUMBER.

       COUNT-ONE-BILLABLE-WEEK.
           READ TIMESHEET-FILE NEXT
           IF TS-NUMBER = PR-NUMBER
              AND TS-PRICED
              AND NOT TS-BILLED
              AND TS-BILLABLE-FLAG NOT = "N"
               ADD 1 TO BILLABLE-COUNT
               PERFORM SET-SELL-RATE
               COMPUTE CANDIDATE-NOK = CANDIDATE-NOK
                   + TS-HOURS * SELL-RATE
                   * (100 + CUSTOMER-TAX-RATE) / 100.

       SET-WEEK-RATE.
                   NOT INVALID KEY
                       MOVE EM-HOURLY-RATE TO WEEK-RATE.

       SET-SELL-RATE.
           PERFORM SET-WEEK-RATE.
           MOVE WEEK-RATE TO SELL-RATE.
           MOVE "N" TO CARD-FOUND-SW.
           IF RATECRD-OPEN-SW = "Y"
               PERFORM SET-WEEK-DATE
               MOVE SPACE TO SELL-GRADE
               MOVE TS-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EM-GRADE TO SELL-GRADE
               END-READ
               MOVE PR-CUSTOMER-CODE TO CARD-CUSTOMER
               PERFORM LOOK-UP-CARD-RATE
               IF NOT CARD-FOUND
                   MOVE STANDARD-CARD-CODE TO CARD-CUSTOMER
                   PERFORM LOOK-UP-CARD-RATE.

       SET-WEEK-DATE.
           MOVE TS-WEEK TO WORK-WEEK.
           COMPUTE WEEK-YEAR = WORK-WEEK / 100.
           COMPUTE WEEK-NO = FUNCTION REM (WORK-WEEK, 100).
           IF WEEK-NO = ZERO
               MOVE 1 TO WEEK-NO.
           COMPUTE YEAR-START-NUM = WEEK-YEAR * 10000 + 101.
           COMPUTE DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (YEAR-START-NUM)
               + (WEEK-NO - 1) * 7.
           COMPUTE WEEK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (DAY-INTEGER).

       LOOK-UP-CARD-RATE.
           MOVE CARD-CUSTOMER TO RC-CUSTOMER-CODE.
           MOVE SELL-GRADE TO RC-GRADE.
           MOVE ZERO TO RC-EFF-DATE.
           START RATE-CARD-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE SPACE TO RC-CUSTOMER-CODE.
           PERFORM CHECK-ONE-CARD-RATE
               UNTIL RC-CUSTOMER-CODE NOT = CARD-CUSTOMER
                  OR RC-GRADE NOT = SELL-GRADE.

       CHECK-ONE-CARD-RATE.
           READ RATE-CARD-FILE NEXT
               AT END MOVE SPACE TO RC-CUSTOMER-CODE.
           IF RC-CUSTOMER-CODE = CARD-CUSTOMER
              AND RC-GRADE = SELL-GRADE
              AND RC-EFF-DATE <= WEEK-DATE-NUM
               MOVE RC-SELL-RATE TO SELL-RATE
               SET CARD-FOUND TO TRUE.

       COUNT-ONE-BILLABLE-LINE.
           READ COST-LINE-FILE NEXT
               AT END MOVE SPACE TO CL-NUMBER.
                   + CL-AMOUNT * PROJECT-RATE
                   * (100 + LINE-TAX-RATE) / 100.

       COUNT-ONE-SCHEDULE-LINE.
           READ BILLING-SCHEDULE-FILE NEXT
               AT END MOVE SPACE TO BS-NUMBER.
           IF BS-NUMBER = PR-NUMBER
              AND NOT BS-BILLED
               PERFORM CHECK-SCHEDULE-MILESTONE
               IF MILESTONE-REACHED
                   ADD 1 TO BILLABLE-COUNT
                   PERFORM SET-SCHEDULE-AMOUNT
                   COMPUTE CANDIDATE-NOK = CANDIDATE-NOK
                       + SCHEDULE-AMOUNT * PROJECT-RATE
                       * (100 + CUSTOMER-TAX-RATE) / 100.

       CHECK-SCHEDULE-MILESTONE.
           MOVE "N" TO MILESTONE-REACHED-SW.
           MOVE BS-NUMBER TO MS-NUMBER.
           MOVE BS-MS-SEQ TO MS-SEQ.
           READ MILESTONE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MS-DONE AND MS-DONE-DATE NOT = ZERO
                       SET MILESTONE-REACHED TO TRUE.

       SET-SCHEDULE-AMOUNT.
           IF BS-PERCENTAGE
               COMPUTE SCHEDULE-AMOUNT ROUNDED =
                   PR-CONTRACT-VALUE * BS-PERCENT / 100
           ELSE
               MOVE BS-AMOUNT TO SCHEDULE-AMOUNT.

       WRITE-PROJECT-INVOICE.
           MOVE ZERO TO PROJECT-TOTAL.
           MOVE ZERO TO PROJECT-TAX-TOTAL.
           MOVE ZERO TO PROJECT-GROSS-TOTAL.
           MOVE ZERO TO PROJECT-COST-TOTAL.
           MOVE ZERO TO DETAIL-COUNT.
           MOVE ZERO TO TYPE-HOURS-COUNT.
           IF CUSTOMER-OPENED
              AND CUSTOMER-CONSOL-SW = "C"
               MOVE OPENED-INVOICE-NO (OPENED-IDX)
                   TO WORK-INVOICE-NO
               MOVE OPENED-ITEM-SEQ (OPENED-IDX) TO ITEM-SEQ
           ELSE
               ADD 1 TO NEXT-INVOICE-NO
               MOVE NEXT-INVOICE-NO TO WORK-INVOICE-NO
               MOVE ZERO TO ITEM-SEQ.
           PERFORM OPEN-CUSTOMER-INVOICE.
           IF CUSTOMER-OPENED
               MOVE OPENED-IDX TO ITEM-SLOT
           ELSE
               MOVE OPENED-COUNT TO ITEM-SLOT.
           MOVE WORK-INVOICE-NO TO IH-INVOICE-NO.
           MOVE PR-CUSTOMER-CODE TO IH-CUSTOMER.
           MOVE PR-NUMBER TO IH-NUMBER.
           MOVE PR-CURRENCY TO IH-CURRENCY.
           WRITE INVOICE-LINE FROM INVOICE-HEADER.
           IF YQ-COMPANY-NAME NOT = SPACE
               MOVE YQ-COMPANY-NAME TO CO-NAME
               MOVE YQ-VAT-NO TO CO-VAT-NO
               MOVE YQ-BANK-ACCOUNT TO CO-BANK
               WRITE INVOICE-LINE FROM COMPANY-LINE.
           PERFORM BILL-TIMESHEET-HOURS.
           PERFORM BILL-SCHEDULE-LINES.
           PERFORM BILL-COST-LINES.
           MOVE ITEM-SEQ TO OPENED-ITEM-SEQ (ITEM-SLOT).
           MOVE PROJECT-TOTAL TO TL-AMOUNT.
           MOVE PROJECT-TAX-TOTAL TO TL-TAX.
           MOVE PROJECT-GROSS-TOTAL TO TL-GROSS.
               MOVE PR-NUMBER TO CT-NUMBER
               MOVE PROJECT-GROSS-TOTAL TO CT-AMOUNT
               MOVE PR-CURRENCY TO CT-CURRENCY
               COMPUTE PROJECT-MARGIN =
                   PROJECT-TOTAL - PROJECT-COST-TOTAL
               MOVE PROJECT-COST-TOTAL TO CT-COST
               MOVE PROJECT-TOTAL TO CT-SELL
               MOVE PROJECT-MARGIN TO CT-MARGIN
               WRITE CONTROL-LINE FROM CONTROL-DETAIL
               PERFORM WRITE-TYPE-HOURS-LINE
                   VARYING TYPE-HOURS-IDX FROM 1 BY 1
                   UNTIL TYPE-HOURS-IDX > TYPE-HOURS-COUNT
               PERFORM WRITE-REGISTER-ENTRY.

       WRITE-TYPE-HOURS-LINE.
           MOVE TH-HOUR-TYPE (TYPE-HOURS-IDX) TO TY-HOUR-TYPE.
           MOVE TH-HOURS (TYPE-HOURS-IDX) TO TY-HOURS.
           WRITE CONTROL-LINE FROM TYPE-HOURS-LINE.

       WRITE-REGISTER-ENTRY.
           MOVE WORK-INVOICE-NO TO IV-INVOICE-NO.
           IF CUSTOMER-CONSOL-SW = "C"
                               DISPLAY "Error updating invoice "
                                   "register entry "
                                   WORK-INVOICE-NO
                               MOVE "WRITE-REGISTER-ENTRY"
                                   TO EQ-PARAGRAPH
                               MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
                               MOVE IV-INVOICE-NO TO EQ-KEY
                               MOVE INVREG-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
               END-READ
           ELSE
           MOVE ZERO TO IV-PAID-AMOUNT.
           MOVE ZERO TO IV-PAID-DATE.
           SET IV-OPEN TO TRUE.
           SET IV-INVOICE TO TRUE.
           MOVE ZERO TO IV-ORIG-INVOICE-NO.
           MOVE ZERO TO IV-CREDITED-AMOUNT.
           MOVE "N" TO IV-EXPORTED-FLAG.
           MOVE ZERO TO IV-DUNNING-LEVEL.
           MOVE ZERO TO IV-DUNNED-DATE.
           MOVE PR-COMPANY-CODE TO IV-COMPANY-CODE.
           WRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Error writing invoice register entry "
                       WORK-INVOICE-NO
                   MOVE "WRITE-NEW-REGISTER-ENTRY" TO EQ-PARAGRAPH
                   MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
                   MOVE IV-INVOICE-NO TO EQ-KEY
                   MOVE INVREG-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       OPEN-CUSTOMER-INVOICE.
           MOVE SPACE TO INVOICE-FILE-NAME.

       BILL-TIMESHEET-HOURS.
           IF TIMESHT-OPEN-SW = "Y"
              AND NOT PR-FIXED-PRICE
               MOVE PR-NUMBER TO TS-NUMBER
               MOVE SPACE TO TS-EMPLOYEE-ID
               MOVE ZERO TO TS-WEEK
           IF TS-NUMBER = PR-NUMBER
              AND TS-PRICED
              AND NOT TS-BILLED
              AND TS-BILLABLE-FLAG NOT = "N"
               PERFORM WRITE-HOURS-DETAIL.

       WRITE-HOURS-DETAIL.
           PERFORM SET-SELL-RATE.
           IF NOT CARD-FOUND
               ADD 1 TO NO-CARD-COUNT.
           COMPUTE LINE-COST =
               TS-HOURS * WEEK-RATE / PROJECT-RATE.
           ADD LINE-COST TO PROJECT-COST-TOTAL.
           COMPUTE LINE-AMOUNT =
               TS-HOURS * SELL-RATE / PROJECT-RATE.
           COMPUTE LINE-TAX ROUNDED =
               LINE-AMOUNT * CUSTOMER-TAX-RATE / 100.
           COMPUTE LINE-GROSS = LINE-AMOUNT + LINE-TAX.
           MOVE TS-EMPLOYEE-ID TO HD-EMPLOYEE.
           MOVE TS-WEEK TO HD-WEEK.
           MOVE TS-HOUR-TYPE TO HD-HOUR-TYPE.
           MOVE TS-HOURS TO HD-HOURS.
           MOVE SELL-RATE TO HD-RATE.
           MOVE LINE-AMOUNT TO HD-AMOUNT.
           MOVE LINE-TAX TO HD-TAX.
           MOVE LINE-GROSS TO HD-GROSS.
           ADD LINE-TAX TO PROJECT-TAX-TOTAL.
           ADD LINE-GROSS TO PROJECT-GROSS-TOTAL.
           ADD 1 TO DETAIL-COUNT.
           PERFORM ADD-TYPE-HOURS.
           SET TS-BILLED TO TRUE.
           REWRITE TIMESHEET-RECORD
               INVALID KEY
                   MOVE "WRITE-HOURS-DETAIL" TO EQ-PARAGRAPH
                   MOVE "TIMESHEET-FILE" TO EQ-FILE
                   MOVE TS-KEY TO EQ-KEY
                   MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF TIMESHT-FILE-STATUS = "00"
               MOVE SPACE TO II-DESCRIPTION
               STRING "HOURS " DELIMITED BY SIZE
                   TS-EMPLOYEE-ID DELIMITED BY SPACE
                   " WEEK " DELIMITED BY SIZE
                   TS-WEEK DELIMITED BY SIZE
                   INTO II-DESCRIPTION
               MOVE "T" TO II-SOURCE
               MOVE TS-KEY TO II-SOURCE-KEY
               PERFORM WRITE-INVOICE-ITEM.

       ADD-TYPE-HOURS.
           MOVE "N" TO TYPE-FOUND-SW.
           PERFORM CHECK-ONE-TYPE-HOURS
               VARYING TYPE-HOURS-IDX FROM 1 BY 1
               UNTIL TYPE-HOURS-IDX > TYPE-HOURS-COUNT
                  OR TYPE-FOUND.
           IF TYPE-FOUND
               SUBTRACT 1 FROM TYPE-HOURS-IDX
               ADD TS-HOURS TO TH-HOURS (TYPE-HOURS-IDX)
           ELSE
               IF TYPE-HOURS-COUNT < 10
                   ADD 1 TO TYPE-HOURS-COUNT
                   MOVE TS-HOUR-TYPE
                       TO TH-HOUR-TYPE (TYPE-HOURS-COUNT)
                   MOVE TS-HOURS TO TH-HOURS (TYPE-HOURS-COUNT).

       CHECK-ONE-TYPE-HOURS.
           IF TH-HOUR-TYPE (TYPE-HOURS-IDX) = TS-HOUR-TYPE
               SET TYPE-FOUND TO TRUE.

       BILL-SCHEDULE-LINES.
           IF BILSCH-OPEN-SW = "Y"
               MOVE PR-NUMBER TO BS-NUMBER
               MOVE ZERO TO BS-MS-SEQ
               START BILLING-SCHEDULE-FILE KEY IS NOT LESS THAN BS-KEY
                   INVALID KEY MOVE SPACE TO BS-NUMBER
               END-START
               PERFORM BILL-ONE-SCHEDULE-LINE
                   UNTIL BS-NUMBER NOT = PR-NUMBER.

       BILL-ONE-SCHEDULE-LINE.
           READ BILLING-SCHEDULE-FILE NEXT
               AT END MOVE SPACE TO BS-NUMBER.
           IF BS-NUMBER = PR-NUMBER
              AND NOT BS-BILLED
               PERFORM CHECK-SCHEDULE-MILESTONE
               IF MILESTONE-REACHED
                   PERFORM WRITE-SCHEDULE-DETAIL.

       WRITE-SCHEDULE-DETAIL.
           PERFORM SET-SCHEDULE-AMOUNT.
           MOVE SCHEDULE-AMOUNT TO LINE-AMOUNT.
           COMPUTE LINE-TAX ROUNDED =
               LINE-AMOUNT * CUSTOMER-TAX-RATE / 100.
           COMPUTE LINE-GROSS = LINE-AMOUNT + LINE-TAX.
           MOVE BS-MS-SEQ TO SD-MS-SEQ.
           MOVE BS-DESCRIPTION TO SD-DESCRIPTION.
           MOVE LINE-AMOUNT TO SD-AMOUNT.
           MOVE LINE-TAX TO SD-TAX.
           MOVE LINE-GROSS TO SD-GROSS.
           WRITE INVOICE-LINE FROM SCHEDULE-DETAIL.
           ADD LINE-AMOUNT TO PROJECT-TOTAL.
           ADD LINE-TAX TO PROJECT-TAX-TOTAL.
           ADD LINE-GROSS TO PROJECT-GROSS-TOTAL.
           ADD 1 TO DETAIL-COUNT.
           SET BS-BILLED TO TRUE.
           MOVE WORK-INVOICE-NO TO BS-INVOICE-NO.
           MOVE CURRENT-DATE-NUM TO BS-BILLED-DATE.
           REWRITE BILLING-SCHEDULE-RECORD
               INVALID KEY
                   MOVE "WRITE-SCHEDULE-DETAIL" TO EQ-PARAGRAPH
                   MOVE "BILLING-SCHEDULE-FILE" TO EQ-FILE
                   MOVE BS-KEY TO EQ-KEY
                   MOVE BILSCH-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF BILSCH-FILE-STATUS = "00"
               MOVE BS-DESCRIPTION TO II-DESCRIPTION
               MOVE "M" TO II-SOURCE
               MOVE BS-KEY TO II-SOURCE-KEY
               PERFORM WRITE-INVOICE-ITEM.

       LOOK-UP-PROJECT-RATE.
           MOVE 1 TO PROJECT-RATE.
               MOVE LINE-GROSS TO CD-GROSS
               WRITE INVOICE-LINE FROM COST-DETAIL
               ADD CL-AMOUNT TO PROJECT-TOTAL
               ADD CL-AMOUNT TO PROJECT-COST-TOTAL
               ADD LINE-TAX TO PROJECT-TAX-TOTAL
               ADD LINE-GROSS TO PROJECT-GROSS-TOTAL
               ADD 1 TO DETAIL-COUNT
               SET CL-BILLED TO TRUE
               REWRITE COST-LINE-RECORD
                   INVALID KEY
                       MOVE "BILL-ONE-COST-LINE" TO EQ-PARAGRAPH
                       MOVE "COST-LINE-FILE" TO EQ-FILE
                       MOVE CL-KEY TO EQ-KEY
                       MOVE COSTLN-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-REWRITE
               IF COSTLN-FILE-STATUS = "00"
                   MOVE CL-NOTE TO II-DESCRIPTION
                   MOVE "C" TO II-SOURCE
                   MOVE CL-KEY TO II-SOURCE-KEY
                   MOVE CL-AMOUNT TO LINE-AMOUNT
                   PERFORM WRITE-INVOICE-ITEM.

       WRITE-INVOICE-ITEM.
           ADD 1 TO ITEM-SEQ.
           MOVE WORK-INVOICE-NO TO II-INVOICE-NO.
           MOVE ITEM-SEQ TO II-LINE-SEQ.
           MOVE PR-NUMBER TO II-NUMBER.
           MOVE LINE-AMOUNT TO II-AMOUNT.
           MOVE LINE-TAX TO II-TAX-AMOUNT.
           MOVE LINE-GROSS TO II-GROSS-AMOUNT.
           MOVE "N" TO II-CREDITED-FLAG.
           MOVE ZERO TO II-CREDIT-NOTE-NO.
           WRITE INVOICE-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Error writing invoice item "
                       WORK-INVOICE-NO " " ITEM-SEQ
                   MOVE "WRITE-INVOICE-ITEM" TO EQ-PARAGRAPH
                   MOVE "INVOICE-ITEM-FILE" TO EQ-FILE
                   MOVE II-KEY TO EQ-KEY
                   MOVE INVITM-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       LOOK-UP-LINE-TAX-RATE.
           MOVE CUSTOMER-TAX-RATE TO LINE-TAX-RATE.
           MOVE "P" TO CUSTOMER-CONSOL-SW.
           MOVE ZERO TO CUSTOMER-MIN-NOK.
           MOVE ZERO TO CUSTOMER-TERMS-DAYS.
           MOVE ZERO TO CUSTOMER-CREDIT-LIMIT.
           MOVE PR-CUSTOMER-CODE TO CU-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE CU-CONSOL-FLAG TO CUSTOMER-CONSOL-SW
                   MOVE CU-MIN-AMOUNT TO CUSTOMER-MIN-NOK
                   MOVE CU-TERMS-DAYS TO CUSTOMER-TERMS-DAYS
                   MOVE CU-CREDIT-LIMIT TO CUSTOMER-CREDIT-LIMIT
           END-READ.
           IF TAX-OPEN-SW = "Y" AND CU-TAX-CODE NOT = SPACE
               MOVE CU-TAX-CODE TO TX-CODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TX-RATE TO CUSTOMER-TAX-RATE.

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
           IF RQ-ALREADY-RAN = "Y"
               DISPLAY "Warning: PROJINV already completed today,"
               DISPLAY "running it again.".

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE INVOICE-COUNT TO RQ-READ-COUNT.
           MOVE INVOICE-COUNT TO RQ-WRITE-COUNT.
           MOVE DROPPED-COUNT TO RQ-REJECT-COUNT.
           MOVE "OK" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
