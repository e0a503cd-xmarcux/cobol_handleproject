       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGLOG.

      ****************************************
      * Batch program that lists the change
      * request register (CHANGE-REQUEST-
      * FILE) project by project: every
      * change request with its status,
      * date raised, schedule impact,
      * affected milestone, billable flag,
      * cost impact and description, then
      * the project totals in the project
      * currency (requests raised, cost and
      * days of the approved and implemented
      * ones, and the billable part of the
      * cost). The report ends with the same
      * totals per customer, converted to
      * NOK at today's rate (RATEFOR).
      * Written to CHANGE_REQUESTS.TXT. No
      * operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCCHGREQ.COB".
           COPY "FCPROJECT.COB".
           SELECT PRINT-FILE ASSIGN TO "CHANGE_REQUESTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCHGREQ.COB".
           COPY "FDPROJECT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  CHGREQ-FILE-STATUS       PIC XX      VALUE SPACE.
       77  CUST-IDX                 PIC 9(3)    VALUE ZERO.
       77  CUST-COUNT               PIC 9(3)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  PROJECT-COUNT            PIC 9(5)    VALUE ZERO.
       77  GROUP-CODE               PIC X(10)   VALUE SPACE.
       77  GROUP-NUMBER             PIC X(80)   VALUE SPACE.
       77  GROUP-CURRENCY           PIC X(3)    VALUE SPACE.
       77  NOK-RATE                 PIC 9(5)V9(4) VALUE 1.
       77  PJ-RAISED                PIC 9(5)    VALUE ZERO.
       77  PJ-ACCEPTED              PIC 9(5)    VALUE ZERO.
       77  PJ-COST                  PIC S9(10)V99 VALUE ZERO.
       77  PJ-BILLABLE              PIC S9(10)V99 VALUE ZERO.
       77  PJ-DAYS                  PIC S9(5)   VALUE ZERO.

       01  CHGREQ-FILE-SW           PIC X       VALUE "N".
           88  CHGREQ-FILE-AT-END               VALUE "Y".
       01  CUST-KNOWN-SW            PIC X       VALUE "N".
           88  CUST-KNOWN                       VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  CUSTOMER-TOTAL-TABLE.
           05  CUSTOMER-TOTAL-ENTRY OCCURS 200 TIMES.
               10  CT-CODE          PIC X(10).
               10  CT-RAISED        PIC 9(5).
               10  CT-ACCEPTED      PIC 9(5).
               10  CT-COST-NOK      PIC S9(12)V99.
               10  CT-BILLABLE-NOK  PIC S9(12)V99.
               10  CT-DAYS          PIC S9(7).

       01  HEADER-LINE.
           05  FILLER         PIC X(40)
               VALUE "Handle Project - Change request log".

       01  PROJECT-LINE.
           05  FILLER         PIC X(9)      VALUE "PROJECT: ".
           05  PL-NUMBER      PIC X(40).
           05  FILLER         PIC X(11)     VALUE " CUSTOMER: ".
           05  PL-CUSTOMER    PIC X(10).
           05  FILLER         PIC X(11)     VALUE " CURRENCY: ".
           05  PL-CURRENCY    PIC X(3).

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(4)      VALUE "CR".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(2)      VALUE "ST".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "RAISED".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(5)      VALUE " DAYS".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(4)      VALUE "MILE".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(4)      VALUE "BILL".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(15)     VALUE "    COST IMPACT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(11)     VALUE "DESCRIPTION".

       01  DETAIL-LINE.
           05  DT-SEQ         PIC 9(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-STATUS      PIC X(2).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-RAISED      PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DAYS        PIC ZZZ9-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-MILESTONE   PIC 9(4).
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  DT-BILLABLE    PIC X.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  DT-COST        PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DESCRIPTION PIC X(60).

       01  PROJECT-TOTAL-LINE.
           05  FILLER         PIC X(11)     VALUE "  Raised:".
           05  PT-RAISED      PIC ZZZZ9.
           05  FILLER         PIC X(12)     VALUE "  Approved:".
           05  PT-ACCEPTED    PIC ZZZZ9.
           05  FILLER         PIC X(8)      VALUE "  Cost:".
           05  PT-COST        PIC Z(10)9.99-.
           05  FILLER         PIC X(12)     VALUE "  Billable:".
           05  PT-BILLABLE    PIC Z(10)9.99-.
           05  FILLER         PIC X(8)      VALUE "  Days:".
           05  PT-DAYS        PIC ZZZZ9-.

       01  CUSTOMER-HEADING-LINE.
           05  FILLER         PIC X(40)
               VALUE "Totals per customer, approved, NOK".

       01  CUSTOMER-COLUMN-LINE.
           05  FILLER         PIC X(10)     VALUE "CUSTOMER".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(6)      VALUE "RAISED".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(6)      VALUE " APPR.".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(18)     VALUE "              COST".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(18)     VALUE "          BILLABLE".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "    DAYS".

       01  CUSTOMER-LINE.
           05  CL-CODE        PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  CL-RAISED      PIC Z(5)9.
           05  FILLER         PIC X         VALUE SPACE.
           05  CL-ACCEPTED    PIC Z(5)9.
           05  FILLER         PIC X         VALUE SPACE.
           05  CL-COST        PIC Z(13)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  CL-BILLABLE    PIC Z(13)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  CL-DAYS        PIC Z(6)9-.

       01  SUMMARY-LINE.
           05  FILLER         PIC X(26)
               VALUE "Projects listed:".
           05  SL-COUNT       PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM LIST-ONE-CHANGE-REQUEST
           UNTIL CHGREQ-FILE-AT-END.
       IF GROUP-NUMBER NOT = SPACE
           PERFORM FINISH-PROJECT-GROUP.
       WRITE PRINT-LINE FROM CUSTOMER-HEADING-LINE.
       WRITE PRINT-LINE FROM CUSTOMER-COLUMN-LINE.
       PERFORM WRITE-ONE-CUSTOMER-LINE
           VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT.
       MOVE PROJECT-COUNT TO SL-COUNT.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY "Change requests for " PROJECT-COUNT " project(s) "
           "written to CHANGE_REQUESTS.TXT.".
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: customer table full, " DROPPED-COUNT
               " project(s) not in the customer totals.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE "N" TO CHGREQ-FILE-SW.
           OPEN INPUT CHANGE-REQUEST-FILE.
           IF CHGREQ-FILE-STATUS NOT = "00"
               SET CHGREQ-FILE-AT-END TO TRUE.
           OPEN INPUT PROJECT-FILE.
           OPEN OUTPUT PRINT-FILE.
           INITIALIZE CUSTOMER-TOTAL-TABLE.
           MOVE ZERO TO CUST-COUNT.
           MOVE ZERO TO PROJECT-COUNT.
           MOVE SPACE TO GROUP-NUMBER.
           WRITE PRINT-LINE FROM HEADER-LINE.

       PROGRAM-CLEANUP.
           IF CHGREQ-FILE-STATUS NOT = "35"
               CLOSE CHANGE-REQUEST-FILE.
           CLOSE PROJECT-FILE.
           CLOSE PRINT-FILE.

       LIST-ONE-CHANGE-REQUEST.
           READ CHANGE-REQUEST-FILE NEXT
               AT END SET CHGREQ-FILE-AT-END TO TRUE.
           IF NOT CHGREQ-FILE-AT-END
               IF CQ-NUMBER NOT = GROUP-NUMBER
                   IF GROUP-NUMBER NOT = SPACE
                       PERFORM FINISH-PROJECT-GROUP
                   END-IF
                   PERFORM START-PROJECT-GROUP
               END-IF
               PERFORM WRITE-CHANGE-REQUEST-LINE.

       START-PROJECT-GROUP.
           ADD 1 TO PROJECT-COUNT.
           MOVE CQ-NUMBER TO GROUP-NUMBER.
           MOVE "(NONE)" TO GROUP-CODE.
           MOVE "NOK" TO GROUP-CURRENCY.
           MOVE CQ-NUMBER TO PR-NUMBER.
           READ PROJECT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PR-CURRENCY TO GROUP-CURRENCY
                   IF PR-CUSTOMER-CODE NOT = SPACE
                       MOVE PR-CUSTOMER-CODE TO GROUP-CODE.
           MOVE ZERO TO PJ-RAISED.
           MOVE ZERO TO PJ-ACCEPTED.
           MOVE ZERO TO PJ-COST.
           MOVE ZERO TO PJ-BILLABLE.
           MOVE ZERO TO PJ-DAYS.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE CQ-NUMBER TO PL-NUMBER.
           MOVE GROUP-CODE TO PL-CUSTOMER.
           MOVE GROUP-CURRENCY TO PL-CURRENCY.
           WRITE PRINT-LINE FROM PROJECT-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

       WRITE-CHANGE-REQUEST-LINE.
           ADD 1 TO PJ-RAISED.
           IF CQ-ACCEPTED
               ADD 1 TO PJ-ACCEPTED
               ADD CQ-COST-IMPACT TO PJ-COST
               ADD CQ-SCHEDULE-DAYS TO PJ-DAYS
               IF CQ-BILLABLE
                   ADD CQ-COST-IMPACT TO PJ-BILLABLE.
           MOVE CQ-SEQ TO DT-SEQ.
           MOVE CQ-STATUS TO DT-STATUS.
           MOVE CQ-RAISED-DATE TO DT-RAISED.
           MOVE CQ-SCHEDULE-DAYS TO DT-DAYS.
           MOVE CQ-MILESTONE-SEQ TO DT-MILESTONE.
           MOVE CQ-BILLABLE-FLAG TO DT-BILLABLE.
           MOVE CQ-COST-IMPACT TO DT-COST.
           MOVE CQ-DESCRIPTION TO DT-DESCRIPTION.
           WRITE PRINT-LINE FROM DETAIL-LINE.

       FINISH-PROJECT-GROUP.
           MOVE PJ-RAISED TO PT-RAISED.
           MOVE PJ-ACCEPTED TO PT-ACCEPTED.
           MOVE PJ-COST TO PT-COST.
           MOVE PJ-BILLABLE TO PT-BILLABLE.
           MOVE PJ-DAYS TO PT-DAYS.
           WRITE PRINT-LINE FROM PROJECT-TOTAL-LINE.
           PERFORM FIND-CUSTOMER-SLOT.
           IF CUST-KNOWN
               PERFORM ADD-PROJECT-TO-CUSTOMER
           ELSE
               ADD 1 TO DROPPED-COUNT.

       ADD-PROJECT-TO-CUSTOMER.
           CALL "RATEFOR" USING NOK-RATE
                                GROUP-CURRENCY
                                CURRENT-DATE-NUM.
           IF NOK-RATE = ZERO
               MOVE 1 TO NOK-RATE.
           ADD PJ-RAISED TO CT-RAISED (CUST-IDX).
           ADD PJ-ACCEPTED TO CT-ACCEPTED (CUST-IDX).
           COMPUTE CT-COST-NOK (CUST-IDX) ROUNDED =
               CT-COST-NOK (CUST-IDX) + PJ-COST * NOK-RATE.
           COMPUTE CT-BILLABLE-NOK (CUST-IDX) ROUNDED =
               CT-BILLABLE-NOK (CUST-IDX) + PJ-BILLABLE * NOK-RATE.
           ADD PJ-DAYS TO CT-DAYS (CUST-IDX).

       FIND-CUSTOMER-SLOT.
           MOVE "N" TO CUST-KNOWN-SW.
           PERFORM CHECK-ONE-CUSTOMER-SLOT
               VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT OR CUST-KNOWN.
           IF CUST-KNOWN
               SUBTRACT 1 FROM CUST-IDX
           ELSE
               IF CUST-COUNT < 200
                   ADD 1 TO CUST-COUNT
                   MOVE CUST-COUNT TO CUST-IDX
                   MOVE GROUP-CODE TO CT-CODE (CUST-IDX)
                   SET CUST-KNOWN TO TRUE.

       CHECK-ONE-CUSTOMER-SLOT.
           IF CT-CODE (CUST-IDX) = GROUP-CODE
               SET CUST-KNOWN TO TRUE.

       WRITE-ONE-CUSTOMER-LINE.
           MOVE CT-CODE (CUST-IDX) TO CL-CODE.
           MOVE CT-RAISED (CUST-IDX) TO CL-RAISED.
           MOVE CT-ACCEPTED (CUST-IDX) TO CL-ACCEPTED.
           MOVE CT-COST-NOK (CUST-IDX) TO CL-COST.
           MOVE CT-BILLABLE-NOK (CUST-IDX) TO CL-BILLABLE.
           MOVE CT-DAYS (CUST-IDX) TO CL-DAYS.
           WRITE PRINT-LINE FROM CUSTOMER-LINE.
