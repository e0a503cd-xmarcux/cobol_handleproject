       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRPT.

      ****************************************
      * Nightly exception report of customer
      * credit exposure. For every customer
      * with a credit limit, works out the
      * exposure through CREDEXPO (open and
      * part-paid invoices, priced-but-
      * unbilled hours, billable unbilled
      * cost lines, all in NOK) and lists
      * the customers over their limit, and
      * those within ten percent of it, with
      * the exposure broken down by source.
      * Customers over the limit are refused
      * new projects in PROJADD and proposal
      * conversion in PROPADD. Written to
      * CREDIT_EXCEPTIONS.TXT.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCCUST.COB".
           SELECT PRINT-FILE ASSIGN TO "CREDIT_EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCUST.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  READ-COUNT               PIC 9(7)    VALUE ZERO.
       77  CHECKED-COUNT            PIC 9(5)    VALUE ZERO.
       77  OVER-COUNT               PIC 9(5)    VALUE ZERO.
       77  NEAR-COUNT               PIC 9(5)    VALUE ZERO.
       77  NEAR-LIMIT-PERCENT       PIC 9(3)    VALUE 90.
       77  USED-PERCENT             PIC S9(5)   VALUE ZERO.

       01  CUSTOMER-FILE-SW         PIC X       VALUE "N".
           88  CUSTOMER-FILE-AT-END             VALUE "Y".

       01  EXPOSURE-REQUEST.
           05  EX-CUSTOMER          PIC X(10)      VALUE SPACE.
           05  EX-INVOICED          PIC S9(12)V99  VALUE ZERO.
           05  EX-UNBILLED-HOURS    PIC S9(12)V99  VALUE ZERO.
           05  EX-UNBILLED-COSTS    PIC S9(12)V99  VALUE ZERO.
           05  EX-TOTAL             PIC S9(12)V99  VALUE ZERO.

       01  HEADER-LINE.
           05  FILLER         PIC X(46)
               VALUE "Handle Project - Credit limit exceptions (NOK)".

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(16)     VALUE "CUSTOMER   STATE".
           05  FILLER         PIC X(15)     VALUE "          LIMIT".
           05  FILLER         PIC X(17)     VALUE "         EXPOSURE".
           05  FILLER         PIC X(6)      VALUE "  USED".
           05  FILLER         PIC X(17)     VALUE "         INVOICED".
           05  FILLER         PIC X(17)     VALUE "   UNBILLED HOURS".
           05  FILLER         PIC X(17)     VALUE "   UNBILLED COSTS".

       01  DETAIL-LINE.
           05  DL-CUSTOMER    PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-STATE       PIC X(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-LIMIT       PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-EXPOSURE    PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-USED        PIC ZZZZ9.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-INVOICED    PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-HOURS       PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-COSTS       PIC Z(11)9.99-.

       01  SUMMARY-LINE.
           05  SL-TEXT        PIC X(36).
           05  SL-COUNT       PIC Z(4)9.

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "CREDRPT".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       PROCEDURE DIVISION.

       PERFORM RECORD-RUN-START.
       PERFORM INIT-PROGRAM.
       PERFORM CHECK-ONE-CUSTOMER
           UNTIL CUSTOMER-FILE-AT-END.
       PERFORM WRITE-SUMMARY.
       DISPLAY OVER-COUNT " customer(s) over and " NEAR-COUNT
           " near their credit limit, see CREDIT_EXCEPTIONS.TXT.".
       PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "N" TO CUSTOMER-FILE-SW.
           MOVE ZERO TO READ-COUNT.
           MOVE ZERO TO CHECKED-COUNT.
           MOVE ZERO TO OVER-COUNT.
           MOVE ZERO TO NEAR-COUNT.
           WRITE PRINT-LINE FROM HEADER-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

       PROGRAM-CLEANUP.
           CLOSE CUSTOMER-FILE.
           CLOSE PRINT-FILE.

       CHECK-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT
               AT END SET CUSTOMER-FILE-AT-END TO TRUE.
           IF NOT CUSTOMER-FILE-AT-END
               ADD 1 TO READ-COUNT
               IF CU-CREDIT-LIMIT > ZERO
                   PERFORM CHECK-CUSTOMER-EXPOSURE.

       CHECK-CUSTOMER-EXPOSURE.
           ADD 1 TO CHECKED-COUNT.
           MOVE CU-CODE TO EX-CUSTOMER.
           CALL "CREDEXPO" USING EXPOSURE-REQUEST.
           COMPUTE USED-PERCENT =
               EX-TOTAL * 100 / CU-CREDIT-LIMIT
               ON SIZE ERROR MOVE 99999 TO USED-PERCENT.
           IF EX-TOTAL > CU-CREDIT-LIMIT
               ADD 1 TO OVER-COUNT
               MOVE "OVER" TO DL-STATE
               PERFORM WRITE-DETAIL-LINE
           ELSE
               IF USED-PERCENT NOT < NEAR-LIMIT-PERCENT
                   ADD 1 TO NEAR-COUNT
                   MOVE "NEAR" TO DL-STATE
                   PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE CU-CODE TO DL-CUSTOMER.
           MOVE CU-CREDIT-LIMIT TO DL-LIMIT.
           MOVE EX-TOTAL TO DL-EXPOSURE.
           MOVE USED-PERCENT TO DL-USED.
           MOVE EX-INVOICED TO DL-INVOICED.
           MOVE EX-UNBILLED-HOURS TO DL-HOURS.
           MOVE EX-UNBILLED-COSTS TO DL-COSTS.
           WRITE PRINT-LINE FROM DETAIL-LINE.

       WRITE-SUMMARY.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "Customers with a credit limit:" TO SL-TEXT.
           MOVE CHECKED-COUNT TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE "Over their credit limit:" TO SL-TEXT.
           MOVE OVER-COUNT TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE "Within ten percent of their limit:" TO SL-TEXT.
           MOVE NEAR-COUNT TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
           IF RQ-ALREADY-RAN = "Y"
               DISPLAY "Warning: CREDRPT already completed today,"
               DISPLAY "running it again.".

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE READ-COUNT TO RQ-READ-COUNT.
           COMPUTE RQ-WRITE-COUNT = OVER-COUNT + NEAR-COUNT.
           MOVE ZERO TO RQ-REJECT-COUNT.
           MOVE "OK" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
