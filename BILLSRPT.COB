       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLSRPT.

      ****************************************
      * Report on milestone billing. Lists
      * the billing schedule lines whose
      * milestone is done but which have not
      * yet been invoiced by PROJINV (held
      * or below-minimum customers, or a run
      * still to come), and the milestones
      * completed on customer projects that
      * bill by milestone (fixed price, or
      * with a billing schedule) that have
      * no billing line at all. Written to
      * BILLING_SCHEDULE.TXT.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCMILESTONE.COB".
           COPY "FCBILSCH.COB".
           SELECT PRINT-FILE ASSIGN TO "BILLING_SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDMILESTONE.COB".
           COPY "FDBILSCH.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  BILSCH-FILE-STATUS       PIC XX      VALUE SPACE.
       77  BILSCH-OPEN-SW           PIC X       VALUE "N".
       77  DUE-COUNT                PIC 9(5)    VALUE ZERO.
       77  UNSCHEDULED-COUNT        PIC 9(5)    VALUE ZERO.
       77  SCHEDULE-AMOUNT          PIC S9(10)V99 VALUE ZERO.
       77  LAST-PROJECT-NUMBER      PIC X(80)   VALUE SPACE.

       01  BILSCH-FILE-SW           PIC X       VALUE "N".
           88  BILSCH-FILE-AT-END               VALUE "Y".
       01  MILESTONE-FILE-SW        PIC X       VALUE "N".
           88  MILESTONE-FILE-AT-END            VALUE "Y".
       01  PROJECT-FOUND-SW         PIC X       VALUE "N".
           88  PROJECT-FOUND                    VALUE "Y".
       01  PROJECT-QUALIFIES-SW     PIC X       VALUE "N".
           88  PROJECT-QUALIFIES                VALUE "Y".

       01  HEADER-LINE.
           05  FILLER         PIC X(40)
               VALUE "Handle Project - Milestone billing".

       01  SECTION-LINE.
           05  SC-TEXT        PIC X(60).

       01  DUE-DETAIL.
           05  DD-NUMBER      PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  DD-MS-SEQ      PIC ZZZ9.
           05  FILLER         PIC X         VALUE SPACE.
           05  DD-DESCRIPTION PIC X(40).
           05  FILLER         PIC X(6)      VALUE " done ".
           05  DD-DONE-DATE   PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DD-AMOUNT      PIC Z(9)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DD-CURRENCY    PIC X(3).

       01  UNSCHEDULED-DETAIL.
           05  UD-NUMBER      PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  UD-MS-SEQ      PIC ZZZ9.
           05  FILLER         PIC X         VALUE SPACE.
           05  UD-DESCRIPTION PIC X(40).
           05  FILLER         PIC X(6)      VALUE " done ".
           05  UD-DONE-DATE   PIC 9(8).
           05  FILLER         PIC X(10)     VALUE " customer ".
           05  UD-CUSTOMER    PIC X(10).

       01  SUMMARY-LINE.
           05  SL-TEXT        PIC X(40).
           05  SL-COUNT       PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       MOVE "Schedule lines due, not yet invoiced:" TO SC-TEXT.
       WRITE PRINT-LINE FROM SECTION-LINE.
       PERFORM CHECK-ONE-SCHEDULE-LINE
           UNTIL BILSCH-FILE-AT-END.
       MOVE SPACE TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE "Milestones done without a billing line:" TO SC-TEXT.
       WRITE PRINT-LINE FROM SECTION-LINE.
       PERFORM CHECK-ONE-MILESTONE
           UNTIL MILESTONE-FILE-AT-END.
       PERFORM WRITE-SUMMARY.
       DISPLAY DUE-COUNT " billing line(s) due, " UNSCHEDULED-COUNT
           " done milestone(s) unscheduled, see"
           " BILLING_SCHEDULE.TXT.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT MILESTONE-FILE.
           OPEN INPUT BILLING-SCHEDULE-FILE.
           IF BILSCH-FILE-STATUS = "00"
               MOVE "Y" TO BILSCH-OPEN-SW
           ELSE
               SET BILSCH-FILE-AT-END TO TRUE.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-LINE FROM HEADER-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE MILESTONE-FILE.
           IF BILSCH-OPEN-SW = "Y"
               CLOSE BILLING-SCHEDULE-FILE.
           CLOSE PRINT-FILE.

       CHECK-ONE-SCHEDULE-LINE.
           READ BILLING-SCHEDULE-FILE NEXT
               AT END SET BILSCH-FILE-AT-END TO TRUE.
           IF NOT BILSCH-FILE-AT-END
              AND NOT BS-BILLED
               MOVE BS-NUMBER TO MS-NUMBER
               MOVE BS-MS-SEQ TO MS-SEQ
               READ MILESTONE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MS-DONE AND MS-DONE-DATE NOT = ZERO
                           PERFORM WRITE-DUE-LINE.

       WRITE-DUE-LINE.
           PERFORM READ-LINE-PROJECT.
           IF BS-PERCENTAGE
               COMPUTE SCHEDULE-AMOUNT ROUNDED =
                   PR-CONTRACT-VALUE * BS-PERCENT / 100
           ELSE
               MOVE BS-AMOUNT TO SCHEDULE-AMOUNT.
           ADD 1 TO DUE-COUNT.
           MOVE BS-NUMBER TO DD-NUMBER.
           MOVE BS-MS-SEQ TO DD-MS-SEQ.
           MOVE BS-DESCRIPTION TO DD-DESCRIPTION.
           MOVE MS-DONE-DATE TO DD-DONE-DATE.
           MOVE SCHEDULE-AMOUNT TO DD-AMOUNT.
           MOVE PR-CURRENCY TO DD-CURRENCY.
           WRITE PRINT-LINE FROM DUE-DETAIL.

       READ-LINE-PROJECT.
           MOVE "Y" TO PROJECT-FOUND-SW.
           MOVE BS-NUMBER TO PR-NUMBER.
           READ PROJECT-FILE
               INVALID KEY
                   MOVE "N" TO PROJECT-FOUND-SW
                   MOVE ZERO TO PR-CONTRACT-VALUE
                   MOVE SPACE TO PR-CURRENCY.

       CHECK-ONE-MILESTONE.
           READ MILESTONE-FILE NEXT
               AT END SET MILESTONE-FILE-AT-END TO TRUE.
           IF NOT MILESTONE-FILE-AT-END
              AND MS-DONE
               PERFORM CHECK-MILESTONE-SCHEDULED.

       CHECK-MILESTONE-SCHEDULED.
           IF MS-NUMBER NOT = LAST-PROJECT-NUMBER
               PERFORM CHECK-PROJECT-QUALIFIES.
           IF PROJECT-QUALIFIES
               MOVE "N" TO PROJECT-FOUND-SW
               IF BILSCH-OPEN-SW = "Y"
                   MOVE MS-NUMBER TO BS-NUMBER
                   MOVE MS-SEQ TO BS-MS-SEQ
                   READ BILLING-SCHEDULE-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO PROJECT-FOUND-SW
                   END-READ
               END-IF
               IF NOT PROJECT-FOUND
                   PERFORM WRITE-UNSCHEDULED-LINE.

       CHECK-PROJECT-QUALIFIES.
           MOVE MS-NUMBER TO LAST-PROJECT-NUMBER.
           MOVE "N" TO PROJECT-QUALIFIES-SW.
           MOVE MS-NUMBER TO PR-NUMBER.
           READ PROJECT-FILE
               INVALID KEY MOVE SPACE TO PR-CUSTOMER-CODE.
           IF PR-CUSTOMER-CODE NOT = SPACE
               IF PR-FIXED-PRICE
                   SET PROJECT-QUALIFIES TO TRUE
               ELSE
                   PERFORM CHECK-PROJECT-HAS-SCHEDULE.

       CHECK-PROJECT-HAS-SCHEDULE.
           IF BILSCH-OPEN-SW = "Y"
               MOVE MS-NUMBER TO BS-NUMBER
               MOVE ZERO TO BS-MS-SEQ
               START BILLING-SCHEDULE-FILE
                   KEY IS NOT LESS THAN BS-KEY
                   INVALID KEY MOVE SPACE TO BS-NUMBER
                   NOT INVALID KEY
                       READ BILLING-SCHEDULE-FILE NEXT
                           AT END MOVE SPACE TO BS-NUMBER
                       END-READ
               END-START
               IF BS-NUMBER = MS-NUMBER
                   SET PROJECT-QUALIFIES TO TRUE.

       WRITE-UNSCHEDULED-LINE.
           ADD 1 TO UNSCHEDULED-COUNT.
           MOVE MS-NUMBER TO UD-NUMBER.
           MOVE MS-SEQ TO UD-MS-SEQ.
           MOVE MS-DESCRIPTION TO UD-DESCRIPTION.
           MOVE MS-DONE-DATE TO UD-DONE-DATE.
           MOVE PR-CUSTOMER-CODE TO UD-CUSTOMER.
           WRITE PRINT-LINE FROM UNSCHEDULED-DETAIL.

       WRITE-SUMMARY.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "Billing lines due, not invoiced:" TO SL-TEXT.
           MOVE DUE-COUNT TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE "Done milestones without billing line:" TO SL-TEXT.
           MOVE UNSCHEDULED-COUNT TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
