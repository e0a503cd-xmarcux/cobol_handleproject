       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDRPT.

      ****************************************
      * Batch program that reports to the
      * funders of co-funded projects how
      * their money was spent. For every
      * project with sources on FUNDING-FILE
      * (FUNDADD) the actual cost - priced
      * timesheet hours under category LABR
      * and cost lines under their own
      * category, in NOK, cost lines
      * converted from the project currency
      * at the rate of the line date - is
      * split across the sources by their
      * share. A source only carries spend
      * in its eligible categories (none
      * listed means all) up to its end
      * date; its share of spend in other
      * categories or after the end date is
      * flagged instead. Each source shows
      * what it funded in NOK and in its own
      * currency against the committed
      * amount, with a warning once the
      * used part reaches the threshold in
      * FUNDWARN.CFG (default 90 percent)
      * and when it is exhausted; spend no
      * source carries is shown per project.
      * Timesheet weeks are dated by their
      * start day (week 1 starts 1 January).
      * Report in FUNDER_REPORT.TXT. No
      * operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCFUNDNG.COB".
           COPY "FCTIMESHT.COB".
           COPY "FCCOSTLN.COB".
           COPY "FCFNDCUT.COB".
           SELECT PRINT-FILE ASSIGN TO "FUNDER_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDFUNDNG.COB".
           COPY "FDTIMESHT.COB".
           COPY "FDCOSTLN.COB".
           COPY "FDFNDCUT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  FUNDNG-FILE-STATUS       PIC XX      VALUE SPACE.
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  COSTLN-FILE-STATUS       PIC XX      VALUE SPACE.
       77  FNDCUT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  WARN-PCT                 PIC 9(3)    VALUE ZERO.
       77  DEFAULT-WARN-PCT         PIC 9(3)    VALUE 90.
       77  LABOUR-CATEGORY          PIC X(4)    VALUE "LABR".
       77  CURRENT-PROJECT          PIC X(80)   VALUE SPACE.
       77  SOURCE-IDX               PIC 9(2)    VALUE ZERO.
       77  CATEGORY-IDX             PIC 9(2)    VALUE ZERO.
       77  SPEND-NOK                PIC S9(12)V99 VALUE ZERO.
       77  SPEND-SHARE              PIC S9(12)V99 VALUE ZERO.
       77  SPEND-CATEGORY           PIC X(4)    VALUE SPACE.
       77  SPEND-DATE               PIC 9(8)    VALUE ZERO.
       77  LINE-RATE                PIC 9(5)V9(4) VALUE 1.
       77  FUNDER-RATE              PIC 9(5)V9(4) VALUE 1.
       77  LABOUR-NOK               PIC S9(13)V99 VALUE ZERO.
       77  COST-LINE-NOK            PIC S9(13)V99 VALUE ZERO.
       77  ACTUAL-NOK               PIC S9(13)V99 VALUE ZERO.
       77  COVERED-NOK              PIC S9(13)V99 VALUE ZERO.
       77  USED-AMOUNT              PIC S9(12)V99 VALUE ZERO.
       77  USED-PCT                 PIC S9(5)V99 VALUE ZERO.
       77  PROJECT-COUNT            PIC 9(5)    VALUE ZERO.
       77  WARNING-COUNT            PIC 9(5)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  WORK-WEEK                PIC 9(6)    VALUE ZERO.
       77  WEEK-YEAR                PIC 9(4)    VALUE ZERO.
       77  WEEK-NO                  PIC 9(2)    VALUE ZERO.
       77  YEAR-START-NUM           PIC 9(8)    VALUE ZERO.
       77  DAY-INTEGER              PIC S9(9)   VALUE ZERO.

       01  FUNDING-FILE-SW          PIC X       VALUE "N".
           88  FUNDING-FILE-AT-END              VALUE "Y".
       01  ELIGIBLE-SW              PIC X       VALUE "N".
           88  ELIGIBLE-CATEGORY                VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  SOURCE-TABLE.
           05  SOURCE-ENTRY OCCURS 20 TIMES.
               10  SR-FUNDER-CODE   PIC X(10).
               10  SR-FUNDER-NAME   PIC X(30).
               10  SR-COMMITTED     PIC S9(10)V99.
               10  SR-CURRENCY      PIC X(3).
               10  SR-SHARE-PCT     PIC 9(3)V99.
               10  SR-CATEGORY      PIC X(4)    OCCURS 8 TIMES.
               10  SR-END-DATE      PIC 9(8).
               10  SR-FUNDED-NOK    PIC S9(12)V99.
               10  SR-INELIGIBLE-NOK PIC S9(12)V99.
               10  SR-LATE-NOK      PIC S9(12)V99.
       77  SOURCE-COUNT             PIC 9(2)    VALUE ZERO.

       01  HEADER-LINE.
           05  FILLER         PIC X(40)
               VALUE "Handle Project - Funder report".
           05  FILLER         PIC X(6)      VALUE "as of ".
           05  HL-DATE        PIC 9(8).

       01  PROJECT-HEADER.
           05  FILLER         PIC X(9)      VALUE "PROJECT: ".
           05  PH-NUMBER      PIC X(30).
           05  FILLER         PIC X         VALUE SPACE.
           05  PH-NAME        PIC X(40).

       01  ACTUAL-LINE.
           05  FILLER         PIC X(19)     VALUE "  Actual cost NOK: ".
           05  AL-ACTUAL      PIC Z(11)9.99-.
           05  FILLER         PIC X(9)      VALUE "  labour ".
           05  AL-LABOUR      PIC Z(11)9.99-.
           05  FILLER         PIC X(13)     VALUE "  cost lines ".
           05  AL-COST-LINES  PIC Z(11)9.99-.

       01  SOURCE-LINE.
           05  FILLER         PIC X(4)      VALUE SPACE.
           05  SL-FUNDER-CODE PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  SL-FUNDER-NAME PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  SL-SHARE-PCT   PIC ZZ9.99.
           05  FILLER         PIC X(3)      VALUE "%  ".
           05  SL-FUNDED-NOK  PIC Z(11)9.99-.
           05  FILLER         PIC X(5)      VALUE " NOK ".
           05  SL-USED        PIC Z(11)9.99-.
           05  FILLER         PIC X(4)      VALUE " of ".
           05  SL-COMMITTED   PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  SL-CURRENCY    PIC X(3).

       01  FLAG-LINE.
           05  FILLER         PIC X(8)      VALUE "      **".
           05  FL-TEXT        PIC X(40).
           05  FL-AMOUNT      PIC Z(11)9.99-.
           05  FILLER         PIC X(4)      VALUE " NOK".

       01  WARNING-LINE.
           05  FILLER         PIC X(8)      VALUE "      **".
           05  WL-TEXT        PIC X(22).
           05  WL-USED-PCT    PIC ZZZZ9.99-.
           05  FILLER         PIC X(28)
               VALUE " percent of commitment used".

       01  UNCOVERED-LINE.
           05  FILLER         PIC X(40)
               VALUE "  Not carried by any funding source NOK:".
           05  UL-AMOUNT      PIC Z(11)9.99-.

       01  SUMMARY-LINE.
           05  FILLER         PIC X(18)     VALUE "Funded projects: ".
           05  SM-PROJECTS    PIC Z(4)9.
           05  FILLER         PIC X(23)
               VALUE ", source warnings:    ".
           05  SM-WARNINGS    PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM READ-NEXT-SOURCE.
       PERFORM REPORT-ONE-PROJECT
           UNTIL FUNDING-FILE-AT-END.
       MOVE PROJECT-COUNT TO SM-PROJECTS.
       MOVE WARNING-COUNT TO SM-WARNINGS.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY "Funder report for " PROJECT-COUNT " project(s), "
           WARNING-COUNT " source warning(s), see "
           "FUNDER_REPORT.TXT.".
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: more than 20 sources on a project, "
               DROPPED-COUNT " source(s) left out.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           PERFORM LOAD-WARN-PCT.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT FUNDING-FILE.
           IF FUNDNG-FILE-STATUS NOT = "00"
               SET FUNDING-FILE-AT-END TO TRUE.
           OPEN INPUT TIMESHEET-FILE.
           OPEN INPUT COST-LINE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           IF FUNDNG-FILE-STATUS NOT = "35"
               CLOSE FUNDING-FILE.
           IF TIMESHT-FILE-STATUS NOT = "35"
               CLOSE TIMESHEET-FILE.
           IF COSTLN-FILE-STATUS NOT = "35"
               CLOSE COST-LINE-FILE.
           CLOSE PRINT-FILE.

       LOAD-WARN-PCT.
           MOVE ZERO TO WARN-PCT.
           OPEN INPUT FNDCUT-FILE.
           IF FNDCUT-FILE-STATUS = "00"
               READ FNDCUT-FILE INTO WARN-PCT
                   AT END MOVE ZERO TO WARN-PCT
               END-READ
               CLOSE FNDCUT-FILE.
           IF WARN-PCT = ZERO
               MOVE DEFAULT-WARN-PCT TO WARN-PCT.

       READ-NEXT-SOURCE.
           READ FUNDING-FILE NEXT
               AT END SET FUNDING-FILE-AT-END TO TRUE.

       REPORT-ONE-PROJECT.
           MOVE FU-NUMBER TO CURRENT-PROJECT.
           MOVE ZERO TO SOURCE-COUNT.
           PERFORM LOAD-ONE-SOURCE
               UNTIL FUNDING-FILE-AT-END
                  OR FU-NUMBER NOT = CURRENT-PROJECT.
           ADD 1 TO PROJECT-COUNT.
           MOVE CURRENT-PROJECT TO PR-NUMBER.
           READ PROJECT-FILE
               INVALID KEY
                   MOVE "(not on project file)" TO PR-NAME
                   MOVE "NOK" TO PR-CURRENCY.
           MOVE CURRENT-PROJECT TO PH-NUMBER.
           MOVE PR-NAME TO PH-NAME.
           WRITE PRINT-LINE FROM PROJECT-HEADER.
           MOVE ZERO TO LABOUR-NOK.
           MOVE ZERO TO COST-LINE-NOK.
           PERFORM SPLIT-TIMESHEETS.
           PERFORM SPLIT-COST-LINES.
           COMPUTE ACTUAL-NOK = LABOUR-NOK + COST-LINE-NOK.
           MOVE ACTUAL-NOK TO AL-ACTUAL.
           MOVE LABOUR-NOK TO AL-LABOUR.
           MOVE COST-LINE-NOK TO AL-COST-LINES.
           WRITE PRINT-LINE FROM ACTUAL-LINE.
           MOVE ZERO TO COVERED-NOK.
           PERFORM WRITE-ONE-SOURCE
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > SOURCE-COUNT.
           COMPUTE UL-AMOUNT = ACTUAL-NOK - COVERED-NOK.
           WRITE PRINT-LINE FROM UNCOVERED-LINE.

       LOAD-ONE-SOURCE.
           IF SOURCE-COUNT < 20
               ADD 1 TO SOURCE-COUNT
               MOVE FU-FUNDER-CODE TO SR-FUNDER-CODE (SOURCE-COUNT)
               MOVE FU-FUNDER-NAME TO SR-FUNDER-NAME (SOURCE-COUNT)
               MOVE FU-COMMITTED-AMOUNT TO SR-COMMITTED (SOURCE-COUNT)
               MOVE FU-CURRENCY TO SR-CURRENCY (SOURCE-COUNT)
               MOVE FU-SHARE-PCT TO SR-SHARE-PCT (SOURCE-COUNT)
               PERFORM COPY-ONE-CATEGORY
                   VARYING CATEGORY-IDX FROM 1 BY 1
                   UNTIL CATEGORY-IDX > 8
               MOVE FU-END-DATE TO SR-END-DATE (SOURCE-COUNT)
               MOVE ZERO TO SR-FUNDED-NOK (SOURCE-COUNT)
               MOVE ZERO TO SR-INELIGIBLE-NOK (SOURCE-COUNT)
               MOVE ZERO TO SR-LATE-NOK (SOURCE-COUNT)
           ELSE
               ADD 1 TO DROPPED-COUNT.
           PERFORM READ-NEXT-SOURCE.

       COPY-ONE-CATEGORY.
           MOVE FU-ELIGIBLE-CATEGORY (CATEGORY-IDX)
               TO SR-CATEGORY (SOURCE-COUNT, CATEGORY-IDX).

       SPLIT-TIMESHEETS.
           IF TIMESHT-FILE-STATUS = "00"
               MOVE CURRENT-PROJECT TO TS-NUMBER
               MOVE LOW-VALUE TO TS-EMPLOYEE-ID
               MOVE ZERO TO TS-WEEK
               MOVE ZERO TO TS-ENTRY-SEQ
               START TIMESHEET-FILE KEY IS NOT LESS THAN TS-KEY
                   INVALID KEY MOVE SPACE TO TS-NUMBER
               END-START
               PERFORM SPLIT-ONE-TIMESHEET
                   UNTIL TS-NUMBER NOT = CURRENT-PROJECT.

       SPLIT-ONE-TIMESHEET.
           READ TIMESHEET-FILE NEXT
               AT END MOVE SPACE TO TS-NUMBER.
           IF TS-NUMBER = CURRENT-PROJECT
              AND TS-PRICED
               COMPUTE SPEND-NOK = TS-HOURS * TS-PRICED-RATE
               ADD SPEND-NOK TO LABOUR-NOK
               MOVE LABOUR-CATEGORY TO SPEND-CATEGORY
               PERFORM COMPUTE-WEEK-DATE
               PERFORM APPLY-TO-SOURCE
                   VARYING SOURCE-IDX FROM 1 BY 1
                   UNTIL SOURCE-IDX > SOURCE-COUNT.

       COMPUTE-WEEK-DATE.
           MOVE TS-WEEK TO WORK-WEEK.
           COMPUTE WEEK-YEAR = WORK-WEEK / 100.
           COMPUTE WEEK-NO = FUNCTION REM (WORK-WEEK, 100).
           IF WEEK-NO = ZERO
               MOVE 1 TO WEEK-NO.
           COMPUTE YEAR-START-NUM = WEEK-YEAR * 10000 + 101.
           COMPUTE DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (YEAR-START-NUM)
               + (WEEK-NO - 1) * 7.
           COMPUTE SPEND-DATE =
               FUNCTION DATE-OF-INTEGER (DAY-INTEGER).

       SPLIT-COST-LINES.
           IF COSTLN-FILE-STATUS = "00"
               MOVE CURRENT-PROJECT TO CL-NUMBER
               MOVE ZERO TO CL-SEQ
               START COST-LINE-FILE KEY IS NOT LESS THAN CL-KEY
                   INVALID KEY MOVE SPACE TO CL-NUMBER
               END-START
               PERFORM SPLIT-ONE-COST-LINE
                   UNTIL CL-NUMBER NOT = CURRENT-PROJECT.

       SPLIT-ONE-COST-LINE.
           READ COST-LINE-FILE NEXT
               AT END MOVE SPACE TO CL-NUMBER.
           IF CL-NUMBER = CURRENT-PROJECT
               MOVE 1 TO LINE-RATE
               IF PR-CURRENCY NOT = "NOK"
                   CALL "RATEFOR" USING LINE-RATE
                                        PR-CURRENCY
                                        CL-DATE
               END-IF
               COMPUTE SPEND-NOK ROUNDED = CL-AMOUNT * LINE-RATE
               ADD SPEND-NOK TO COST-LINE-NOK
               MOVE CL-CATEGORY TO SPEND-CATEGORY
               MOVE CL-DATE TO SPEND-DATE
               PERFORM APPLY-TO-SOURCE
                   VARYING SOURCE-IDX FROM 1 BY 1
                   UNTIL SOURCE-IDX > SOURCE-COUNT.

       APPLY-TO-SOURCE.
           COMPUTE SPEND-SHARE ROUNDED =
               SPEND-NOK * SR-SHARE-PCT (SOURCE-IDX) / 100.
           MOVE "N" TO ELIGIBLE-SW.
           IF SR-CATEGORY (SOURCE-IDX, 1) = SPACE
               SET ELIGIBLE-CATEGORY TO TRUE
           ELSE
               PERFORM CHECK-ONE-CATEGORY
                   VARYING CATEGORY-IDX FROM 1 BY 1
                   UNTIL CATEGORY-IDX > 8.
           IF NOT ELIGIBLE-CATEGORY
               ADD SPEND-SHARE TO SR-INELIGIBLE-NOK (SOURCE-IDX)
           ELSE
               IF SR-END-DATE (SOURCE-IDX) NOT = ZERO
                  AND SPEND-DATE > SR-END-DATE (SOURCE-IDX)
                   ADD SPEND-SHARE TO SR-LATE-NOK (SOURCE-IDX)
               ELSE
                   ADD SPEND-SHARE TO SR-FUNDED-NOK (SOURCE-IDX).

       CHECK-ONE-CATEGORY.
           IF SR-CATEGORY (SOURCE-IDX, CATEGORY-IDX) = SPEND-CATEGORY
               SET ELIGIBLE-CATEGORY TO TRUE.

       WRITE-ONE-SOURCE.
           ADD SR-FUNDED-NOK (SOURCE-IDX) TO COVERED-NOK.
           MOVE 1 TO FUNDER-RATE.
           IF SR-CURRENCY (SOURCE-IDX) NOT = "NOK"
              AND SR-CURRENCY (SOURCE-IDX) NOT = SPACE
               CALL "RATEFOR" USING FUNDER-RATE
                                    SR-CURRENCY (SOURCE-IDX)
                                    CURRENT-DATE-NUM.
           COMPUTE USED-AMOUNT ROUNDED =
               SR-FUNDED-NOK (SOURCE-IDX) / FUNDER-RATE.
           MOVE SR-FUNDER-CODE (SOURCE-IDX) TO SL-FUNDER-CODE.
           MOVE SR-FUNDER-NAME (SOURCE-IDX) TO SL-FUNDER-NAME.
           MOVE SR-SHARE-PCT (SOURCE-IDX) TO SL-SHARE-PCT.
           MOVE SR-FUNDED-NOK (SOURCE-IDX) TO SL-FUNDED-NOK.
           MOVE USED-AMOUNT TO SL-USED.
           MOVE SR-COMMITTED (SOURCE-IDX) TO SL-COMMITTED.
           MOVE SR-CURRENCY (SOURCE-IDX) TO SL-CURRENCY.
           WRITE PRINT-LINE FROM SOURCE-LINE.
           IF SR-INELIGIBLE-NOK (SOURCE-IDX) NOT = ZERO
               MOVE "Share in ineligible categories:" TO FL-TEXT
               MOVE SR-INELIGIBLE-NOK (SOURCE-IDX) TO FL-AMOUNT
               WRITE PRINT-LINE FROM FLAG-LINE.
           IF SR-LATE-NOK (SOURCE-IDX) NOT = ZERO
               MOVE "Share of spend after end date:" TO FL-TEXT
               MOVE SR-LATE-NOK (SOURCE-IDX) TO FL-AMOUNT
               WRITE PRINT-LINE FROM FLAG-LINE.
           IF SR-COMMITTED (SOURCE-IDX) > ZERO
               COMPUTE USED-PCT ROUNDED =
                   USED-AMOUNT * 100 / SR-COMMITTED (SOURCE-IDX)
               IF USED-PCT NOT < 100
                   MOVE "EXHAUSTED:" TO WL-TEXT
                   PERFORM WRITE-WARNING-LINE
               ELSE
                   IF USED-PCT NOT < WARN-PCT
                       MOVE "NEARLY EXHAUSTED:" TO WL-TEXT
                       PERFORM WRITE-WARNING-LINE.

       WRITE-WARNING-LINE.
           ADD 1 TO WARNING-COUNT.
           MOVE USED-PCT TO WL-USED-PCT.
           WRITE PRINT-LINE FROM WARNING-LINE.
