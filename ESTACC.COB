       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTACC.

      ****************************************
      * Batch program that measures how well
      * closed projects were estimated. For
      * each project in HISTORY-FILE (and in
      * ARCHIVE-FILE when the scope flag is
      * Y) that was not cancelled it takes
      * the original budget (the old amount
      * of the first PR-BUDGET revision in
      * BUDGET-REVISION-FILE, or the budget
      * itself if never revised) against the
      * final actual cost, and the planned
      * end date against the actual end
      * date. The late ETC growth is the sum
      * of the increases between successive
      * ETC-FILE captures in the last three
      * months up to the actual end, as a
      * percentage of the original budget.
      * Money is compared in NOK through
      * EXCHANGE-RATE-FILE. One line per
      * project is followed by the median,
      * lowest and highest cost overrun and
      * schedule slip, the average late ETC
      * growth and the correction factor
      * (1 + median overrun) to apply to new
      * estimates, for all projects and by
      * department, customer, size band and
      * leader. Projects without a budget or
      * valid end dates are counted but left
      * out. Written to
      * ESTIMATE_ACCURACY.TXT. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCHISTORY.COB".
           COPY "FCARCHIVE.COB".
           COPY "FCBUDREV.COB".
           COPY "FCETC.COB".
           COPY "FCEXCHRT.COB".
           SELECT PRINT-FILE ASSIGN TO "ESTIMATE_ACCURACY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDHISTORY.COB".
           COPY "FDARCHIVE.COB".
           COPY "FDBUDREV.COB".
           COPY "FDETC.COB".
           COPY "FDEXCHRT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  ETC-FILE-STATUS          PIC XX      VALUE SPACE.
       77  ETC-OPEN-SW              PIC X       VALUE "N".
       77  NOK-RATE                 PIC 9(5)V9(4) VALUE 1.
       77  RATE-LOOKUP-CODE         PIC X(3)    VALUE SPACE.
       77  ORIGINAL-BUDGET          PIC S9(10)V99 VALUE ZERO.
       77  ORIGINAL-NOK             PIC S9(12)V99 VALUE ZERO.
       77  ACTUAL-COST              PIC S9(10)V99 VALUE ZERO.
       77  PLANNED-END-NUM          PIC 9(8)    VALUE ZERO.
       77  ACTUAL-END-NUM           PIC 9(8)    VALUE ZERO.
       77  CLOSE-PERIOD             PIC 9(6)    VALUE ZERO.
       77  WINDOW-PERIOD            PIC 9(6)    VALUE ZERO.
       77  PREVIOUS-ETC             PIC S9(10)V99 VALUE ZERO.
       77  ETC-GROWTH               PIC S9(10)V99 VALUE ZERO.
       77  FIRST-REVISION-SW        PIC X       VALUE "N".
       77  DATES-OK-SW              PIC X       VALUE "N".
       77  USED-COUNT               PIC 9(5)    VALUE ZERO.
       77  SKIPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  RUN-START                PIC 9(5)    VALUE ZERO.
       77  RUN-END                  PIC 9(5)    VALUE ZERO.
       77  RUN-SIZE                 PIC 9(5)    VALUE ZERO.
       77  RUN-HALF                 PIC 9(5)    VALUE ZERO.
       77  RUN-REMAINDER            PIC 9       VALUE ZERO.
       77  SCAN-IDX                 PIC 9(5)    VALUE ZERO.
       77  GROUP-IDX                PIC 9(3)    VALUE ZERO.
       77  GROUP-COUNT              PIC 9(3)    VALUE ZERO.
       77  DIMENSION-NO             PIC 9       VALUE ZERO.
       77  ETC-GROWTH-SUM           PIC S9(9)V9 VALUE ZERO.

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  CHECK-DATE-NUM           PIC 9(8)    VALUE ZERO.
       01  CHECK-DATE REDEFINES CHECK-DATE-NUM.
           05  CK-YEAR              PIC 9(4).
           05  CK-MONTH             PIC 9(2).
           05  CK-DAY               PIC 9(2).

       01  SHIFT-PERIOD.
           05  SP-YEAR              PIC 9(4).
           05  SP-MONTH             PIC 9(2).
       01  SHIFT-PERIOD-NUM REDEFINES SHIFT-PERIOD
                                    PIC 9(6).

       01  HISTORY-FILE-SW          PIC X       VALUE "N".
           88  HISTORY-FILE-AT-END              VALUE "Y".
       01  ARCHIVE-FILE-SW          PIC X       VALUE "N".
           88  ARCHIVE-FILE-AT-END              VALUE "Y".

       01  PROJECT-FACTS.
           05  PF-NUMBER            PIC X(80).
           05  PF-SOURCE            PIC X.
           05  PF-DEPT-CODE         PIC X(10).
           05  PF-CUSTOMER-CODE     PIC X(10).
           05  PF-LEADER-ID         PIC X(10).
           05  PF-CURRENCY          PIC X(3).
           05  PF-BUDGET            PIC S9(10)V99.
           05  PF-ACTUAL-COST       PIC S9(10)V99.
           05  PF-PLANNED-END       PIC 9(8).
           05  PF-ACTUAL-END        PIC 9(8).

       01  ESTIMATE-TABLE.
           05  ESTIMATE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ESTIMATE-COUNT.
               10  EA-GROUP         PIC X(10).
               10  EA-DEPT-CODE     PIC X(10).
               10  EA-CUSTOMER-CODE PIC X(10).
               10  EA-BAND          PIC X(10).
               10  EA-LEADER-ID     PIC X(10).
               10  EA-OVERRUN       PIC S9(5)V9.
               10  EA-SLIP          PIC S9(5).
               10  EA-ETC-GROWTH    PIC S9(5)V9.
       77  ESTIMATE-COUNT           PIC 9(5)    VALUE ZERO.

       01  GROUP-RESULT-TABLE.
           05  GROUP-RESULT-ENTRY OCCURS 500 TIMES.
               10  GR-KEY           PIC X(10).
               10  GR-COUNT         PIC 9(5).
               10  GR-OVR-MIN       PIC S9(5)V9.
               10  GR-OVR-MEDIAN    PIC S9(5)V9.
               10  GR-OVR-MAX       PIC S9(5)V9.
               10  GR-SLIP-MIN      PIC S9(5).
               10  GR-SLIP-MEDIAN   PIC S9(5).
               10  GR-SLIP-MAX      PIC S9(5).
               10  GR-ETC-AVERAGE   PIC S9(5)V9.

       01  HEADER-LINE.
           05  FILLER         PIC X(48)
               VALUE "Handle Project - Estimating accuracy".
           05  FILLER         PIC X(9)      VALUE "As of:".
           05  HL-DATE        PIC 9(8).

       01  DETAIL-HEADING-LINE.
           05  FILLER         PIC X(20)     VALUE "PROJECT".
           05  FILLER         PIC X(2)      VALUE "S".
           05  FILLER         PIC X(11)     VALUE "DEPT".
           05  FILLER         PIC X(11)     VALUE "CUSTOMER".
           05  FILLER         PIC X(11)     VALUE "BAND".
           05  FILLER         PIC X(11)     VALUE "LEADER".
           05  FILLER         PIC X(16)     VALUE "  ORIGINAL NOK".
           05  FILLER         PIC X(9)      VALUE " OVERRUN%".
           05  FILLER         PIC X(9)      VALUE "  PLANNED".
           05  FILLER         PIC X(9)      VALUE "   ACTUAL".
           05  FILLER         PIC X(7)      VALUE "   SLIP".
           05  FILLER         PIC X(8)      VALUE " ETC-GR%".

       01  DETAIL-LINE.
           05  DT-NUMBER      PIC X(20).
           05  DT-SOURCE      PIC X.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DEPT        PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-CUSTOMER    PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-BAND        PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-LEADER      PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-ORIGINAL    PIC Z(11)9-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-OVERRUN     PIC ZZZZ9.9-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-PLANNED     PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-ACTUAL      PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-SLIP        PIC ZZZZ9-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-ETC-GROWTH  PIC ZZZ9.9-.

       01  DIMENSION-LINE.
           05  FILLER         PIC X(3)      VALUE "BY ".
           05  DL-DIMENSION   PIC X(20).

       01  GROUP-HEADING-LINE.
           05  FILLER         PIC X(11)     VALUE "GROUP".
           05  FILLER         PIC X(6)      VALUE "COUNT".
           05  FILLER         PIC X(27)
               VALUE "  OVERRUN% MIN  MEDIAN  MAX".
           05  FILLER         PIC X(24)
               VALUE "  SLIP DAYS MIN MED  MAX".
           05  FILLER         PIC X(10)     VALUE "  ETC-GR%".
           05  FILLER         PIC X(8)      VALUE "  FACTOR".

       01  GROUP-LINE.
           05  GL-KEY         PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  GL-COUNT       PIC ZZZZ9.
           05  FILLER         PIC X         VALUE SPACE.
           05  GL-OVR-MIN     PIC ZZZZ9.9-.
           05  GL-OVR-MEDIAN  PIC ZZZZ9.9-.
           05  GL-OVR-MAX     PIC ZZZZ9.9-.
           05  FILLER         PIC X         VALUE SPACE.
           05  GL-SLIP-MIN    PIC ZZZZ9-.
           05  GL-SLIP-MEDIAN PIC ZZZZ9-.
           05  GL-SLIP-MAX    PIC ZZZZ9-.
           05  FILLER         PIC X         VALUE SPACE.
           05  GL-ETC-AVERAGE PIC ZZZ9.9-.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  GL-FACTOR      PIC Z9.99.

       01  SUMMARY-LINE.
           05  FILLER         PIC X(20)
               VALUE "Projects analysed:".
           05  SL-USED        PIC Z(4)9.
           05  FILLER         PIC X(26)
               VALUE "   Left out (no budget or".
           05  FILLER         PIC X(13)
               VALUE " end dates): ".
           05  SL-SKIPPED     PIC Z(4)9.

       01  WARNING-LINE.
           05  FILLER         PIC X(20)
               VALUE "Warning: table full,".
           05  WL-COUNT       PIC Z(6)9.
           05  FILLER         PIC X(25)
               VALUE " project(s) not included.".

       LINKAGE SECTION.
       01  ESTIMATE-SCOPE-PARM      PIC X.

       PROCEDURE DIVISION USING ESTIMATE-SCOPE-PARM.

       PERFORM INIT-PROGRAM.
       PERFORM LOAD-ONE-HISTORY
           UNTIL HISTORY-FILE-AT-END.
       PERFORM LOAD-ONE-ARCHIVE
           UNTIL ARCHIVE-FILE-AT-END.
       PERFORM WRITE-ONE-DIMENSION
           VARYING DIMENSION-NO FROM 1 BY 1
               UNTIL DIMENSION-NO > 5.
       PERFORM WRITE-SUMMARY.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE "N" TO HISTORY-FILE-SW.
           MOVE "N" TO ARCHIVE-FILE-SW.
           MOVE ZERO TO ESTIMATE-COUNT.
           MOVE ZERO TO USED-COUNT.
           MOVE ZERO TO SKIPPED-COUNT.
           MOVE ZERO TO DROPPED-COUNT.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT ARCHIVE-FILE.
           IF ESTIMATE-SCOPE-PARM NOT = "Y"
               SET ARCHIVE-FILE-AT-END TO TRUE.
           OPEN INPUT BUDGET-REVISION-FILE.
           OPEN INPUT ETC-FILE.
           IF ETC-FILE-STATUS = "00"
               MOVE "Y" TO ETC-OPEN-SW.
           OPEN INPUT EXCHANGE-RATE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.
           WRITE PRINT-LINE FROM DETAIL-HEADING-LINE.

       PROGRAM-CLEANUP.
           CLOSE HISTORY-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE BUDGET-REVISION-FILE.
           IF ETC-FILE-STATUS NOT = "35"
               CLOSE ETC-FILE.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE PRINT-FILE.

       LOAD-ONE-HISTORY.
           READ HISTORY-FILE NEXT
               AT END SET HISTORY-FILE-AT-END TO TRUE.
           IF NOT HISTORY-FILE-AT-END
              AND NOT HI-STATUS-CANCELLED
               MOVE HI-NUMBER TO PF-NUMBER
               MOVE "H" TO PF-SOURCE
               MOVE HI-DEPT-CODE TO PF-DEPT-CODE
               MOVE HI-CUSTOMER-CODE TO PF-CUSTOMER-CODE
               MOVE HI-LEADER-ID TO PF-LEADER-ID
               MOVE HI-CURRENCY TO PF-CURRENCY
               MOVE HI-BUDGET TO PF-BUDGET
               MOVE HI-ACTUAL-COST TO PF-ACTUAL-COST
               MOVE HI-DATE (2) TO PF-PLANNED-END
               MOVE HI-ACTUAL-END-DATE TO PF-ACTUAL-END
               PERFORM ANALYSE-PROJECT.

       LOAD-ONE-ARCHIVE.
           READ ARCHIVE-FILE NEXT
               AT END SET ARCHIVE-FILE-AT-END TO TRUE.
           IF NOT ARCHIVE-FILE-AT-END
              AND NOT AR-STATUS-CANCELLED
               MOVE AR-NUMBER TO PF-NUMBER
               MOVE "A" TO PF-SOURCE
               MOVE AR-DEPT-CODE TO PF-DEPT-CODE
               MOVE SPACE TO PF-CUSTOMER-CODE
               MOVE AR-LEADER-ID TO PF-LEADER-ID
               MOVE AR-CURRENCY TO PF-CURRENCY
               MOVE AR-BUDGET TO PF-BUDGET
               MOVE AR-ACTUAL-COST TO PF-ACTUAL-COST
               MOVE AR-DATE (2) TO PF-PLANNED-END
               MOVE AR-ACTUAL-END-DATE TO PF-ACTUAL-END
               PERFORM ANALYSE-PROJECT.

       ANALYSE-PROJECT.
           PERFORM FIND-ORIGINAL-BUDGET.
           MOVE "Y" TO DATES-OK-SW.
           MOVE PF-PLANNED-END TO CHECK-DATE-NUM.
           PERFORM CHECK-ONE-DATE.
           MOVE PF-ACTUAL-END TO CHECK-DATE-NUM.
           PERFORM CHECK-ONE-DATE.
           IF ORIGINAL-BUDGET NOT > ZERO
              OR DATES-OK-SW = "N"
               ADD 1 TO SKIPPED-COUNT
           ELSE IF ESTIMATE-COUNT NOT < 5000
               ADD 1 TO DROPPED-COUNT
           ELSE
               PERFORM ADD-ESTIMATE-ENTRY.

       CHECK-ONE-DATE.
           IF CK-YEAR < 1900
              OR CK-MONTH < 1 OR CK-MONTH > 12
              OR CK-DAY < 1 OR CK-DAY > 31
               MOVE "N" TO DATES-OK-SW.

       FIND-ORIGINAL-BUDGET.
           MOVE PF-BUDGET TO ORIGINAL-BUDGET.
           MOVE "N" TO FIRST-REVISION-SW.
           MOVE PF-NUMBER TO BR-NUMBER.
           MOVE ZERO TO BR-REV-SEQ.
           START BUDGET-REVISION-FILE KEY IS NOT LESS THAN BR-KEY
               INVALID KEY MOVE SPACE TO BR-NUMBER.
           PERFORM CHECK-ONE-REVISION
               UNTIL BR-NUMBER NOT = PF-NUMBER
                  OR FIRST-REVISION-SW = "Y".

       CHECK-ONE-REVISION.
           READ BUDGET-REVISION-FILE NEXT
               AT END MOVE SPACE TO BR-NUMBER.
           IF BR-NUMBER = PF-NUMBER
              AND BR-FIELD-NAME = "PR-BUDGET"
               MOVE BR-OLD-AMOUNT TO ORIGINAL-BUDGET
               MOVE "Y" TO FIRST-REVISION-SW.

       ADD-ESTIMATE-ENTRY.
           ADD 1 TO ESTIMATE-COUNT.
           ADD 1 TO USED-COUNT.
           MOVE PF-CURRENCY TO RATE-LOOKUP-CODE.
           PERFORM LOOK-UP-NOK-RATE.
           COMPUTE ORIGINAL-NOK ROUNDED = ORIGINAL-BUDGET * NOK-RATE.
           MOVE PF-DEPT-CODE TO EA-DEPT-CODE (ESTIMATE-COUNT).
           MOVE PF-CUSTOMER-CODE TO EA-CUSTOMER-CODE (ESTIMATE-COUNT).
           IF PF-CUSTOMER-CODE = SPACE
               MOVE "(none)" TO EA-CUSTOMER-CODE (ESTIMATE-COUNT).
           MOVE PF-LEADER-ID TO EA-LEADER-ID (ESTIMATE-COUNT).
           EVALUATE TRUE
               WHEN ORIGINAL-NOK < 1000000
                   MOVE "S  <1M" TO EA-BAND (ESTIMATE-COUNT)
               WHEN ORIGINAL-NOK < 5000000
                   MOVE "M  1-5M" TO EA-BAND (ESTIMATE-COUNT)
               WHEN ORIGINAL-NOK < 20000000
                   MOVE "L  5-20M" TO EA-BAND (ESTIMATE-COUNT)
               WHEN OTHER
                   MOVE "XL >20M" TO EA-BAND (ESTIMATE-COUNT)
           END-EVALUATE.
           COMPUTE EA-OVERRUN (ESTIMATE-COUNT) ROUNDED =
               (PF-ACTUAL-COST - ORIGINAL-BUDGET) * 100
               / ORIGINAL-BUDGET.
           COMPUTE EA-SLIP (ESTIMATE-COUNT) =
               FUNCTION INTEGER-OF-DATE (PF-ACTUAL-END)
               - FUNCTION INTEGER-OF-DATE (PF-PLANNED-END).
           PERFORM ADD-UP-LATE-ETC-GROWTH.
           COMPUTE EA-ETC-GROWTH (ESTIMATE-COUNT) ROUNDED =
               ETC-GROWTH * 100 / ORIGINAL-BUDGET.
           PERFORM WRITE-DETAIL-LINE.

       LOOK-UP-NOK-RATE.
           MOVE 1 TO NOK-RATE.
           IF RATE-LOOKUP-CODE NOT = "NOK"
              AND RATE-LOOKUP-CODE NOT = SPACE
               MOVE RATE-LOOKUP-CODE TO XR-CODE
               READ EXCHANGE-RATE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF XR-RATE-TO-NOK NOT = ZERO
                           MOVE XR-RATE-TO-NOK TO NOK-RATE.

      *    Only rises between captures count: the estimate to
      *    complete falls as work is done, so a rise is the
      *    forecast itself moving.
       ADD-UP-LATE-ETC-GROWTH.
           MOVE ZERO TO ETC-GROWTH.
           IF ETC-OPEN-SW = "Y"
               COMPUTE CLOSE-PERIOD = PF-ACTUAL-END / 100
               MOVE CLOSE-PERIOD TO SHIFT-PERIOD-NUM
               IF SP-MONTH > 3
                   SUBTRACT 3 FROM SP-MONTH
               ELSE
                   ADD 9 TO SP-MONTH
                   SUBTRACT 1 FROM SP-YEAR
               END-IF
               MOVE SHIFT-PERIOD-NUM TO WINDOW-PERIOD
               MOVE PF-NUMBER TO ET-NUMBER
               MOVE WINDOW-PERIOD TO ET-PERIOD
               MOVE -1 TO PREVIOUS-ETC
               START ETC-FILE KEY IS NOT LESS THAN ET-KEY
                   INVALID KEY MOVE SPACE TO ET-NUMBER
               END-START
               PERFORM ADD-ONE-ETC-CAPTURE
                   UNTIL ET-NUMBER NOT = PF-NUMBER
                      OR ET-PERIOD > CLOSE-PERIOD.

       ADD-ONE-ETC-CAPTURE.
           READ ETC-FILE NEXT
               AT END MOVE SPACE TO ET-NUMBER.
           IF ET-NUMBER = PF-NUMBER
              AND ET-PERIOD NOT > CLOSE-PERIOD
               IF PREVIOUS-ETC NOT < ZERO
                  AND ET-AMOUNT > PREVIOUS-ETC
                   COMPUTE ETC-GROWTH = ETC-GROWTH
                       + ET-AMOUNT - PREVIOUS-ETC
               END-IF
               MOVE ET-AMOUNT TO PREVIOUS-ETC.

       WRITE-DETAIL-LINE.
           MOVE PF-NUMBER TO DT-NUMBER.
           MOVE PF-SOURCE TO DT-SOURCE.
           MOVE EA-DEPT-CODE (ESTIMATE-COUNT) TO DT-DEPT.
           MOVE EA-CUSTOMER-CODE (ESTIMATE-COUNT) TO DT-CUSTOMER.
           MOVE EA-BAND (ESTIMATE-COUNT) TO DT-BAND.
           MOVE EA-LEADER-ID (ESTIMATE-COUNT) TO DT-LEADER.
           MOVE ORIGINAL-NOK TO DT-ORIGINAL.
           MOVE EA-OVERRUN (ESTIMATE-COUNT) TO DT-OVERRUN.
           MOVE PF-PLANNED-END TO DT-PLANNED.
           MOVE PF-ACTUAL-END TO DT-ACTUAL.
           MOVE EA-SLIP (ESTIMATE-COUNT) TO DT-SLIP.
           MOVE EA-ETC-GROWTH (ESTIMATE-COUNT) TO DT-ETC-GROWTH.
           WRITE PRINT-LINE FROM DETAIL-LINE.

      *    Each grouping is worked out by copying its key into
      *    EA-GROUP and sorting the table twice, once by overrun
      *    and once by slip, so the medians can be read off the
      *    middle of each run of equal keys.
       WRITE-ONE-DIMENSION.
           IF ESTIMATE-COUNT > ZERO
               EVALUATE DIMENSION-NO
                   WHEN 1
                       MOVE "ALL PROJECTS" TO DL-DIMENSION
                   WHEN 2
                       MOVE "DEPARTMENT" TO DL-DIMENSION
                   WHEN 3
                       MOVE "CUSTOMER" TO DL-DIMENSION
                   WHEN 4
                       MOVE "SIZE BAND (NOK)" TO DL-DIMENSION
                   WHEN 5
                       MOVE "LEADER" TO DL-DIMENSION
               END-EVALUATE
               MOVE SPACE TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM DIMENSION-LINE
               WRITE PRINT-LINE FROM GROUP-HEADING-LINE
               PERFORM SET-ONE-GROUP-KEY
                   VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX > ESTIMATE-COUNT
               SORT ESTIMATE-ENTRY
                   ASCENDING KEY EA-GROUP EA-OVERRUN
               MOVE ZERO TO GROUP-COUNT
               MOVE 1 TO RUN-START
               PERFORM MEASURE-OVERRUN-RUN
                   UNTIL RUN-START > ESTIMATE-COUNT
               SORT ESTIMATE-ENTRY
                   ASCENDING KEY EA-GROUP EA-SLIP
               MOVE ZERO TO GROUP-IDX
               MOVE 1 TO RUN-START
               PERFORM MEASURE-SLIP-RUN
                   UNTIL RUN-START > ESTIMATE-COUNT
               PERFORM WRITE-ONE-GROUP
                   VARYING GROUP-IDX FROM 1 BY 1
                       UNTIL GROUP-IDX > GROUP-COUNT.

       SET-ONE-GROUP-KEY.
           EVALUATE DIMENSION-NO
               WHEN 1
                   MOVE "ALL" TO EA-GROUP (SCAN-IDX)
               WHEN 2
                   MOVE EA-DEPT-CODE (SCAN-IDX) TO EA-GROUP (SCAN-IDX)
               WHEN 3
                   MOVE EA-CUSTOMER-CODE (SCAN-IDX)
                       TO EA-GROUP (SCAN-IDX)
               WHEN 4
                   MOVE EA-BAND (SCAN-IDX) TO EA-GROUP (SCAN-IDX)
               WHEN 5
                   MOVE EA-LEADER-ID (SCAN-IDX) TO EA-GROUP (SCAN-IDX)
           END-EVALUATE.

       FIND-RUN-END.
           MOVE RUN-START TO RUN-END.
           PERFORM STEP-RUN-END
               UNTIL RUN-END NOT < ESTIMATE-COUNT
                  OR EA-GROUP (RUN-END + 1) NOT = EA-GROUP (RUN-START).
           COMPUTE RUN-SIZE = RUN-END - RUN-START + 1.
           DIVIDE RUN-SIZE BY 2 GIVING RUN-HALF
               REMAINDER RUN-REMAINDER.

       STEP-RUN-END.
           ADD 1 TO RUN-END.

       MEASURE-OVERRUN-RUN.
           PERFORM FIND-RUN-END.
           IF GROUP-COUNT < 500
               ADD 1 TO GROUP-COUNT
               MOVE EA-GROUP (RUN-START) TO GR-KEY (GROUP-COUNT)
               MOVE RUN-SIZE TO GR-COUNT (GROUP-COUNT)
               MOVE EA-OVERRUN (RUN-START) TO GR-OVR-MIN (GROUP-COUNT)
               MOVE EA-OVERRUN (RUN-END) TO GR-OVR-MAX (GROUP-COUNT)
               IF RUN-REMAINDER = 1
                   MOVE EA-OVERRUN (RUN-START + RUN-HALF)
                       TO GR-OVR-MEDIAN (GROUP-COUNT)
               ELSE
                   COMPUTE GR-OVR-MEDIAN (GROUP-COUNT) ROUNDED =
                       (EA-OVERRUN (RUN-START + RUN-HALF - 1)
                       + EA-OVERRUN (RUN-START + RUN-HALF)) / 2
               END-IF
               MOVE ZERO TO ETC-GROWTH-SUM
               PERFORM ADD-ONE-ETC-GROWTH
                   VARYING SCAN-IDX FROM RUN-START BY 1
                       UNTIL SCAN-IDX > RUN-END
               COMPUTE GR-ETC-AVERAGE (GROUP-COUNT) ROUNDED =
                   ETC-GROWTH-SUM / RUN-SIZE.
           COMPUTE RUN-START = RUN-END + 1.

       ADD-ONE-ETC-GROWTH.
           ADD EA-ETC-GROWTH (SCAN-IDX) TO ETC-GROWTH-SUM.

       MEASURE-SLIP-RUN.
           PERFORM FIND-RUN-END.
           IF GROUP-IDX < GROUP-COUNT
               ADD 1 TO GROUP-IDX
               MOVE EA-SLIP (RUN-START) TO GR-SLIP-MIN (GROUP-IDX)
               MOVE EA-SLIP (RUN-END) TO GR-SLIP-MAX (GROUP-IDX)
               IF RUN-REMAINDER = 1
                   MOVE EA-SLIP (RUN-START + RUN-HALF)
                       TO GR-SLIP-MEDIAN (GROUP-IDX)
               ELSE
                   COMPUTE GR-SLIP-MEDIAN (GROUP-IDX) ROUNDED =
                       (EA-SLIP (RUN-START + RUN-HALF - 1)
                       + EA-SLIP (RUN-START + RUN-HALF)) / 2.
           COMPUTE RUN-START = RUN-END + 1.

       WRITE-ONE-GROUP.
           MOVE GR-KEY (GROUP-IDX) TO GL-KEY.
           MOVE GR-COUNT (GROUP-IDX) TO GL-COUNT.
           MOVE GR-OVR-MIN (GROUP-IDX) TO GL-OVR-MIN.
           MOVE GR-OVR-MEDIAN (GROUP-IDX) TO GL-OVR-MEDIAN.
           MOVE GR-OVR-MAX (GROUP-IDX) TO GL-OVR-MAX.
           MOVE GR-SLIP-MIN (GROUP-IDX) TO GL-SLIP-MIN.
           MOVE GR-SLIP-MEDIAN (GROUP-IDX) TO GL-SLIP-MEDIAN.
           MOVE GR-SLIP-MAX (GROUP-IDX) TO GL-SLIP-MAX.
           MOVE GR-ETC-AVERAGE (GROUP-IDX) TO GL-ETC-AVERAGE.
           IF GR-OVR-MEDIAN (GROUP-IDX) > -100
               COMPUTE GL-FACTOR ROUNDED =
                   1 + GR-OVR-MEDIAN (GROUP-IDX) / 100
           ELSE
               MOVE ZERO TO GL-FACTOR.
           WRITE PRINT-LINE FROM GROUP-LINE.

       WRITE-SUMMARY.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF DROPPED-COUNT NOT = ZERO
               MOVE DROPPED-COUNT TO WL-COUNT
               WRITE PRINT-LINE FROM WARNING-LINE
               DISPLAY "Warning: table full, " DROPPED-COUNT
                   " project(s) not included in the report.".
           MOVE USED-COUNT TO SL-USED.
           MOVE SKIPPED-COUNT TO SL-SKIPPED.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           DISPLAY USED-COUNT " closed project(s) analysed in"
               " ESTIMATE_ACCURACY.TXT.".
