       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVHALLOC.

      ****************************************
      * Batch program that allocates the
      * monthly department overhead pools
      * (OVERHEAD-POOL-FILE, maintained by
      * OVHADD) to project cost. The month
      * is the previous calendar month, or
      * the month in OVHMONTH.CFG when that
      * file is present. Each pool is spread
      * over the department's projects
      * (PR-DEPT-CODE) in proportion to the
      * priced TIMESHEET-FILE hours of the
      * month, weeks being placed in the
      * month their start day falls in; the
      * last project takes the rounding
      * difference so the pool is spread in
      * full. Each share is converted from
      * NOK into the project's currency
      * (RATEFOR), written as a non-billable
      * COST-LINE-FILE record under overhead
      * category OVHD and added to the
      * project's PR-ACTUAL-COST, with every
      * project update written to AUDIT-FILE.
      * The run can be repeated for a month:
      * what earlier runs already allocated
      * to a project for the pool is read
      * back from its cost lines and only
      * the difference is posted. A month in
      * a closed accounting period (per
      * PERIODOK) is not posted. The pool,
      * basis hours and amount per project
      * are reported in OVERHEAD_ALLOC.TXT.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCTIMESHT.COB".
           COPY "FCCOSTLN.COB".
           COPY "FCCATEG.COB".
           COPY "FCOVHPOOL.COB".
           COPY "FCOVHCUT.COB".
           COPY "FCAUDIT.COB".
           SELECT PRINT-FILE ASSIGN TO "OVERHEAD_ALLOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDTIMESHT.COB".
           COPY "FDCOSTLN.COB".
           COPY "FDCATEG.COB".
           COPY "FDOVHPOOL.COB".
           COPY "FDOVHCUT.COB".
           COPY "FDAUDIT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  COSTLN-FILE-STATUS       PIC XX      VALUE SPACE.
       77  CATEG-FILE-STATUS        PIC XX      VALUE SPACE.
       77  OVHPOOL-FILE-STATUS      PIC XX      VALUE SPACE.
       77  OVHCUT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  OVERHEAD-CATEGORY        PIC X(4)    VALUE "OVHD".
       77  REPORT-YEAR              PIC 9(4)    VALUE ZERO.
       77  REPORT-MONTH             PIC 9(2)    VALUE ZERO.
       77  REPORT-PERIOD            PIC 9(6)    VALUE ZERO.
       77  MONTH-END-NUM            PIC 9(8)    VALUE ZERO.
       77  NEXT-MONTH-NUM           PIC 9(8)    VALUE ZERO.
       77  PERIOD-OPEN-ANSWER       PIC X       VALUE "Y".
       77  WORK-WEEK                PIC 9(6)    VALUE ZERO.
       77  WEEK-YEAR                PIC 9(4)    VALUE ZERO.
       77  WEEK-NO                  PIC 9(2)    VALUE ZERO.
       77  YEAR-START-NUM           PIC 9(8)    VALUE ZERO.
       77  DAY-INTEGER              PIC S9(9)   VALUE ZERO.
       77  WEEK-DATE-NUM            PIC 9(8)    VALUE ZERO.
       77  WEEK-PERIOD              PIC 9(6)    VALUE ZERO.
       77  BASIS-IDX                PIC 9(4)    VALUE ZERO.
       77  POOL-HOURS               PIC S9(9)V99 VALUE ZERO.
       77  POOL-PROJECTS            PIC 9(4)    VALUE ZERO.
       77  PROJECTS-DONE            PIC 9(4)    VALUE ZERO.
       77  ALLOCATED-NOK            PIC S9(10)V99 VALUE ZERO.
       77  SHARE-NOK                PIC S9(10)V99 VALUE ZERO.
       77  SHARE-AMOUNT             PIC S9(10)V99 VALUE ZERO.
       77  EARLIER-AMOUNT           PIC S9(10)V99 VALUE ZERO.
       77  DELTA-AMOUNT             PIC S9(10)V99 VALUE ZERO.
       77  PROJECT-RATE             PIC 9(5)V9(4) VALUE 1.
       77  NEXT-CL-SEQ              PIC 9(4)    VALUE ZERO.
       77  POOL-COUNT               PIC 9(5)    VALUE ZERO.
       77  POSTED-COUNT             PIC 9(5)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  SHOW-MONEY               PIC Z(10)9.99- VALUE ZERO.

       01  TIMESHEET-FILE-SW        PIC X       VALUE "N".
           88  TIMESHEET-FILE-AT-END            VALUE "Y".
       01  POOL-FILE-SW             PIC X       VALUE "N".
           88  POOL-FILE-AT-END                 VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  BASIS-TABLE.
           05  BASIS-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON BASIS-COUNT.
               10  PB-NUMBER        PIC X(80).
               10  PB-DEPT-CODE     PIC X(10).
               10  PB-HOURS         PIC S9(7)V99.
       77  BASIS-COUNT              PIC 9(4)    VALUE ZERO.

       01  OVERHEAD-NOTE.
           05  FILLER               PIC X(4)    VALUE "OVH ".
           05  ON-DEPT-CODE         PIC X(10).
           05  FILLER               PIC X       VALUE SPACE.
           05  ON-PERIOD            PIC 9(6).
           05  FILLER               PIC X(19)   VALUE SPACE.

       01  HEADER-LINE.
           05  FILLER         PIC X(40)
               VALUE "Handle Project - Overhead allocation for".
           05  FILLER         PIC X         VALUE SPACE.
           05  HL-PERIOD      PIC 9(6).

       01  CLOSED-LINE.
           05  FILLER         PIC X(45)
               VALUE "Accounting period is closed, nothing posted.".

       01  POOL-HEADER.
           05  FILLER         PIC X(12)     VALUE "DEPARTMENT: ".
           05  PH-DEPT-CODE   PIC X(10).
           05  FILLER         PIC X(6)      VALUE " pool ".
           05  PH-AMOUNT      PIC Z(10)9.99-.
           05  FILLER         PIC X(17)     VALUE " NOK, basis hours".
           05  PH-HOURS       PIC Z(8)9.99-.

       01  NO-BASIS-LINE.
           05  FILLER         PIC X(48)
               VALUE "  No priced hours this month, pool not spread.".

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(22)
               VALUE "  PROJECT".
           05  FILLER         PIC X(13)     VALUE "    HOURS".
           05  FILLER         PIC X(15)     VALUE "      SHARE NOK".
           05  FILLER         PIC X(15)     VALUE "     ALLOCATED".
           05  FILLER         PIC X(4)      VALUE " CUR".
           05  FILLER         PIC X(15)     VALUE "   POSTED NOW".

       01  DETAIL-LINE.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  DL-NUMBER      PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-HOURS       PIC Z(7)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-SHARE-NOK   PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-AMOUNT      PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-DELTA       PIC Z(10)9.99-.

       01  SUMMARY-LINE.
           05  FILLER         PIC X(16)     VALUE "Pools allocated:".
           05  SL-POOLS       PIC Z(4)9.
           05  FILLER         PIC X(22)
               VALUE ", cost lines posted:".
           05  SL-POSTED      PIC Z(4)9.

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "OVHALLOC".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       CALL "PERIODOK" USING REPORT-PERIOD PERIOD-OPEN-ANSWER.
       IF PERIOD-OPEN-ANSWER = "N"
           WRITE PRINT-LINE FROM CLOSED-LINE
           DISPLAY "Period " REPORT-PERIOD
               " is closed, no overhead allocated."
       ELSE
           PERFORM TALLY-ONE-TIMESHEET
               UNTIL TIMESHEET-FILE-AT-END
           PERFORM ALLOCATE-ONE-POOL
               UNTIL POOL-FILE-AT-END
           MOVE POOL-COUNT TO SL-POOLS
           MOVE POSTED-COUNT TO SL-POSTED
           WRITE PRINT-LINE FROM SUMMARY-LINE
           DISPLAY "Allocated " POOL-COUNT " overhead pool(s) for "
               REPORT-PERIOD ", " POSTED-COUNT
               " cost line(s) posted, see OVERHEAD_ALLOC.TXT."
           IF DROPPED-COUNT NOT = ZERO
               DISPLAY "Warning: project table full, " DROPPED-COUNT
                   " timesheet entr(ies) not counted.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           PERFORM SET-REPORT-MONTH.
           OPEN I-O PROJECT-FILE.
           OPEN INPUT TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS NOT = "00"
               SET TIMESHEET-FILE-AT-END TO TRUE.
           OPEN I-O COST-LINE-FILE.
           IF COSTLN-FILE-STATUS = "35"
               OPEN OUTPUT COST-LINE-FILE
               CLOSE COST-LINE-FILE
               OPEN I-O COST-LINE-FILE.
           OPEN I-O OVERHEAD-POOL-FILE.
           IF OVHPOOL-FILE-STATUS NOT = "00"
               SET POOL-FILE-AT-END TO TRUE.
           PERFORM CHECK-OVERHEAD-CATEGORY.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZERO TO BASIS-COUNT.
           MOVE ZERO TO POOL-COUNT.
           MOVE ZERO TO POSTED-COUNT.
           MOVE ZERO TO DROPPED-COUNT.
           MOVE REPORT-PERIOD TO HL-PERIOD.
           WRITE PRINT-LINE FROM HEADER-LINE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           IF TIMESHT-FILE-STATUS NOT = "35"
               CLOSE TIMESHEET-FILE.
           CLOSE COST-LINE-FILE.
           IF OVHPOOL-FILE-STATUS NOT = "35"
               CLOSE OVERHEAD-POOL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE PRINT-FILE.

       SET-REPORT-MONTH.
           MOVE ZERO TO REPORT-PERIOD.
           OPEN INPUT OVHCUT-FILE.
           IF OVHCUT-FILE-STATUS = "00"
               READ OVHCUT-FILE INTO REPORT-PERIOD
                   AT END MOVE ZERO TO REPORT-PERIOD
               END-READ
               CLOSE OVHCUT-FILE.
           IF REPORT-PERIOD = ZERO
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE
               IF CD-MONTH = 1
                   COMPUTE REPORT-YEAR = CD-YEAR - 1
                   MOVE 12 TO REPORT-MONTH
               ELSE
                   MOVE CD-YEAR TO REPORT-YEAR
                   COMPUTE REPORT-MONTH = CD-MONTH - 1
               END-IF
               COMPUTE REPORT-PERIOD =
                   REPORT-YEAR * 100 + REPORT-MONTH
           ELSE
               COMPUTE REPORT-YEAR = REPORT-PERIOD / 100
               COMPUTE REPORT-MONTH =
                   FUNCTION REM (REPORT-PERIOD, 100).
           IF REPORT-MONTH = 12
               COMPUTE NEXT-MONTH-NUM =
                   (REPORT-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-NUM = REPORT-PERIOD * 100 + 101.
           COMPUTE MONTH-END-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (NEXT-MONTH-NUM) - 1).

       CHECK-OVERHEAD-CATEGORY.
           OPEN I-O CATEGORY-FILE.
           IF CATEG-FILE-STATUS = "35"
               OPEN OUTPUT CATEGORY-FILE
               CLOSE CATEGORY-FILE
               OPEN I-O CATEGORY-FILE.
           MOVE OVERHEAD-CATEGORY TO CG-CODE.
           READ CATEGORY-FILE
               INVALID KEY
                   MOVE OVERHEAD-CATEGORY TO CG-CODE
                   MOVE "Overhead allocation" TO CG-NAME
                   SET CG-OPEX TO TRUE
                   WRITE CATEGORY-RECORD
                       INVALID KEY
                           MOVE "CHECK-OVERHEAD-CATEGORY"
                               TO EQ-PARAGRAPH
                           MOVE "CATEGORY-FILE" TO EQ-FILE
                           MOVE CG-CODE TO EQ-KEY
                           MOVE CATEG-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-WRITE.
           CLOSE CATEGORY-FILE.

       TALLY-ONE-TIMESHEET.
           READ TIMESHEET-FILE NEXT
               AT END SET TIMESHEET-FILE-AT-END TO TRUE.
           IF NOT TIMESHEET-FILE-AT-END
              AND TS-PRICED
               PERFORM COMPUTE-WEEK-PERIOD
               IF WEEK-PERIOD = REPORT-PERIOD
                   PERFORM ADD-BASIS-HOURS.

       COMPUTE-WEEK-PERIOD.
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
           COMPUTE WEEK-PERIOD = WEEK-DATE-NUM / 100.

       ADD-BASIS-HOURS.
           IF BASIS-COUNT = ZERO
              OR PB-NUMBER (BASIS-COUNT) NOT = TS-NUMBER
               IF BASIS-COUNT < 3000
                   ADD 1 TO BASIS-COUNT
                   MOVE TS-NUMBER TO PB-NUMBER (BASIS-COUNT)
                   MOVE ZERO TO PB-HOURS (BASIS-COUNT)
                   MOVE TS-NUMBER TO PR-NUMBER
                   READ PROJECT-FILE
                       INVALID KEY MOVE SPACE TO PR-DEPT-CODE
                   END-READ
                   MOVE PR-DEPT-CODE TO PB-DEPT-CODE (BASIS-COUNT)
               ELSE
                   ADD 1 TO DROPPED-COUNT.
           IF PB-NUMBER (BASIS-COUNT) = TS-NUMBER
               ADD TS-HOURS TO PB-HOURS (BASIS-COUNT).

       ALLOCATE-ONE-POOL.
           READ OVERHEAD-POOL-FILE NEXT
               AT END SET POOL-FILE-AT-END TO TRUE.
           IF NOT POOL-FILE-AT-END
              AND OP-PERIOD = REPORT-PERIOD
               PERFORM SPREAD-POOL.

       SPREAD-POOL.
           ADD 1 TO POOL-COUNT.
           MOVE ZERO TO POOL-HOURS.
           MOVE ZERO TO POOL-PROJECTS.
           PERFORM ADD-ONE-POOL-BASIS
               VARYING BASIS-IDX FROM 1 BY 1
               UNTIL BASIS-IDX > BASIS-COUNT.
           MOVE OP-DEPT-CODE TO PH-DEPT-CODE.
           MOVE OP-AMOUNT TO PH-AMOUNT.
           MOVE POOL-HOURS TO PH-HOURS.
           WRITE PRINT-LINE FROM POOL-HEADER.
           IF POOL-HOURS NOT > ZERO
               WRITE PRINT-LINE FROM NO-BASIS-LINE
           ELSE
               WRITE PRINT-LINE FROM COLUMN-HEADING-LINE
               MOVE OP-DEPT-CODE TO ON-DEPT-CODE
               MOVE OP-PERIOD TO ON-PERIOD
               MOVE ZERO TO ALLOCATED-NOK
               MOVE ZERO TO PROJECTS-DONE
               PERFORM ALLOCATE-TO-PROJECT
                   VARYING BASIS-IDX FROM 1 BY 1
                   UNTIL BASIS-IDX > BASIS-COUNT
               MOVE ALLOCATED-NOK TO OP-ALLOCATED-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE
               MOVE CURRENT-DATE-NUM TO OP-ALLOCATED-DATE
               REWRITE OVERHEAD-POOL-RECORD
                   INVALID KEY
                       DISPLAY "Error stamping overhead pool "
                           OP-DEPT-CODE
                       MOVE "SPREAD-POOL" TO EQ-PARAGRAPH
                       MOVE "OVERHEAD-POOL-FILE" TO EQ-FILE
                       MOVE OP-KEY TO EQ-KEY
                       MOVE OVHPOOL-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       ADD-ONE-POOL-BASIS.
           IF PB-DEPT-CODE (BASIS-IDX) = OP-DEPT-CODE
               ADD PB-HOURS (BASIS-IDX) TO POOL-HOURS
               ADD 1 TO POOL-PROJECTS.

       ALLOCATE-TO-PROJECT.
           IF PB-DEPT-CODE (BASIS-IDX) = OP-DEPT-CODE
               ADD 1 TO PROJECTS-DONE
               IF PROJECTS-DONE = POOL-PROJECTS
                   COMPUTE SHARE-NOK = OP-AMOUNT - ALLOCATED-NOK
               ELSE
                   COMPUTE SHARE-NOK ROUNDED =
                       OP-AMOUNT * PB-HOURS (BASIS-IDX) / POOL-HOURS
               END-IF
               ADD SHARE-NOK TO ALLOCATED-NOK
               MOVE PB-NUMBER (BASIS-IDX) TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY
                       DISPLAY "Project " PR-NUMBER (1:20)
                           " not found, share not posted"
                   NOT INVALID KEY
                       PERFORM POST-PROJECT-SHARE.

       POST-PROJECT-SHARE.
           MOVE 1 TO PROJECT-RATE.
           IF PR-CURRENCY NOT = "NOK"
               CALL "RATEFOR" USING PROJECT-RATE
                                    PR-CURRENCY
                                    MONTH-END-NUM.
           COMPUTE SHARE-AMOUNT ROUNDED = SHARE-NOK / PROJECT-RATE.
           PERFORM FIND-EARLIER-ALLOCATION.
           COMPUTE DELTA-AMOUNT = SHARE-AMOUNT - EARLIER-AMOUNT.
           IF DELTA-AMOUNT NOT = ZERO
               PERFORM WRITE-OVERHEAD-COST-LINE.
           MOVE PR-NUMBER TO DL-NUMBER.
           MOVE PB-HOURS (BASIS-IDX) TO DL-HOURS.
           MOVE SHARE-NOK TO DL-SHARE-NOK.
           MOVE SHARE-AMOUNT TO DL-AMOUNT.
           MOVE PR-CURRENCY TO DL-CURRENCY.
           MOVE DELTA-AMOUNT TO DL-DELTA.
           WRITE PRINT-LINE FROM DETAIL-LINE.

       FIND-EARLIER-ALLOCATION.
           MOVE ZERO TO EARLIER-AMOUNT.
           MOVE ZERO TO NEXT-CL-SEQ.
           MOVE PR-NUMBER TO CL-NUMBER.
           MOVE ZERO TO CL-SEQ.
           START COST-LINE-FILE KEY IS NOT LESS THAN CL-KEY
               INVALID KEY MOVE SPACE TO CL-NUMBER.
           PERFORM CHECK-ONE-COST-LINE
               UNTIL CL-NUMBER NOT = PR-NUMBER.
           ADD 1 TO NEXT-CL-SEQ.

       CHECK-ONE-COST-LINE.
           READ COST-LINE-FILE NEXT
               AT END MOVE SPACE TO CL-NUMBER.
           IF CL-NUMBER = PR-NUMBER
               IF CL-SEQ > NEXT-CL-SEQ
                   MOVE CL-SEQ TO NEXT-CL-SEQ
               END-IF
               IF CL-CATEGORY = OVERHEAD-CATEGORY
                  AND CL-NOTE = OVERHEAD-NOTE
                   ADD CL-AMOUNT TO EARLIER-AMOUNT.

       WRITE-OVERHEAD-COST-LINE.
           MOVE PR-NUMBER TO CL-NUMBER.
           MOVE NEXT-CL-SEQ TO CL-SEQ.
           MOVE OVERHEAD-CATEGORY TO CL-CATEGORY.
           MOVE DELTA-AMOUNT TO CL-AMOUNT.
           MOVE MONTH-END-NUM TO CL-DATE.
           MOVE OVERHEAD-NOTE TO CL-NOTE.
           MOVE "N" TO CL-BILLABLE-FLAG.
           MOVE "N" TO CL-BILLED-FLAG.
           MOVE SPACE TO CL-TAX-CODE.
           MOVE "N" TO CL-EXPORTED-FLAG.
           WRITE COST-LINE-RECORD
               INVALID KEY
                   DISPLAY "Error adding overhead line for project "
                       PR-NUMBER (1:20)
                   MOVE "WRITE-OVERHEAD-COST-LINE" TO EQ-PARAGRAPH
                   MOVE "COST-LINE-FILE" TO EQ-FILE
                   MOVE CL-KEY TO EQ-KEY
                   MOVE COSTLN-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   MOVE ZERO TO DELTA-AMOUNT
               NOT INVALID KEY
                   ADD 1 TO POSTED-COUNT
                   PERFORM ADD-TO-ACTUAL-COST.

       ADD-TO-ACTUAL-COST.
           MOVE "PR-ACTUAL-COST" TO AU-CHANGED-FIELD.
           MOVE PR-ACTUAL-COST TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-BEFORE-VALUE.
           ADD DELTA-AMOUNT TO PR-ACTUAL-COST.
           MOVE PR-ACTUAL-COST TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-AFTER-VALUE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO PR-LAST-ACTIVITY-DATE.
           REWRITE PROJECT-RECORD
               INVALID KEY
                   DISPLAY "Error updating project " PR-NUMBER (1:20)
                   MOVE "ADD-TO-ACTUAL-COST" TO EQ-PARAGRAPH
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
           MOVE "OVHALLOC" TO AU-PROGRAM.
           MOVE "BATCH" TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
