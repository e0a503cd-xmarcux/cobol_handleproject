       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHEND.

      ****************************************
      * Driver for the month-end close of the
      * current accounting period (YYYYMM of
      * today, the period PROJSNAP snapshots).
      * Before anything runs it checks the
      * prerequisites: every timesheet entry
      * for a week starting in the month is
      * approved and priced, ACTLOAD has
      * applied actuals for the period, no
      * budget change or budget transfer is
      * waiting in the approval queue, and
      * the period is not already closed. If
      * they are met it runs PROJSNAP,
      * REVALUE, PROJINV and GLEXPORT in that
      * order. Each step records itself in
      * the run log; a step that already
      * completed today is skipped, and a
      * step that does not end OK stops the
      * chain. Only when every step has
      * succeeded is the period closed in
      * PERIOD-FILE, in the name of the
      * operator who started the run.
      * Writes the checks and the outcome of
      * each step to MONTHEND_SUMMARY.TXT.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCTIMESHT.COB".
           COPY "FCACTAPP.COB".
           COPY "FCAPPROVE.COB".
           COPY "FCPERIOD.COB".
           SELECT SUMMARY-FILE ASSIGN TO "MONTHEND_SUMMARY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDTIMESHT.COB".
           COPY "FDACTAPP.COB".
           COPY "FDAPPROVE.COB".
           COPY "FDPERIOD.COB".

       FD  SUMMARY-FILE
               LABEL RECORDS ARE STANDARD.
       01  SUMMARY-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       77  STEP-IDX                 PIC 9(2)       VALUE ZERO.
       77  TIMESHT-FILE-STATUS      PIC XX         VALUE SPACE.
       77  ACTAPP-FILE-STATUS       PIC XX         VALUE SPACE.
       77  PERIOD-FILE-STATUS       PIC XX         VALUE SPACE.
       77  RAN-COUNT                PIC 9(2)       VALUE ZERO.
       77  SKIPPED-COUNT            PIC 9(2)       VALUE ZERO.
       77  UNREADY-WEEK-COUNT       PIC 9(5)       VALUE ZERO.
       77  ACTUALS-COUNT            PIC 9(5)       VALUE ZERO.
       77  PENDING-BUDGET-COUNT     PIC 9(5)       VALUE ZERO.
       77  CLOSE-PERIOD             PIC 9(6)       VALUE ZERO.
       77  WEEK-START-NUM           PIC 9(8)       VALUE ZERO.
       77  WEEK-PERIOD              PIC 9(6)       VALUE ZERO.

       01  WORK-WEEK                PIC 9(6)       VALUE ZERO.
       01  WORK-WEEK-PARTS REDEFINES WORK-WEEK.
           05  WW-YEAR              PIC 9(4).
           05  WW-WEEK              PIC 9(2).

       01  YEAR-START.
           05  YS-YEAR              PIC 9(4).
           05  YS-MONTH-DAY         PIC 9(4)       VALUE 0101.
       01  YEAR-START-NUM REDEFINES YEAR-START
                                    PIC 9(8).

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  CHAIN-STOPPED-SW         PIC X          VALUE "N".
           88  CHAIN-STOPPED                       VALUE "Y".
       01  PREREQ-FAILED-SW         PIC X          VALUE "N".
           88  PREREQ-FAILED                       VALUE "Y".
       01  PERIOD-CLOSED-SW         PIC X          VALUE "N".
           88  PERIOD-ALREADY-CLOSED               VALUE "Y".
       01  TIMESHEET-FILE-SW        PIC X          VALUE "N".
           88  TIMESHEET-FILE-AT-END               VALUE "Y".
       01  ACTAPP-FILE-SW           PIC X          VALUE "N".
           88  ACTAPP-FILE-AT-END                  VALUE "Y".
       01  APPROVAL-FILE-SW         PIC X          VALUE "N".
           88  APPROVAL-FILE-AT-END                VALUE "Y".

       01  STEP-LIST.
           05  FILLER               PIC X(8)   VALUE "PROJSNAP".
           05  FILLER               PIC X(8)   VALUE "REVALUE".
           05  FILLER               PIC X(8)   VALUE "PROJINV".
           05  FILLER               PIC X(8)   VALUE "GLEXPORT".
       01  STEP-TABLE REDEFINES STEP-LIST.
           05  STEP-NAME            PIC X(8)   OCCURS 4 TIMES.

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE SPACE.
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "MONTHEND".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       01  STEP-LINE.
           05  SL-NAME        PIC X(8).
           05  FILLER         PIC X          VALUE SPACE.
           05  SL-STATUS      PIC X(50).

       01  CHECK-LINE.
           05  CL-TEXT        PIC X(40).
           05  CL-COUNT       PIC Z(4)9.
           05  FILLER         PIC X          VALUE SPACE.
           05  CL-RESULT      PIC X(8).

       01  HEADER-LINE.
           05  FILLER         PIC X(40)
               VALUE "Handle Project - Month-end close summary".

       01  PERIOD-LINE.
           05  FILLER         PIC X(8)       VALUE "Period: ".
           05  PL-PERIOD      PIC 9(6).

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).

       PROCEDURE DIVISION USING OPERATOR-ID-PARM.

       PERFORM RECORD-RUN-START.
       PERFORM INIT-PROGRAM.
       PERFORM CHECK-PREREQUISITES.
       IF PREREQ-FAILED
           SET CHAIN-STOPPED TO TRUE
           DISPLAY "MONTHEND: prerequisites not met for period "
               CLOSE-PERIOD ", nothing run.".
       PERFORM RUN-ONE-STEP
           VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > 4.
       PERFORM CLOSE-MONTH-PERIOD.
       PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.
       DISPLAY "Month-end done, " RAN-COUNT " step(s) ran, "
           SKIPPED-COUNT " skipped, see MONTHEND_SUMMARY.TXT.".

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           COMPUTE CLOSE-PERIOD = CD-YEAR * 100 + CD-MONTH.
           OPEN OUTPUT SUMMARY-FILE.
           WRITE SUMMARY-LINE FROM HEADER-LINE.
           MOVE CLOSE-PERIOD TO PL-PERIOD.
           WRITE SUMMARY-LINE FROM PERIOD-LINE.
           MOVE "N" TO CHAIN-STOPPED-SW.
           MOVE "N" TO PREREQ-FAILED-SW.
           MOVE ZERO TO RAN-COUNT.
           MOVE ZERO TO SKIPPED-COUNT.

       PROGRAM-CLEANUP.
           CLOSE SUMMARY-FILE.

       CHECK-PREREQUISITES.
           PERFORM CHECK-PERIOD-OPEN.
           PERFORM CHECK-TIMESHEET-WEEKS.
           PERFORM CHECK-ACTUALS-LOADED.
           PERFORM CHECK-BUDGET-APPROVALS.

       CHECK-PERIOD-OPEN.
           MOVE "N" TO PERIOD-CLOSED-SW.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-FILE-STATUS = "00"
               MOVE CLOSE-PERIOD TO PD-PERIOD
               READ PERIOD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PD-CLOSED
                           SET PERIOD-ALREADY-CLOSED TO TRUE
                       END-IF
               END-READ
               CLOSE PERIOD-FILE.
           MOVE "Period already closed" TO CL-TEXT.
           MOVE ZERO TO CL-COUNT.
           IF PERIOD-ALREADY-CLOSED
               MOVE "FAILED" TO CL-RESULT
               SET PREREQ-FAILED TO TRUE
           ELSE
               MOVE "OK" TO CL-RESULT.
           WRITE SUMMARY-LINE FROM CHECK-LINE.

       CHECK-TIMESHEET-WEEKS.
           MOVE ZERO TO UNREADY-WEEK-COUNT.
           MOVE "N" TO TIMESHEET-FILE-SW.
           OPEN INPUT TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS NOT = "00"
               SET TIMESHEET-FILE-AT-END TO TRUE.
           PERFORM CHECK-ONE-TIMESHEET-ENTRY
               UNTIL TIMESHEET-FILE-AT-END.
           IF TIMESHT-FILE-STATUS NOT = "35"
               CLOSE TIMESHEET-FILE.
           MOVE "Timesheet entries not approved/priced" TO CL-TEXT.
           MOVE UNREADY-WEEK-COUNT TO CL-COUNT.
           IF UNREADY-WEEK-COUNT NOT = ZERO
               MOVE "FAILED" TO CL-RESULT
               SET PREREQ-FAILED TO TRUE
           ELSE
               MOVE "OK" TO CL-RESULT.
           WRITE SUMMARY-LINE FROM CHECK-LINE.

       CHECK-ONE-TIMESHEET-ENTRY.
           READ TIMESHEET-FILE NEXT
               AT END SET TIMESHEET-FILE-AT-END TO TRUE.
           IF NOT TIMESHEET-FILE-AT-END
               PERFORM COMPUTE-WEEK-PERIOD
               IF WEEK-PERIOD = CLOSE-PERIOD
                  AND (NOT TS-APPROVED OR NOT TS-PRICED)
                   ADD 1 TO UNREADY-WEEK-COUNT.

       COMPUTE-WEEK-PERIOD.
           MOVE ZERO TO WEEK-PERIOD.
           MOVE TS-WEEK TO WORK-WEEK.
           IF WW-WEEK NOT = ZERO
               MOVE WW-YEAR TO YS-YEAR
               COMPUTE WEEK-START-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (YEAR-START-NUM)
                    + (WW-WEEK - 1) * 7)
               COMPUTE WEEK-PERIOD = WEEK-START-NUM / 100.

       CHECK-ACTUALS-LOADED.
           MOVE ZERO TO ACTUALS-COUNT.
           MOVE "N" TO ACTAPP-FILE-SW.
           OPEN INPUT ACTUALS-APPLIED-FILE.
           IF ACTAPP-FILE-STATUS NOT = "00"
               SET ACTAPP-FILE-AT-END TO TRUE.
           PERFORM CHECK-ONE-APPLIED-ACTUAL
               UNTIL ACTAPP-FILE-AT-END.
           IF ACTAPP-FILE-STATUS NOT = "35"
               CLOSE ACTUALS-APPLIED-FILE.
           MOVE "Projects with actuals applied by ACTLOAD" TO CL-TEXT.
           MOVE ACTUALS-COUNT TO CL-COUNT.
           IF ACTUALS-COUNT = ZERO
               MOVE "FAILED" TO CL-RESULT
               SET PREREQ-FAILED TO TRUE
           ELSE
               MOVE "OK" TO CL-RESULT.
           WRITE SUMMARY-LINE FROM CHECK-LINE.

       CHECK-ONE-APPLIED-ACTUAL.
           READ ACTUALS-APPLIED-FILE NEXT
               AT END SET ACTAPP-FILE-AT-END TO TRUE.
           IF NOT ACTAPP-FILE-AT-END
              AND AA-PERIOD = CLOSE-PERIOD
               ADD 1 TO ACTUALS-COUNT.

       CHECK-BUDGET-APPROVALS.
           MOVE ZERO TO PENDING-BUDGET-COUNT.
           MOVE "N" TO APPROVAL-FILE-SW.
           OPEN INPUT PENDING-APPROVAL-FILE.
           PERFORM CHECK-ONE-APPROVAL
               UNTIL APPROVAL-FILE-AT-END.
           CLOSE PENDING-APPROVAL-FILE.
           MOVE "Budget approvals still pending" TO CL-TEXT.
           MOVE PENDING-BUDGET-COUNT TO CL-COUNT.
           IF PENDING-BUDGET-COUNT NOT = ZERO
               MOVE "FAILED" TO CL-RESULT
               SET PREREQ-FAILED TO TRUE
           ELSE
               MOVE "OK" TO CL-RESULT.
           WRITE SUMMARY-LINE FROM CHECK-LINE.

       CHECK-ONE-APPROVAL.
           READ PENDING-APPROVAL-FILE NEXT
               AT END SET APPROVAL-FILE-AT-END TO TRUE.
           IF NOT APPROVAL-FILE-AT-END
              AND AP-STATUS-PENDING
              AND (AP-TYPE-BUDGET OR AP-TYPE-TRANSFER)
               ADD 1 TO PENDING-BUDGET-COUNT.

       RUN-ONE-STEP.
           MOVE STEP-NAME (STEP-IDX) TO SL-NAME.
           IF PREREQ-FAILED
               MOVE "NOT RUN - prerequisites not met" TO SL-STATUS
               ADD 1 TO SKIPPED-COUNT
           ELSE IF CHAIN-STOPPED
               MOVE "SKIPPED - chain stopped by earlier step"
                   TO SL-STATUS
               ADD 1 TO SKIPPED-COUNT
           ELSE
               PERFORM CHECK-STEP-ALREADY-RAN
               IF RQ-ALREADY-RAN = "Y"
                   MOVE "SKIPPED - already completed today"
                       TO SL-STATUS
                   ADD 1 TO SKIPPED-COUNT
               ELSE
                   PERFORM EXECUTE-STEP.
           WRITE SUMMARY-LINE FROM STEP-LINE.

       CHECK-STEP-ALREADY-RAN.
           MOVE "C" TO RQ-FUNCTION.
           MOVE STEP-NAME (STEP-IDX) TO RQ-PROGRAM.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.

       EXECUTE-STEP.
           DISPLAY "MONTHEND: starting " STEP-NAME (STEP-IDX).
           IF STEP-NAME (STEP-IDX) = "REVALUE"
               CALL STEP-NAME (STEP-IDX) USING OPERATOR-ID-PARM
           ELSE
               CALL STEP-NAME (STEP-IDX).
           PERFORM CHECK-STEP-ALREADY-RAN.
           IF RQ-ALREADY-RAN = "Y"
               MOVE "RAN OK" TO SL-STATUS
               ADD 1 TO RAN-COUNT
           ELSE
               MOVE "FAILED - chain stopped" TO SL-STATUS
               SET CHAIN-STOPPED TO TRUE.

       CLOSE-MONTH-PERIOD.
           MOVE "PERIOD" TO SL-NAME.
           IF CHAIN-STOPPED
               MOVE "NOT CLOSED - month-end incomplete" TO SL-STATUS
           ELSE
               PERFORM WRITE-PERIOD-CLOSED.
           WRITE SUMMARY-LINE FROM STEP-LINE.
           IF CHAIN-STOPPED
               DISPLAY "Period " CLOSE-PERIOD " left open."
           ELSE
               DISPLAY "Period " CLOSE-PERIOD " closed.".

       WRITE-PERIOD-CLOSED.
           OPEN I-O PERIOD-FILE.
           IF PERIOD-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE.
           MOVE "CLOSED" TO SL-STATUS.
           MOVE CLOSE-PERIOD TO PD-PERIOD.
           READ PERIOD-FILE
               INVALID KEY
                   SET PD-CLOSED TO TRUE
                   MOVE CURRENT-DATE-NUM TO PD-CLOSED-DATE
                   MOVE OPERATOR-ID-PARM TO PD-CLOSED-BY
                   WRITE PERIOD-RECORD
                       INVALID KEY
                           PERFORM LOG-PERIOD-ERROR
                   END-WRITE
               NOT INVALID KEY
                   SET PD-CLOSED TO TRUE
                   MOVE CURRENT-DATE-NUM TO PD-CLOSED-DATE
                   MOVE OPERATOR-ID-PARM TO PD-CLOSED-BY
                   REWRITE PERIOD-RECORD
                       INVALID KEY
                           PERFORM LOG-PERIOD-ERROR.
           CLOSE PERIOD-FILE.

       LOG-PERIOD-ERROR.
           MOVE "ERROR - period not closed" TO SL-STATUS.
           SET CHAIN-STOPPED TO TRUE.
           MOVE "WRITE-PERIOD-CLOSED" TO EQ-PARAGRAPH.
           MOVE "PERIOD-FILE" TO EQ-FILE.
           MOVE PD-PERIOD TO EQ-KEY.
           MOVE PERIOD-FILE-STATUS TO EQ-STATUS.
           MOVE OPERATOR-ID-PARM TO EQ-OPERATOR.
           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           MOVE "MONTHEND" TO RQ-PROGRAM.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
           IF RQ-ALREADY-RAN = "Y"
               DISPLAY "Warning: MONTHEND already completed today,"
               DISPLAY "running it again.".

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE "MONTHEND" TO RQ-PROGRAM.
           MOVE RAN-COUNT TO RQ-READ-COUNT.
           MOVE RAN-COUNT TO RQ-WRITE-COUNT.
           MOVE SKIPPED-COUNT TO RQ-REJECT-COUNT.
           IF CHAIN-STOPPED
               MOVE "ER" TO RQ-OUTCOME
           ELSE
               MOVE "OK" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
