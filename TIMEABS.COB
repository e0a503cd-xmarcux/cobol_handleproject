       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMEABS.

      ****************************************
      * Batch program that checks booked
      * hours against the absence register.
      * The submitted and approved
      * TIMESHEET-FILE hours are added up
      * per employee and week over all
      * projects and hour types; a week is
      * in conflict when the employee is
      * registered absent on at least one of
      * its working days (per the ABSDAYS
      * module and ABSENCE-FILE) and the
      * hours booked plus the absence days
      * at 7.5 hours exceed the week's
      * working capacity (per the WORKDAYS
      * module and CALENDAR-FILE) - the same
      * rule the ABSCONF module applies for
      * the warning in TIMEAPPR. Every
      * project the employee booked in a
      * conflicting week is listed under its
      * project leader in
      * TIMESHEET_ABSENCE.TXT. Weeks are
      * numbered the way TIMEADD captures
      * them (week 1 starts 1 January). No
      * operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCTIMESHT.COB".
           SELECT PRINT-FILE ASSIGN TO "TIMESHEET_ABSENCE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDTIMESHT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  HOURS-PER-DAY            PIC 9V9     VALUE 7.5.
       77  WEEK-YEAR                PIC 9(4)    VALUE ZERO.
       77  WEEK-NO                  PIC 9(2)    VALUE ZERO.
       77  YEAR-START-NUM           PIC 9(8)    VALUE ZERO.
       77  DAY-INTEGER              PIC S9(9)   VALUE ZERO.
       77  WEEK-BEFORE-NUM          PIC 9(8)    VALUE ZERO.
       77  WEEK-END-NUM             PIC 9(8)    VALUE ZERO.
       77  WEEK-WORKDAYS            PIC S9(9)   VALUE ZERO.
       77  ABSENT-DAY-COUNT         PIC S9(9)   VALUE ZERO.
       77  CONFLICT-WEEK-COUNT      PIC 9(5)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  WEEK-IDX                 PIC 9(4)    VALUE ZERO.
       77  ITEM-IDX                 PIC 9(4)    VALUE ZERO.
       77  LEADER-IDX               PIC 9(4)    VALUE ZERO.

       01  TIMESHEET-FILE-SW        PIC X       VALUE "N".
           88  TIMESHEET-FILE-AT-END            VALUE "Y".
       01  WEEK-FOUND-SW            PIC X       VALUE "N".
           88  WEEK-FOUND                       VALUE "Y".

       01  EMPLOYEE-WEEK-TABLE.
           05  EMPLOYEE-WEEK-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WEEK-COUNT
                   INDEXED BY EW-IDX.
               10  EW-EMPLOYEE-ID   PIC X(10).
               10  EW-WEEK          PIC 9(6).
               10  EW-HOURS         PIC S9(5)V99.
               10  EW-ABSENT-DAYS   PIC 9(2).
               10  EW-CAPACITY      PIC S9(5)V99.
               10  EW-CONFLICT-FLAG PIC X.
                   88  EW-CONFLICT              VALUE "Y".
       77  WEEK-COUNT               PIC 9(4)    VALUE ZERO.

       01  CONFLICT-ITEM-TABLE.
           05  CONFLICT-ITEM-ENTRY OCCURS 2000 TIMES.
               10  CI-LEADER-ID     PIC X(10).
               10  CI-EMPLOYEE-ID   PIC X(10).
               10  CI-NUMBER        PIC X(80).
               10  CI-WEEK          PIC 9(6).
               10  CI-PROJECT-HOURS PIC S9(5)V99.
               10  CI-WEEK-SLOT     PIC 9(4).
       77  ITEM-COUNT               PIC 9(4)    VALUE ZERO.

       01  LEADER-LIST.
           05  LEADER-LIST-ENTRY OCCURS 200 TIMES.
               10  LL-LEADER-ID     PIC X(10).
       77  LL-IDX                   PIC 9(3)    VALUE ZERO.
       77  LEADER-LIST-COUNT        PIC 9(3)    VALUE ZERO.
       01  LEADER-KNOWN-SW          PIC X       VALUE "N".
           88  LEADER-KNOWN                     VALUE "Y".

       01  HEADER-LINE.
           05  FILLER         PIC X(46)
               VALUE "Handle Project - Timesheet/absence conflicts".

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(20)  VALUE "  EMPLOYEE     WEEK".
           05  FILLER         PIC X(20)  VALUE "  PROJ HRS WEEK HRS".
           05  FILLER         PIC X(20)  VALUE " ABS DAYS  CAPACITY".
           05  FILLER         PIC X(9)   VALUE " PROJECT".

       01  LEADER-HEADER.
           05  FILLER         PIC X(16)  VALUE "PROJECT LEADER: ".
           05  LH-LEADER-ID   PIC X(10).

       01  DETAIL-LINE.
           05  FILLER         PIC X(2)   VALUE SPACE.
           05  DL-EMPLOYEE    PIC X(10).
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-WEEK        PIC 9(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-PROJECT-HRS PIC ZZZZ9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-WEEK-HRS    PIC ZZZZ9.99-.
           05  FILLER         PIC X(3)   VALUE SPACE.
           05  DL-ABSENT-DAYS PIC Z9.
           05  FILLER         PIC X(4)   VALUE SPACE.
           05  DL-CAPACITY    PIC ZZZZ9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-NUMBER      PIC X(40).

       01  SUMMARY-LINE.
           05  FILLER         PIC X(28)
               VALUE "Conflicting employee-weeks:".
           05  SL-COUNT       PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM TALLY-ONE-TIMESHEET
           UNTIL TIMESHEET-FILE-AT-END.
       PERFORM CHECK-ONE-EMPLOYEE-WEEK
           VARYING WEEK-IDX FROM 1 BY 1
               UNTIL WEEK-IDX > WEEK-COUNT.
       IF CONFLICT-WEEK-COUNT NOT = ZERO
           PERFORM REWIND-TIMESHEET-FILE
           PERFORM COLLECT-ONE-CONFLICT
               UNTIL TIMESHEET-FILE-AT-END.
       PERFORM WRITE-ONE-LEADER-GROUP
           VARYING LEADER-IDX FROM 1 BY 1
               UNTIL LEADER-IDX > LEADER-LIST-COUNT.
       MOVE CONFLICT-WEEK-COUNT TO SL-COUNT.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY "Found " CONFLICT-WEEK-COUNT
           " employee-week(s) clashing with absence, "
           "see TIMESHEET_ABSENCE.TXT.".
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: table full, " DROPPED-COUNT
               " item(s) not listed.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS NOT = "00"
               SET TIMESHEET-FILE-AT-END TO TRUE.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZERO TO WEEK-COUNT.
           MOVE ZERO TO ITEM-COUNT.
           MOVE ZERO TO LEADER-LIST-COUNT.
           MOVE ZERO TO CONFLICT-WEEK-COUNT.
           MOVE ZERO TO DROPPED-COUNT.
           WRITE PRINT-LINE FROM HEADER-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           IF TIMESHT-FILE-STATUS NOT = "35"
               CLOSE TIMESHEET-FILE.
           CLOSE PRINT-FILE.

       TALLY-ONE-TIMESHEET.
           READ TIMESHEET-FILE NEXT
               AT END SET TIMESHEET-FILE-AT-END TO TRUE.
           IF NOT TIMESHEET-FILE-AT-END
              AND (TS-SUBMITTED OR TS-APPROVED)
               PERFORM FIND-EMPLOYEE-WEEK
               IF EW-IDX NOT = ZERO
                   ADD TS-HOURS TO EW-HOURS (EW-IDX).

       FIND-EMPLOYEE-WEEK.
           MOVE "N" TO WEEK-FOUND-SW.
           PERFORM CHECK-ONE-EMPLOYEE-ENTRY
               VARYING EW-IDX FROM 1 BY 1
               UNTIL EW-IDX > WEEK-COUNT OR WEEK-FOUND.
           IF WEEK-FOUND
               SET EW-IDX DOWN BY 1
           ELSE
               IF WEEK-COUNT < 5000
                   ADD 1 TO WEEK-COUNT
                   SET EW-IDX TO WEEK-COUNT
                   MOVE TS-EMPLOYEE-ID TO EW-EMPLOYEE-ID (EW-IDX)
                   MOVE TS-WEEK TO EW-WEEK (EW-IDX)
                   MOVE ZERO TO EW-HOURS (EW-IDX)
                   MOVE ZERO TO EW-ABSENT-DAYS (EW-IDX)
                   MOVE ZERO TO EW-CAPACITY (EW-IDX)
                   MOVE "N" TO EW-CONFLICT-FLAG (EW-IDX)
               ELSE
                   ADD 1 TO DROPPED-COUNT
                   SET EW-IDX TO ZERO.

       CHECK-ONE-EMPLOYEE-ENTRY.
           IF EW-EMPLOYEE-ID (EW-IDX) = TS-EMPLOYEE-ID
              AND EW-WEEK (EW-IDX) = TS-WEEK
               SET WEEK-FOUND TO TRUE.

       CHECK-ONE-EMPLOYEE-WEEK.
           COMPUTE WEEK-YEAR = EW-WEEK (WEEK-IDX) / 100.
           COMPUTE WEEK-NO = FUNCTION REM (EW-WEEK (WEEK-IDX), 100).
           IF WEEK-NO = ZERO
               MOVE 1 TO WEEK-NO.
           COMPUTE YEAR-START-NUM = WEEK-YEAR * 10000 + 101.
           COMPUTE DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (YEAR-START-NUM)
               + (WEEK-NO - 1) * 7.
           COMPUTE WEEK-BEFORE-NUM =
               FUNCTION DATE-OF-INTEGER (DAY-INTEGER - 1).
           COMPUTE WEEK-END-NUM =
               FUNCTION DATE-OF-INTEGER (DAY-INTEGER + 6).
           CALL "WORKDAYS" USING WEEK-WORKDAYS
                                 WEEK-BEFORE-NUM
                                 WEEK-END-NUM.
           CALL "ABSDAYS" USING ABSENT-DAY-COUNT
                                EW-EMPLOYEE-ID (WEEK-IDX)
                                WEEK-BEFORE-NUM
                                WEEK-END-NUM.
           MOVE ABSENT-DAY-COUNT TO EW-ABSENT-DAYS (WEEK-IDX).
           COMPUTE EW-CAPACITY (WEEK-IDX) =
               WEEK-WORKDAYS * HOURS-PER-DAY.
           IF ABSENT-DAY-COUNT NOT = ZERO
              AND EW-HOURS (WEEK-IDX)
                  + ABSENT-DAY-COUNT * HOURS-PER-DAY
                  > EW-CAPACITY (WEEK-IDX)
               SET EW-CONFLICT (WEEK-IDX) TO TRUE
               ADD 1 TO CONFLICT-WEEK-COUNT.

       REWIND-TIMESHEET-FILE.
           MOVE "N" TO TIMESHEET-FILE-SW.
           MOVE LOW-VALUE TO TS-KEY.
           START TIMESHEET-FILE KEY IS NOT LESS THAN TS-KEY
               INVALID KEY SET TIMESHEET-FILE-AT-END TO TRUE.

       COLLECT-ONE-CONFLICT.
           READ TIMESHEET-FILE NEXT
               AT END SET TIMESHEET-FILE-AT-END TO TRUE.
           IF NOT TIMESHEET-FILE-AT-END
              AND (TS-SUBMITTED OR TS-APPROVED)
               PERFORM FIND-EMPLOYEE-WEEK
               IF EW-IDX NOT = ZERO
                   IF EW-CONFLICT (EW-IDX)
                       PERFORM STORE-CONFLICT-ITEM.

       STORE-CONFLICT-ITEM.
           IF ITEM-COUNT NOT = ZERO
              AND CI-NUMBER (ITEM-COUNT) = TS-NUMBER
              AND CI-EMPLOYEE-ID (ITEM-COUNT) = TS-EMPLOYEE-ID
              AND CI-WEEK (ITEM-COUNT) = TS-WEEK
               ADD TS-HOURS TO CI-PROJECT-HOURS (ITEM-COUNT)
           ELSE
               IF ITEM-COUNT < 2000
                   ADD 1 TO ITEM-COUNT
                   MOVE TS-NUMBER TO PR-NUMBER
                   READ PROJECT-FILE
                       INVALID KEY MOVE SPACE TO PR-LEADER-ID
                   END-READ
                   MOVE PR-LEADER-ID TO CI-LEADER-ID (ITEM-COUNT)
                   MOVE TS-EMPLOYEE-ID TO CI-EMPLOYEE-ID (ITEM-COUNT)
                   MOVE TS-NUMBER TO CI-NUMBER (ITEM-COUNT)
                   MOVE TS-WEEK TO CI-WEEK (ITEM-COUNT)
                   MOVE TS-HOURS TO CI-PROJECT-HOURS (ITEM-COUNT)
                   SET CI-WEEK-SLOT (ITEM-COUNT) TO EW-IDX
                   PERFORM NOTE-LEADER-ID
               ELSE
                   ADD 1 TO DROPPED-COUNT.

       NOTE-LEADER-ID.
           MOVE "N" TO LEADER-KNOWN-SW.
           PERFORM CHECK-ONE-KNOWN-LEADER
               VARYING LL-IDX FROM 1 BY 1
               UNTIL LL-IDX > LEADER-LIST-COUNT OR LEADER-KNOWN.
           IF NOT LEADER-KNOWN
              AND LEADER-LIST-COUNT < 200
               ADD 1 TO LEADER-LIST-COUNT
               MOVE CI-LEADER-ID (ITEM-COUNT)
                   TO LL-LEADER-ID (LEADER-LIST-COUNT).

       CHECK-ONE-KNOWN-LEADER.
           IF LL-LEADER-ID (LL-IDX) = CI-LEADER-ID (ITEM-COUNT)
               SET LEADER-KNOWN TO TRUE.

       WRITE-ONE-LEADER-GROUP.
           MOVE LL-LEADER-ID (LEADER-IDX) TO LH-LEADER-ID.
           WRITE PRINT-LINE FROM LEADER-HEADER.
           PERFORM WRITE-ONE-CONFLICT-ITEM
               VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT.

       WRITE-ONE-CONFLICT-ITEM.
           IF CI-LEADER-ID (ITEM-IDX) =
                  LL-LEADER-ID (LEADER-IDX)
               MOVE CI-WEEK-SLOT (ITEM-IDX) TO WEEK-IDX
               MOVE CI-EMPLOYEE-ID (ITEM-IDX) TO DL-EMPLOYEE
               MOVE CI-WEEK (ITEM-IDX) TO DL-WEEK
               MOVE CI-PROJECT-HOURS (ITEM-IDX) TO DL-PROJECT-HRS
               MOVE EW-HOURS (WEEK-IDX) TO DL-WEEK-HRS
               MOVE EW-ABSENT-DAYS (WEEK-IDX) TO DL-ABSENT-DAYS
               MOVE EW-CAPACITY (WEEK-IDX) TO DL-CAPACITY
               MOVE CI-NUMBER (ITEM-IDX) TO DL-NUMBER
               WRITE PRINT-LINE FROM DETAIL-LINE.
