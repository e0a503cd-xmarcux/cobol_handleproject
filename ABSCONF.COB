       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSCONF.

      ****************************************
      * Module checks one employee-week for
      * a clash between the hours booked and
      * the absence register. The submitted
      * and approved TIMESHEET-FILE hours of
      * the employee for the week, on all
      * projects and hour types, are added
      * up; the week's working days come
      * from the WORKDAYS module and the
      * days registered absent from the
      * ABSDAYS module, at 7.5 hours a day.
      * The week is in conflict when the
      * employee is absent on at least one
      * working day and the hours booked
      * plus the absence hours exceed the
      * week's working capacity. Used by
      * TIMEAPPR to warn the project leader
      * before approval; the TIMEABS batch
      * applies the same rule. Weeks are
      * numbered the way TIMEADD captures
      * them (week 1 starts 1 January). The
      * timesheet file is opened and closed
      * on every call, read only, so the
      * caller's own view of it is not
      * disturbed.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCTIMESHT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDTIMESHT.COB".

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

       01  TIMESHEET-FILE-SW        PIC X       VALUE "N".
           88  TIMESHEET-FILE-AT-END            VALUE "Y".

       LINKAGE SECTION.
       01  ABSENCE-CONFLICT-REQUEST.
           05  AC-EMPLOYEE-ID       PIC X(10).
           05  AC-WEEK              PIC 9(6).
           05  AC-BOOKED-HOURS      PIC S9(5)V99.
           05  AC-WORKDAYS          PIC 9(2).
           05  AC-ABSENT-DAYS       PIC 9(2).
           05  AC-CAPACITY-HOURS    PIC S9(5)V99.
           05  AC-CONFLICT-FLAG     PIC X.
               88  AC-CONFLICT                  VALUE "Y".

       PROCEDURE DIVISION USING ABSENCE-CONFLICT-REQUEST.

       PERFORM INIT-PROGRAM.
       PERFORM ADD-ONE-TIMESHEET
           UNTIL TIMESHEET-FILE-AT-END.
       PERFORM COMPUTE-WEEK-CAPACITY.
       IF AC-ABSENT-DAYS NOT = ZERO
          AND AC-BOOKED-HOURS + AC-ABSENT-DAYS * HOURS-PER-DAY
              > AC-CAPACITY-HOURS
           SET AC-CONFLICT TO TRUE.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE ZERO TO AC-BOOKED-HOURS.
           MOVE ZERO TO AC-WORKDAYS.
           MOVE ZERO TO AC-ABSENT-DAYS.
           MOVE ZERO TO AC-CAPACITY-HOURS.
           MOVE "N" TO AC-CONFLICT-FLAG.
           MOVE "N" TO TIMESHEET-FILE-SW.
           OPEN INPUT TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS NOT = "00"
               SET TIMESHEET-FILE-AT-END TO TRUE.

       PROGRAM-CLEANUP.
           IF TIMESHT-FILE-STATUS NOT = "35"
               CLOSE TIMESHEET-FILE.

       ADD-ONE-TIMESHEET.
           READ TIMESHEET-FILE NEXT
               AT END SET TIMESHEET-FILE-AT-END TO TRUE.
           IF NOT TIMESHEET-FILE-AT-END
              AND TS-EMPLOYEE-ID = AC-EMPLOYEE-ID
              AND TS-WEEK = AC-WEEK
              AND (TS-SUBMITTED OR TS-APPROVED)
               ADD TS-HOURS TO AC-BOOKED-HOURS.

       COMPUTE-WEEK-CAPACITY.
           COMPUTE WEEK-YEAR = AC-WEEK / 100.
           COMPUTE WEEK-NO = FUNCTION REM (AC-WEEK, 100).
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
                                AC-EMPLOYEE-ID
                                WEEK-BEFORE-NUM
                                WEEK-END-NUM.
           MOVE WEEK-WORKDAYS TO AC-WORKDAYS.
           MOVE ABSENT-DAY-COUNT TO AC-ABSENT-DAYS.
           COMPUTE AC-CAPACITY-HOURS = WEEK-WORKDAYS * HOURS-PER-DAY.
