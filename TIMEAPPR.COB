      * Program lets a project
      * leader review the
      * submitted timesheet weeks
      * (per hour type) on their
      * projects and
      * approve or reject each
      * one. Only approved weeks
      * are priced by TIMEPRCE;
      * the reason back to the
      * employee, who corrects
      * and resubmits it through
      * TIMEADD. A week whose hours
      * clash with the employee's
      * registered absence (see
      * ABSCONF) is flagged with a
      * warning before the leader
      * decides. Control is
      * returned to calling
      * program.
      ****************************
       77  REJECTED-COUNT       PIC 9(5)       VALUE ZERO.
       77  SHOW-HOURS           PIC ZZ9.99-    VALUE ZERO.
       77  CURRENT-PROJECT      PIC X(80)      VALUE SPACE.
       77  SHOW-WEEK-HOURS      PIC ZZZZ9.99-  VALUE ZERO.
       77  SHOW-CAPACITY        PIC ZZZZ9.99-  VALUE ZERO.

       01  ABSENCE-CONFLICT-REQUEST.
           05  AC-EMPLOYEE-ID       PIC X(10)      VALUE SPACE.
           05  AC-WEEK              PIC 9(6)       VALUE ZERO.
           05  AC-BOOKED-HOURS      PIC S9(5)V99   VALUE ZERO.
           05  AC-WORKDAYS          PIC 9(2)       VALUE ZERO.
           05  AC-ABSENT-DAYS       PIC 9(2)       VALUE ZERO.
           05  AC-CAPACITY-HOURS    PIC S9(5)V99   VALUE ZERO.
           05  AC-CONFLICT-FLAG     PIC X          VALUE "N".
               88  AC-CONFLICT                     VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
       01  PROJECT-FILE-SW      PIC X          VALUE "N".
           88  PROJECT-FILE-AT-END             VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "TIMEAPPR".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM     PIC X(10).

           DISPLAY "Project:  " CURRENT-PROJECT (1:40).
           DISPLAY "Employee: " TS-EMPLOYEE-ID.
           MOVE TS-HOURS TO SHOW-HOURS.
           DISPLAY "Week " TS-WEEK ", type " TS-HOUR-TYPE ": "
               SHOW-HOURS " hour(s).".
           PERFORM CHECK-ABSENCE-CONFLICT.
           DISPLAY "Approve, reject or skip? (A/R/S):".
           DISPLAY "(Enter -1 to stop reviewing)".
           ACCEPT ACCEPT-ACTION.
               WHEN OTHER
                   CONTINUE.

       CHECK-ABSENCE-CONFLICT.
           MOVE TS-EMPLOYEE-ID TO AC-EMPLOYEE-ID.
           MOVE TS-WEEK TO AC-WEEK.
           CALL "ABSCONF" USING ABSENCE-CONFLICT-REQUEST.
           IF AC-CONFLICT
               MOVE AC-BOOKED-HOURS TO SHOW-WEEK-HOURS
               MOVE AC-CAPACITY-HOURS TO SHOW-CAPACITY
               DISPLAY "WARNING: employee registered absent "
                   AC-ABSENT-DAYS " day(s) this week;"
               DISPLAY "  " SHOW-WEEK-HOURS " hour(s) booked in all"
                   " against capacity " SHOW-CAPACITY ".".

       APPROVE-WEEK.
           SET TS-APPROVED TO TRUE.
           MOVE OPERATOR-ID-PARM TO TS-APPROVED-BY.
           MOVE SPACE TO TS-REJECT-REASON.
           REWRITE TIMESHEET-RECORD
               INVALID KEY
                   DISPLAY "Error saving approval"
                   MOVE "APPROVE-WEEK" TO EQ-PARAGRAPH
                   MOVE "TIMESHEET-FILE" TO EQ-FILE
                   MOVE TS-KEY TO EQ-KEY
                   MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           ADD 1 TO REVIEWED-COUNT.
           ADD 1 TO APPROVED-COUNT.

           MOVE OPERATOR-ID-PARM TO TS-APPROVED-BY.
           MOVE ACCEPT-REASON TO TS-REJECT-REASON.
           REWRITE TIMESHEET-RECORD
               INVALID KEY
                   DISPLAY "Error saving rejection"
                   MOVE "REJECT-WEEK" TO EQ-PARAGRAPH
                   MOVE "TIMESHEET-FILE" TO EQ-FILE
                   MOVE TS-KEY TO EQ-KEY
                   MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           ADD 1 TO REVIEWED-COUNT.
           ADD 1 TO REJECTED-COUNT.
