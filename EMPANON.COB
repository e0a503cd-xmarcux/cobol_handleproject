       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPANON.

      ****************************
      * Supervised anonymisation
      * of long-gone leavers.
      * A leaver whose leaving
      * date (EM-LEFT-DATE, or
      * for older leavers the
      * last timesheet, claim or
      * team date on file) lies
      * more than the retention
      * period back has the name
      * replaced by the neutral
      * FORMER EMPLOYEE in the
      * employee master, team
      * records, the leader and
      * co-leader names of
      * cancelled projects,
      * history and archive,
      * the project notes (full
      * name and surname as a
      * whole word), a locked
      * operator account of the
      * same name, and the
      * session log, where that
      * account's operator ID is
      * replaced by the employee
      * ID. The employee ID is
      * kept everywhere so hours
      * and cost history still
      * add up. Leavers with an
      * open timesheet or
      * expense claim, a live
      * project, a place on a
      * live project team or an
      * unlocked operator account
      * are left alone and
      * listed with the reason.
      * The retention in years is
      * kept in RETENTION-FILE
      * under LEAVERS (default 5;
      * the period field holds
      * years for this entry, days
      * for the LOGPURGE entries)
      * and can be changed at the
      * start of the run. Called
      * with a run mode: P
      * previews and changes
      * nothing, anything else
      * runs for real after a
      * confirmation, with an
      * AUDIT-FILE entry per
      * changed record. The
      * certificate listing every
      * leaver dealt with, by
      * employee ID only, goes to
      * EMPLOYEE_ANON.TXT.
      * Reached through a
      * supervisor-only menu
      * option. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCEMPLOYEE.COB".
           COPY "FCTIMESHT.COB".
           COPY "FCEXPCLM.COB".
           COPY "FCPROJECT.COB".
           COPY "FCTEAM.COB".
           COPY "FCHISTORY.COB".
           COPY "FCARCHIVE.COB".
           COPY "FCNOTE.COB".
           COPY "FCOPERATOR.COB".
           COPY "FCSESSION.COB".
           COPY "FCRETN.COB".
           COPY "FCAUDIT.COB".
           SELECT SESSION-COPY-FILE ASSIGN TO "SESSION_ANON.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "EMPLOYEE_ANON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDEMPLOYEE.COB".
           COPY "FDTIMESHT.COB".
           COPY "FDEXPCLM.COB".
           COPY "FDPROJECT.COB".
           COPY "FDTEAM.COB".
           COPY "FDHISTORY.COB".
           COPY "FDARCHIVE.COB".
           COPY "FDNOTE.COB".
           COPY "FDOPERATOR.COB".
           COPY "FDSESSION.COB".
           COPY "FDRETN.COB".
           COPY "FDAUDIT.COB".

       FD  SESSION-COPY-FILE
               LABEL RECORDS ARE STANDARD.
       01  SESSION-COPY-RECORD      PIC X(56).

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  TIMESHT-FILE-STATUS  PIC XX         VALUE SPACE.
       77  EXPCLM-FILE-STATUS   PIC XX         VALUE SPACE.
       77  NOTE-FILE-STATUS     PIC XX         VALUE SPACE.
       77  RETN-FILE-STATUS     PIC XX         VALUE SPACE.
       77  ACCEPT-ANSWER        PIC X          VALUE SPACE.
       77  ACCEPT-YEARS         PIC 9(4)       VALUE ZERO.
       77  RETENTION-YEARS      PIC 9(4)       VALUE ZERO.
       77  DEFAULT-RETENTION-YEARS
                                PIC 9(4)       VALUE 5.
       77  LOOKUP-ID            PIC X(10)      VALUE SPACE.
       77  CAND-NO              PIC 9(4)       VALUE ZERO.
       77  CO-IDX               PIC 9          VALUE ZERO.
       77  ACTIVITY-DATE        PIC 9(8)       VALUE ZERO.
       77  WEEK-YEAR            PIC 9(4)       VALUE ZERO.
       77  WEEK-NO              PIC 9(2)       VALUE ZERO.
       77  ELIGIBLE-COUNT       PIC 9(5)       VALUE ZERO.
       77  EXCLUDED-COUNT       PIC 9(5)       VALUE ZERO.
       77  NOT-DUE-COUNT        PIC 9(5)       VALUE ZERO.
       77  CHANGED-COUNT        PIC 9(7)       VALUE ZERO.
       77  NAME-LEN             PIC 9(3)       VALUE ZERO.
       77  SCAN-IDX             PIC 9(3)       VALUE ZERO.
       77  SCAN-LIMIT           PIC 9(3)       VALUE ZERO.
       77  END-POS              PIC 9(3)       VALUE ZERO.
       77  NAME-WORK            PIC X(60)      VALUE SPACE.
       77  UPPER-TEXT           PIC X(70)      VALUE SPACE.
       77  TEXT-BEFORE          PIC X(70)      VALUE SPACE.
       77  TEXT-WORK            PIC X(100)     VALUE SPACE.
       77  UPPER-OP-NAME        PIC X(40)      VALUE SPACE.
       77  ANON-FIRST-NAME      PIC X(6)       VALUE "FORMER".
       77  ANON-SURNAME         PIC X(8)       VALUE "EMPLOYEE".
       77  ANON-FULL-NAME       PIC X(15)      VALUE "FORMER EMPLOYEE".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
       01  PREVIEW-MODE-SW      PIC X          VALUE "N".
           88  PREVIEW-MODE                    VALUE "Y".
       01  SCAN-END-SW          PIC X          VALUE "N".
           88  SCAN-AT-END                     VALUE "Y".
       01  FOUND-SW             PIC X          VALUE "N".
           88  CANDIDATE-FOUND                 VALUE "Y".
       01  RECORD-CHANGED-SW    PIC X          VALUE "N".
           88  RECORD-CHANGED                  VALUE "Y".
       01  BOUNDARY-SW          PIC X          VALUE "N".
           88  WHOLE-WORD                      VALUE "Y".
       01  TABLE-FULL-SW        PIC X          VALUE "N".
           88  TABLE-FULL                      VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  CUTOFF-DATE.
           05  CO-YEAR              PIC 9(4).
           05  CO-MONTH             PIC 9(2).
           05  CO-DAY               PIC 9(2).
       01  CUTOFF-DATE-NUM REDEFINES CUTOFF-DATE
                                    PIC 9(8).

       01  CANDIDATE-TABLE.
           05  CANDIDATE-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON CAND-COUNT
                   ASCENDING KEY IS CN-EMPLOYEE-ID
                   INDEXED BY CAND-IDX.
               10  CN-EMPLOYEE-ID   PIC X(10).
               10  CN-FULL-UPPER    PIC X(60).
               10  CN-FULL-LEN      PIC 9(3).
               10  CN-SURNAME-UPPER PIC X(60).
               10  CN-SURNAME-LEN   PIC 9(3).
               10  CN-LEFT-DATE     PIC 9(8).
               10  CN-LAST-ACTIVITY PIC 9(8).
               10  CN-DATE-SOURCE   PIC X.
                   88  CN-DATE-RECORDED            VALUE "R".
                   88  CN-DATE-FROM-ACTIVITY       VALUE "A".
               10  CN-STATUS        PIC X.
                   88  CN-ELIGIBLE                 VALUE "E".
                   88  CN-EXCLUDED                 VALUE "X".
                   88  CN-NOT-DUE                  VALUE "R".
               10  CN-REASON        PIC X(30).
               10  CN-OPERATOR-ID   PIC X(10).
               10  CN-EMPLOYEE-COUNT
                                    PIC 9(5).
               10  CN-TEAM-COUNT    PIC 9(5).
               10  CN-PROJECT-COUNT PIC 9(5).
               10  CN-HISTORY-COUNT PIC 9(5).
               10  CN-ARCHIVE-COUNT PIC 9(5).
               10  CN-NOTE-COUNT    PIC 9(5).
               10  CN-OPERATOR-COUNT
                                    PIC 9(5).
               10  CN-SESSION-COUNT PIC 9(5).
       77  CAND-COUNT               PIC 9(4)    VALUE ZERO.

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  HEADER-LINE.
           05  FILLER         PIC X(50)  VALUE
               "Handle Project - Leaver anonymisation certificate".
           05  HL-MODE        PIC X(30)  VALUE SPACE.
           05  FILLER         PIC X(6)   VALUE "Date: ".
           05  HL-DATE        PIC 9(8).

       01  OPTIONS-LINE.
           05  FILLER         PIC X(11)  VALUE "Retention: ".
           05  OL-YEARS       PIC Z(3)9.
           05  FILLER         PIC X(41)
               VALUE " year(s) after leaving - left before ".
           05  OL-CUTOFF      PIC 9(8).

       01  HEADING-LINE.
           05  FILLER         PIC X(11)  VALUE "EMPLOYEE".
           05  FILLER         PIC X(10)  VALUE "LEFT".
           05  FILLER         PIC X(31)  VALUE "OUTCOME".
           05  FILLER         PIC X(42)  VALUE
               "  EMP  TEAM  PROJ  HIST  ARCH  NOTE  OPER".
           05  FILLER         PIC X(6)   VALUE "  SESS".

       01  DETAIL-LINE.
           05  DL-EMPLOYEE-ID PIC X(10).
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-LEFT-DATE   PIC X(8).
           05  DL-DATE-SOURCE PIC X      VALUE SPACE.
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-OUTCOME     PIC X(30).
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-EMPLOYEE    PIC Z(4)9.
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-TEAM        PIC Z(4)9.
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-PROJECT     PIC Z(4)9.
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-HISTORY     PIC Z(4)9.
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-ARCHIVE     PIC Z(4)9.
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-NOTE        PIC Z(4)9.
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-OPERATOR    PIC Z(4)9.
           05  FILLER         PIC X      VALUE SPACE.
           05  DL-SESSION     PIC Z(4)9.

       01  SUMMARY-LINE.
           05  FILLER         PIC X(14)  VALUE "Anonymised:".
           05  SL-ELIGIBLE    PIC Z(4)9.
           05  FILLER         PIC X(14)  VALUE "   Excluded:".
           05  SL-EXCLUDED    PIC Z(4)9.
           05  FILLER         PIC X(32)
               VALUE "   Leavers still in retention:".
           05  SL-NOT-DUE     PIC Z(4)9.
           05  FILLER         PIC X(20)
               VALUE "   Records changed:".
           05  SL-CHANGED     PIC Z(6)9.

       01  CERTIFY-LINE.
           05  FILLER         PIC X(30)
               VALUE "Anonymisation carried out by ".
           05  CE-OPERATOR    PIC X(10).
           05  FILLER         PIC X(4)   VALUE " on ".
           05  CE-DATE        PIC 9(8).

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "EMPANON".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  RUN-MODE-PARM        PIC X.
       01  OPERATOR-ID-PARM     PIC X(10).

       PROCEDURE DIVISION USING RUN-MODE-PARM OPERATOR-ID-PARM.

       IF RUN-MODE-PARM = "P"
           SET PREVIEW-MODE TO TRUE
       ELSE
           MOVE "N" TO PREVIEW-MODE-SW.
       PERFORM INIT-PROGRAM.
       PERFORM GET-RETENTION-YEARS.
       PERFORM LOAD-LEAVERS.
       IF CAND-COUNT = ZERO
           DISPLAY "No leavers waiting for anonymisation."
       ELSE
           PERFORM FIND-OPEN-ITEMS
           PERFORM DECIDE-ONE-CANDIDATE
               VARYING CAND-NO FROM 1 BY 1
                   UNTIL CAND-NO > CAND-COUNT
           PERFORM CONFIRM-RUN
           IF NOT CANCEL-ADD
               PERFORM ANONYMISE-ALL-FILES
               PERFORM WRITE-CERTIFICATE.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE "N" TO CANCEL-ADD-SW.
           MOVE "N" TO TABLE-FULL-SW.
           MOVE ZERO TO CAND-COUNT.
           MOVE ZERO TO ELIGIBLE-COUNT.
           MOVE ZERO TO EXCLUDED-COUNT.
           MOVE ZERO TO NOT-DUE-COUNT.
           MOVE ZERO TO CHANGED-COUNT.
           OPEN I-O RETENTION-FILE.
           IF RETN-FILE-STATUS = "35"
               OPEN OUTPUT RETENTION-FILE
               CLOSE RETENTION-FILE
               OPEN I-O RETENTION-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF PREVIEW-MODE
               MOVE "  PREVIEW - nothing changed" TO HL-MODE
           ELSE
               MOVE SPACE TO HL-MODE.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.

       PROGRAM-CLEANUP.
           CLOSE RETENTION-FILE.
           CLOSE AUDIT-FILE.
           CLOSE PRINT-FILE.

      *----------------------------------------------------------
      * Retention period and the leavers it applies to
      *----------------------------------------------------------
       GET-RETENTION-YEARS.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*    Anonymise old leavers     *".
           DISPLAY "********************************".
           MOVE "LEAVERS" TO RT-FILE-ID.
           READ RETENTION-FILE
               INVALID KEY
                   MOVE DEFAULT-RETENTION-YEARS TO RETENTION-YEARS
               NOT INVALID KEY
                   IF RT-DAYS = ZERO
                       MOVE DEFAULT-RETENTION-YEARS
                           TO RETENTION-YEARS
                   ELSE
                       MOVE RT-DAYS TO RETENTION-YEARS.
           DISPLAY "Leaver names are kept for " RETENTION-YEARS
               " year(s).".
           DISPLAY "New number of years (0 = keep):".
           ACCEPT ACCEPT-YEARS.
           IF ACCEPT-YEARS NOT = ZERO
               MOVE ACCEPT-YEARS TO RETENTION-YEARS
               IF NOT PREVIEW-MODE
                   PERFORM SAVE-RETENTION-YEARS.
           MOVE CURRENT-DATE TO CUTOFF-DATE.
           SUBTRACT RETENTION-YEARS FROM CO-YEAR.
           IF CO-MONTH = 2 AND CO-DAY = 29
               MOVE 28 TO CO-DAY.
           MOVE RETENTION-YEARS TO OL-YEARS.
           MOVE CUTOFF-DATE-NUM TO OL-CUTOFF.
           WRITE PRINT-LINE FROM OPTIONS-LINE.

       SAVE-RETENTION-YEARS.
           MOVE "LEAVERS" TO RT-FILE-ID.
           MOVE RETENTION-YEARS TO RT-DAYS.
           WRITE RETENTION-RECORD
               INVALID KEY
                   REWRITE RETENTION-RECORD
                       INVALID KEY
                           DISPLAY "Error saving retention"
                           MOVE "SAVE-RETENTION-YEARS" TO EQ-PARAGRAPH
                           MOVE "RETENTION-FILE" TO EQ-FILE
                           MOVE RT-FILE-ID TO EQ-KEY
                           MOVE RETN-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
           END-WRITE.

       LOAD-LEAVERS.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE "N" TO SCAN-END-SW.
           MOVE LOW-VALUE TO EM-EMPLOYEE-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EM-EMPLOYEE-ID
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM LOAD-ONE-LEAVER
               UNTIL SCAN-AT-END.
           CLOSE EMPLOYEE-FILE.
           IF TABLE-FULL
               DISPLAY "More than 3000 leavers waiting, the rest"
               DISPLAY "are taken on the next run.".

       LOAD-ONE-LEAVER.
           READ EMPLOYEE-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
              AND EM-LEFT
              AND EM-ANON-DATE = ZERO
               IF CAND-COUNT NOT < 3000
                   SET TABLE-FULL TO TRUE
                   SET SCAN-AT-END TO TRUE
               ELSE
                   ADD 1 TO CAND-COUNT
                   PERFORM SET-UP-CANDIDATE.

       SET-UP-CANDIDATE.
           MOVE EM-EMPLOYEE-ID TO CN-EMPLOYEE-ID (CAND-COUNT).
           MOVE SPACE TO NAME-WORK.
           IF EM-FIRST-NAME = SPACE
               MOVE EM-SURNAME TO NAME-WORK
           ELSE
               STRING FUNCTION TRIM (EM-FIRST-NAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (EM-SURNAME) DELIMITED BY SIZE
                   INTO NAME-WORK.
           MOVE FUNCTION UPPER-CASE (NAME-WORK)
               TO CN-FULL-UPPER (CAND-COUNT).
           IF NAME-WORK = SPACE
               MOVE ZERO TO CN-FULL-LEN (CAND-COUNT)
           ELSE
               COMPUTE CN-FULL-LEN (CAND-COUNT) = FUNCTION LENGTH
                   (FUNCTION TRIM (NAME-WORK)).
           MOVE FUNCTION UPPER-CASE (EM-SURNAME)
               TO CN-SURNAME-UPPER (CAND-COUNT).
           IF EM-SURNAME = SPACE
               MOVE ZERO TO CN-SURNAME-LEN (CAND-COUNT)
           ELSE
               COMPUTE CN-SURNAME-LEN (CAND-COUNT) = FUNCTION LENGTH
                   (FUNCTION TRIM (EM-SURNAME)).
           IF CN-SURNAME-LEN (CAND-COUNT) < 3
              OR CN-SURNAME-LEN (CAND-COUNT) > 60
               MOVE ZERO TO CN-SURNAME-LEN (CAND-COUNT).
           IF CN-FULL-LEN (CAND-COUNT) > 60
               MOVE 60 TO CN-FULL-LEN (CAND-COUNT).
           MOVE EM-LEFT-DATE TO CN-LEFT-DATE (CAND-COUNT).
           IF EM-LEFT-DATE = ZERO
               SET CN-DATE-FROM-ACTIVITY (CAND-COUNT) TO TRUE
           ELSE
               SET CN-DATE-RECORDED (CAND-COUNT) TO TRUE.
           MOVE ZERO TO CN-LAST-ACTIVITY (CAND-COUNT).
           MOVE SPACE TO CN-STATUS (CAND-COUNT).
           MOVE SPACE TO CN-REASON (CAND-COUNT).
           MOVE SPACE TO CN-OPERATOR-ID (CAND-COUNT).
           MOVE ZERO TO CN-EMPLOYEE-COUNT (CAND-COUNT).
           MOVE ZERO TO CN-TEAM-COUNT (CAND-COUNT).
           MOVE ZERO TO CN-PROJECT-COUNT (CAND-COUNT).
           MOVE ZERO TO CN-HISTORY-COUNT (CAND-COUNT).
           MOVE ZERO TO CN-ARCHIVE-COUNT (CAND-COUNT).
           MOVE ZERO TO CN-NOTE-COUNT (CAND-COUNT).
           MOVE ZERO TO CN-OPERATOR-COUNT (CAND-COUNT).
           MOVE ZERO TO CN-SESSION-COUNT (CAND-COUNT).

       FIND-CANDIDATE.
           MOVE "N" TO FOUND-SW.
           IF CAND-COUNT > ZERO
              AND LOOKUP-ID NOT = SPACE
               SEARCH ALL CANDIDATE-ENTRY
                   AT END MOVE "N" TO FOUND-SW
                   WHEN CN-EMPLOYEE-ID (CAND-IDX) = LOOKUP-ID
                       SET CANDIDATE-FOUND TO TRUE.

       NOTE-ACTIVITY-DATE.
           IF ACTIVITY-DATE > CN-LAST-ACTIVITY (CAND-IDX)
              AND ACTIVITY-DATE NOT > CURRENT-DATE-NUM
               MOVE ACTIVITY-DATE TO CN-LAST-ACTIVITY (CAND-IDX).

      *----------------------------------------------------------
      * Open timesheets, claims and roles
      *----------------------------------------------------------
       FIND-OPEN-ITEMS.
           PERFORM SCAN-TIMESHEETS.
           PERFORM SCAN-EXPENSE-CLAIMS.
           PERFORM SCAN-PROJECT-LEADERS.
           PERFORM SCAN-TEAM-ROLES.
           PERFORM SCAN-OPERATOR-ACCOUNTS.

       SCAN-TIMESHEETS.
           MOVE "N" TO SCAN-END-SW.
           OPEN INPUT TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS NOT = "00"
               SET SCAN-AT-END TO TRUE.
           PERFORM CHECK-ONE-TIMESHEET
               UNTIL SCAN-AT-END.
           IF TIMESHT-FILE-STATUS NOT = "35"
               CLOSE TIMESHEET-FILE.

       CHECK-ONE-TIMESHEET.
           READ TIMESHEET-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE TS-EMPLOYEE-ID TO LOOKUP-ID
               PERFORM FIND-CANDIDATE
               IF CANDIDATE-FOUND
                   PERFORM TIMESHEET-WEEK-DATE
                   PERFORM NOTE-ACTIVITY-DATE
                   IF TS-SUBMITTED
                      OR (TS-APPROVED AND NOT TS-PRICED)
                       MOVE "Open timesheet" TO CN-REASON (CAND-IDX)
                       SET CN-EXCLUDED (CAND-IDX) TO TRUE.

       TIMESHEET-WEEK-DATE.
           MOVE ZERO TO ACTIVITY-DATE.
           COMPUTE WEEK-YEAR = TS-WEEK / 100.
           COMPUTE WEEK-NO = FUNCTION REM (TS-WEEK, 100).
           IF WEEK-YEAR > 1600
              AND WEEK-NO > ZERO
              AND WEEK-NO < 54
               COMPUTE ACTIVITY-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WEEK-YEAR * 10000 + 101)
                    + (WEEK-NO - 1) * 7).

       SCAN-EXPENSE-CLAIMS.
           MOVE "N" TO SCAN-END-SW.
           OPEN INPUT EXPENSE-CLAIM-FILE.
           IF EXPCLM-FILE-STATUS NOT = "00"
               SET SCAN-AT-END TO TRUE.
           PERFORM CHECK-ONE-CLAIM
               UNTIL SCAN-AT-END.
           IF EXPCLM-FILE-STATUS NOT = "35"
               CLOSE EXPENSE-CLAIM-FILE.

       CHECK-ONE-CLAIM.
           READ EXPENSE-CLAIM-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE EC-EMPLOYEE-ID TO LOOKUP-ID
               PERFORM FIND-CANDIDATE
               IF CANDIDATE-FOUND
                   MOVE EC-DATE TO ACTIVITY-DATE
                   PERFORM NOTE-ACTIVITY-DATE
                   IF EC-SUBMITTED
                      OR (EC-APPROVED AND NOT EC-POSTED)
                       IF NOT CN-EXCLUDED (CAND-IDX)
                           MOVE "Open expense claim"
                               TO CN-REASON (CAND-IDX)
                           SET CN-EXCLUDED (CAND-IDX) TO TRUE.

       SCAN-PROJECT-LEADERS.
           MOVE "N" TO SCAN-END-SW.
           OPEN INPUT PROJECT-FILE.
           MOVE LOW-VALUE TO PR-NUMBER.
           START PROJECT-FILE KEY IS NOT LESS THAN PR-NUMBER
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM CHECK-ONE-PROJECT-LEADER
               UNTIL SCAN-AT-END.
           CLOSE PROJECT-FILE.

       CHECK-ONE-PROJECT-LEADER.
           READ PROJECT-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
              AND NOT PR-STATUS-CANCELLED
               MOVE PR-LEADER-ID TO LOOKUP-ID
               PERFORM EXCLUDE-LIVE-LEADER
               MOVE PRCL-ID (1) TO LOOKUP-ID
               PERFORM EXCLUDE-LIVE-LEADER
               MOVE PRCL-ID (2) TO LOOKUP-ID
               PERFORM EXCLUDE-LIVE-LEADER.

       EXCLUDE-LIVE-LEADER.
           PERFORM FIND-CANDIDATE.
           IF CANDIDATE-FOUND
              AND NOT CN-EXCLUDED (CAND-IDX)
               MOVE "Leads a live project" TO CN-REASON (CAND-IDX)
               SET CN-EXCLUDED (CAND-IDX) TO TRUE.

       SCAN-TEAM-ROLES.
           MOVE "N" TO SCAN-END-SW.
           OPEN INPUT TEAM-FILE.
           OPEN INPUT PROJECT-FILE.
           MOVE LOW-VALUE TO TM-KEY.
           START TEAM-FILE KEY IS NOT LESS THAN TM-KEY
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM CHECK-ONE-TEAM-ROLE
               UNTIL SCAN-AT-END.
           CLOSE TEAM-FILE.
           CLOSE PROJECT-FILE.

       CHECK-ONE-TEAM-ROLE.
           READ TEAM-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE TM-EMPLOYEE-ID TO LOOKUP-ID
               PERFORM FIND-CANDIDATE
               IF CANDIDATE-FOUND
                   MOVE TM-TO-DATE TO ACTIVITY-DATE
                   PERFORM NOTE-ACTIVITY-DATE
                   IF TM-TO-DATE = ZERO
                      OR TM-TO-DATE NOT < CURRENT-DATE-NUM
                       PERFORM CHECK-TEAM-PROJECT-LIVE.

       CHECK-TEAM-PROJECT-LIVE.
           MOVE TM-NUMBER TO PR-NUMBER.
           READ PROJECT-FILE
               INVALID KEY MOVE SPACE TO PR-NUMBER.
           IF PR-NUMBER NOT = SPACE
              AND NOT PR-STATUS-CANCELLED
              AND NOT CN-EXCLUDED (CAND-IDX)
               MOVE "On a live project team" TO CN-REASON (CAND-IDX)
               SET CN-EXCLUDED (CAND-IDX) TO TRUE.

       SCAN-OPERATOR-ACCOUNTS.
           MOVE "N" TO SCAN-END-SW.
           OPEN INPUT OPERATOR-FILE.
           MOVE LOW-VALUE TO OP-OPERATOR-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM CHECK-ONE-OPERATOR
               UNTIL SCAN-AT-END.
           CLOSE OPERATOR-FILE.

      *    An account belongs to the leaver when its ID is the
      *    employee ID or its name is the leaver's full name.
       CHECK-ONE-OPERATOR.
           READ OPERATOR-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE OP-OPERATOR-ID TO LOOKUP-ID
               PERFORM FIND-CANDIDATE
               IF NOT CANDIDATE-FOUND
                   PERFORM FIND-OPERATOR-BY-NAME
               END-IF
               IF CANDIDATE-FOUND
                   MOVE OP-OPERATOR-ID TO CN-OPERATOR-ID (CAND-IDX)
                   IF NOT OP-LOCKED
                      AND NOT CN-EXCLUDED (CAND-IDX)
                       MOVE "Operator account not locked"
                           TO CN-REASON (CAND-IDX)
                       SET CN-EXCLUDED (CAND-IDX) TO TRUE.

       FIND-OPERATOR-BY-NAME.
           MOVE FUNCTION UPPER-CASE (OP-NAME) TO UPPER-OP-NAME.
           IF UPPER-OP-NAME NOT = SPACE
               SET CAND-IDX TO 1
               SEARCH CANDIDATE-ENTRY
                   AT END MOVE "N" TO FOUND-SW
                   WHEN CN-FULL-UPPER (CAND-IDX) = UPPER-OP-NAME
                       SET CANDIDATE-FOUND TO TRUE.

       DECIDE-ONE-CANDIDATE.
           IF CN-DATE-FROM-ACTIVITY (CAND-NO)
               MOVE CN-LAST-ACTIVITY (CAND-NO)
                   TO CN-LEFT-DATE (CAND-NO).
           EVALUATE TRUE
               WHEN CN-EXCLUDED (CAND-NO)
                   ADD 1 TO EXCLUDED-COUNT
               WHEN CN-LEFT-DATE (CAND-NO) NOT < CUTOFF-DATE-NUM
                   SET CN-NOT-DUE (CAND-NO) TO TRUE
                   ADD 1 TO NOT-DUE-COUNT
               WHEN OTHER
                   SET CN-ELIGIBLE (CAND-NO) TO TRUE
                   ADD 1 TO ELIGIBLE-COUNT.

       CONFIRM-RUN.
           DISPLAY ELIGIBLE-COUNT " leaver(s) due for anonymisation, "
               EXCLUDED-COUNT " excluded.".
           IF ELIGIBLE-COUNT = ZERO
               MOVE "N" TO ACCEPT-ANSWER
           ELSE IF PREVIEW-MODE
               MOVE "Y" TO ACCEPT-ANSWER
           ELSE
               DISPLAY "Anonymise these leavers now? (Y/N):"
               ACCEPT ACCEPT-ANSWER.
           IF ACCEPT-ANSWER NOT = "Y"
              AND ELIGIBLE-COUNT NOT = ZERO
               DISPLAY "Nothing changed."
               SET CANCEL-ADD TO TRUE.

      *----------------------------------------------------------
      * The run itself
      *----------------------------------------------------------
       ANONYMISE-ALL-FILES.
           IF ELIGIBLE-COUNT NOT = ZERO
               PERFORM ANONYMISE-EMPLOYEES
               PERFORM ANONYMISE-TEAMS
               PERFORM ANONYMISE-PROJECTS
               PERFORM ANONYMISE-HISTORY
               PERFORM ANONYMISE-ARCHIVE
               PERFORM ANONYMISE-NOTES
               PERFORM ANONYMISE-OPERATORS
               PERFORM ANONYMISE-SESSION-LOG.
           IF PREVIEW-MODE
               DISPLAY "Preview: " CHANGED-COUNT
                   " record(s) would change, see EMPLOYEE_ANON.TXT."
           ELSE
               DISPLAY "Changed " CHANGED-COUNT
                   " record(s), see EMPLOYEE_ANON.TXT.".

      *    The caller has set AU-FILE, AU-KEY and AU-CHANGED-FIELD;
      *    the audit entry carries the employee ID, never the name.
       RECORD-CHANGE.
           ADD 1 TO CHANGED-COUNT.
           MOVE "REWRITE" TO AU-OPERATION.
           MOVE CN-EMPLOYEE-ID (CAND-IDX) TO AU-BEFORE-VALUE.
           MOVE ANON-FULL-NAME TO AU-AFTER-VALUE.
           IF PREVIEW-MODE
               MOVE SPACE TO AUDIT-CHANGE-INFO
           ELSE
               PERFORM WRITE-AUDIT-RECORD.

       ANONYMISE-EMPLOYEES.
           OPEN I-O EMPLOYEE-FILE.
           PERFORM ANONYMISE-ONE-EMPLOYEE
               VARYING CAND-NO FROM 1 BY 1
                   UNTIL CAND-NO > CAND-COUNT.
           CLOSE EMPLOYEE-FILE.

       ANONYMISE-ONE-EMPLOYEE.
           IF CN-ELIGIBLE (CAND-NO)
               SET CAND-IDX TO CAND-NO
               MOVE CN-EMPLOYEE-ID (CAND-NO) TO EM-EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY MOVE SPACE TO EM-EMPLOYEE-ID
               END-READ
               IF EM-EMPLOYEE-ID NOT = SPACE
                   MOVE ANON-FIRST-NAME TO EM-FIRST-NAME
                   MOVE ANON-SURNAME TO EM-SURNAME
                   MOVE CURRENT-DATE-NUM TO EM-ANON-DATE
                   IF EM-LEFT-DATE = ZERO
                       MOVE CN-LEFT-DATE (CAND-NO) TO EM-LEFT-DATE
                   END-IF
                   IF NOT PREVIEW-MODE
                       REWRITE EMPLOYEE-RECORD
                           INVALID KEY
                               DISPLAY "Error updating employee "
                                   EM-EMPLOYEE-ID
                               MOVE "ANONYMISE-ONE-EMPLOYEE"
                                   TO EQ-PARAGRAPH
                               MOVE "EMPLOYEE-FILE" TO EQ-FILE
                               MOVE EM-EMPLOYEE-ID TO EQ-KEY
                               MOVE "23" TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
                   END-IF
                   ADD 1 TO CN-EMPLOYEE-COUNT (CAND-NO)
                   MOVE "EMPLOYEE-FILE" TO AU-FILE
                   MOVE EM-EMPLOYEE-ID TO AU-KEY
                   MOVE "EM-NAME" TO AU-CHANGED-FIELD
                   PERFORM RECORD-CHANGE.

       ANONYMISE-TEAMS.
           OPEN I-O TEAM-FILE.
           MOVE "N" TO SCAN-END-SW.
           MOVE LOW-VALUE TO TM-KEY.
           START TEAM-FILE KEY IS NOT LESS THAN TM-KEY
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM ANONYMISE-ONE-TEAM
               UNTIL SCAN-AT-END.
           CLOSE TEAM-FILE.

       ANONYMISE-ONE-TEAM.
           READ TEAM-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE TM-EMPLOYEE-ID TO LOOKUP-ID
               PERFORM FIND-CANDIDATE
               IF CANDIDATE-FOUND
                  AND CN-ELIGIBLE (CAND-IDX)
                  AND TM-PERSON-NAME NOT = ANON-FULL-NAME
                   MOVE ANON-FULL-NAME TO TM-PERSON-NAME
                   IF NOT PREVIEW-MODE
                       REWRITE TEAM-RECORD
                           INVALID KEY
                               DISPLAY "Error updating team record "
                                   TM-NUMBER (1:30)
                               MOVE "ANONYMISE-ONE-TEAM" TO EQ-PARAGRAPH
                               MOVE "TEAM-FILE" TO EQ-FILE
                               MOVE TM-KEY TO EQ-KEY
                               MOVE "23" TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
                   END-IF
                   ADD 1 TO CN-TEAM-COUNT (CAND-IDX)
                   MOVE "TEAM-FILE" TO AU-FILE
                   MOVE TM-KEY TO AU-KEY
                   MOVE "TM-PERSON-NAME" TO AU-CHANGED-FIELD
                   PERFORM RECORD-CHANGE.

      *    Only cancelled projects can still name a leaver here;
      *    anyone leading a live project was excluded above.
       ANONYMISE-PROJECTS.
           OPEN I-O PROJECT-FILE.
           MOVE "N" TO SCAN-END-SW.
           MOVE LOW-VALUE TO PR-NUMBER.
           START PROJECT-FILE KEY IS NOT LESS THAN PR-NUMBER
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM ANONYMISE-ONE-PROJECT
               UNTIL SCAN-AT-END.
           CLOSE PROJECT-FILE.

       ANONYMISE-ONE-PROJECT.
           READ PROJECT-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE "N" TO RECORD-CHANGED-SW
               MOVE "PROJECT-FILE" TO AU-FILE
               MOVE PR-NUMBER TO AU-KEY
               MOVE PR-LEADER-ID TO LOOKUP-ID
               PERFORM FIND-CANDIDATE
               IF CANDIDATE-FOUND
                  AND CN-ELIGIBLE (CAND-IDX)
                  AND PR-LEADER-SURNAME NOT = ANON-SURNAME
                   MOVE ANON-FIRST-NAME TO PR-LEADER-NAME
                   MOVE ANON-SURNAME TO PR-LEADER-SURNAME
                   ADD 1 TO CN-PROJECT-COUNT (CAND-IDX)
                   MOVE "PR-LEADER-NAME" TO AU-CHANGED-FIELD
                   PERFORM RECORD-CHANGE
                   SET RECORD-CHANGED TO TRUE
               END-IF
               PERFORM ANONYMISE-PROJECT-CO-LEADER
                   VARYING CO-IDX FROM 1 BY 1
                       UNTIL CO-IDX > 2
               IF RECORD-CHANGED
                  AND NOT PREVIEW-MODE
                   REWRITE PROJECT-RECORD
                       INVALID KEY
                           DISPLAY "Error updating project "
                               PR-NUMBER
                           MOVE "ANONYMISE-ONE-PROJECT" TO EQ-PARAGRAPH
                           MOVE "PROJECT-FILE" TO EQ-FILE
                           MOVE PR-NUMBER TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       ANONYMISE-PROJECT-CO-LEADER.
           MOVE PRCL-ID (CO-IDX) TO LOOKUP-ID.
           PERFORM FIND-CANDIDATE.
           IF CANDIDATE-FOUND
              AND CN-ELIGIBLE (CAND-IDX)
              AND PRCL-SURNAME (CO-IDX) NOT = ANON-SURNAME
               MOVE ANON-FIRST-NAME TO PRCL-NAME (CO-IDX)
               MOVE ANON-SURNAME TO PRCL-SURNAME (CO-IDX)
               ADD 1 TO CN-PROJECT-COUNT (CAND-IDX)
               MOVE "PRCL-NAME" TO AU-CHANGED-FIELD
               PERFORM RECORD-CHANGE
               SET RECORD-CHANGED TO TRUE.

       ANONYMISE-HISTORY.
           OPEN I-O HISTORY-FILE.
           MOVE "N" TO SCAN-END-SW.
           MOVE LOW-VALUE TO HI-NUMBER.
           START HISTORY-FILE KEY IS NOT LESS THAN HI-NUMBER
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM ANONYMISE-ONE-HISTORY
               UNTIL SCAN-AT-END.
           CLOSE HISTORY-FILE.

       ANONYMISE-ONE-HISTORY.
           READ HISTORY-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE "N" TO RECORD-CHANGED-SW
               MOVE "HISTORY-FILE" TO AU-FILE
               MOVE HI-NUMBER TO AU-KEY
               MOVE HI-LEADER-ID TO LOOKUP-ID
               PERFORM FIND-CANDIDATE
               IF CANDIDATE-FOUND
                  AND CN-ELIGIBLE (CAND-IDX)
                  AND HI-LEADER-SURNAME NOT = ANON-SURNAME
                   MOVE ANON-FIRST-NAME TO HI-LEADER-NAME
                   MOVE ANON-SURNAME TO HI-LEADER-SURNAME
                   ADD 1 TO CN-HISTORY-COUNT (CAND-IDX)
                   MOVE "HI-LEADER-NAME" TO AU-CHANGED-FIELD
                   PERFORM RECORD-CHANGE
                   SET RECORD-CHANGED TO TRUE
               END-IF
               PERFORM ANONYMISE-HISTORY-CO-LEADER
                   VARYING CO-IDX FROM 1 BY 1
                       UNTIL CO-IDX > 2
               IF RECORD-CHANGED
                  AND NOT PREVIEW-MODE
                   REWRITE HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "Error updating history "
                               HI-NUMBER
                           MOVE "ANONYMISE-ONE-HISTORY" TO EQ-PARAGRAPH
                           MOVE "HISTORY-FILE" TO EQ-FILE
                           MOVE HI-NUMBER TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       ANONYMISE-HISTORY-CO-LEADER.
           MOVE HICL-ID (CO-IDX) TO LOOKUP-ID.
           PERFORM FIND-CANDIDATE.
           IF CANDIDATE-FOUND
              AND CN-ELIGIBLE (CAND-IDX)
              AND HICL-SURNAME (CO-IDX) NOT = ANON-SURNAME
               MOVE ANON-FIRST-NAME TO HICL-NAME (CO-IDX)
               MOVE ANON-SURNAME TO HICL-SURNAME (CO-IDX)
               ADD 1 TO CN-HISTORY-COUNT (CAND-IDX)
               MOVE "HICL-NAME" TO AU-CHANGED-FIELD
               PERFORM RECORD-CHANGE
               SET RECORD-CHANGED TO TRUE.

       ANONYMISE-ARCHIVE.
           OPEN I-O ARCHIVE-FILE.
           MOVE "N" TO SCAN-END-SW.
           MOVE LOW-VALUE TO AR-NUMBER.
           START ARCHIVE-FILE KEY IS NOT LESS THAN AR-NUMBER
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM ANONYMISE-ONE-ARCHIVE
               UNTIL SCAN-AT-END.
           CLOSE ARCHIVE-FILE.

       ANONYMISE-ONE-ARCHIVE.
           READ ARCHIVE-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE "N" TO RECORD-CHANGED-SW
               MOVE "ARCHIVE-FILE" TO AU-FILE
               MOVE AR-NUMBER TO AU-KEY
               MOVE AR-LEADER-ID TO LOOKUP-ID
               PERFORM FIND-CANDIDATE
               IF CANDIDATE-FOUND
                  AND CN-ELIGIBLE (CAND-IDX)
                  AND AR-LEADER-SURNAME NOT = ANON-SURNAME
                   MOVE ANON-FIRST-NAME TO AR-LEADER-NAME
                   MOVE ANON-SURNAME TO AR-LEADER-SURNAME
                   ADD 1 TO CN-ARCHIVE-COUNT (CAND-IDX)
                   MOVE "AR-LEADER-NAME" TO AU-CHANGED-FIELD
                   PERFORM RECORD-CHANGE
                   SET RECORD-CHANGED TO TRUE
               END-IF
               PERFORM ANONYMISE-ARCHIVE-CO-LEADER
                   VARYING CO-IDX FROM 1 BY 1
                       UNTIL CO-IDX > 2
               IF RECORD-CHANGED
                  AND NOT PREVIEW-MODE
                   REWRITE ARCHIVE-RECORD
                       INVALID KEY
                           DISPLAY "Error updating archive "
                               AR-NUMBER
                           MOVE "ANONYMISE-ONE-ARCHIVE" TO EQ-PARAGRAPH
                           MOVE "ARCHIVE-FILE" TO EQ-FILE
                           MOVE AR-NUMBER TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       ANONYMISE-ARCHIVE-CO-LEADER.
           MOVE ARCL-ID (CO-IDX) TO LOOKUP-ID.
           PERFORM FIND-CANDIDATE.
           IF CANDIDATE-FOUND
              AND CN-ELIGIBLE (CAND-IDX)
              AND ARCL-SURNAME (CO-IDX) NOT = ANON-SURNAME
               MOVE ANON-FIRST-NAME TO ARCL-NAME (CO-IDX)
               MOVE ANON-SURNAME TO ARCL-SURNAME (CO-IDX)
               ADD 1 TO CN-ARCHIVE-COUNT (CAND-IDX)
               MOVE "ARCL-NAME" TO AU-CHANGED-FIELD
               PERFORM RECORD-CHANGE
               SET RECORD-CHANGED TO TRUE.

      *----------------------------------------------------------
      * Project notes - the full name, then the surname, as a
      * whole word anywhere in the note text
      *----------------------------------------------------------
       ANONYMISE-NOTES.
           MOVE "N" TO SCAN-END-SW.
           OPEN I-O NOTE-FILE.
           IF NOTE-FILE-STATUS NOT = "00"
               SET SCAN-AT-END TO TRUE.
           PERFORM ANONYMISE-ONE-NOTE
               UNTIL SCAN-AT-END.
           IF NOTE-FILE-STATUS NOT = "35"
               CLOSE NOTE-FILE.

       ANONYMISE-ONE-NOTE.
           READ NOTE-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE "N" TO RECORD-CHANGED-SW
               PERFORM SCRUB-NOTE-FOR-CANDIDATE
                   VARYING CAND-NO FROM 1 BY 1
                       UNTIL CAND-NO > CAND-COUNT
               IF RECORD-CHANGED
                  AND NOT PREVIEW-MODE
                   REWRITE NOTE-RECORD
                       INVALID KEY
                           DISPLAY "Error updating note "
                               NT-NUMBER (1:30)
                           MOVE "ANONYMISE-ONE-NOTE" TO EQ-PARAGRAPH
                           MOVE "NOTE-FILE" TO EQ-FILE
                           MOVE NT-KEY TO EQ-KEY
                           MOVE NOTE-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       SCRUB-NOTE-FOR-CANDIDATE.
           IF CN-ELIGIBLE (CAND-NO)
               MOVE NT-TEXT TO TEXT-BEFORE
               MOVE CN-FULL-UPPER (CAND-NO) TO NAME-WORK
               MOVE CN-FULL-LEN (CAND-NO) TO NAME-LEN
               PERFORM REPLACE-NAME-IN-NOTE
               MOVE CN-SURNAME-UPPER (CAND-NO) TO NAME-WORK
               MOVE CN-SURNAME-LEN (CAND-NO) TO NAME-LEN
               PERFORM REPLACE-NAME-IN-NOTE
               IF NT-TEXT NOT = TEXT-BEFORE
                   SET RECORD-CHANGED TO TRUE
                   SET CAND-IDX TO CAND-NO
                   ADD 1 TO CN-NOTE-COUNT (CAND-NO)
                   MOVE "NOTE-FILE" TO AU-FILE
                   MOVE NT-KEY TO AU-KEY
                   MOVE "NT-TEXT" TO AU-CHANGED-FIELD
                   PERFORM RECORD-CHANGE.

       REPLACE-NAME-IN-NOTE.
           IF NAME-LEN > ZERO
              AND NAME-LEN NOT > 70
               COMPUTE SCAN-LIMIT = 71 - NAME-LEN
               MOVE 1 TO SCAN-IDX
               PERFORM CHECK-NAME-AT-POSITION
                   UNTIL SCAN-IDX > SCAN-LIMIT.

       CHECK-NAME-AT-POSITION.
           MOVE FUNCTION UPPER-CASE (NT-TEXT) TO UPPER-TEXT.
           COMPUTE END-POS = SCAN-IDX + NAME-LEN.
           MOVE "N" TO BOUNDARY-SW.
           IF UPPER-TEXT (SCAN-IDX:NAME-LEN) = NAME-WORK (1:NAME-LEN)
               PERFORM CHECK-WHOLE-WORD.
           IF WHOLE-WORD
               PERFORM PUT-PLACEHOLDER-IN-NOTE
               ADD 15 TO SCAN-IDX
           ELSE
               ADD 1 TO SCAN-IDX.

       CHECK-WHOLE-WORD.
           SET WHOLE-WORD TO TRUE.
           IF SCAN-IDX > 1
               IF UPPER-TEXT (SCAN-IDX - 1:1) NOT < "A"
                  AND UPPER-TEXT (SCAN-IDX - 1:1) NOT > "Z"
                   MOVE "N" TO BOUNDARY-SW.
           IF END-POS NOT > 70
               IF UPPER-TEXT (END-POS:1) NOT < "A"
                  AND UPPER-TEXT (END-POS:1) NOT > "Z"
                   MOVE "N" TO BOUNDARY-SW.

       PUT-PLACEHOLDER-IN-NOTE.
           MOVE SPACE TO TEXT-WORK.
           IF SCAN-IDX > 1
               MOVE NT-TEXT (1:SCAN-IDX - 1)
                   TO TEXT-WORK (1:SCAN-IDX - 1).
           MOVE ANON-FULL-NAME TO TEXT-WORK (SCAN-IDX:15).
           IF END-POS NOT > 70
               MOVE NT-TEXT (END-POS:71 - END-POS)
                   TO TEXT-WORK (SCAN-IDX + 15:).
           MOVE TEXT-WORK (1:70) TO NT-TEXT.

      *----------------------------------------------------------
      * Operator accounts and the session log
      *----------------------------------------------------------
       ANONYMISE-OPERATORS.
           OPEN I-O OPERATOR-FILE.
           PERFORM ANONYMISE-ONE-OPERATOR
               VARYING CAND-NO FROM 1 BY 1
                   UNTIL CAND-NO > CAND-COUNT.
           CLOSE OPERATOR-FILE.

       ANONYMISE-ONE-OPERATOR.
           IF CN-ELIGIBLE (CAND-NO)
              AND CN-OPERATOR-ID (CAND-NO) NOT = SPACE
               SET CAND-IDX TO CAND-NO
               MOVE CN-OPERATOR-ID (CAND-NO) TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY MOVE SPACE TO OP-OPERATOR-ID
               END-READ
               IF OP-OPERATOR-ID NOT = SPACE
                  AND OP-NAME NOT = ANON-FULL-NAME
                   MOVE ANON-FULL-NAME TO OP-NAME
                   IF NOT PREVIEW-MODE
                       REWRITE OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY "Error updating operator "
                                   OP-OPERATOR-ID
                               MOVE "ANONYMISE-ONE-OPERATOR"
                                   TO EQ-PARAGRAPH
                               MOVE "OPERATOR-FILE" TO EQ-FILE
                               MOVE OP-OPERATOR-ID TO EQ-KEY
                               MOVE "23" TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
                   END-IF
                   ADD 1 TO CN-OPERATOR-COUNT (CAND-NO)
                   MOVE "OPERATOR-FILE" TO AU-FILE
                   MOVE OP-OPERATOR-ID TO AU-KEY
                   MOVE "OP-NAME" TO AU-CHANGED-FIELD
                   PERFORM RECORD-CHANGE.

      *    The log is copied aside and written back with the
      *    leaver's operator ID replaced by the employee ID.
       ANONYMISE-SESSION-LOG.
           MOVE "N" TO SCAN-END-SW.
           OPEN EXTEND SESSION-FILE.
           CLOSE SESSION-FILE.
           OPEN INPUT SESSION-FILE.
           OPEN OUTPUT SESSION-COPY-FILE.
           PERFORM ANONYMISE-ONE-SESSION-ENTRY
               UNTIL SCAN-AT-END.
           CLOSE SESSION-FILE.
           CLOSE SESSION-COPY-FILE.
           IF NOT PREVIEW-MODE
               PERFORM REWRITE-SESSION-LOG.

       ANONYMISE-ONE-SESSION-ENTRY.
           READ SESSION-FILE
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE "N" TO RECORD-CHANGED-SW
               MOVE SE-OPERATOR TO LOOKUP-ID
               PERFORM FIND-SESSION-OPERATOR
               IF CANDIDATE-FOUND
                   MOVE CN-EMPLOYEE-ID (CAND-IDX) TO SE-OPERATOR
                   SET RECORD-CHANGED TO TRUE
               END-IF
               IF SE-EVENT = "FAILED"
                   MOVE SE-DETAIL (1:10) TO LOOKUP-ID
                   PERFORM FIND-SESSION-OPERATOR
                   IF CANDIDATE-FOUND
                       MOVE CN-EMPLOYEE-ID (CAND-IDX)
                           TO SE-DETAIL (1:10)
                       SET RECORD-CHANGED TO TRUE
                   END-IF
               END-IF
               IF RECORD-CHANGED
                   ADD 1 TO CN-SESSION-COUNT (CAND-IDX)
                   ADD 1 TO CHANGED-COUNT
               END-IF
               WRITE SESSION-COPY-RECORD FROM SESSION-RECORD.

       FIND-SESSION-OPERATOR.
           MOVE "N" TO FOUND-SW.
           IF LOOKUP-ID NOT = SPACE
               SET CAND-IDX TO 1
               SEARCH CANDIDATE-ENTRY
                   AT END MOVE "N" TO FOUND-SW
                   WHEN CN-OPERATOR-ID (CAND-IDX) = LOOKUP-ID
                    AND CN-ELIGIBLE (CAND-IDX)
                    AND LOOKUP-ID NOT = CN-EMPLOYEE-ID (CAND-IDX)
                       SET CANDIDATE-FOUND TO TRUE.

       REWRITE-SESSION-LOG.
           MOVE "N" TO SCAN-END-SW.
           OPEN INPUT SESSION-COPY-FILE.
           OPEN OUTPUT SESSION-FILE.
           PERFORM COPY-ONE-SESSION-ENTRY
               UNTIL SCAN-AT-END.
           CLOSE SESSION-COPY-FILE.
           CLOSE SESSION-FILE.

       COPY-ONE-SESSION-ENTRY.
           READ SESSION-COPY-FILE
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               WRITE SESSION-RECORD FROM SESSION-COPY-RECORD.

      *----------------------------------------------------------
      * Certificate
      *----------------------------------------------------------
       WRITE-CERTIFICATE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE.
           PERFORM WRITE-ONE-CERTIFICATE-LINE
               VARYING CAND-NO FROM 1 BY 1
                   UNTIL CAND-NO > CAND-COUNT.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ELIGIBLE-COUNT TO SL-ELIGIBLE.
           MOVE EXCLUDED-COUNT TO SL-EXCLUDED.
           MOVE NOT-DUE-COUNT TO SL-NOT-DUE.
           MOVE CHANGED-COUNT TO SL-CHANGED.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE "* = leaving date taken from the last activity on file"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF NOT PREVIEW-MODE
              AND ELIGIBLE-COUNT NOT = ZERO
               MOVE OPERATOR-ID-PARM TO CE-OPERATOR
               MOVE CURRENT-DATE-NUM TO CE-DATE
               WRITE PRINT-LINE FROM CERTIFY-LINE.

       WRITE-ONE-CERTIFICATE-LINE.
           IF NOT CN-NOT-DUE (CAND-NO)
               MOVE CN-EMPLOYEE-ID (CAND-NO) TO DL-EMPLOYEE-ID
               IF CN-LEFT-DATE (CAND-NO) = ZERO
                   MOVE "unknown" TO DL-LEFT-DATE
               ELSE
                   MOVE CN-LEFT-DATE (CAND-NO) TO DL-LEFT-DATE
               END-IF
               IF CN-DATE-FROM-ACTIVITY (CAND-NO)
                   MOVE "*" TO DL-DATE-SOURCE
               ELSE
                   MOVE SPACE TO DL-DATE-SOURCE
               END-IF
               IF CN-EXCLUDED (CAND-NO)
                   MOVE SPACE TO DL-OUTCOME
                   STRING "EXCLUDED - " DELIMITED BY SIZE
                          CN-REASON (CAND-NO) DELIMITED BY SIZE
                       INTO DL-OUTCOME
               ELSE IF PREVIEW-MODE
                   MOVE "WOULD BE ANONYMISED" TO DL-OUTCOME
               ELSE
                   MOVE "ANONYMISED" TO DL-OUTCOME
               END-IF
               MOVE CN-EMPLOYEE-COUNT (CAND-NO) TO DL-EMPLOYEE
               MOVE CN-TEAM-COUNT (CAND-NO) TO DL-TEAM
               MOVE CN-PROJECT-COUNT (CAND-NO) TO DL-PROJECT
               MOVE CN-HISTORY-COUNT (CAND-NO) TO DL-HISTORY
               MOVE CN-ARCHIVE-COUNT (CAND-NO) TO DL-ARCHIVE
               MOVE CN-NOTE-COUNT (CAND-NO) TO DL-NOTE
               MOVE CN-OPERATOR-COUNT (CAND-NO) TO DL-OPERATOR
               MOVE CN-SESSION-COUNT (CAND-NO) TO DL-SESSION
               WRITE PRINT-LINE FROM DETAIL-LINE.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AU-DATE.
           MOVE AU-TS-TIME TO AU-TIME.
           MOVE "EMPANON" TO AU-PROGRAM.
           MOVE OPERATOR-ID-PARM TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
