      * milestones due within the next seven
      * days, and the date the nightly batch
      * chain last completed OK per the run
      * log, the result of the last
      * audit trail verification by
      * AUDVERIF, and the number of file
      * errors written to the error log
      * since the start of yesterday, so
      * problems in the nightly chain are
      * seen in the morning. Control is
      * returned to calling program.
      ****************************************

       ENVIRONMENT DIVISION.
           COPY "FCRUNLOG.COB".
           COPY "FCETC.COB".
           COPY "FCHEALTH.COB".
           COPY "FCERRLOG.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRUNLOG.COB".
           COPY "FDETC.COB".
           COPY "FDHEALTH.COB".
           COPY "FDERRLOG.COB".

       WORKING-STORAGE SECTION.
       77  ACTIVE-COUNT             PIC 9(5)    VALUE ZERO.
       77  OVER-BUDGET-COUNT        PIC 9(5)    VALUE ZERO.
       77  MS-DUE-COUNT             PIC 9(5)    VALUE ZERO.
       77  LAST-NIGHT-DATE          PIC 9(8)    VALUE ZERO.
       77  AUDIT-CHECK-DATE         PIC 9(8)    VALUE ZERO.
       77  AUDIT-PROBLEM-COUNT      PIC 9(7)    VALUE ZERO.
       77  TODAY-INTEGER            PIC S9(9)   VALUE ZERO.
       77  DUE-CUTOFF-NUM           PIC 9(8)    VALUE ZERO.
       77  SHOW-COUNT               PIC ZZZZ9   VALUE ZERO.
       77  HEALTH-RED-COUNT         PIC 9(5)    VALUE ZERO.
       77  HEALTH-AMBER-COUNT       PIC 9(5)    VALUE ZERO.
       77  HEALTH-GREEN-COUNT       PIC 9(5)    VALUE ZERO.
       77  ERRLOG-FILE-STATUS       PIC XX      VALUE SPACE.
       77  ERROR-SINCE-DATE         PIC 9(8)    VALUE ZERO.
       77  RECENT-ERROR-COUNT       PIC 9(5)    VALUE ZERO.
       01  HEALTH-FILE-SW           PIC X       VALUE "N".
           88  HEALTH-FILE-AT-END               VALUE "Y".
       01  ERROR-LOG-SW             PIC X       VALUE "N".
           88  ERROR-LOG-AT-END                 VALUE "Y".
       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           UNTIL RUN-LOG-FILE-AT-END.
       PERFORM COUNT-ONE-HEALTH-RECORD
           UNTIL HEALTH-FILE-AT-END.
       PERFORM COUNT-ONE-ERROR
           UNTIL ERROR-LOG-AT-END.
       PERFORM SHOW-DASHBOARD.
       PERFORM PROGRAM-CLEANUP.

               FUNCTION INTEGER-OF-DATE (CURRENT-DATE-NUM).
           COMPUTE DUE-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
               (TODAY-INTEGER + 7).
           COMPUTE ERROR-SINCE-DATE = FUNCTION DATE-OF-INTEGER
               (TODAY-INTEGER - 1).
           OPEN INPUT ERROR-LOG-FILE.
           IF ERRLOG-FILE-STATUS NOT = "00"
               SET ERROR-LOG-AT-END TO TRUE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE RUN-LOG-FILE.
           CLOSE ETC-FILE.
           CLOSE HEALTH-FILE.
           IF ERRLOG-FILE-STATUS NOT = "35"
               CLOSE ERROR-LOG-FILE.

       COUNT-ONE-PROJECT.
           READ PROJECT-FILE NEXT
              AND RL-ENDED-OK
              AND RL-DATE > LAST-NIGHT-DATE
               MOVE RL-DATE TO LAST-NIGHT-DATE.
           IF NOT RUN-LOG-FILE-AT-END
              AND RL-PROGRAM = "AUDVERIF"
              AND NOT RL-RUNNING
               MOVE RL-DATE TO AUDIT-CHECK-DATE
               MOVE RL-REJECT-COUNT TO AUDIT-PROBLEM-COUNT.

       COUNT-ONE-HEALTH-RECORD.
           READ HEALTH-FILE NEXT
                   WHEN OTHER
                       ADD 1 TO HEALTH-GREEN-COUNT.

       COUNT-ONE-ERROR.
           READ ERROR-LOG-FILE
               AT END SET ERROR-LOG-AT-END TO TRUE.
           IF NOT ERROR-LOG-AT-END
              AND EL-DATE NOT < ERROR-SINCE-DATE
               ADD 1 TO RECENT-ERROR-COUNT.

       SHOW-DASHBOARD.
           DISPLAY " ".
           DISPLAY "********************************".
               DISPLAY "Nightly chain last OK:  (never)"
           ELSE
               DISPLAY "Nightly chain last OK:  " LAST-NIGHT-DATE.
           IF AUDIT-CHECK-DATE = ZERO
               DISPLAY "Audit trail check:      (never)"
           ELSE
               IF AUDIT-PROBLEM-COUNT = ZERO
                   DISPLAY "Audit trail check:      " AUDIT-CHECK-DATE
                       " intact"
               ELSE
                   MOVE AUDIT-PROBLEM-COUNT TO SHOW-COUNT
                   DISPLAY "Audit trail check:      " AUDIT-CHECK-DATE
                       " " SHOW-COUNT " PROBLEM(S)"
                   DISPLAY "  see AUDIT_VERIFY.TXT".
           MOVE RECENT-ERROR-COUNT TO SHOW-COUNT.
           DISPLAY "File errors since yest.:" SHOW-COUNT.
           IF RECENT-ERROR-COUNT NOT = ZERO
               DISPLAY "  see the file error summary".
