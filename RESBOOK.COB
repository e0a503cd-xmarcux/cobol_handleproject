       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESBOOK.

      ****************************
      * Program lets a
      * department manager work
      * through the open and
      * proposed resource
      * requests routed to them
      * in RESOURCE-REQUEST-FILE
      * and propose an employee,
      * accept or decline each
      * one. Proposing an
      * employee of another
      * department routes the
      * request on to that
      * department's manager.
      * Acceptance checks the
      * proposed employee's load
      * the way TEAMOVER does
      * (the request plus all
      * overlapping TEAM-FILE
      * assignments may not
      * exceed 100 percent) and
      * then writes the roster
      * entry in TEAM-FILE.
      * Changes to a request are
      * recorded in AUDIT-FILE.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCRESREQ.COB".
           COPY "FCTEAM.COB".
           COPY "FCEMPLOYEE.COB".
           COPY "FCDEPT.COB".
           COPY "FCSKILL.COB".
           COPY "FCSKLCODE.COB".
           COPY "FCAUDIT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDRESREQ.COB".
           COPY "FDTEAM.COB".
           COPY "FDEMPLOYEE.COB".
           COPY "FDDEPT.COB".
           COPY "FDSKILL.COB".
           COPY "FDSKLCODE.COB".
           COPY "FDAUDIT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-MANAGER-ID    PIC X(10)      VALUE SPACE.
       77  ACCEPT-EMPLOYEE-ID   PIC X(10)      VALUE SPACE.
       77  ACCEPT-ACTION        PIC X(2)       VALUE SPACE.
       77  ACCEPT-REASON        PIC X(40)      VALUE SPACE.
       77  RESREQ-FILE-STATUS   PIC XX         VALUE SPACE.
       77  SKILL-FILE-STATUS    PIC XX         VALUE SPACE.
       77  SKLCODE-FILE-STATUS  PIC XX         VALUE SPACE.
       77  TOTAL-ALLOC          PIC 9(5)       VALUE ZERO.
       77  NEXT-SEQ             PIC 9(4)       VALUE ZERO.
       77  REVIEWED-COUNT       PIC 9(4)       VALUE ZERO.
       77  ACCEPTED-COUNT       PIC 9(4)       VALUE ZERO.
       77  DECLINED-COUNT       PIC 9(4)       VALUE ZERO.

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  REQUEST-FILE-SW      PIC X          VALUE "N".
           88  REQUEST-FILE-AT-END             VALUE "Y".
       01  TEAM-FILE-SW         PIC X          VALUE "N".
           88  TEAM-FILE-AT-END                VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-REVIEW-SW PIC X          VALUE "N".
               88  CANCEL-REVIEW               VALUE "Y".

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "RESBOOK".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).

       PROCEDURE DIVISION USING OPERATOR-ID-PARM.

       PERFORM INIT-PROGRAM.
       PERFORM REVIEW-FOR-MANAGER
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE "N" TO CANCEL-ADD-SW.
           OPEN I-O PROJECT-FILE.
           OPEN I-O RESOURCE-REQUEST-FILE.
           IF RESREQ-FILE-STATUS NOT = "00"
               DISPLAY "No resource requests yet, nothing to review."
               SET CANCEL-ADD TO TRUE.
           OPEN I-O TEAM-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT DEPARTMENT-FILE.
           OPEN INPUT SKILL-FILE.
           OPEN INPUT SKILL-CODE-FILE.
           OPEN EXTEND AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           IF RESREQ-FILE-STATUS NOT = "35"
               CLOSE RESOURCE-REQUEST-FILE.
           CLOSE TEAM-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE DEPARTMENT-FILE.
           IF SKILL-FILE-STATUS NOT = "35"
               CLOSE SKILL-FILE.
           IF SKLCODE-FILE-STATUS NOT = "35"
               CLOSE SKILL-CODE-FILE.
           CLOSE AUDIT-FILE.

       REVIEW-FOR-MANAGER.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*  Resource request bookings   *".
           DISPLAY "********************************".
           DISPLAY "Enter department manager employee ID:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-MANAGER-ID.
           IF ACCEPT-MANAGER-ID = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ZERO TO REVIEWED-COUNT
               MOVE ZERO TO ACCEPTED-COUNT
               MOVE ZERO TO DECLINED-COUNT
               MOVE "N" TO CANCEL-REVIEW-SW
               MOVE "N" TO REQUEST-FILE-SW
               PERFORM REWIND-REQUEST-FILE
               PERFORM REVIEW-ONE-REQUEST
                   UNTIL REQUEST-FILE-AT-END OR CANCEL-REVIEW
               DISPLAY "Reviewed " REVIEWED-COUNT " request(s): "
                   ACCEPTED-COUNT " accepted, "
                   DECLINED-COUNT " declined.".

       REWIND-REQUEST-FILE.
           MOVE LOW-VALUE TO RB-KEY.
           START RESOURCE-REQUEST-FILE KEY IS NOT LESS THAN RB-KEY
               INVALID KEY SET REQUEST-FILE-AT-END TO TRUE.

       REVIEW-ONE-REQUEST.
           READ RESOURCE-REQUEST-FILE NEXT
               AT END SET REQUEST-FILE-AT-END TO TRUE.
           IF NOT REQUEST-FILE-AT-END
              AND RB-UNFILLED
              AND RB-MANAGER-ID = ACCEPT-MANAGER-ID
               PERFORM JUDGE-ONE-REQUEST.

       JUDGE-ONE-REQUEST.
           DISPLAY " ".
           DISPLAY "Project: " RB-NUMBER (1:40) " request " RB-SEQ.
           MOVE RB-SKILL-CODE TO SC-CODE.
           READ SKILL-CODE-FILE
               INVALID KEY MOVE SPACE TO SC-NAME.
           DISPLAY "Skill:   " RB-SKILL-CODE " " SC-NAME
               " level " RB-LEVEL.
           DISPLAY "Period:  " RB-FROM-DATE " - " RB-TO-DATE
               " at " RB-ALLOC-PCT "%".
           DISPLAY "Leader:  " RB-LEADER-ID
               " requested " RB-REQUESTED-DATE.
           IF RB-EMPLOYEE-ID NOT = SPACE
               MOVE RB-EMPLOYEE-ID TO ACCEPT-EMPLOYEE-ID
               PERFORM SHOW-CANDIDATE.
           DISPLAY "Propose, accept, decline or skip? (P/A/D/S):".
           DISPLAY "(Enter -1 to stop reviewing)".
           ACCEPT ACCEPT-ACTION.
           EVALUATE ACCEPT-ACTION
               WHEN "P"
                   PERFORM PROPOSE-EMPLOYEE
               WHEN "A"
                   PERFORM ACCEPT-REQUEST
               WHEN "D"
                   PERFORM DECLINE-REQUEST
               WHEN "-1"
                   SET CANCEL-REVIEW TO TRUE
               WHEN OTHER
                   CONTINUE.

       SHOW-CANDIDATE.
           MOVE ACCEPT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Proposed: " ACCEPT-EMPLOYEE-ID
                       " (not on employee file)"
               NOT INVALID KEY
                   DISPLAY "Proposed: " EM-EMPLOYEE-ID " "
                       EM-FIRST-NAME (1:20) " " EM-SURNAME (1:30)
                   PERFORM SHOW-SKILL-MATCH
                   PERFORM ADD-UP-EMPLOYEE-LOAD
                   DISPLAY "          load in period with this"
                       " request: " TOTAL-ALLOC "%".

       SHOW-SKILL-MATCH.
           IF SKILL-FILE-STATUS = "00"
               MOVE EM-EMPLOYEE-ID TO SK-EMPLOYEE-ID
               MOVE RB-SKILL-CODE TO SK-SKILL-CODE
               READ SKILL-FILE
                   INVALID KEY
                       DISPLAY "          Warning: skill "
                           RB-SKILL-CODE " not registered"
                   NOT INVALID KEY
                       IF SK-LEVEL < RB-LEVEL
                           DISPLAY "          Warning: skill level "
                               SK-LEVEL " below requested "
                               RB-LEVEL.

      *    Same rule as TEAMOVER: the request's allocation plus
      *    every assignment of the employee overlapping the
      *    requested period.
       ADD-UP-EMPLOYEE-LOAD.
           MOVE RB-ALLOC-PCT TO TOTAL-ALLOC.
           MOVE "N" TO TEAM-FILE-SW.
           MOVE LOW-VALUE TO TM-KEY.
           START TEAM-FILE KEY IS NOT LESS THAN TM-KEY
               INVALID KEY SET TEAM-FILE-AT-END TO TRUE.
           PERFORM ADD-ONE-OVERLAP
               UNTIL TEAM-FILE-AT-END.

       ADD-ONE-OVERLAP.
           READ TEAM-FILE NEXT
               AT END SET TEAM-FILE-AT-END TO TRUE.
           IF NOT TEAM-FILE-AT-END
              AND TM-EMPLOYEE-ID = EM-EMPLOYEE-ID
              AND TM-FROM-DATE <= RB-TO-DATE
              AND TM-TO-DATE >= RB-FROM-DATE
               ADD TM-ALLOC-PCT TO TOTAL-ALLOC.

       PROPOSE-EMPLOYEE.
           MOVE "N" TO VALID-DATA-SW.
           DISPLAY "Enter employee ID to propose:".
           ACCEPT ACCEPT-EMPLOYEE-ID.
           MOVE ACCEPT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee ID not found, request skipped."
               NOT INVALID KEY
                   IF EM-ACTIVE
                       PERFORM CHECK-OWNING-DEPARTMENT
                   ELSE
                       DISPLAY "Employee has left, request skipped.".
           IF VALID-DATA
               PERFORM SHOW-CANDIDATE
               MOVE "RB-EMPLOYEE-ID" TO AU-CHANGED-FIELD
               MOVE RB-EMPLOYEE-ID TO AU-BEFORE-VALUE
               MOVE ACCEPT-EMPLOYEE-ID TO RB-EMPLOYEE-ID
               MOVE RB-EMPLOYEE-ID TO AU-AFTER-VALUE
               SET RB-PROPOSED TO TRUE
               PERFORM REWRITE-REQUEST
               ADD 1 TO REVIEWED-COUNT
               IF RB-MANAGER-ID NOT = ACCEPT-MANAGER-ID
                   DISPLAY "Request routed to manager " RB-MANAGER-ID
                       " of department " RB-DEPT-CODE.

       CHECK-OWNING-DEPARTMENT.
           IF EM-DEPT-CODE = RB-DEPT-CODE
               SET VALID-DATA TO TRUE
           ELSE
               MOVE EM-DEPT-CODE TO DM-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY
                       DISPLAY "Employee's department not found,"
                           " request skipped."
                   NOT INVALID KEY
                       IF DM-MANAGER-ID = SPACE
                           DISPLAY "Department " DM-CODE
                               " has no manager, request skipped."
                       ELSE
                           MOVE DM-CODE TO RB-DEPT-CODE
                           MOVE DM-MANAGER-ID TO RB-MANAGER-ID
                           SET VALID-DATA TO TRUE.

       ACCEPT-REQUEST.
           IF RB-EMPLOYEE-ID = SPACE
               DISPLAY "Propose an employee first."
           ELSE
               MOVE RB-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "Employee ID not found, not accepted."
                   NOT INVALID KEY
                       PERFORM CHECK-AND-BOOK.

       CHECK-AND-BOOK.
           PERFORM ADD-UP-EMPLOYEE-LOAD.
           IF TOTAL-ALLOC > 100
               DISPLAY "Accepting would load " EM-EMPLOYEE-ID
                   " to " TOTAL-ALLOC "% in the period,"
               DISPLAY "not accepted. Propose someone else or"
                   " decline."
           ELSE
               MOVE RB-NUMBER TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY
                       DISPLAY "Project is no longer open,"
                           " not accepted."
                   NOT INVALID KEY
                       PERFORM BOOK-TEAM-MEMBER.

       BOOK-TEAM-MEMBER.
           PERFORM FIND-NEXT-SEQ.
           MOVE PR-NUMBER TO TM-NUMBER.
           MOVE NEXT-SEQ TO TM-SEQ.
           MOVE SPACE TO TM-PERSON-NAME.
           STRING EM-FIRST-NAME DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  EM-SURNAME    DELIMITED BY SPACE
               INTO TM-PERSON-NAME.
           MOVE RB-SKILL-CODE TO SC-CODE.
           READ SKILL-CODE-FILE
               INVALID KEY MOVE RB-SKILL-CODE TO SC-NAME.
           MOVE SC-NAME TO TM-ROLE.
           MOVE EM-EMPLOYEE-ID TO TM-EMPLOYEE-ID.
           MOVE RB-ALLOC-PCT TO TM-ALLOC-PCT.
           MOVE RB-FROM-DATE TO TM-FROM-DATE.
           MOVE RB-TO-DATE TO TM-TO-DATE.
           WRITE TEAM-RECORD
               INVALID KEY
                   DISPLAY "Error adding team member"
                   MOVE "BOOK-TEAM-MEMBER" TO EQ-PARAGRAPH
                   MOVE "TEAM-FILE" TO EQ-FILE
                   MOVE TM-KEY TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           MOVE CURRENT-DATE TO PR-LAST-ACTIVITY-DATE.
           REWRITE PROJECT-RECORD
               INVALID KEY
                   MOVE "BOOK-TEAM-MEMBER" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           MOVE "RB-STATUS" TO AU-CHANGED-FIELD.
           MOVE RB-STATUS TO AU-BEFORE-VALUE.
           SET RB-ACCEPTED TO TRUE.
           MOVE RB-STATUS TO AU-AFTER-VALUE.
           MOVE NEXT-SEQ TO RB-TM-SEQ.
           MOVE CURRENT-DATE-NUM TO RB-DECIDED-DATE.
           PERFORM REWRITE-REQUEST.
           ADD 1 TO REVIEWED-COUNT.
           ADD 1 TO ACCEPTED-COUNT.
           DISPLAY "Accepted, " TM-PERSON-NAME (1:30)
               " added to the roster.".

       FIND-NEXT-SEQ.
           MOVE PR-NUMBER TO TM-NUMBER.
           MOVE ZERO TO TM-SEQ.
           MOVE ZERO TO NEXT-SEQ.
           START TEAM-FILE KEY IS NOT LESS THAN TM-KEY
               INVALID KEY MOVE SPACE TO TM-NUMBER.
           PERFORM NOTE-ONE-TEAM-SEQ
               UNTIL TM-NUMBER NOT = PR-NUMBER.
           ADD 1 TO NEXT-SEQ.

       NOTE-ONE-TEAM-SEQ.
           READ TEAM-FILE NEXT
               AT END MOVE SPACE TO TM-NUMBER.
           IF TM-NUMBER = PR-NUMBER
               MOVE TM-SEQ TO NEXT-SEQ.

       DECLINE-REQUEST.
           DISPLAY "Enter reason for declining:".
           ACCEPT ACCEPT-REASON.
           MOVE "RB-STATUS" TO AU-CHANGED-FIELD.
           MOVE RB-STATUS TO AU-BEFORE-VALUE.
           SET RB-DECLINED TO TRUE.
           MOVE ACCEPT-REASON TO RB-DECLINE-REASON.
           MOVE ACCEPT-REASON TO AU-AFTER-VALUE.
           MOVE CURRENT-DATE-NUM TO RB-DECIDED-DATE.
           PERFORM REWRITE-REQUEST.
           ADD 1 TO REVIEWED-COUNT.
           ADD 1 TO DECLINED-COUNT.

       REWRITE-REQUEST.
           MOVE OPERATOR-ID-PARM TO RB-OPERATOR.
           REWRITE RESOURCE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "Error updating request"
                   MOVE "REWRITE-REQUEST" TO EQ-PARAGRAPH
                   MOVE "RESOURCE-REQUEST-FILE" TO EQ-FILE
                   MOVE RB-KEY TO EQ-KEY
                   MOVE RESREQ-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           MOVE "REWRITE" TO AU-OPERATION.
           MOVE "RESOURCE-REQ" TO AU-FILE.
           MOVE SPACE TO AU-KEY.
           STRING FUNCTION TRIM (RB-NUMBER) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RB-SEQ DELIMITED BY SIZE
               INTO AU-KEY
           END-STRING.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AU-DATE.
           MOVE AU-TS-TIME TO AU-TIME.
           MOVE "RESBOOK" TO AU-PROGRAM.
           MOVE OPERATOR-ID-PARM TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
