       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESREQ.

      ****************************
      * Program lets a project
      * leader raise resource
      * requests for an active
      * or not-started project
      * in RESOURCE-REQUEST-FILE:
      * skill code (per
      * SKILL-CODE-FILE) and
      * minimum level, allocation
      * percentage, from and to
      * dates and the requesting
      * leader. A request names
      * the employee the leader
      * has in mind (e.g. from
      * SKLSRCH) or, failing
      * that, a department, and
      * is routed to the manager
      * of that department
      * (DM-MANAGER-ID), who
      * proposes, accepts or
      * declines it in RESBOOK.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCRESREQ.COB".
           COPY "FCSKLCODE.COB".
           COPY "FCEMPLOYEE.COB".
           COPY "FCDEPT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDRESREQ.COB".
           COPY "FDSKLCODE.COB".
           COPY "FDEMPLOYEE.COB".
           COPY "FDDEPT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-RB-CHOICE     PIC X(2)       VALUE SPACE.
       77  ACCEPT-SKILL-CODE    PIC X(4)       VALUE SPACE.
       77  ACCEPT-LEVEL         PIC 9          VALUE ZERO.
       77  ACCEPT-ALLOC-PCT     PIC 9(3)       VALUE ZERO.
       77  ACCEPT-EMPLOYEE-ID   PIC X(10)      VALUE SPACE.
       77  ACCEPT-DEPT-CODE     PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-TEXT     PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-NUM      PIC 9(8)       VALUE ZERO.
       77  RESREQ-FILE-STATUS   PIC XX         VALUE SPACE.
       77  SKLCODE-FILE-STATUS  PIC XX         VALUE SPACE.
       77  LAST-RB-SEQ          PIC 9(4)       VALUE ZERO.

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-RB-SW     PIC X          VALUE "N".
               88  CANCEL-RB                   VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "RESREQ".
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
       PERFORM SELECT-PROJECT
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE "N" TO CANCEL-ADD-SW.
           OPEN INPUT PROJECT-FILE.
           OPEN I-O RESOURCE-REQUEST-FILE.
           IF RESREQ-FILE-STATUS = "35"
               OPEN OUTPUT RESOURCE-REQUEST-FILE
               CLOSE RESOURCE-REQUEST-FILE
               OPEN I-O RESOURCE-REQUEST-FILE.
           OPEN INPUT SKILL-CODE-FILE.
           IF SKLCODE-FILE-STATUS NOT = "00"
               DISPLAY "No skill codes defined yet, set them up"
               DISPLAY "through SKLADD first."
               SET CANCEL-ADD TO TRUE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT DEPARTMENT-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE RESOURCE-REQUEST-FILE.
           IF SKLCODE-FILE-STATUS NOT = "35"
               CLOSE SKILL-CODE-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE DEPARTMENT-FILE.

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*      Resource requests       *".
           DISPLAY "********************************".
           DISPLAY "Enter project number:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-PROJECT-NO.
           IF ACCEPT-PROJECT-NO = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ACCEPT-PROJECT-NO TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY DISPLAY
                       "Project number not found, try again ..."
                   NOT INVALID KEY
                       IF PR-STATUS-ACTIVE OR PR-STATUS-NOT-STARTED
                           MOVE "N" TO CANCEL-RB-SW
                           PERFORM REQUEST-MENU
                               UNTIL CANCEL-RB
                       ELSE
                           DISPLAY "Resources are only requested for"
                               " active or not-started projects.".

       REQUEST-MENU.
           PERFORM LIST-REQUESTS.
           DISPLAY " ".
           DISPLAY "*  1 - Raise request          *".
           DISPLAY "* -1 - Back to project entry  *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-RB-CHOICE.
           EVALUATE ACCEPT-RB-CHOICE
               WHEN "1"
                   PERFORM RAISE-REQUEST
               WHEN "-1"
                   SET CANCEL-RB TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       LIST-REQUESTS.
           MOVE ZERO TO LAST-RB-SEQ.
           MOVE PR-NUMBER TO RB-NUMBER.
           MOVE ZERO TO RB-SEQ.
           DISPLAY " ".
           DISPLAY "Resource requests for project:".
           DISPLAY PR-NUMBER.
           DISPLAY "(O=open P=proposed A=accepted D=declined)".
           START RESOURCE-REQUEST-FILE KEY IS NOT LESS THAN RB-KEY
               INVALID KEY MOVE SPACE TO RB-NUMBER.
           PERFORM LIST-ONE-REQUEST
               UNTIL RB-NUMBER NOT = PR-NUMBER.

       LIST-ONE-REQUEST.
           READ RESOURCE-REQUEST-FILE NEXT
               AT END MOVE SPACE TO RB-NUMBER.
           IF RB-NUMBER = PR-NUMBER
               MOVE RB-SEQ TO LAST-RB-SEQ
               DISPLAY RB-SEQ " " RB-STATUS " " RB-SKILL-CODE
                   " level " RB-LEVEL " " RB-ALLOC-PCT "% "
                   RB-FROM-DATE " - " RB-TO-DATE
               DISPLAY "     leader " RB-LEADER-ID " dept "
                   RB-DEPT-CODE " manager " RB-MANAGER-ID
                   " employee " RB-EMPLOYEE-ID
               IF RB-DECLINED
                   DISPLAY "     declined: " RB-DECLINE-REASON.

       RAISE-REQUEST.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-SKILL-CODE
               UNTIL VALID-DATA.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-SKILL-LEVEL
               UNTIL VALID-DATA.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-ALLOC-PCT
               UNTIL VALID-DATA.
           DISPLAY "Enter from date (YYYYMMDD):".
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-REQUEST-DATE
               UNTIL VALID-DATA.
           MOVE ACCEPT-DATE-NUM TO RB-FROM-DATE.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-TO-DATE
               UNTIL VALID-DATA.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-LEADER-ID
               UNTIL VALID-DATA.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-ROUTING
               UNTIL VALID-DATA.
           MOVE PR-NUMBER TO RB-NUMBER.
           COMPUTE RB-SEQ = LAST-RB-SEQ + 1.
           MOVE ACCEPT-SKILL-CODE TO RB-SKILL-CODE.
           MOVE ACCEPT-LEVEL TO RB-LEVEL.
           MOVE ACCEPT-ALLOC-PCT TO RB-ALLOC-PCT.
           MOVE CURRENT-DATE-NUM TO RB-REQUESTED-DATE.
           MOVE ACCEPT-DEPT-CODE TO RB-DEPT-CODE.
           MOVE DM-MANAGER-ID TO RB-MANAGER-ID.
           MOVE ACCEPT-EMPLOYEE-ID TO RB-EMPLOYEE-ID.
           IF RB-EMPLOYEE-ID = SPACE
               SET RB-OPEN TO TRUE
           ELSE
               SET RB-PROPOSED TO TRUE.
           MOVE ZERO TO RB-DECIDED-DATE.
           MOVE SPACE TO RB-DECLINE-REASON.
           MOVE ZERO TO RB-TM-SEQ.
           MOVE OPERATOR-ID-PARM TO RB-OPERATOR.
           WRITE RESOURCE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "Error adding request"
                   MOVE "RAISE-REQUEST" TO EQ-PARAGRAPH
                   MOVE "RESOURCE-REQUEST-FILE" TO EQ-FILE
                   MOVE RB-KEY TO EQ-KEY
                   MOVE RESREQ-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   DISPLAY "Request " RB-SEQ " routed to manager "
                       RB-MANAGER-ID " of department " RB-DEPT-CODE.

       GET-SKILL-CODE.
           DISPLAY "Enter skill code:".
           ACCEPT ACCEPT-SKILL-CODE.
           MOVE ACCEPT-SKILL-CODE TO SC-CODE.
           READ SKILL-CODE-FILE
               INVALID KEY
                   DISPLAY "Skill code not found, try again ..."
               NOT INVALID KEY
                   DISPLAY SC-NAME
                   SET VALID-DATA TO TRUE.

       GET-SKILL-LEVEL.
           DISPLAY "Enter minimum level (1-9):".
           ACCEPT ACCEPT-LEVEL.
           IF ACCEPT-LEVEL < 1
               DISPLAY "Level must be 1 to 9 ... try again."
           ELSE
               SET VALID-DATA TO TRUE.

       GET-ALLOC-PCT.
           DISPLAY "Enter allocation percent (1-100):".
           ACCEPT ACCEPT-ALLOC-PCT.
           IF ACCEPT-ALLOC-PCT < 1 OR ACCEPT-ALLOC-PCT > 100
               DISPLAY "Allocation must be 1 to 100 ... try again."
           ELSE
               SET VALID-DATA TO TRUE.

       GET-REQUEST-DATE.
           ACCEPT ACCEPT-DATE-TEXT.
           MOVE "N" TO VALID-DATA-SW.
           CALL "DATEOK" USING VALID-DATA-SW
                               ACCEPT-DATE-TEXT
                               ACCEPT-DATE-NUM.
           IF NOT VALID-DATA
               DISPLAY "Wrong date format."
               DISPLAY "Format should be: YYYYMMDD"
               DISPLAY " ... try again.".

       GET-TO-DATE.
           DISPLAY "Enter to date (YYYYMMDD):".
           PERFORM GET-REQUEST-DATE.
           IF VALID-DATA
               IF ACCEPT-DATE-NUM < RB-FROM-DATE
                   DISPLAY "To date is before from date ..."
                       " try again."
                   MOVE "N" TO VALID-DATA-SW
               ELSE
                   MOVE ACCEPT-DATE-NUM TO RB-TO-DATE.

       GET-LEADER-ID.
           DISPLAY "Enter requesting leader employee ID:".
           ACCEPT RB-LEADER-ID.
           MOVE RB-LEADER-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee ID not found, try again ..."
               NOT INVALID KEY
                   SET VALID-DATA TO TRUE.

       GET-ROUTING.
           DISPLAY "Enter proposed employee ID"
               " (blank if not known):".
           ACCEPT ACCEPT-EMPLOYEE-ID.
           IF ACCEPT-EMPLOYEE-ID = SPACE
               DISPLAY "Enter department to ask:"
               ACCEPT ACCEPT-DEPT-CODE
               PERFORM CHECK-DEPARTMENT
           ELSE
               MOVE ACCEPT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "Employee ID not found, try again ..."
                   NOT INVALID KEY
                       IF EM-ACTIVE
                           MOVE EM-DEPT-CODE TO ACCEPT-DEPT-CODE
                           PERFORM CHECK-DEPARTMENT
                       ELSE
                           DISPLAY "Employee has left, try again ...".

       CHECK-DEPARTMENT.
           MOVE ACCEPT-DEPT-CODE TO DM-CODE.
           READ DEPARTMENT-FILE
               INVALID KEY
                   DISPLAY "Department not found, try again ..."
               NOT INVALID KEY
                   IF DM-MANAGER-ID = SPACE
                       DISPLAY "Department " DM-CODE
                           " has no manager, set one up through"
                           " DEPTADD first."
                   ELSE
                       SET VALID-DATA TO TRUE.
