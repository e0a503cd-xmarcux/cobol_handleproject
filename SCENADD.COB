       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCENADD.

      ****************************
      * Program maintains the
      * what-if scenarios saved
      * by name in SCENARIO-FILE.
      * A scenario is a header
      * with a description
      * followed by adjustments:
      * shift a project's dates
      * by a number of months,
      * scale its budget by a
      * percentage, add an open
      * proposal as if won
      * (department, monthly
      * allocation percentage,
      * duration) or cancel a
      * project. Adjustments can
      * be removed again. Live
      * project data is never
      * changed; SCENRUN applies
      * the scenario. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCSCENAR.COB".
           COPY "FCPROJECT.COB".
           COPY "FCPROPOS.COB".
           COPY "FCDEPT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDSCENAR.COB".
           COPY "FDPROJECT.COB".
           COPY "FDPROPOS.COB".
           COPY "FDDEPT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-NAME          PIC X(20)      VALUE SPACE.
       77  ACCEPT-CHOICE        PIC X(2)       VALUE SPACE.
       77  ACCEPT-TARGET        PIC X(80)      VALUE SPACE.
       77  ACCEPT-SEQ           PIC 9(3)       VALUE ZERO.
       77  SCENARIO-FILE-STATUS PIC XX         VALUE SPACE.
       77  LAST-WI-SEQ          PIC 9(3)       VALUE ZERO.
       77  SHOW-MONTHS          PIC ---9       VALUE ZERO.
       77  SHOW-PCT             PIC ZZ9.99     VALUE ZERO.

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  HEADER-FOUND-SW      PIC X          VALUE "N".
           88  HEADER-FOUND                    VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-ADJ-SW    PIC X          VALUE "N".
               88  CANCEL-ADJ                  VALUE "Y".

       01  ADJUSTMENT-WORK.
           05  AW-TYPE              PIC X.
           05  AW-MONTHS            PIC S9(3).
           05  AW-SCALE-PCT         PIC 9(3)V99.
           05  AW-DEPT-CODE         PIC X(10).
           05  AW-ALLOC-PCT         PIC 9(4).
           05  AW-DURATION          PIC 9(3).

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "SCENADD".
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
       PERFORM SELECT-SCENARIO
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O SCENARIO-FILE.
           IF SCENARIO-FILE-STATUS = "35"
               OPEN OUTPUT SCENARIO-FILE
               CLOSE SCENARIO-FILE
               OPEN I-O SCENARIO-FILE.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT PROPOSAL-FILE.
           OPEN INPUT DEPARTMENT-FILE.
           MOVE "N" TO CANCEL-ADD-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.

       PROGRAM-CLEANUP.
           CLOSE SCENARIO-FILE.
           CLOSE PROJECT-FILE.
           CLOSE PROPOSAL-FILE.
           CLOSE DEPARTMENT-FILE.

       SELECT-SCENARIO.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*     What-if scenarios        *".
           DISPLAY "********************************".
           DISPLAY "Enter scenario name (new or existing):".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-NAME.
           IF ACCEPT-NAME = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE IF ACCEPT-NAME = SPACE
               DISPLAY "Scenario name is required ... try again."
           ELSE
               PERFORM FIND-SCENARIO-HEADER
               IF HEADER-FOUND
                   MOVE "N" TO CANCEL-ADJ-SW
                   PERFORM ADJUSTMENT-MENU
                       UNTIL CANCEL-ADJ.

       FIND-SCENARIO-HEADER.
           MOVE "N" TO HEADER-FOUND-SW.
           MOVE ACCEPT-NAME TO WI-NAME.
           MOVE ZERO TO WI-SEQ.
           READ SCENARIO-FILE
               INVALID KEY PERFORM ADD-SCENARIO-HEADER
               NOT INVALID KEY
                   DISPLAY WI-DESCRIPTION
                   DISPLAY "Created " WI-CREATED-DATE
                       " last run " WI-LAST-RUN-DATE
                   SET HEADER-FOUND TO TRUE.

       ADD-SCENARIO-HEADER.
           MOVE SPACE TO SCENARIO-RECORD.
           MOVE ACCEPT-NAME TO WI-NAME.
           MOVE ZERO TO WI-SEQ.
           SET WI-HEADER TO TRUE.
           MOVE ZERO TO WI-MONTHS.
           MOVE ZERO TO WI-SCALE-PCT.
           MOVE ZERO TO WI-ALLOC-PCT.
           MOVE ZERO TO WI-DURATION.
           MOVE ZERO TO WI-LAST-RUN-DATE.
           DISPLAY "New scenario. Enter description:".
           ACCEPT WI-DESCRIPTION.
           MOVE CURRENT-DATE-NUM TO WI-CREATED-DATE.
           MOVE OPERATOR-ID-PARM TO WI-OPERATOR.
           WRITE SCENARIO-RECORD
               INVALID KEY
                   DISPLAY "Error adding scenario"
                   MOVE "ADD-SCENARIO-HEADER" TO EQ-PARAGRAPH
                   MOVE "SCENARIO-FILE" TO EQ-FILE
                   MOVE WI-KEY TO EQ-KEY
                   MOVE SCENARIO-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY SET HEADER-FOUND TO TRUE.

       ADJUSTMENT-MENU.
           PERFORM LIST-ADJUSTMENTS.
           DISPLAY " ".
           DISPLAY "*  1 - Shift project dates    *".
           DISPLAY "*  2 - Scale project budget   *".
           DISPLAY "*  3 - Add proposal as won    *".
           DISPLAY "*  4 - Cancel project         *".
           DISPLAY "*  5 - Remove adjustment      *".
           DISPLAY "* -1 - Back to scenario name  *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-CHOICE.
           INITIALIZE ADJUSTMENT-WORK.
           EVALUATE ACCEPT-CHOICE
               WHEN "1"
                   PERFORM ADD-SHIFT-ADJUSTMENT
               WHEN "2"
                   PERFORM ADD-SCALE-ADJUSTMENT
               WHEN "3"
                   PERFORM ADD-PROPOSAL-ADJUSTMENT
               WHEN "4"
                   PERFORM ADD-CANCEL-ADJUSTMENT
               WHEN "5"
                   PERFORM REMOVE-ADJUSTMENT
               WHEN "-1"
                   SET CANCEL-ADJ TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       LIST-ADJUSTMENTS.
           MOVE ZERO TO LAST-WI-SEQ.
           MOVE ACCEPT-NAME TO WI-NAME.
           MOVE 1 TO WI-SEQ.
           DISPLAY " ".
           DISPLAY "Adjustments in scenario " ACCEPT-NAME ":".
           START SCENARIO-FILE KEY IS NOT LESS THAN WI-KEY
               INVALID KEY MOVE SPACE TO WI-NAME.
           PERFORM LIST-ONE-ADJUSTMENT
               UNTIL WI-NAME NOT = ACCEPT-NAME.

       LIST-ONE-ADJUSTMENT.
           READ SCENARIO-FILE NEXT
               AT END MOVE SPACE TO WI-NAME.
           IF WI-NAME = ACCEPT-NAME
               MOVE WI-SEQ TO LAST-WI-SEQ
               MOVE WI-MONTHS TO SHOW-MONTHS
               MOVE WI-SCALE-PCT TO SHOW-PCT
               EVALUATE TRUE
                   WHEN WI-SHIFT
                       DISPLAY WI-SEQ " shift   " WI-TARGET (1:30)
                           " by " SHOW-MONTHS " month(s)"
                   WHEN WI-SCALE
                       DISPLAY WI-SEQ " budget  " WI-TARGET (1:30)
                           " at " SHOW-PCT " %"
                   WHEN WI-ADD-PROPOSAL
                       DISPLAY WI-SEQ " won     " WI-TARGET (1:30)
                           " dept " WI-DEPT-CODE " " WI-ALLOC-PCT
                           " % for " WI-DURATION " month(s), start"
                           " moved " SHOW-MONTHS
                   WHEN WI-CANCEL
                       DISPLAY WI-SEQ " cancel  " WI-TARGET (1:30)
               END-EVALUATE.

       GET-PROJECT-TARGET.
           MOVE "N" TO VALID-DATA-SW.
           DISPLAY "Enter project number:".
           ACCEPT ACCEPT-TARGET.
           MOVE ACCEPT-TARGET TO PR-NUMBER.
           READ PROJECT-FILE
               INVALID KEY
                   DISPLAY "Project number not found."
               NOT INVALID KEY
                   IF PR-STATUS-ACTIVE OR PR-STATUS-NOT-STARTED
                      OR PR-STATUS-ON-HOLD
                       DISPLAY PR-NAME (1:60)
                       SET VALID-DATA TO TRUE
                   ELSE
                       DISPLAY "Project is cancelled already.".

       ADD-SHIFT-ADJUSTMENT.
           PERFORM GET-PROJECT-TARGET.
           IF VALID-DATA
               DISPLAY "Shift by how many months"
                   " (negative = earlier):"
               ACCEPT AW-MONTHS
               MOVE "S" TO AW-TYPE
               PERFORM WRITE-ADJUSTMENT.

       ADD-SCALE-ADJUSTMENT.
           PERFORM GET-PROJECT-TARGET.
           IF VALID-DATA
               DISPLAY "Budget as percentage of today's"
                   " (e.g. 120 = 20 % more):"
               ACCEPT AW-SCALE-PCT
               MOVE "B" TO AW-TYPE
               PERFORM WRITE-ADJUSTMENT.

       ADD-CANCEL-ADJUSTMENT.
           PERFORM GET-PROJECT-TARGET.
           IF VALID-DATA
               MOVE "C" TO AW-TYPE
               PERFORM WRITE-ADJUSTMENT.

       ADD-PROPOSAL-ADJUSTMENT.
           MOVE "N" TO VALID-DATA-SW.
           DISPLAY "Enter proposal number:".
           ACCEPT ACCEPT-TARGET.
           MOVE ACCEPT-TARGET TO PP-NUMBER.
           READ PROPOSAL-FILE
               INVALID KEY
                   DISPLAY "Proposal number not found."
               NOT INVALID KEY
                   IF (PP-STAGE-DRAFT OR PP-STAGE-SUBMITTED)
                      AND NOT PP-CONVERTED
                       DISPLAY PP-NAME " start " PP-EXPECTED-START
                       SET VALID-DATA TO TRUE
                   ELSE
                       DISPLAY "Only open proposals can be added.".
           IF VALID-DATA
               MOVE "N" TO VALID-DATA-SW
               PERFORM GET-PROPOSAL-DEPT
                   UNTIL VALID-DATA
               DISPLAY "Total allocation percentage per month"
                   " (e.g. 300 = three people):"
               ACCEPT AW-ALLOC-PCT
               MOVE "N" TO VALID-DATA-SW
               PERFORM GET-PROPOSAL-DURATION
                   UNTIL VALID-DATA
               DISPLAY "Move expected start by how many months"
                   " (0 = as proposed):"
               ACCEPT AW-MONTHS
               MOVE "W" TO AW-TYPE
               PERFORM WRITE-ADJUSTMENT.

       GET-PROPOSAL-DEPT.
           DISPLAY "Department doing the work:".
           ACCEPT AW-DEPT-CODE.
           MOVE AW-DEPT-CODE TO DM-CODE.
           READ DEPARTMENT-FILE
               INVALID KEY
                   DISPLAY "Unknown department code ... try again."
               NOT INVALID KEY
                   SET VALID-DATA TO TRUE.

       GET-PROPOSAL-DURATION.
           DISPLAY "Duration in months:".
           ACCEPT AW-DURATION.
           IF AW-DURATION = ZERO
               DISPLAY "Duration must be at least 1 ... try again."
           ELSE
               SET VALID-DATA TO TRUE.

       WRITE-ADJUSTMENT.
           MOVE SPACE TO SCENARIO-RECORD.
           MOVE ACCEPT-NAME TO WI-NAME.
           COMPUTE WI-SEQ = LAST-WI-SEQ + 1.
           MOVE AW-TYPE TO WI-ADJ-TYPE.
           MOVE ACCEPT-TARGET TO WI-TARGET.
           MOVE AW-MONTHS TO WI-MONTHS.
           MOVE AW-SCALE-PCT TO WI-SCALE-PCT.
           MOVE AW-DEPT-CODE TO WI-DEPT-CODE.
           MOVE AW-ALLOC-PCT TO WI-ALLOC-PCT.
           MOVE AW-DURATION TO WI-DURATION.
           MOVE CURRENT-DATE-NUM TO WI-CREATED-DATE.
           MOVE ZERO TO WI-LAST-RUN-DATE.
           MOVE OPERATOR-ID-PARM TO WI-OPERATOR.
           WRITE SCENARIO-RECORD
               INVALID KEY
                   DISPLAY "Error adding adjustment"
                   MOVE "WRITE-ADJUSTMENT" TO EQ-PARAGRAPH
                   MOVE "SCENARIO-FILE" TO EQ-FILE
                   MOVE WI-KEY TO EQ-KEY
                   MOVE SCENARIO-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY DISPLAY "Adjustment " WI-SEQ " added.".

       REMOVE-ADJUSTMENT.
           DISPLAY "Enter adjustment number to remove:".
           ACCEPT ACCEPT-SEQ.
           IF ACCEPT-SEQ = ZERO
               DISPLAY "Adjustment not found"
           ELSE
               MOVE ACCEPT-NAME TO WI-NAME
               MOVE ACCEPT-SEQ TO WI-SEQ
               DELETE SCENARIO-FILE
                   INVALID KEY DISPLAY "Adjustment not found"
                   NOT INVALID KEY DISPLAY "Adjustment removed.".
