       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRISCORE.

      ****************************
      * Program records the
      * prioritisation scores
      * (PRIORITY-SCORE-FILE) of
      * an active or not-started
      * project, or of an open
      * (draft or submitted, not
      * converted) proposal in
      * PROPOSAL-FILE: one score
      * from 0 to 10 against
      * each active criterion in
      * CRITERION-FILE, 10 being
      * the most favourable.
      * Changed scores are
      * recorded in AUDIT-FILE.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCPROPOS.COB".
           COPY "FCCRIT.COB".
           COPY "FCPSCORE.COB".
           COPY "FCAUDIT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDPROPOS.COB".
           COPY "FDCRIT.COB".
           COPY "FDPSCORE.COB".
           COPY "FDAUDIT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-KIND          PIC X(2)       VALUE SPACE.
       77  ACCEPT-NUMBER        PIC X(80)      VALUE SPACE.
       77  ACCEPT-SCORE         PIC 9(2)       VALUE ZERO.
       77  CRIT-FILE-STATUS     PIC XX         VALUE SPACE.
       77  PSCORE-FILE-STATUS   PIC XX         VALUE SPACE.
       77  SCORED-COUNT         PIC 9(3)       VALUE ZERO.

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  CANDIDATE-OK-SW      PIC X          VALUE "N".
           88  CANDIDATE-OK                    VALUE "Y".
       01  SCORE-FOUND-SW       PIC X          VALUE "N".
           88  SCORE-FOUND                     VALUE "Y".
       01  CRIT-FILE-SW         PIC X          VALUE "N".
           88  CRIT-FILE-AT-END                VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PRISCORE".
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
       PERFORM SELECT-CANDIDATE
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT PROPOSAL-FILE.
           OPEN INPUT CRITERION-FILE.
           OPEN I-O PRIORITY-SCORE-FILE.
           IF PSCORE-FILE-STATUS = "35"
               OPEN OUTPUT PRIORITY-SCORE-FILE
               CLOSE PRIORITY-SCORE-FILE
               OPEN I-O PRIORITY-SCORE-FILE.
           OPEN EXTEND AUDIT-FILE.
           MOVE "N" TO CANCEL-ADD-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           IF CRIT-FILE-STATUS NOT = "00"
               DISPLAY "No prioritisation criteria set up yet."
               SET CANCEL-ADD TO TRUE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE PROPOSAL-FILE.
           IF CRIT-FILE-STATUS NOT = "35"
               CLOSE CRITERION-FILE.
           CLOSE PRIORITY-SCORE-FILE.
           CLOSE AUDIT-FILE.

       SELECT-CANDIDATE.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*    Prioritisation scores     *".
           DISPLAY "********************************".
           DISPLAY "Score a project (P) or a proposal (O)?".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-KIND.
           IF ACCEPT-KIND = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE IF ACCEPT-KIND = "P" OR ACCEPT-KIND = "O"
               PERFORM CHECK-CANDIDATE
               IF CANDIDATE-OK
                   PERFORM SCORE-CANDIDATE
               END-IF
           ELSE
               DISPLAY "Wrong entry ... try again".

       CHECK-CANDIDATE.
           MOVE "N" TO CANDIDATE-OK-SW.
           IF ACCEPT-KIND = "P"
               DISPLAY "Enter project number:"
               ACCEPT ACCEPT-NUMBER
               PERFORM CHECK-PROJECT
           ELSE
               DISPLAY "Enter proposal number:"
               ACCEPT ACCEPT-NUMBER
               PERFORM CHECK-PROPOSAL.

       CHECK-PROJECT.
           MOVE ACCEPT-NUMBER TO PR-NUMBER.
           READ PROJECT-FILE
               INVALID KEY
                   DISPLAY "Project number not found, try again ..."
               NOT INVALID KEY
                   IF PR-STATUS-ACTIVE OR PR-STATUS-NOT-STARTED
                       DISPLAY PR-NAME (1:60)
                       SET CANDIDATE-OK TO TRUE
                   ELSE
                       DISPLAY "Only active or not-started projects"
                           " are scored.".

       CHECK-PROPOSAL.
           MOVE ACCEPT-NUMBER TO PP-NUMBER.
           READ PROPOSAL-FILE
               INVALID KEY
                   DISPLAY "Proposal number not found, try again ..."
               NOT INVALID KEY
                   IF (PP-STAGE-DRAFT OR PP-STAGE-SUBMITTED)
                      AND NOT PP-CONVERTED
                       DISPLAY PP-NAME
                       SET CANDIDATE-OK TO TRUE
                   ELSE
                       DISPLAY "Only open proposals are scored.".

       SCORE-CANDIDATE.
           MOVE ZERO TO SCORED-COUNT.
           MOVE "N" TO CRIT-FILE-SW.
           MOVE LOW-VALUE TO PW-CODE.
           START CRITERION-FILE KEY IS NOT LESS THAN PW-CODE
               INVALID KEY SET CRIT-FILE-AT-END TO TRUE.
           PERFORM SCORE-ONE-CRITERION
               UNTIL CRIT-FILE-AT-END.
           DISPLAY SCORED-COUNT " criterion score(s) recorded.".

       SCORE-ONE-CRITERION.
           READ CRITERION-FILE NEXT
               AT END SET CRIT-FILE-AT-END TO TRUE.
           IF NOT CRIT-FILE-AT-END
              AND PW-ACTIVE
               PERFORM FIND-SCORE
               DISPLAY PW-CODE " " PW-DESCRIPTION
                   " weight " PW-WEIGHT
               IF SCORE-FOUND
                   DISPLAY "Current score: " PX-SCORE
               END-IF
               MOVE "N" TO VALID-DATA-SW
               PERFORM GET-SCORE
                   UNTIL VALID-DATA
               PERFORM STORE-SCORE.

       FIND-SCORE.
           MOVE "N" TO SCORE-FOUND-SW.
           MOVE ACCEPT-KIND TO PX-KIND.
           MOVE ACCEPT-NUMBER TO PX-NUMBER.
           MOVE PW-CODE TO PX-CODE.
           READ PRIORITY-SCORE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET SCORE-FOUND TO TRUE.

       GET-SCORE.
           DISPLAY "Enter score (0-10, 10 = most favourable):".
           ACCEPT ACCEPT-SCORE.
           IF ACCEPT-SCORE > 10
               DISPLAY "Score must be 0 to 10 ... try again."
           ELSE
               SET VALID-DATA TO TRUE.

       STORE-SCORE.
           ADD 1 TO SCORED-COUNT.
           IF SCORE-FOUND
               MOVE "PX-SCORE" TO AU-CHANGED-FIELD
               MOVE PX-SCORE TO AU-BEFORE-VALUE
               MOVE ACCEPT-SCORE TO PX-SCORE
               MOVE PX-SCORE TO AU-AFTER-VALUE
               MOVE CURRENT-DATE-NUM TO PX-SCORED-DATE
               MOVE OPERATOR-ID-PARM TO PX-OPERATOR
               REWRITE PRIORITY-SCORE-RECORD
                   INVALID KEY
                       DISPLAY "Error updating score"
                       MOVE "STORE-SCORE" TO EQ-PARAGRAPH
                       MOVE "PRIORITY-SCORE-FILE" TO EQ-FILE
                       MOVE PX-KEY TO EQ-KEY
                       MOVE PSCORE-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-REWRITE
               PERFORM AUDIT-SCORE-CHANGE
           ELSE
               MOVE ACCEPT-KIND TO PX-KIND
               MOVE ACCEPT-NUMBER TO PX-NUMBER
               MOVE PW-CODE TO PX-CODE
               MOVE ACCEPT-SCORE TO PX-SCORE
               MOVE CURRENT-DATE-NUM TO PX-SCORED-DATE
               MOVE OPERATOR-ID-PARM TO PX-OPERATOR
               WRITE PRIORITY-SCORE-RECORD
                   INVALID KEY
                       DISPLAY "Error adding score"
                       MOVE "STORE-SCORE" TO EQ-PARAGRAPH
                       MOVE "PRIORITY-SCORE-FILE" TO EQ-FILE
                       MOVE PX-KEY TO EQ-KEY
                       MOVE PSCORE-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       AUDIT-SCORE-CHANGE.
           IF AU-BEFORE-VALUE NOT = AU-AFTER-VALUE
               MOVE "REWRITE" TO AU-OPERATION
               MOVE "PRIORITY-SCORE" TO AU-FILE
               MOVE SPACE TO AU-KEY
               STRING PX-KIND DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM (PX-NUMBER) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   PX-CODE DELIMITED BY SIZE
                   INTO AU-KEY
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE SPACE TO AUDIT-CHANGE-INFO.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AU-DATE.
           MOVE AU-TS-TIME TO AU-TIME.
           MOVE "PRISCORE" TO AU-PROGRAM.
           MOVE OPERATOR-ID-PARM TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
