       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELVADD.

      ****************************
      * Program maintains the
      * deliverables register of
      * a project
      * (DELIVERABLE-FILE):
      * deliverable ID, title,
      * linked milestone,
      * version and date
      * delivered, and the
      * customer's acceptance -
      * pending, accepted or
      * rejected with a reason,
      * the customer contact who
      * decided and the date.
      * Delivering a new version
      * puts a rejected
      * deliverable back to
      * pending. Changes are
      * recorded in AUDIT-FILE.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCDELIV.COB".
           COPY "FCMILESTONE.COB".
           COPY "FCAUDIT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDDELIV.COB".
           COPY "FDMILESTONE.COB".
           COPY "FDAUDIT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-DV-CHOICE     PIC X(2)       VALUE SPACE.
       77  ACCEPT-DELIV-ID      PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-TEXT     PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-NUM      PIC 9(8)       VALUE ZERO.
       77  DELIV-FILE-STATUS    PIC XX         VALUE SPACE.

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  DV-FOUND-SW          PIC X          VALUE "N".
           88  DV-FOUND                        VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-DV-SW     PIC X          VALUE "N".
               88  CANCEL-DV                   VALUE "Y".

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "DELVADD".
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
           OPEN INPUT PROJECT-FILE.
           OPEN I-O DELIVERABLE-FILE.
           IF DELIV-FILE-STATUS = "35"
               OPEN OUTPUT DELIVERABLE-FILE
               CLOSE DELIVERABLE-FILE
               OPEN I-O DELIVERABLE-FILE.
           OPEN INPUT MILESTONE-FILE.
           OPEN EXTEND AUDIT-FILE.
           MOVE "N" TO CANCEL-ADD-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE DELIVERABLE-FILE.
           CLOSE MILESTONE-FILE.
           CLOSE AUDIT-FILE.

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*         Deliverables         *".
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
                       MOVE "N" TO CANCEL-DV-SW
                       PERFORM DELIVERABLE-MENU
                           UNTIL CANCEL-DV.

       DELIVERABLE-MENU.
           PERFORM LIST-DELIVERABLES.
           DISPLAY " ".
           DISPLAY "*  1 - Add deliverable        *".
           DISPLAY "*  2 - Record delivery        *".
           DISPLAY "*  3 - Record acceptance      *".
           DISPLAY "*  4 - Record rejection       *".
           DISPLAY "* -1 - Back to project entry  *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-DV-CHOICE.
           EVALUATE ACCEPT-DV-CHOICE
               WHEN "1"
                   PERFORM ADD-DELIVERABLE
               WHEN "2"
                   PERFORM RECORD-DELIVERY
               WHEN "3"
                   PERFORM RECORD-ACCEPTANCE
               WHEN "4"
                   PERFORM RECORD-REJECTION
               WHEN "-1"
                   SET CANCEL-DV TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       LIST-DELIVERABLES.
           MOVE PR-NUMBER TO DV-NUMBER.
           MOVE SPACE TO DV-DELIV-ID.
           DISPLAY " ".
           DISPLAY "Deliverables for project:".
           DISPLAY PR-NUMBER.
           DISPLAY "(P=pending A=accepted R=rejected)".
           START DELIVERABLE-FILE KEY IS NOT LESS THAN DV-KEY
               INVALID KEY MOVE SPACE TO DV-NUMBER.
           PERFORM LIST-ONE-DELIVERABLE
               UNTIL DV-NUMBER NOT = PR-NUMBER.

       LIST-ONE-DELIVERABLE.
           READ DELIVERABLE-FILE NEXT
               AT END MOVE SPACE TO DV-NUMBER.
           IF DV-NUMBER = PR-NUMBER
               DISPLAY DV-DELIV-ID " " DV-STATUS " "
                   DV-TITLE (1:40)
               DISPLAY "     milestone " DV-MILESTONE-SEQ
                   " version " DV-VERSION " delivered "
                   DV-DELIVERED-DATE " decided " DV-ACCEPT-DATE.

       ADD-DELIVERABLE.
           DISPLAY "Enter deliverable ID:".
           ACCEPT ACCEPT-DELIV-ID.
           MOVE PR-NUMBER TO DV-NUMBER.
           MOVE ACCEPT-DELIV-ID TO DV-DELIV-ID.
           DISPLAY "Enter title:".
           ACCEPT DV-TITLE.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-LINKED-MILESTONE
               UNTIL VALID-DATA.
           MOVE SPACE TO DV-VERSION.
           MOVE ZERO TO DV-DELIVERED-DATE.
           SET DV-PENDING TO TRUE.
           MOVE SPACE TO DV-REJECT-REASON.
           MOVE SPACE TO DV-ACCEPTED-BY.
           MOVE ZERO TO DV-ACCEPT-DATE.
           MOVE OPERATOR-ID-PARM TO DV-OPERATOR.
           WRITE DELIVERABLE-RECORD
               INVALID KEY
                   DISPLAY "Deliverable ID already exists"
               NOT INVALID KEY
                   DISPLAY "Deliverable " DV-DELIV-ID " added.".

       GET-LINKED-MILESTONE.
           DISPLAY "Enter linked milestone number (0 = none):".
           ACCEPT DV-MILESTONE-SEQ.
           IF DV-MILESTONE-SEQ = ZERO
               SET VALID-DATA TO TRUE
           ELSE
               MOVE PR-NUMBER TO MS-NUMBER
               MOVE DV-MILESTONE-SEQ TO MS-SEQ
               READ MILESTONE-FILE
                   INVALID KEY
                       DISPLAY "Milestone not found ... try again."
                   NOT INVALID KEY
                       SET VALID-DATA TO TRUE.

       GET-DECISION-DATE.
           ACCEPT ACCEPT-DATE-TEXT.
           MOVE "N" TO VALID-DATA-SW.
           CALL "DATEOK" USING VALID-DATA-SW
                               ACCEPT-DATE-TEXT
                               ACCEPT-DATE-NUM.
           IF NOT VALID-DATA
               DISPLAY "Wrong date format."
               DISPLAY "Format should be: YYYYMMDD"
               DISPLAY " ... try again.".

       FIND-DELIVERABLE.
           MOVE "N" TO DV-FOUND-SW.
           DISPLAY "Enter deliverable ID:".
           ACCEPT ACCEPT-DELIV-ID.
           MOVE PR-NUMBER TO DV-NUMBER.
           MOVE ACCEPT-DELIV-ID TO DV-DELIV-ID.
           READ DELIVERABLE-FILE
               INVALID KEY DISPLAY "Deliverable not found"
               NOT INVALID KEY SET DV-FOUND TO TRUE.

       RECORD-DELIVERY.
           PERFORM FIND-DELIVERABLE.
           IF DV-FOUND
               IF DV-ACCEPTED
                   DISPLAY "Deliverable is already accepted."
               ELSE
                   PERFORM GET-DELIVERY-INFO.

       GET-DELIVERY-INFO.
           DISPLAY "Enter version delivered:".
           ACCEPT DV-VERSION.
           DISPLAY "Enter date delivered (YYYYMMDD):".
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-DECISION-DATE
               UNTIL VALID-DATA.
           MOVE "DV-DELIVERED-DATE" TO AU-CHANGED-FIELD.
           MOVE DV-DELIVERED-DATE TO AU-BEFORE-VALUE.
           MOVE ACCEPT-DATE-NUM TO DV-DELIVERED-DATE.
           STRING DV-DELIVERED-DATE DELIMITED BY SIZE
               " version " DELIMITED BY SIZE
               DV-VERSION DELIMITED BY SIZE
               INTO AU-AFTER-VALUE
           END-STRING.
           SET DV-PENDING TO TRUE.
           MOVE SPACE TO DV-REJECT-REASON.
           MOVE SPACE TO DV-ACCEPTED-BY.
           MOVE ZERO TO DV-ACCEPT-DATE.
           PERFORM REWRITE-DELIVERABLE.
           DISPLAY "Delivery recorded, awaiting acceptance.".

       RECORD-ACCEPTANCE.
           PERFORM FIND-DELIVERABLE.
           IF DV-FOUND
               IF NOT DV-PENDING
                  OR DV-DELIVERED-DATE = ZERO
                   DISPLAY "Deliverable is not awaiting acceptance."
               ELSE
                   DISPLAY "Accepted by (customer contact):"
                   ACCEPT DV-ACCEPTED-BY
                   DISPLAY "Enter acceptance date (YYYYMMDD):"
                   MOVE "N" TO VALID-DATA-SW
                   PERFORM GET-DECISION-DATE
                       UNTIL VALID-DATA
                   MOVE ACCEPT-DATE-NUM TO DV-ACCEPT-DATE
                   MOVE "DV-STATUS" TO AU-CHANGED-FIELD
                   MOVE DV-STATUS TO AU-BEFORE-VALUE
                   SET DV-ACCEPTED TO TRUE
                   MOVE DV-ACCEPTED-BY TO AU-AFTER-VALUE
                   PERFORM REWRITE-DELIVERABLE
                   DISPLAY "Deliverable accepted.".

       RECORD-REJECTION.
           PERFORM FIND-DELIVERABLE.
           IF DV-FOUND
               IF NOT DV-PENDING
                  OR DV-DELIVERED-DATE = ZERO
                   DISPLAY "Deliverable is not awaiting acceptance."
               ELSE
                   DISPLAY "Rejected by (customer contact):"
                   ACCEPT DV-ACCEPTED-BY
                   DISPLAY "Enter reason for rejection:"
                   ACCEPT DV-REJECT-REASON
                   DISPLAY "Enter rejection date (YYYYMMDD):"
                   MOVE "N" TO VALID-DATA-SW
                   PERFORM GET-DECISION-DATE
                       UNTIL VALID-DATA
                   MOVE ACCEPT-DATE-NUM TO DV-ACCEPT-DATE
                   MOVE "DV-STATUS" TO AU-CHANGED-FIELD
                   MOVE DV-STATUS TO AU-BEFORE-VALUE
                   SET DV-REJECTED TO TRUE
                   MOVE DV-REJECT-REASON TO AU-AFTER-VALUE
                   PERFORM REWRITE-DELIVERABLE
                   DISPLAY "Deliverable rejected.".

       REWRITE-DELIVERABLE.
           MOVE OPERATOR-ID-PARM TO DV-OPERATOR.
           REWRITE DELIVERABLE-RECORD
               INVALID KEY
                   DISPLAY "Error updating deliverable"
                   MOVE "REWRITE-DELIVERABLE" TO EQ-PARAGRAPH
                   MOVE "DELIVERABLE-FILE" TO EQ-FILE
                   MOVE DV-KEY TO EQ-KEY
                   MOVE DELIV-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           MOVE "REWRITE" TO AU-OPERATION.
           MOVE "DELIVERABLE" TO AU-FILE.
           MOVE SPACE TO AU-KEY.
           STRING FUNCTION TRIM (DV-NUMBER) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DV-DELIV-ID DELIMITED BY SIZE
               INTO AU-KEY
           END-STRING.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AU-DATE.
           MOVE AU-TS-TIME TO AU-TIME.
           MOVE "DELVADD" TO AU-PROGRAM.
           MOVE OPERATOR-ID-PARM TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
