       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVADD.

      ****************************
      * Program captures the
      * post-project review of a
      * closed project
      * (REVIEW-FILE): what went
      * well, what went badly,
      * the reason code
      * (REASON-CODE-FILE)
      * behind any overrun,
      * customer satisfaction 1
      * to 5 and a
      * recommendation. Called
      * with a project number it
      * captures that one review
      * (EDITPROJ at close);
      * called with spaces it
      * lists the reviews still
      * outstanding and asks for
      * the project. A project
      * with no queued review is
      * accepted if it is found
      * in HISTORY-FILE or
      * ARCHIVE-FILE. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCREVIEW.COB".
           COPY "FCHISTORY.COB".
           COPY "FCARCHIVE.COB".
           COPY "FCREASON.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDREVIEW.COB".
           COPY "FDHISTORY.COB".
           COPY "FDARCHIVE.COB".
           COPY "FDREASON.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-YES-NO        PIC X          VALUE SPACE.
       77  REVIEW-FILE-STATUS   PIC XX         VALUE SPACE.
       77  REASON-FILE-STATUS   PIC XX         VALUE SPACE.
       77  REASON-OPEN-SW       PIC X          VALUE "N".
       77  OUTSTANDING-COUNT    PIC 9(5)       VALUE ZERO.

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  RV-FOUND-SW          PIC X          VALUE "N".
           88  RV-FOUND                        VALUE "Y".
       01  RV-NEW-SW            PIC X          VALUE "N".
           88  RV-NEW                          VALUE "Y".
       01  REVIEW-FILE-SW       PIC X          VALUE "N".
           88  REVIEW-FILE-AT-END              VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "REVADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).
       01  REVIEW-NUMBER-PARM       PIC X(80).

       PROCEDURE DIVISION USING OPERATOR-ID-PARM
                                REVIEW-NUMBER-PARM.

       PERFORM INIT-PROGRAM.
       IF REVIEW-NUMBER-PARM = SPACE
           PERFORM SELECT-PROJECT
               UNTIL CANCEL-ADD
       ELSE
           MOVE REVIEW-NUMBER-PARM TO ACCEPT-PROJECT-NO
           PERFORM CAPTURE-REVIEW.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O REVIEW-FILE.
           IF REVIEW-FILE-STATUS = "35"
               OPEN OUTPUT REVIEW-FILE
               CLOSE REVIEW-FILE
               OPEN I-O REVIEW-FILE.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT ARCHIVE-FILE.
           OPEN INPUT REASON-CODE-FILE.
           IF REASON-FILE-STATUS = "00"
               MOVE "Y" TO REASON-OPEN-SW.
           MOVE "N" TO CANCEL-ADD-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.

       PROGRAM-CLEANUP.
           CLOSE REVIEW-FILE.
           CLOSE HISTORY-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE REASON-CODE-FILE.

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*     Post-project reviews     *".
           DISPLAY "********************************".
           PERFORM LIST-OUTSTANDING-REVIEWS.
           DISPLAY "Enter project number:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-PROJECT-NO.
           IF ACCEPT-PROJECT-NO = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               PERFORM CAPTURE-REVIEW.

       LIST-OUTSTANDING-REVIEWS.
           MOVE ZERO TO OUTSTANDING-COUNT.
           MOVE "N" TO REVIEW-FILE-SW.
           MOVE LOW-VALUE TO RV-NUMBER.
           START REVIEW-FILE KEY IS NOT LESS THAN RV-NUMBER
               INVALID KEY SET REVIEW-FILE-AT-END TO TRUE.
           DISPLAY "Reviews outstanding (project, queued date):".
           PERFORM LIST-ONE-OUTSTANDING
               UNTIL REVIEW-FILE-AT-END.
           DISPLAY OUTSTANDING-COUNT " review(s) outstanding.".

       LIST-ONE-OUTSTANDING.
           READ REVIEW-FILE NEXT
               AT END SET REVIEW-FILE-AT-END TO TRUE.
           IF NOT REVIEW-FILE-AT-END
              AND RV-OUTSTANDING
               ADD 1 TO OUTSTANDING-COUNT
               DISPLAY "  " RV-NUMBER (1:40) " " RV-QUEUED-DATE.

       CAPTURE-REVIEW.
           PERFORM FIND-REVIEW.
           IF RV-FOUND
               IF RV-COMPLETED
                   DISPLAY "Review already completed on "
                       RV-REVIEW-DATE " by " RV-REVIEWED-BY
                   DISPLAY "Replace it? (Y/N):"
                   ACCEPT ACCEPT-YES-NO
                   IF ACCEPT-YES-NO = "Y" OR ACCEPT-YES-NO = "y"
                       PERFORM GET-REVIEW-DETAILS
                   END-IF
               ELSE
                   PERFORM GET-REVIEW-DETAILS.

       FIND-REVIEW.
           MOVE "N" TO RV-FOUND-SW.
           MOVE "N" TO RV-NEW-SW.
           MOVE ACCEPT-PROJECT-NO TO RV-NUMBER.
           READ REVIEW-FILE
               INVALID KEY PERFORM FIND-CLOSED-PROJECT
               NOT INVALID KEY SET RV-FOUND TO TRUE.

       FIND-CLOSED-PROJECT.
           MOVE SPACE TO REVIEW-RECORD.
           MOVE ACCEPT-PROJECT-NO TO RV-NUMBER.
           SET RV-OUTSTANDING TO TRUE.
           MOVE CURRENT-DATE-NUM TO RV-QUEUED-DATE.
           MOVE ZERO TO RV-SATISFACTION.
           MOVE ZERO TO RV-REVIEW-DATE.
           MOVE ACCEPT-PROJECT-NO TO HI-NUMBER.
           READ HISTORY-FILE
               INVALID KEY
                   MOVE ACCEPT-PROJECT-NO TO AR-NUMBER
                   READ ARCHIVE-FILE
                       INVALID KEY
                           DISPLAY "Project is not closed and has"
                               " no review queued."
                       NOT INVALID KEY
                           MOVE AR-DEPT-CODE TO RV-DEPT-CODE
                           SET RV-FOUND TO TRUE
                           SET RV-NEW TO TRUE
                   END-READ
               NOT INVALID KEY
                   MOVE HI-DEPT-CODE TO RV-DEPT-CODE
                   SET RV-FOUND TO TRUE
                   SET RV-NEW TO TRUE.

       GET-REVIEW-DETAILS.
           DISPLAY "Review of project " RV-NUMBER (1:40).
           DISPLAY "What went well:".
           ACCEPT RV-WENT-WELL.
           DISPLAY "What went badly:".
           ACCEPT RV-WENT-BADLY.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-OVERRUN-REASON
               UNTIL VALID-DATA.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-SATISFACTION
               UNTIL VALID-DATA.
           DISPLAY "Recommendation for future projects:".
           ACCEPT RV-RECOMMENDATION.
           SET RV-COMPLETED TO TRUE.
           MOVE CURRENT-DATE-NUM TO RV-REVIEW-DATE.
           MOVE OPERATOR-ID-PARM TO RV-REVIEWED-BY.
           IF RV-NEW
               WRITE REVIEW-RECORD
                   INVALID KEY
                       DISPLAY "Error writing review"
                       MOVE "GET-REVIEW-DETAILS" TO EQ-PARAGRAPH
                       MOVE "REVIEW-FILE" TO EQ-FILE
                       MOVE RV-NUMBER TO EQ-KEY
                       MOVE REVIEW-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY DISPLAY "Review recorded."
           ELSE
               REWRITE REVIEW-RECORD
                   INVALID KEY
                       DISPLAY "Error updating review"
                       MOVE "GET-REVIEW-DETAILS" TO EQ-PARAGRAPH
                       MOVE "REVIEW-FILE" TO EQ-FILE
                       MOVE RV-NUMBER TO EQ-KEY
                       MOVE REVIEW-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY DISPLAY "Review recorded.".

       GET-OVERRUN-REASON.
           DISPLAY "Reason code for any overrun (blank = none):".
           ACCEPT RV-OVERRUN-REASON.
           IF RV-OVERRUN-REASON = SPACE
              OR REASON-OPEN-SW NOT = "Y"
               SET VALID-DATA TO TRUE
           ELSE
               MOVE RV-OVERRUN-REASON TO RS-CODE
               READ REASON-CODE-FILE
                   INVALID KEY
                       DISPLAY "Unknown reason code ... try again."
                   NOT INVALID KEY
                       SET VALID-DATA TO TRUE.

       GET-SATISFACTION.
           DISPLAY "Customer satisfaction score (1-5):".
           ACCEPT RV-SATISFACTION.
           IF RV-VALID-SATISFACTION
               SET VALID-DATA TO TRUE
           ELSE
               DISPLAY "Score must be 1 to 5 ... try again.".
