       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSRCH.

      ****************************
      * Program searches the
      * lessons learned in the
      * completed post-project
      * reviews (REVIEW-FILE),
      * including those of
      * archived projects. The
      * search can be narrowed
      * by department, by
      * overrun reason code and
      * by a word or phrase
      * (case does not matter)
      * found in what went well,
      * what went badly or the
      * recommendation. Matching
      * reviews are shown with
      * the project name from
      * HISTORY-FILE or
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

       DATA DIVISION.
       FILE SECTION.
           COPY "FDREVIEW.COB".
           COPY "FDHISTORY.COB".
           COPY "FDARCHIVE.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-DEPT-CODE     PIC X(10)      VALUE SPACE.
       77  ACCEPT-REASON-CODE   PIC X(4)       VALUE SPACE.
       77  ACCEPT-PHRASE        PIC X(40)      VALUE SPACE.
       77  SEARCH-UPPER         PIC X(40)      VALUE SPACE.
       77  PHRASE-LEN           PIC 9(2)       VALUE ZERO.
       77  SCAN-TEXT            PIC X(80)      VALUE SPACE.
       77  SCAN-IDX             PIC 9(3)       VALUE ZERO.
       77  SCAN-LIMIT           PIC 9(3)       VALUE ZERO.
       77  MATCH-COUNT          PIC 9(5)       VALUE ZERO.
       77  REVIEW-FILE-STATUS   PIC XX         VALUE SPACE.
       77  REVIEW-OPEN-SW       PIC X          VALUE "N".
       77  PROJECT-NAME         PIC X(40)      VALUE SPACE.

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
       01  REVIEW-FILE-SW       PIC X          VALUE "N".
           88  REVIEW-FILE-AT-END              VALUE "Y".
       01  PHRASE-FOUND-SW      PIC X          VALUE "N".
           88  PHRASE-FOUND                    VALUE "Y".

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM RUN-ONE-SEARCH
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE "N" TO CANCEL-ADD-SW.
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-FILE-STATUS = "00"
               MOVE "Y" TO REVIEW-OPEN-SW.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT ARCHIVE-FILE.

       PROGRAM-CLEANUP.
           CLOSE REVIEW-FILE.
           CLOSE HISTORY-FILE.
           CLOSE ARCHIVE-FILE.

       RUN-ONE-SEARCH.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*   Lessons learned search     *".
           DISPLAY "********************************".
           DISPLAY "Enter department code (blank = any):".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-DEPT-CODE.
           IF ACCEPT-DEPT-CODE = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               PERFORM GET-SEARCH-FILTERS
               IF REVIEW-OPEN-SW = "Y"
                   PERFORM SCAN-REVIEWS
               ELSE
                   DISPLAY "No post-project reviews recorded yet.".

       GET-SEARCH-FILTERS.
           DISPLAY "Enter overrun reason code (blank = any):".
           ACCEPT ACCEPT-REASON-CODE.
           DISPLAY "Enter word or phrase (blank = any):".
           ACCEPT ACCEPT-PHRASE.
           MOVE FUNCTION UPPER-CASE (ACCEPT-PHRASE)
               TO SEARCH-UPPER.
           IF SEARCH-UPPER = SPACE
               MOVE ZERO TO PHRASE-LEN
           ELSE
               COMPUTE PHRASE-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM (SEARCH-UPPER)).

       SCAN-REVIEWS.
           MOVE ZERO TO MATCH-COUNT.
           MOVE "N" TO REVIEW-FILE-SW.
           MOVE LOW-VALUE TO RV-NUMBER.
           START REVIEW-FILE KEY IS NOT LESS THAN RV-NUMBER
               INVALID KEY SET REVIEW-FILE-AT-END TO TRUE.
           PERFORM SCAN-ONE-REVIEW
               UNTIL REVIEW-FILE-AT-END.
           DISPLAY MATCH-COUNT " matching review(s) found.".

       SCAN-ONE-REVIEW.
           READ REVIEW-FILE NEXT
               AT END SET REVIEW-FILE-AT-END TO TRUE.
           IF NOT REVIEW-FILE-AT-END
              AND RV-COMPLETED
              AND (ACCEPT-DEPT-CODE = SPACE
                   OR RV-DEPT-CODE = ACCEPT-DEPT-CODE)
              AND (ACCEPT-REASON-CODE = SPACE
                   OR RV-OVERRUN-REASON = ACCEPT-REASON-CODE)
               PERFORM CHECK-REVIEW-TEXT
               IF PHRASE-FOUND
                   PERFORM SHOW-ONE-REVIEW.

       CHECK-REVIEW-TEXT.
           IF PHRASE-LEN = ZERO
               SET PHRASE-FOUND TO TRUE
           ELSE
               MOVE RV-WENT-WELL TO SCAN-TEXT
               PERFORM CHECK-PHRASE-IN-TEXT
               IF NOT PHRASE-FOUND
                   MOVE RV-WENT-BADLY TO SCAN-TEXT
                   PERFORM CHECK-PHRASE-IN-TEXT
                   IF NOT PHRASE-FOUND
                       MOVE RV-RECOMMENDATION TO SCAN-TEXT
                       PERFORM CHECK-PHRASE-IN-TEXT.

       CHECK-PHRASE-IN-TEXT.
           MOVE "N" TO PHRASE-FOUND-SW.
           MOVE FUNCTION UPPER-CASE (SCAN-TEXT) TO SCAN-TEXT.
           COMPUTE SCAN-LIMIT = 80 - PHRASE-LEN + 1.
           PERFORM CHECK-ONE-POSITION
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > SCAN-LIMIT OR PHRASE-FOUND.

       CHECK-ONE-POSITION.
           IF SCAN-TEXT (SCAN-IDX:PHRASE-LEN) =
                  SEARCH-UPPER (1:PHRASE-LEN)
               SET PHRASE-FOUND TO TRUE.

       SHOW-ONE-REVIEW.
           ADD 1 TO MATCH-COUNT.
           PERFORM FIND-PROJECT-NAME.
           DISPLAY " ".
           DISPLAY RV-NUMBER (1:30) " " PROJECT-NAME.
           DISPLAY "  dept " RV-DEPT-CODE " reason "
               RV-OVERRUN-REASON " satisfaction " RV-SATISFACTION
               " reviewed " RV-REVIEW-DATE.
           DISPLAY "  Well:   " RV-WENT-WELL.
           DISPLAY "  Badly:  " RV-WENT-BADLY.
           DISPLAY "  Advice: " RV-RECOMMENDATION.

       FIND-PROJECT-NAME.
           MOVE SPACE TO PROJECT-NAME.
           MOVE RV-NUMBER TO HI-NUMBER.
           READ HISTORY-FILE
               INVALID KEY
                   MOVE RV-NUMBER TO AR-NUMBER
                   READ ARCHIVE-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           STRING "(archived) " DELIMITED BY SIZE
                               AR-NAME DELIMITED BY SIZE
                               INTO PROJECT-NAME
                           END-STRING
                   END-READ
               NOT INVALID KEY
                   MOVE HI-NAME TO PROJECT-NAME.
