      * projects are listed on
      * screen and can be written
      * to PROJECT_QUERY.TXT for
      * further use. A customer,
      * department, surname or
      * status filter is read on
      * its own key, so only
      * those projects are
      * checked. Control is
      * returned to calling
      * program.
      ****************************
       77  FILTER-PCT-MAX       PIC 9(3)       VALUE ZERO.
       77  WRITE-LIST-SW        PIC X          VALUE "N".
       77  MATCH-COUNT          PIC 9(5)       VALUE ZERO.
       77  SCAN-KEY             PIC X          VALUE SPACE.

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               OPEN OUTPUT PRINT-FILE.
           OPEN INPUT PROJECT-FILE.
           MOVE "N" TO PROJECT-FILE-SW.
           PERFORM POSITION-PROJECT-FILE.
           DISPLAY "Matching projects:".
           PERFORM CHECK-ONE-PROJECT
               UNTIL PROJECT-FILE-AT-END.
           ELSE
               DISPLAY MATCH-COUNT " project(s) matched.".

       POSITION-PROJECT-FILE.
           MOVE SPACE TO SCAN-KEY.
           IF FILTER-CUSTOMER NOT = SPACE
               MOVE "C" TO SCAN-KEY
               MOVE FILTER-CUSTOMER TO PR-CUSTOMER-CODE
               START PROJECT-FILE KEY IS EQUAL TO PR-CUSTOMER-CODE
                   INVALID KEY SET PROJECT-FILE-AT-END TO TRUE
               END-START
           ELSE
               IF FILTER-DEPT NOT = SPACE
                   MOVE "D" TO SCAN-KEY
                   MOVE FILTER-DEPT TO PR-DEPT-CODE
                   START PROJECT-FILE KEY IS EQUAL TO PR-DEPT-CODE
                       INVALID KEY SET PROJECT-FILE-AT-END TO TRUE
                   END-START
               ELSE
                   IF FILTER-SURNAME NOT = SPACE
                       MOVE "L" TO SCAN-KEY
                       MOVE FILTER-SURNAME TO PR-LEADER-SURNAME
                       START PROJECT-FILE
                           KEY IS EQUAL TO PR-LEADER-SURNAME
                           INVALID KEY SET PROJECT-FILE-AT-END TO TRUE
                       END-START
                   ELSE
                       IF FILTER-STATUS NOT = SPACE
                           MOVE "S" TO SCAN-KEY
                           MOVE FILTER-STATUS TO PR-STATUS
                           START PROJECT-FILE
                               KEY IS EQUAL TO PR-STATUS
                               INVALID KEY
                                   SET PROJECT-FILE-AT-END TO TRUE.

       CHECK-ONE-PROJECT.
           READ PROJECT-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
               PERFORM CHECK-SCAN-KEY-END.
           IF NOT PROJECT-FILE-AT-END
               PERFORM APPLY-FILTERS
               IF ROW-MATCH
                   PERFORM LIST-ONE-MATCH.

       CHECK-SCAN-KEY-END.
           IF SCAN-KEY = "C"
              AND PR-CUSTOMER-CODE NOT = FILTER-CUSTOMER
               SET PROJECT-FILE-AT-END TO TRUE.
           IF SCAN-KEY = "D"
              AND PR-DEPT-CODE NOT = FILTER-DEPT
               SET PROJECT-FILE-AT-END TO TRUE.
           IF SCAN-KEY = "L"
              AND PR-LEADER-SURNAME NOT = FILTER-SURNAME
               SET PROJECT-FILE-AT-END TO TRUE.
           IF SCAN-KEY = "S"
              AND PR-STATUS NOT = FILTER-STATUS
               SET PROJECT-FILE-AT-END TO TRUE.

       APPLY-FILTERS.
           SET ROW-MATCH TO TRUE.
           IF FILTER-STATUS NOT = SPACE
