           DISPLAY "Filter by department/cost center code:".
           DISPLAY "(Leave blank to show all departments)".
           ACCEPT DEPT-FILTER.
           IF DEPT-FILTER NOT = SPACE
               MOVE DEPT-FILTER TO PR-DEPT-CODE
               START PROJECT-FILE KEY IS EQUAL TO PR-DEPT-CODE
                   INVALID KEY SET PROJECT-FILE-AT-END TO TRUE.

       LOAD-LISTING-ENTRY.
           READ PROJECT-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND DEPT-FILTER NOT = SPACE
              AND PR-DEPT-CODE NOT = DEPT-FILTER
               SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND (DEPT-FILTER = SPACE OR PR-DEPT-CODE = DEPT-FILTER)
              AND LISTING-COUNT < 1000
