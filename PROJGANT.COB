      * with = characters, milestones with M,
      * and today's column marked. Output
      * goes to PROJECT_SCHEDULE.TXT like the
      * other print programs. A department
      * chart reads only that department's
      * projects, on the department key.
      ****************************************

       ENVIRONMENT DIVISION.
           IF ACCEPT-MODE = "P"
               PERFORM LOAD-ONE-PROJECT-TREE
           ELSE
               MOVE DEPT-FILTER TO PR-DEPT-CODE
               START PROJECT-FILE KEY IS EQUAL TO PR-DEPT-CODE
                   INVALID KEY SET PROJECT-FILE-AT-END TO TRUE
               END-START
               PERFORM LOAD-DEPARTMENT-ROWS
                   UNTIL PROJECT-FILE-AT-END.

       LOAD-DEPARTMENT-ROWS.
           READ PROJECT-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND PR-DEPT-CODE NOT = DEPT-FILTER
               SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND PR-DEPT-CODE = DEPT-FILTER
              AND PR-STATUS-ACTIVE
