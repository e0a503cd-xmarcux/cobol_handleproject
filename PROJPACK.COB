      * Each pack covers the leader's active
      * projects: status and percent
      * complete, milestones overdue or due
      * within seven days, open risks, open
      * high-priority issues from the issue
      * log, diary notes written in the last
      * seven days, and the timesheet hours
      * booked for last week. No operator
      * interaction, intended to run
           COPY "FCPROJECT.COB".
           COPY "FCMILESTONE.COB".
           COPY "FCRISK.COB".
           COPY "FCISSUE.COB".
           COPY "FCNOTE.COB".
           COPY "FCTIMESHT.COB".
           SELECT PACK-FILE ASSIGN TO PACK-FILE-NAME
           COPY "FDPROJECT.COB".
           COPY "FDMILESTONE.COB".
           COPY "FDRISK.COB".
           COPY "FDISSUE.COB".
           COPY "FDNOTE.COB".
           COPY "FDTIMESHT.COB".

       77  PACK-FILE-NAME           PIC X(30)   VALUE SPACE.
       77  RISK-FILE-STATUS         PIC XX      VALUE SPACE.
       77  RISK-OPEN-SW             PIC X       VALUE "N".
       77  ISSUE-FILE-STATUS        PIC XX      VALUE SPACE.
       77  ISSUE-OPEN-SW            PIC X       VALUE "N".
       77  NOTE-FILE-STATUS         PIC XX      VALUE SPACE.
       77  NOTE-OPEN-SW             PIC X       VALUE "N".
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
           05  FILLER         PIC X(3)   VALUE " I ".
           05  RL-IMPACT      PIC 9.

       01  ISSUE-LINE.
           05  FILLER         PIC X(14)  VALUE "  OPEN ISSUE: ".
           05  IL-DESCRIPTION PIC X(40).
           05  FILLER         PIC X(5)   VALUE " due ".
           05  IL-DUE         PIC 9(8).
           05  FILLER         PIC X(7)   VALUE " owner ".
           05  IL-OWNER-ID    PIC X(10).

       01  NOTE-LINE.
           05  FILLER         PIC X(14)  VALUE "  NOTE:       ".
           05  NL-DATE        PIC 9(8).
           OPEN INPUT RISK-FILE.
           IF RISK-FILE-STATUS = "00"
               MOVE "Y" TO RISK-OPEN-SW.
           OPEN INPUT ISSUE-FILE.
           IF ISSUE-FILE-STATUS = "00"
               MOVE "Y" TO ISSUE-OPEN-SW.
           OPEN INPUT NOTE-FILE.
           IF NOTE-FILE-STATUS = "00"
               MOVE "Y" TO NOTE-OPEN-SW.
           CLOSE PROJECT-FILE.
           CLOSE MILESTONE-FILE.
           CLOSE RISK-FILE.
           CLOSE ISSUE-FILE.
           CLOSE NOTE-FILE.
           CLOSE TIMESHEET-FILE.

           WRITE PACK-LINE FROM PROJECT-HEADER.
           PERFORM WRITE-DUE-MILESTONES.
           PERFORM WRITE-OPEN-RISKS.
           PERFORM WRITE-OPEN-ISSUES.
           PERFORM WRITE-RECENT-NOTES.
           PERFORM WRITE-WEEK-HOURS.

               MOVE RK-IMPACT TO RL-IMPACT
               WRITE PACK-LINE FROM RISK-LINE.

       WRITE-OPEN-ISSUES.
           IF ISSUE-OPEN-SW = "Y"
               MOVE CURRENT-PROJECT TO IA-NUMBER
               MOVE ZERO TO IA-SEQ
               START ISSUE-FILE KEY IS NOT LESS THAN IA-KEY
                   INVALID KEY MOVE SPACE TO IA-NUMBER
               END-START
               PERFORM WRITE-ONE-OPEN-ISSUE
                   UNTIL IA-NUMBER NOT = CURRENT-PROJECT.

       WRITE-ONE-OPEN-ISSUE.
           READ ISSUE-FILE NEXT
               AT END MOVE SPACE TO IA-NUMBER.
           IF IA-NUMBER = CURRENT-PROJECT
              AND IA-ISSUE
              AND IA-HIGH
              AND IA-OPEN
               MOVE IA-DESCRIPTION TO IL-DESCRIPTION
               MOVE IA-DUE-DATE TO IL-DUE
               MOVE IA-OWNER-ID TO IL-OWNER-ID
               WRITE PACK-LINE FROM ISSUE-LINE.

       WRITE-RECENT-NOTES.
           IF NOTE-OPEN-SW = "Y"
               MOVE CURRENT-PROJECT TO NT-NUMBER
