      * stranded - open risks, undone
      * milestones, open commitments,
      * unpriced or unbilled timesheet
      * weeks, billable unbilled cost lines
      * and deliverables not yet accepted
      * by the customer - and returns the
      * total in
      * the request area. In print mode
      * ("P") the items are also written to
      * CLOSURE_READINESS.TXT; quiet mode
           COPY "FCCOMMIT.COB".
           COPY "FCTIMESHT.COB".
           COPY "FCCOSTLN.COB".
           COPY "FCDELIV.COB".
           SELECT PRINT-FILE ASSIGN TO "CLOSURE_READINESS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "FDCOMMIT.COB".
           COPY "FDTIMESHT.COB".
           COPY "FDCOSTLN.COB".
           COPY "FDDELIV.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       77  COMMIT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  COSTLN-FILE-STATUS       PIC XX      VALUE SPACE.
       77  DELIV-FILE-STATUS        PIC XX      VALUE SPACE.
       77  PRINT-MODE-SW            PIC X       VALUE "N".

       01  ITEM-LINE.
       PERFORM COUNT-OPEN-COMMITMENTS.
       PERFORM COUNT-PENDING-TIMESHEETS.
       PERFORM COUNT-UNBILLED-COST-LINES.
       PERFORM COUNT-UNACCEPTED-DELIVERABLES.
       IF PRINT-MODE-SW = "Y"
           CLOSE PRINT-FILE.

               MOVE "UNBILLED COST LINE:   " TO IL-KIND
               MOVE CL-NOTE TO IL-DETAIL
               PERFORM REPORT-ONE-ITEM.

       COUNT-UNACCEPTED-DELIVERABLES.
           OPEN INPUT DELIVERABLE-FILE.
           IF DELIV-FILE-STATUS = "00"
               MOVE CC-NUMBER TO DV-NUMBER
               MOVE SPACE TO DV-DELIV-ID
               START DELIVERABLE-FILE KEY IS NOT LESS THAN DV-KEY
                   INVALID KEY MOVE SPACE TO DV-NUMBER
               END-START
               PERFORM COUNT-ONE-UNACCEPTED
                   UNTIL DV-NUMBER NOT = CC-NUMBER
               CLOSE DELIVERABLE-FILE.

       COUNT-ONE-UNACCEPTED.
           READ DELIVERABLE-FILE NEXT
               AT END MOVE SPACE TO DV-NUMBER.
           IF DV-NUMBER = CC-NUMBER
              AND NOT DV-ACCEPTED
               MOVE "DELIVERABLE PENDING:  " TO IL-KIND
               MOVE SPACE TO IL-DETAIL
               STRING DV-DELIV-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DV-TITLE DELIMITED BY SIZE
                   INTO IL-DETAIL
               END-STRING
               PERFORM REPORT-ONE-ITEM.
