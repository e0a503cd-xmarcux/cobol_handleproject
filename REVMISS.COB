       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVMISS.

      ****************************************
      * Batch program that lists the closed
      * projects still missing a completed
      * post-project review: every project
      * in HISTORY-FILE and ARCHIVE-FILE
      * whose REVIEW-FILE record is missing
      * or still outstanding. Each line
      * shows where the project is (H
      * history, A archive), the project
      * number and name, department, the
      * date it was closed or archived and
      * the date the review was queued (zero
      * when it never was). Written to
      * REVIEWS_MISSING.TXT. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCHISTORY.COB".
           COPY "FCARCHIVE.COB".
           COPY "FCREVIEW.COB".
           SELECT PRINT-FILE ASSIGN TO "REVIEWS_MISSING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDHISTORY.COB".
           COPY "FDARCHIVE.COB".
           COPY "FDREVIEW.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  REVIEW-FILE-STATUS       PIC XX      VALUE SPACE.
       77  REVIEW-OPEN-SW           PIC X       VALUE "N".
       77  MISSING-COUNT            PIC 9(5)    VALUE ZERO.

       01  HISTORY-FILE-SW          PIC X       VALUE "N".
           88  HISTORY-FILE-AT-END              VALUE "Y".
       01  ARCHIVE-FILE-SW          PIC X       VALUE "N".
           88  ARCHIVE-FILE-AT-END              VALUE "Y".
       01  REVIEW-DONE-SW           PIC X       VALUE "N".
           88  REVIEW-DONE                      VALUE "Y".

       01  HEADER-LINE.
           05  FILLER         PIC X(46)
               VALUE "Handle Project - Post-project reviews missing".

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(2)      VALUE "WH".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(20)     VALUE "PROJECT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(30)     VALUE "NAME".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(10)     VALUE "DEPT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "CLOSED".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "QUEUED".

       01  DETAIL-LINE.
           05  DT-WHERE       PIC X(2).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-NUMBER      PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-NAME        PIC X(30).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DEPT        PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-CLOSED      PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-QUEUED      PIC 9(8).

       01  SUMMARY-LINE.
           05  FILLER         PIC X(26)
               VALUE "Reviews missing:".
           05  SL-COUNT       PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM CHECK-ONE-HISTORY
           UNTIL HISTORY-FILE-AT-END.
       PERFORM CHECK-ONE-ARCHIVE
           UNTIL ARCHIVE-FILE-AT-END.
       MOVE MISSING-COUNT TO SL-COUNT.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY MISSING-COUNT " missing review(s) written to "
           "REVIEWS_MISSING.TXT.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT ARCHIVE-FILE.
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-FILE-STATUS = "00"
               MOVE "Y" TO REVIEW-OPEN-SW.
           MOVE "N" TO HISTORY-FILE-SW.
           MOVE "N" TO ARCHIVE-FILE-SW.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZERO TO MISSING-COUNT.
           WRITE PRINT-LINE FROM HEADER-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

       PROGRAM-CLEANUP.
           CLOSE HISTORY-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE REVIEW-FILE.
           CLOSE PRINT-FILE.

       CHECK-ONE-HISTORY.
           READ HISTORY-FILE NEXT
               AT END SET HISTORY-FILE-AT-END TO TRUE.
           IF NOT HISTORY-FILE-AT-END
               MOVE HI-NUMBER TO RV-NUMBER
               PERFORM CHECK-REVIEW-DONE
               IF NOT REVIEW-DONE
                   MOVE "H" TO DT-WHERE
                   MOVE HI-NUMBER TO DT-NUMBER
                   MOVE HI-NAME TO DT-NAME
                   MOVE HI-DEPT-CODE TO DT-DEPT
                   MOVE HI-CLOSED-DATE TO DT-CLOSED
                   PERFORM WRITE-MISSING-LINE.

       CHECK-ONE-ARCHIVE.
           READ ARCHIVE-FILE NEXT
               AT END SET ARCHIVE-FILE-AT-END TO TRUE.
           IF NOT ARCHIVE-FILE-AT-END
               MOVE AR-NUMBER TO RV-NUMBER
               PERFORM CHECK-REVIEW-DONE
               IF NOT REVIEW-DONE
                   MOVE "A" TO DT-WHERE
                   MOVE AR-NUMBER TO DT-NUMBER
                   MOVE AR-NAME TO DT-NAME
                   MOVE AR-DEPT-CODE TO DT-DEPT
                   MOVE AR-ARCHIVED-DATE TO DT-CLOSED
                   PERFORM WRITE-MISSING-LINE.

       CHECK-REVIEW-DONE.
           MOVE "N" TO REVIEW-DONE-SW.
           MOVE ZERO TO RV-QUEUED-DATE.
           IF REVIEW-OPEN-SW = "Y"
               READ REVIEW-FILE
                   INVALID KEY MOVE ZERO TO RV-QUEUED-DATE
                   NOT INVALID KEY
                       IF RV-COMPLETED
                           SET REVIEW-DONE TO TRUE.

       WRITE-MISSING-LINE.
           ADD 1 TO MISSING-COUNT.
           MOVE RV-QUEUED-DATE TO DT-QUEUED.
           WRITE PRINT-LINE FROM DETAIL-LINE.
