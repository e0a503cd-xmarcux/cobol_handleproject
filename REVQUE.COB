       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVQUE.

      ****************************************
      * Module queues the post-project
      * review of a project that is being
      * closed: an outstanding record is
      * written to REVIEW-FILE with the
      * department and the date queued,
      * unless the project already has a
      * review record (queued or completed).
      * Called by PROJCLOS and APPRVIEW as
      * the project is moved to history and
      * by EDITPROJ when a close is
      * requested. The file is opened and
      * closed on every call.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCREVIEW.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDREVIEW.COB".

       WORKING-STORAGE SECTION.
       77  REVIEW-FILE-STATUS       PIC XX      VALUE SPACE.

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "REVQUE".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  REVIEW-NUMBER            PIC X(80).
       01  REVIEW-DEPT-CODE         PIC X(10).

       PROCEDURE DIVISION USING REVIEW-NUMBER
                                REVIEW-DEPT-CODE.

       OPEN I-O REVIEW-FILE.
       IF REVIEW-FILE-STATUS = "35"
           OPEN OUTPUT REVIEW-FILE
           CLOSE REVIEW-FILE
           OPEN I-O REVIEW-FILE.
       MOVE REVIEW-NUMBER TO RV-NUMBER.
       READ REVIEW-FILE
           INVALID KEY PERFORM WRITE-OUTSTANDING-REVIEW.
       CLOSE REVIEW-FILE.

       EXIT PROGRAM.

       WRITE-OUTSTANDING-REVIEW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE SPACE TO REVIEW-RECORD.
           MOVE REVIEW-NUMBER TO RV-NUMBER.
           MOVE REVIEW-DEPT-CODE TO RV-DEPT-CODE.
           SET RV-OUTSTANDING TO TRUE.
           MOVE CURRENT-DATE-NUM TO RV-QUEUED-DATE.
           MOVE ZERO TO RV-SATISFACTION.
           MOVE ZERO TO RV-REVIEW-DATE.
           WRITE REVIEW-RECORD
               INVALID KEY
                   MOVE "WRITE-OUTSTANDING-REVIEW" TO EQ-PARAGRAPH
                   MOVE "REVIEW-FILE" TO EQ-FILE
                   MOVE RV-NUMBER TO EQ-KEY
                   MOVE REVIEW-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

