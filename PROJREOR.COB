       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJREOR.

      ****************************************
      * Batch program that rebuilds
      * PROJECT.DAT and HISTORY.DAT from
      * their earlier layout (without the
      * billing basis, contract value, WIP
      * posted and company code fields) to
      * the current one, which also carries
      * the department, customer and status
      * alternate keys the reports and query
      * screens START on. Each file still in
      * the earlier layout is unloaded to a
      * sequential work copy (PROJECT.RGW,
      * HISTORY.RGW), recreated and reloaded
      * from that copy: projects become time
      * and materials with no contract value
      * or WIP posted, and projects and
      * history take the company of their
      * customer (blank, the main company,
      * when there is none or the customer
      * file is missing). The records are
      * counted before and after, and
      * REORG_REPORT.TXT shows both counts
      * per file with OK or MISMATCH. The
      * work copies are kept, so a mismatch
      * can be put right from them or from
      * the PROJBKUP set. Files already in
      * the current layout are left alone;
      * when neither file needs rebuilding
      * nothing is written, so HAPR runs it
      * before every login after FILECONV
      * (which converts the customer file
      * it reads) and it only does work
      * once. Also on the supervisor menu.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCHISTORY.COB".
           SELECT CUSTOMER-LOOKUP-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CODE
               FILE STATUS IS CUSTOMER-STATUS.
           SELECT OLD-PROJECT-FILE ASSIGN TO "PROJECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XP-NUMBER
               ALTERNATE RECORD KEY IS XP-LEADER-SURNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XP-PARENT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS OLD-PROJECT-STATUS.
           SELECT OLD-HISTORY-FILE ASSIGN TO "HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XH-NUMBER
               FILE STATUS IS OLD-HISTORY-STATUS.
           SELECT PROJECT-WORK ASSIGN TO "PROJECT.RGW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-WORK ASSIGN TO "HISTORY.RGW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "REORG_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDHISTORY.COB".

       FD  CUSTOMER-LOOKUP-FILE
               LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-LOOKUP-RECORD.
           05  CX-CODE              PIC X(10).
           05  FILLER               PIC X(91).
           05  CX-COMPANY-CODE      PIC X(4).

       FD  OLD-PROJECT-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-PROJECT-RECORD.
           05  XP-NUMBER            PIC X(80).
           05  FILLER               PIC X(170).
           05  XP-LEADER-SURNAME    PIC X(80).
           05  FILLER               PIC X(431).
           05  XP-PARENT-NUMBER     PIC X(80).
           05  FILLER               PIC X(28).

       FD  OLD-HISTORY-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-HISTORY-RECORD.
           05  XH-NUMBER            PIC X(80).
           05  FILLER               PIC X(1575).

       FD  PROJECT-WORK
               LABEL RECORDS ARE STANDARD.
       01  PROJECT-WORK-RECORD.
           05  WP-NUMBER            PIC X(80).
           05  FILLER               PIC X(769).
           05  WP-CUSTOMER-CODE     PIC X(10).
           05  FILLER               PIC X(10).

       FD  HISTORY-WORK
               LABEL RECORDS ARE STANDARD.
       01  HISTORY-WORK-RECORD.
           05  WH-NUMBER            PIC X(80).
           05  FILLER               PIC X(1565).
           05  WH-CUSTOMER-CODE     PIC X(10).

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       77  OLD-PROJECT-STATUS       PIC XX      VALUE SPACE.
       77  OLD-HISTORY-STATUS       PIC XX      VALUE SPACE.
       77  CUSTOMER-STATUS          PIC XX      VALUE SPACE.
       77  BEFORE-COUNT             PIC 9(7)    VALUE ZERO.
       77  AFTER-COUNT              PIC 9(7)    VALUE ZERO.
       77  TOTAL-BEFORE-COUNT       PIC 9(7)    VALUE ZERO.
       77  TOTAL-AFTER-COUNT        PIC 9(7)    VALUE ZERO.
       77  REBUILT-COUNT            PIC 9(3)    VALUE ZERO.
       77  MISMATCH-COUNT           PIC 9(3)    VALUE ZERO.
       77  RESULT-COUNT             PIC 9(3)    VALUE ZERO.
       77  RESULT-IDX               PIC 9(3)    VALUE ZERO.
       77  LOOKUP-CUSTOMER          PIC X(10)   VALUE SPACE.
       77  LOOKUP-COMPANY           PIC X(4)    VALUE SPACE.
       01  FILE-AT-END-SW           PIC X       VALUE "N".
           88  FILE-AT-END                      VALUE "Y".

       01  RESULT-TABLE.
           05  RESULT-ENTRY OCCURS 2 TIMES.
               10  RE-FILE          PIC X(12).
               10  RE-OPEN-STATUS   PIC XX.
               10  RE-BEFORE        PIC 9(7).
               10  RE-AFTER         PIC 9(7).

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  HEADER-LINE.
           05  FILLER         PIC X(40)
               VALUE "Handle Project - File key rebuild      ".
           05  HL-DATE        PIC 9(8).

       01  HEADING-LINE.
           05  FILLER         PIC X(13)  VALUE "FILE".
           05  FILLER         PIC X(9)   VALUE "   BEFORE".
           05  FILLER         PIC X(9)   VALUE "    AFTER".
           05  FILLER         PIC X(2)   VALUE SPACE.
           05  FILLER         PIC X(6)   VALUE "RESULT".

       01  RESULT-LINE.
           05  RL-FILE        PIC X(12).
           05  FILLER         PIC X      VALUE SPACE.
           05  RL-BEFORE      PIC Z(8)9.
           05  RL-AFTER       PIC Z(8)9.
           05  FILLER         PIC X(2)   VALUE SPACE.
           05  RL-RESULT      PIC X(40).

       01  SKIPPED-RESULT.
           05  FILLER         PIC X(25)
               VALUE "Not rebuilt, file status ".
           05  SR-STATUS      PIC XX.

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "PROJREOR".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PROJREOR".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM REORGANISE-PROJECT.
       PERFORM REORGANISE-HISTORY.
       IF REBUILT-COUNT = ZERO
           DISPLAY "Project and history files are already in the"
           DISPLAY "current layout, nothing to rebuild."
       ELSE
           IF CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-LOOKUP-FILE
           END-IF
           PERFORM WRITE-REPORT
           PERFORM RECORD-RUN-END
           IF MISMATCH-COUNT = ZERO
               DISPLAY "Project and history files rebuilt, see "
                   "REORG_REPORT.TXT."
           ELSE
               DISPLAY "Record counts differ after the rebuild,"
               DISPLAY "see REORG_REPORT.TXT before going on.".

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE ZERO TO TOTAL-BEFORE-COUNT.
           MOVE ZERO TO TOTAL-AFTER-COUNT.
           MOVE ZERO TO REBUILT-COUNT.
           MOVE ZERO TO MISMATCH-COUNT.
           MOVE ZERO TO RESULT-COUNT.

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE TOTAL-BEFORE-COUNT TO RQ-READ-COUNT.
           MOVE TOTAL-AFTER-COUNT TO RQ-WRITE-COUNT.
           MOVE ZERO TO RQ-REJECT-COUNT.
           IF TOTAL-AFTER-COUNT < TOTAL-BEFORE-COUNT
               COMPUTE RQ-REJECT-COUNT =
                   TOTAL-BEFORE-COUNT - TOTAL-AFTER-COUNT.
           IF MISMATCH-COUNT = ZERO
               MOVE "OK" TO RQ-OUTCOME
           ELSE
               MOVE "ER" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.

       START-REBUILD.
           IF REBUILT-COUNT = ZERO
               PERFORM RECORD-RUN-START
               OPEN INPUT CUSTOMER-LOOKUP-FILE.
           ADD 1 TO REBUILT-COUNT.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.

       STORE-RESULT.
           ADD 1 TO RESULT-COUNT.
           MOVE RL-FILE TO RE-FILE (RESULT-COUNT).
           MOVE SR-STATUS TO RE-OPEN-STATUS (RESULT-COUNT).
           MOVE BEFORE-COUNT TO RE-BEFORE (RESULT-COUNT).
           MOVE AFTER-COUNT TO RE-AFTER (RESULT-COUNT).
           ADD BEFORE-COUNT TO TOTAL-BEFORE-COUNT.
           ADD AFTER-COUNT TO TOTAL-AFTER-COUNT.
           IF SR-STATUS = "00"
              AND BEFORE-COUNT NOT = AFTER-COUNT
               ADD 1 TO MISMATCH-COUNT.
           IF SR-STATUS NOT = "00"
              AND SR-STATUS NOT = "35"
              AND SR-STATUS NOT = "39"
               MOVE RL-FILE TO EQ-KEY
               MOVE SR-STATUS TO EQ-STATUS
               CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       WRITE-REPORT.
           OPEN OUTPUT PRINT-FILE.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE.
           PERFORM WRITE-ONE-RESULT
               VARYING RESULT-IDX FROM 1 BY 1
                   UNTIL RESULT-IDX > RESULT-COUNT.
           CLOSE PRINT-FILE.

       WRITE-ONE-RESULT.
           MOVE RE-FILE (RESULT-IDX) TO RL-FILE.
           MOVE RE-BEFORE (RESULT-IDX) TO RL-BEFORE.
           MOVE RE-AFTER (RESULT-IDX) TO RL-AFTER.
           MOVE RE-OPEN-STATUS (RESULT-IDX) TO SR-STATUS.
           IF SR-STATUS NOT = "00"
               MOVE SKIPPED-RESULT TO RL-RESULT
           ELSE
               IF RE-BEFORE (RESULT-IDX) = RE-AFTER (RESULT-IDX)
                   MOVE "OK" TO RL-RESULT
               ELSE
                   MOVE "MISMATCH, work copy kept" TO RL-RESULT.
           WRITE PRINT-LINE FROM RESULT-LINE.

       LOOK-UP-COMPANY.
           MOVE SPACE TO LOOKUP-COMPANY.
           IF LOOKUP-CUSTOMER NOT = SPACE
              AND CUSTOMER-STATUS = "00"
               MOVE LOOKUP-CUSTOMER TO CX-CODE
               READ CUSTOMER-LOOKUP-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CX-COMPANY-CODE TO LOOKUP-COMPANY.

       REORGANISE-PROJECT.
           MOVE "PROJECT.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-PROJECT-FILE.
           MOVE OLD-PROJECT-STATUS TO SR-STATUS.
           IF OLD-PROJECT-STATUS NOT = "00"
               MOVE "REORGANISE-PROJECT" TO EQ-PARAGRAPH
               MOVE "OLD-PROJECT-FILE" TO EQ-FILE
           ELSE
               PERFORM START-REBUILD
               OPEN OUTPUT PROJECT-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-PROJECT
                   UNTIL FILE-AT-END
               CLOSE OLD-PROJECT-FILE
               CLOSE PROJECT-WORK
               OPEN OUTPUT PROJECT-FILE
               OPEN INPUT PROJECT-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-PROJECT
                   UNTIL FILE-AT-END
               CLOSE PROJECT-FILE
               CLOSE PROJECT-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-PROJECT.
           READ OLD-PROJECT-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE PROJECT-WORK-RECORD FROM OLD-PROJECT-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-PROJECT.
           READ PROJECT-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-PROJECT-RECORD
               WRITE PROJECT-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-PROJECT" TO EQ-PARAGRAPH
                       MOVE "PROJECT-FILE" TO EQ-FILE
                       MOVE PR-NUMBER TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-PROJECT-RECORD.
           MOVE PROJECT-WORK-RECORD TO PROJECT-RECORD.
           MOVE "T" TO PR-BILLING-BASIS.
           MOVE ZERO TO PR-CONTRACT-VALUE.
           MOVE ZERO TO PR-WIP-POSTED.
           MOVE WP-CUSTOMER-CODE TO LOOKUP-CUSTOMER.
           PERFORM LOOK-UP-COMPANY.
           MOVE LOOKUP-COMPANY TO PR-COMPANY-CODE.

       REORGANISE-HISTORY.
           MOVE "HISTORY.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-HISTORY-FILE.
           MOVE OLD-HISTORY-STATUS TO SR-STATUS.
           IF OLD-HISTORY-STATUS NOT = "00"
               MOVE "REORGANISE-HISTORY" TO EQ-PARAGRAPH
               MOVE "OLD-HISTORY-FILE" TO EQ-FILE
           ELSE
               PERFORM START-REBUILD
               OPEN OUTPUT HISTORY-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-HISTORY
                   UNTIL FILE-AT-END
               CLOSE OLD-HISTORY-FILE
               CLOSE HISTORY-WORK
               OPEN OUTPUT HISTORY-FILE
               OPEN INPUT HISTORY-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-HISTORY
                   UNTIL FILE-AT-END
               CLOSE HISTORY-FILE
               CLOSE HISTORY-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-HISTORY.
           READ OLD-HISTORY-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE HISTORY-WORK-RECORD FROM OLD-HISTORY-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-HISTORY.
           READ HISTORY-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-HISTORY-RECORD
               WRITE HISTORY-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-HISTORY" TO EQ-PARAGRAPH
                       MOVE "HISTORY-FILE" TO EQ-FILE
                       MOVE HI-NUMBER TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-HISTORY-RECORD.
           MOVE HISTORY-WORK-RECORD TO HISTORY-RECORD.
           MOVE WH-CUSTOMER-CODE TO LOOKUP-CUSTOMER.
           PERFORM LOOK-UP-COMPANY.
           MOVE LOOKUP-COMPANY TO HI-COMPANY-CODE.
