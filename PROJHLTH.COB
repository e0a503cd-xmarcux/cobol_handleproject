      * red, over ninety percent is amber)
      * and risk (an open risk scoring
      * likelihood times impact of 35 or
      * more is red, 20 or more is amber;
      * an open high-priority issue in
      * ISSUE-FILE makes the leg at least
      * amber, or red once it is past its
      * due date).
      * The overall status is the worst
      * leg. Results go to HEALTH.DAT for
      * the HAPRDASH counts and to the
      * one-page portfolio report
      * PORTFOLIO_HEALTH.TXT grouped by
      * department. Only the active projects
      * are read, on the status key. No
      * operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
           COPY "FCPROJECT.COB".
           COPY "FCMILESTONE.COB".
           COPY "FCRISK.COB".
           COPY "FCISSUE.COB".
           COPY "FCHEALTH.COB".
           SELECT PRINT-FILE ASSIGN TO "PORTFOLIO_HEALTH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "FDPROJECT.COB".
           COPY "FDMILESTONE.COB".
           COPY "FDRISK.COB".
           COPY "FDISSUE.COB".
           COPY "FDHEALTH.COB".

       FD  PRINT-FILE
       WORKING-STORAGE SECTION.
       77  RISK-FILE-STATUS         PIC XX      VALUE SPACE.
       77  RISK-OPEN-SW             PIC X       VALUE "N".
       77  ISSUE-FILE-STATUS        PIC XX      VALUE SPACE.
       77  ISSUE-OPEN-SW            PIC X       VALUE "N".
       77  ISSUE-LEVEL              PIC X       VALUE "G".
       77  HEALTH-FILE-STATUS       PIC XX      VALUE SPACE.
       77  RED-COUNT                PIC 9(5)    VALUE ZERO.
       77  AMBER-COUNT              PIC 9(5)    VALUE ZERO.
           05  FILLER         PIC X(8)   VALUE "  Green:".
           05  SL-GREEN       PIC ZZZ9.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PROJHLTH".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT PROJECT-FILE.
           MOVE "A" TO PR-STATUS.
           START PROJECT-FILE KEY IS EQUAL TO PR-STATUS
               INVALID KEY SET PROJECT-FILE-AT-END TO TRUE.
           OPEN INPUT MILESTONE-FILE.
           OPEN INPUT RISK-FILE.
           IF RISK-FILE-STATUS = "00"
               MOVE "Y" TO RISK-OPEN-SW.
           OPEN INPUT ISSUE-FILE.
           IF ISSUE-FILE-STATUS = "00"
               MOVE "Y" TO ISSUE-OPEN-SW.
           OPEN OUTPUT HEALTH-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           CLOSE PROJECT-FILE.
           CLOSE MILESTONE-FILE.
           CLOSE RISK-FILE.
           CLOSE ISSUE-FILE.
           CLOSE HEALTH-FILE.
           CLOSE PRINT-FILE.

       SCORE-ONE-PROJECT.
           READ PROJECT-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND NOT PR-STATUS-ACTIVE
               SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND PR-STATUS-ACTIVE
               PERFORM COMPUTE-HEALTH-LEGS
           ELSE
               IF WORST-RISK-SCORE >= 20
                   MOVE "A" TO LEG-RISK.
           PERFORM SCORE-OPEN-ISSUES.
           IF ISSUE-LEVEL = "R"
               MOVE "R" TO LEG-RISK
           ELSE
               IF ISSUE-LEVEL = "A"
                  AND LEG-RISK = "G"
                   MOVE "A" TO LEG-RISK.

       CHECK-ONE-RISK.
           READ RISK-FILE NEXT
               IF RISK-SCORE > WORST-RISK-SCORE
                   MOVE RISK-SCORE TO WORST-RISK-SCORE.

       SCORE-OPEN-ISSUES.
           MOVE "G" TO ISSUE-LEVEL.
           IF ISSUE-OPEN-SW = "Y"
               MOVE PR-NUMBER TO CURRENT-PROJECT
               MOVE PR-NUMBER TO IA-NUMBER
               MOVE ZERO TO IA-SEQ
               START ISSUE-FILE KEY IS NOT LESS THAN IA-KEY
                   INVALID KEY MOVE SPACE TO IA-NUMBER
               END-START
               PERFORM CHECK-ONE-ISSUE
                   UNTIL IA-NUMBER NOT = CURRENT-PROJECT.

       CHECK-ONE-ISSUE.
           READ ISSUE-FILE NEXT
               AT END MOVE SPACE TO IA-NUMBER.
           IF IA-NUMBER = CURRENT-PROJECT
              AND IA-ISSUE
              AND IA-HIGH
              AND IA-OPEN
               IF IA-DUE-DATE NOT = ZERO
                  AND IA-DUE-DATE < CURRENT-DATE-NUM
                   MOVE "R" TO ISSUE-LEVEL
               ELSE
                   IF ISSUE-LEVEL = "G"
                       MOVE "A" TO ISSUE-LEVEL.

       STORE-HEALTH-RESULT.
           EVALUATE LEG-OVERALL
               WHEN "R" ADD 1 TO RED-COUNT
           MOVE LEG-RISK TO HL-RISK.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE HEALTH-RECORD
               INVALID KEY
                   DISPLAY "Error writing health record"
                   MOVE "STORE-HEALTH-RESULT" TO EQ-PARAGRAPH
                   MOVE "HEALTH-FILE" TO EQ-FILE
                   MOVE HL-NUMBER TO EQ-KEY
                   MOVE HEALTH-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF ITEM-COUNT >= 1000
               ADD 1 TO DROPPED-COUNT.
           IF ITEM-COUNT < 1000
