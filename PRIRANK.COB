       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIRANK.

      ****************************************
      * Batch program that ranks the active
      * and not-started projects in
      * PROJECT-FILE and the open (draft or
      * submitted, not converted) proposals
      * in PROPOSAL-FILE by weighted score:
      * the scores in PRIORITY-SCORE-FILE
      * weighted by the active criteria in
      * CRITERION-FILE, on a 0 to 10 scale.
      * A missing score counts as zero and
      * the number of unscored criteria is
      * shown. Going down the list the
      * budget, converted to NOK at today's
      * rate (RATEFOR), is accumulated
      * against the available funding read
      * from FUNDAVL.CFG; a cut-line is
      * drawn where the funding runs out and
      * not-started projects below it are
      * marked NOT FUNDED. Without a funding
      * figure no cut-line is drawn. Written
      * to PRIORITY_RANKING.TXT. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCPROPOS.COB".
           COPY "FCCRIT.COB".
           COPY "FCPSCORE.COB".
           COPY "FCAVLCUT.COB".
           SELECT PRINT-FILE ASSIGN TO "PRIORITY_RANKING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDPROPOS.COB".
           COPY "FDCRIT.COB".
           COPY "FDPSCORE.COB".
           COPY "FDAVLCUT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  CRIT-FILE-STATUS         PIC XX      VALUE SPACE.
       77  PSCORE-FILE-STATUS       PIC XX      VALUE SPACE.
       77  PSCORE-OPEN-SW           PIC X       VALUE "N".
       77  AVLCUT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  AVAILABLE-FUNDING        PIC 9(12)   VALUE ZERO.
       77  NOK-RATE                 PIC 9(5)V9(4) VALUE 1.
       77  WT-IDX                   PIC 9(3)    VALUE ZERO.
       77  WT-COUNT                 PIC 9(3)    VALUE ZERO.
       77  TOTAL-WEIGHT             PIC 9(6)    VALUE ZERO.
       77  WEIGHTED-SUM             PIC 9(8)    VALUE ZERO.
       77  UNSCORED-COUNT           PIC 9(3)    VALUE ZERO.
       77  CAND-IDX                 PIC 9(4)    VALUE ZERO.
       77  RANK-NUMBER              PIC 9(4)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  UNFUNDED-COUNT           PIC 9(5)    VALUE ZERO.
       77  CUMULATIVE-NOK           PIC S9(13)V99 VALUE ZERO.

       01  PROJECT-FILE-SW          PIC X       VALUE "N".
           88  PROJECT-FILE-AT-END              VALUE "Y".
       01  PROPOSAL-FILE-SW         PIC X       VALUE "N".
           88  PROPOSAL-FILE-AT-END             VALUE "Y".
       01  CRIT-FILE-SW             PIC X       VALUE "N".
           88  CRIT-FILE-AT-END                 VALUE "Y".
       01  CUT-DRAWN-SW             PIC X       VALUE "N".
           88  CUT-DRAWN                        VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  WEIGHT-TABLE.
           05  WEIGHT-ENTRY OCCURS 50 TIMES.
               10  WT-CODE          PIC X(4).
               10  WT-WEIGHT        PIC 9(3).

       01  CANDIDATE-TABLE.
           05  CANDIDATE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CAND-COUNT.
               10  CN-SCORE         PIC 9(2)V99.
               10  CN-KIND          PIC X.
               10  CN-NUMBER        PIC X(80).
               10  CN-NAME          PIC X(30).
               10  CN-STATUS        PIC X.
               10  CN-BUDGET-NOK    PIC S9(12)V99.
               10  CN-UNSCORED      PIC 9(3).
       77  CAND-COUNT               PIC 9(4)    VALUE ZERO.

       01  HEADER-LINE.
           05  FILLER         PIC X(48)
               VALUE "Handle Project - Prioritisation ranking".

       01  FUNDING-LINE.
           05  FILLER         PIC X(26)
               VALUE "Available funding NOK:".
           05  FL-FUNDING     PIC Z(11)9.

       01  NO-FUNDING-LINE.
           05  FILLER         PIC X(60)
               VALUE "No available funding in FUNDAVL.CFG, no cut-line".

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(5)      VALUE "RANK ".
           05  FILLER         PIC X(2)      VALUE "K".
           05  FILLER         PIC X(20)     VALUE "NUMBER".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(30)     VALUE "NAME".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(2)      VALUE "ST".
           05  FILLER         PIC X(6)      VALUE "SCORE".
           05  FILLER         PIC X(4)      VALUE "UNS".
           05  FILLER         PIC X(15)     VALUE "     BUDGET NOK".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(15)     VALUE " CUMULATIVE NOK".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(10)     VALUE "MARK".

       01  DETAIL-LINE.
           05  DL-RANK        PIC ZZZ9.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-KIND        PIC X.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-NUMBER      PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-NAME        PIC X(30).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-STATUS      PIC X.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-SCORE       PIC Z9.99.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-UNSCORED    PIC ZZ9.
           05  DL-BUDGET      PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-CUMULATIVE  PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-MARK        PIC X(10).

       01  CUT-LINE.
           05  FILLER         PIC X(60)     VALUE
               "---------------- FUNDING CUT-LINE ----------------".

       01  WARNING-LINE.
           05  FILLER         PIC X(20)
               VALUE "Warning: table full,".
           05  WL-COUNT       PIC Z(4)9.
           05  FILLER         PIC X(25)
               VALUE " candidate(s) not ranked.".

       01  SUMMARY-LINE.
           05  FILLER         PIC X(26)
               VALUE "Candidates ranked:".
           05  SL-COUNT       PIC Z(4)9.
           05  FILLER         PIC X(26)
               VALUE "   Not-started not funded:".
           05  SL-UNFUNDED    PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM LOAD-ONE-CRITERION
           UNTIL CRIT-FILE-AT-END.
       PERFORM COLLECT-ONE-PROJECT
           UNTIL PROJECT-FILE-AT-END.
       PERFORM COLLECT-ONE-PROPOSAL
           UNTIL PROPOSAL-FILE-AT-END.
       IF CAND-COUNT NOT = ZERO
           SORT CANDIDATE-ENTRY DESCENDING KEY CN-SCORE.
       PERFORM WRITE-FUNDING-HEADING.
       MOVE ZERO TO RANK-NUMBER.
       PERFORM WRITE-ONE-CANDIDATE
           VARYING CAND-IDX FROM 1 BY 1
               UNTIL CAND-IDX > CAND-COUNT.
       IF DROPPED-COUNT NOT = ZERO
           MOVE DROPPED-COUNT TO WL-COUNT
           WRITE PRINT-LINE FROM WARNING-LINE
           DISPLAY "Warning: table full, " DROPPED-COUNT
               " candidate(s) not ranked.".
       MOVE CAND-COUNT TO SL-COUNT.
       MOVE UNFUNDED-COUNT TO SL-UNFUNDED.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY CAND-COUNT " candidate(s) ranked, written to "
           "PRIORITY_RANKING.TXT.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           PERFORM LOAD-AVAILABLE-FUNDING.
           MOVE "N" TO CRIT-FILE-SW.
           OPEN INPUT CRITERION-FILE.
           IF CRIT-FILE-STATUS NOT = "00"
               SET CRIT-FILE-AT-END TO TRUE.
           OPEN INPUT PRIORITY-SCORE-FILE.
           IF PSCORE-FILE-STATUS = "00"
               MOVE "Y" TO PSCORE-OPEN-SW.
           MOVE "N" TO PROJECT-FILE-SW.
           MOVE "N" TO PROPOSAL-FILE-SW.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT PROPOSAL-FILE.
           OPEN OUTPUT PRINT-FILE.
           INITIALIZE WEIGHT-TABLE.
           MOVE ZERO TO WT-COUNT.
           MOVE ZERO TO TOTAL-WEIGHT.
           MOVE ZERO TO CAND-COUNT.
           MOVE ZERO TO CUMULATIVE-NOK.
           WRITE PRINT-LINE FROM HEADER-LINE.

       PROGRAM-CLEANUP.
           IF CRIT-FILE-STATUS NOT = "35"
               CLOSE CRITERION-FILE.
           IF PSCORE-FILE-STATUS NOT = "35"
               CLOSE PRIORITY-SCORE-FILE.
           CLOSE PROJECT-FILE.
           CLOSE PROPOSAL-FILE.
           CLOSE PRINT-FILE.

       LOAD-AVAILABLE-FUNDING.
           MOVE ZERO TO AVAILABLE-FUNDING.
           OPEN INPUT AVLCUT-FILE.
           IF AVLCUT-FILE-STATUS = "00"
               READ AVLCUT-FILE INTO AVAILABLE-FUNDING
                   AT END MOVE ZERO TO AVAILABLE-FUNDING
               END-READ
               CLOSE AVLCUT-FILE.

       LOAD-ONE-CRITERION.
           READ CRITERION-FILE NEXT
               AT END SET CRIT-FILE-AT-END TO TRUE.
           IF NOT CRIT-FILE-AT-END
              AND PW-ACTIVE
              AND PW-WEIGHT > ZERO
              AND WT-COUNT < 50
               ADD 1 TO WT-COUNT
               MOVE PW-CODE TO WT-CODE (WT-COUNT)
               MOVE PW-WEIGHT TO WT-WEIGHT (WT-COUNT)
               ADD PW-WEIGHT TO TOTAL-WEIGHT.

       COLLECT-ONE-PROJECT.
           READ PROJECT-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND (PR-STATUS-ACTIVE OR PR-STATUS-NOT-STARTED)
               IF CAND-COUNT < 2000
                   ADD 1 TO CAND-COUNT
                   MOVE "P" TO CN-KIND (CAND-COUNT)
                   MOVE PR-NUMBER TO CN-NUMBER (CAND-COUNT)
                   MOVE PR-NAME TO CN-NAME (CAND-COUNT)
                   MOVE PR-STATUS TO CN-STATUS (CAND-COUNT)
                   CALL "RATEFOR" USING NOK-RATE
                                        PR-CURRENCY
                                        CURRENT-DATE-NUM
                   IF NOK-RATE = ZERO
                       MOVE 1 TO NOK-RATE
                   END-IF
                   COMPUTE CN-BUDGET-NOK (CAND-COUNT) ROUNDED =
                       PR-BUDGET * NOK-RATE
                   PERFORM SCORE-CANDIDATE
               ELSE
                   ADD 1 TO DROPPED-COUNT.

       COLLECT-ONE-PROPOSAL.
           READ PROPOSAL-FILE NEXT
               AT END SET PROPOSAL-FILE-AT-END TO TRUE.
           IF NOT PROPOSAL-FILE-AT-END
              AND (PP-STAGE-DRAFT OR PP-STAGE-SUBMITTED)
              AND NOT PP-CONVERTED
               IF CAND-COUNT < 2000
                   ADD 1 TO CAND-COUNT
                   MOVE "O" TO CN-KIND (CAND-COUNT)
                   MOVE PP-NUMBER TO CN-NUMBER (CAND-COUNT)
                   MOVE PP-NAME TO CN-NAME (CAND-COUNT)
                   MOVE "O" TO CN-STATUS (CAND-COUNT)
                   CALL "RATEFOR" USING NOK-RATE
                                        PP-CURRENCY
                                        CURRENT-DATE-NUM
                   IF NOK-RATE = ZERO
                       MOVE 1 TO NOK-RATE
                   END-IF
                   COMPUTE CN-BUDGET-NOK (CAND-COUNT) ROUNDED =
                       PP-BUDGET * NOK-RATE
                   PERFORM SCORE-CANDIDATE
               ELSE
                   ADD 1 TO DROPPED-COUNT.

       SCORE-CANDIDATE.
           MOVE ZERO TO WEIGHTED-SUM.
           MOVE ZERO TO UNSCORED-COUNT.
           PERFORM ADD-ONE-CRITERION-SCORE
               VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WT-COUNT.
           MOVE UNSCORED-COUNT TO CN-UNSCORED (CAND-COUNT).
           IF TOTAL-WEIGHT = ZERO
               MOVE ZERO TO CN-SCORE (CAND-COUNT)
           ELSE
               COMPUTE CN-SCORE (CAND-COUNT) ROUNDED =
                   WEIGHTED-SUM / TOTAL-WEIGHT.

       ADD-ONE-CRITERION-SCORE.
           IF PSCORE-OPEN-SW NOT = "Y"
               ADD 1 TO UNSCORED-COUNT
           ELSE
               MOVE CN-KIND (CAND-COUNT) TO PX-KIND
               MOVE CN-NUMBER (CAND-COUNT) TO PX-NUMBER
               MOVE WT-CODE (WT-IDX) TO PX-CODE
               READ PRIORITY-SCORE-FILE
                   INVALID KEY ADD 1 TO UNSCORED-COUNT
                   NOT INVALID KEY
                       COMPUTE WEIGHTED-SUM = WEIGHTED-SUM
                           + PX-SCORE * WT-WEIGHT (WT-IDX).

       WRITE-FUNDING-HEADING.
           IF AVAILABLE-FUNDING = ZERO
               WRITE PRINT-LINE FROM NO-FUNDING-LINE
           ELSE
               MOVE AVAILABLE-FUNDING TO FL-FUNDING
               WRITE PRINT-LINE FROM FUNDING-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

       WRITE-ONE-CANDIDATE.
           ADD CN-BUDGET-NOK (CAND-IDX) TO CUMULATIVE-NOK.
           IF AVAILABLE-FUNDING > ZERO
              AND NOT CUT-DRAWN
              AND CUMULATIVE-NOK > AVAILABLE-FUNDING
               WRITE PRINT-LINE FROM CUT-LINE
               SET CUT-DRAWN TO TRUE.
           ADD 1 TO RANK-NUMBER.
           MOVE RANK-NUMBER TO DL-RANK.
           MOVE CN-KIND (CAND-IDX) TO DL-KIND.
           MOVE CN-NUMBER (CAND-IDX) TO DL-NUMBER.
           MOVE CN-NAME (CAND-IDX) TO DL-NAME.
           MOVE CN-STATUS (CAND-IDX) TO DL-STATUS.
           MOVE CN-SCORE (CAND-IDX) TO DL-SCORE.
           MOVE CN-UNSCORED (CAND-IDX) TO DL-UNSCORED.
           MOVE CN-BUDGET-NOK (CAND-IDX) TO DL-BUDGET.
           MOVE CUMULATIVE-NOK TO DL-CUMULATIVE.
           MOVE SPACE TO DL-MARK.
           IF CUT-DRAWN
              AND CN-KIND (CAND-IDX) = "P"
              AND CN-STATUS (CAND-IDX) = "N"
               MOVE "NOT FUNDED" TO DL-MARK
               ADD 1 TO UNFUNDED-COUNT.
           WRITE PRINT-LINE FROM DETAIL-LINE.
