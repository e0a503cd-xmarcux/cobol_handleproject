       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPCRPT.

      ****************************************
      * Batch program that reports the
      * utilisation of each supplier
      * framework contract
      * (SUPPLIER-CONTRACT-FILE): ceiling,
      * amount committed against it
      * (open commitments at full value,
      * closed ones at what was liquidated),
      * amount liquidated, and the ceiling
      * remaining, all in the contract
      * currency at today's rates. Written
      * to CONTRACT_UTILISATION.TXT. No
      * operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCSUPCON.COB".
           COPY "FCCOMMIT.COB".
           SELECT PRINT-FILE ASSIGN TO "CONTRACT_UTILISATION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDSUPCON.COB".
           COPY "FDCOMMIT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  SUPCON-FILE-STATUS       PIC XX      VALUE SPACE.
       77  COMMIT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  NOK-RATE                 PIC 9(5)V9(4) VALUE 1.
       77  CONTRACT-RATE            PIC 9(5)V9(4) VALUE 1.
       77  CON-IDX                  PIC 9(3)    VALUE ZERO.
       77  CON-COUNT                PIC 9(3)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.

       01  CONTRACT-FILE-SW         PIC X       VALUE "N".
           88  CONTRACT-FILE-AT-END             VALUE "Y".
       01  COMMIT-FILE-SW           PIC X       VALUE "N".
           88  COMMIT-FILE-AT-END               VALUE "Y".
       01  CON-KNOWN-SW             PIC X       VALUE "N".
           88  CON-KNOWN                        VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  CONTRACT-TABLE.
           05  CONTRACT-ENTRY OCCURS 200 TIMES.
               10  CT-CONTRACT-NO   PIC X(15).
               10  CT-SUPPLIER-CODE PIC X(10).
               10  CT-CURRENCY      PIC X(3).
               10  CT-VALID-FROM    PIC 9(8).
               10  CT-VALID-TO      PIC 9(8).
               10  CT-RATE          PIC 9(5)V9(4).
               10  CT-CEILING       PIC S9(10)V99.
               10  CT-COMMITTED     PIC S9(12)V99.
               10  CT-LIQUIDATED    PIC S9(12)V99.

       01  HEADER-LINE.
           05  FILLER         PIC X(44)
               VALUE "Handle Project - Contract utilisation".

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(15)     VALUE "CONTRACT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(10)     VALUE "SUPPLIER".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(3)      VALUE "CUR".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "VALIDTO".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(16)     VALUE "         CEILING".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(16)     VALUE "       COMMITTED".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(16)     VALUE "      LIQUIDATED".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(16)     VALUE "       REMAINING".

       01  DETAIL-LINE.
           05  DT-CONTRACT-NO PIC X(15).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-SUPPLIER    PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-VALID-TO    PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-CEILING     PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-COMMITTED   PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-LIQUIDATED  PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-REMAINING   PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-FLAG        PIC X(8).

       01  SUMMARY-LINE.
           05  FILLER         PIC X(26)
               VALUE "Contracts listed:".
           05  SL-COUNT       PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM LOAD-ONE-CONTRACT
           UNTIL CONTRACT-FILE-AT-END.
       PERFORM TALLY-ONE-COMMITMENT
           UNTIL COMMIT-FILE-AT-END.
       PERFORM WRITE-ONE-CONTRACT-LINE
           VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > CON-COUNT.
       MOVE CON-COUNT TO SL-COUNT.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY "Utilisation for " CON-COUNT " contract(s) written to "
           "CONTRACT_UTILISATION.TXT.".
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: contract table full, " DROPPED-COUNT
               " contract(s) not reported.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           OPEN INPUT SUPPLIER-CONTRACT-FILE.
           IF SUPCON-FILE-STATUS NOT = "00"
               SET CONTRACT-FILE-AT-END TO TRUE
               SET COMMIT-FILE-AT-END TO TRUE.
           OPEN INPUT COMMITMENT-FILE.
           IF COMMIT-FILE-STATUS NOT = "00"
               SET COMMIT-FILE-AT-END TO TRUE.
           OPEN OUTPUT PRINT-FILE.
           INITIALIZE CONTRACT-TABLE.
           MOVE ZERO TO CON-COUNT.
           WRITE PRINT-LINE FROM HEADER-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

       PROGRAM-CLEANUP.
           IF SUPCON-FILE-STATUS NOT = "35"
               CLOSE SUPPLIER-CONTRACT-FILE.
           IF COMMIT-FILE-STATUS NOT = "35"
               CLOSE COMMITMENT-FILE.
           CLOSE PRINT-FILE.

       LOAD-ONE-CONTRACT.
           READ SUPPLIER-CONTRACT-FILE NEXT
               AT END SET CONTRACT-FILE-AT-END TO TRUE.
           IF NOT CONTRACT-FILE-AT-END
               IF CON-COUNT < 200
                   PERFORM ADD-CONTRACT-TO-TABLE
               ELSE
                   ADD 1 TO DROPPED-COUNT.

       ADD-CONTRACT-TO-TABLE.
           ADD 1 TO CON-COUNT.
           MOVE SC-CONTRACT-NO TO CT-CONTRACT-NO (CON-COUNT).
           MOVE SC-SUPPLIER-CODE TO CT-SUPPLIER-CODE (CON-COUNT).
           MOVE SC-CURRENCY TO CT-CURRENCY (CON-COUNT).
           MOVE SC-VALID-FROM TO CT-VALID-FROM (CON-COUNT).
           MOVE SC-VALID-TO TO CT-VALID-TO (CON-COUNT).
           MOVE SC-CEILING TO CT-CEILING (CON-COUNT).
           CALL "RATEFOR" USING CONTRACT-RATE
                                SC-CURRENCY
                                CURRENT-DATE-NUM.
           IF CONTRACT-RATE = ZERO
               MOVE 1 TO CONTRACT-RATE.
           MOVE CONTRACT-RATE TO CT-RATE (CON-COUNT).

       TALLY-ONE-COMMITMENT.
           READ COMMITMENT-FILE NEXT
               AT END SET COMMIT-FILE-AT-END TO TRUE.
           IF NOT COMMIT-FILE-AT-END
              AND CM-CONTRACT-NO NOT = SPACE
               PERFORM FIND-CONTRACT-SLOT
               IF CON-KNOWN
                   PERFORM ADD-COMMITMENT-TO-CONTRACT.

       FIND-CONTRACT-SLOT.
           MOVE "N" TO CON-KNOWN-SW.
           PERFORM CHECK-ONE-CONTRACT-SLOT
               VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > CON-COUNT OR CON-KNOWN.
           IF CON-KNOWN
               SUBTRACT 1 FROM CON-IDX.

       CHECK-ONE-CONTRACT-SLOT.
           IF CT-CONTRACT-NO (CON-IDX) = CM-CONTRACT-NO
               SET CON-KNOWN TO TRUE.

       ADD-COMMITMENT-TO-CONTRACT.
           CALL "RATEFOR" USING NOK-RATE
                                CM-CURRENCY
                                CURRENT-DATE-NUM.
           IF CM-OPEN
               COMPUTE CT-COMMITTED (CON-IDX) ROUNDED =
                   CT-COMMITTED (CON-IDX)
                   + CM-AMOUNT * NOK-RATE / CT-RATE (CON-IDX)
           ELSE
               COMPUTE CT-COMMITTED (CON-IDX) ROUNDED =
                   CT-COMMITTED (CON-IDX)
                   + CM-LIQUIDATED-AMT * NOK-RATE / CT-RATE (CON-IDX).
           COMPUTE CT-LIQUIDATED (CON-IDX) ROUNDED =
               CT-LIQUIDATED (CON-IDX)
               + CM-LIQUIDATED-AMT * NOK-RATE / CT-RATE (CON-IDX).

       WRITE-ONE-CONTRACT-LINE.
           MOVE CT-CONTRACT-NO (CON-IDX) TO DT-CONTRACT-NO.
           MOVE CT-SUPPLIER-CODE (CON-IDX) TO DT-SUPPLIER.
           MOVE CT-CURRENCY (CON-IDX) TO DT-CURRENCY.
           MOVE CT-VALID-TO (CON-IDX) TO DT-VALID-TO.
           MOVE CT-CEILING (CON-IDX) TO DT-CEILING.
           MOVE CT-COMMITTED (CON-IDX) TO DT-COMMITTED.
           MOVE CT-LIQUIDATED (CON-IDX) TO DT-LIQUIDATED.
           COMPUTE DT-REMAINING =
               CT-CEILING (CON-IDX) - CT-COMMITTED (CON-IDX).
           MOVE SPACE TO DT-FLAG.
           IF CT-COMMITTED (CON-IDX) > CT-CEILING (CON-IDX)
               MOVE "OVER" TO DT-FLAG
           ELSE
               IF CURRENT-DATE-NUM > CT-VALID-TO (CON-IDX)
                   MOVE "EXPIRED" TO DT-FLAG
               ELSE
                   IF CURRENT-DATE-NUM < CT-VALID-FROM (CON-IDX)
                       MOVE "NOT YET" TO DT-FLAG.
           WRITE PRINT-LINE FROM DETAIL-LINE.
