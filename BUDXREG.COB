       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDXREG.

      ****************************************
      * Batch program that prints the budget
      * transfer register. First every
      * department contingency pool with its
      * balance and the transfers into and
      * out of it, then every project that
      * has transfers with each transfer in
      * and out: reference, date, the other
      * side, amount and status. Applied
      * transfers show the amount booked on
      * that side (project currency for a
      * project, NOK for a pool), pending and
      * rejected ones the requested NOK
      * amount; totals count applied
      * transfers only. Report in
      * BUDGET_TRANSFERS.TXT. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCDEPT.COB".
           COPY "FCBUDXFR.COB".
           COPY "FCCONTPL.COB".
           SELECT PRINT-FILE ASSIGN TO "BUDGET_TRANSFERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDDEPT.COB".
           COPY "FDBUDXFR.COB".
           COPY "FDCONTPL.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  BUDXFR-FILE-STATUS       PIC XX      VALUE SPACE.
       77  CONTPL-FILE-STATUS       PIC XX      VALUE SPACE.
       77  MATCH-TYPE               PIC X       VALUE SPACE.
       77  MATCH-KEY                PIC X(80)   VALUE SPACE.
       77  MATCH-CURRENCY           PIC X(3)    VALUE SPACE.
       77  MATCH-COUNT              PIC 9(5)    VALUE ZERO.
       77  TOTAL-IN                 PIC S9(12)V99 VALUE ZERO.
       77  TOTAL-OUT                PIC S9(12)V99 VALUE ZERO.
       77  POOL-COUNT               PIC 9(5)    VALUE ZERO.
       77  PROJECT-COUNT            PIC 9(5)    VALUE ZERO.

       01  PROJECT-FILE-SW          PIC X       VALUE "N".
           88  PROJECT-FILE-AT-END              VALUE "Y".
       01  POOL-FILE-SW             PIC X       VALUE "N".
           88  POOL-FILE-AT-END                 VALUE "Y".
       01  TRANSFER-FILE-SW         PIC X       VALUE "N".
           88  TRANSFER-FILE-AT-END             VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  HEADER-LINE.
           05  FILLER         PIC X(44)
               VALUE "Handle Project - Budget transfer register".
           05  FILLER         PIC X(6)      VALUE "as of ".
           05  HL-DATE        PIC 9(8).

       01  SECTION-LINE.
           05  SC-TEXT        PIC X(60).

       01  POOL-LINE.
           05  FILLER         PIC X(6)      VALUE "POOL: ".
           05  PL-DEPT-CODE   PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  PL-DEPT-NAME   PIC X(30).
           05  FILLER         PIC X(10)     VALUE " balance: ".
           05  PL-BALANCE     PIC Z(11)9.99-.
           05  FILLER         PIC X(4)      VALUE " NOK".

       01  PROJECT-HEADER.
           05  FILLER         PIC X(9)      VALUE "PROJECT: ".
           05  PH-NUMBER      PIC X(30).
           05  FILLER         PIC X         VALUE SPACE.
           05  PH-NAME        PIC X(30).
           05  FILLER         PIC X(9)      VALUE " budget: ".
           05  PH-BUDGET      PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  PH-CURRENCY    PIC X(3).

       01  TRANSFER-LINE.
           05  FILLER         PIC X(4)      VALUE SPACE.
           05  TL-REFERENCE   PIC 9(6).
           05  FILLER         PIC X         VALUE SPACE.
           05  TL-DATE        PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  TL-DIRECTION   PIC X(8).
           05  TL-OTHER-TYPE  PIC X(8).
           05  TL-OTHER-KEY   PIC X(30).
           05  FILLER         PIC X         VALUE SPACE.
           05  TL-AMOUNT      PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  TL-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  TL-STATUS      PIC X(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  TL-REASON      PIC X(4).

       01  TOTAL-LINE.
           05  FILLER         PIC X(22)
               VALUE "    Applied in:      ".
           05  TT-IN          PIC Z(11)9.99-.
           05  FILLER         PIC X(8)      VALUE "   out: ".
           05  TT-OUT         PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  TT-CURRENCY    PIC X(3).

       01  SUMMARY-LINE.
           05  FILLER         PIC X(7)      VALUE "Pools: ".
           05  SM-POOLS       PIC Z(4)9.
           05  FILLER         PIC X(30)
               VALUE ", projects with transfers:   ".
           05  SM-PROJECTS    PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       MOVE "CONTINGENCY POOLS" TO SC-TEXT.
       WRITE PRINT-LINE FROM SECTION-LINE.
       PERFORM REPORT-ONE-POOL
           UNTIL POOL-FILE-AT-END.
       MOVE SPACE TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE "TRANSFERS PER PROJECT" TO SC-TEXT.
       WRITE PRINT-LINE FROM SECTION-LINE.
       PERFORM REPORT-ONE-PROJECT
           UNTIL PROJECT-FILE-AT-END.
       MOVE POOL-COUNT TO SM-POOLS.
       MOVE PROJECT-COUNT TO SM-PROJECTS.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY "Transfer register: " POOL-COUNT " pool(s), "
           PROJECT-COUNT " project(s) with transfers.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT DEPARTMENT-FILE.
           OPEN INPUT BUDGET-TRANSFER-FILE.
           IF BUDXFR-FILE-STATUS NOT = "00"
               SET PROJECT-FILE-AT-END TO TRUE
               SET POOL-FILE-AT-END TO TRUE.
           OPEN INPUT CONTINGENCY-POOL-FILE.
           IF CONTPL-FILE-STATUS NOT = "00"
               SET POOL-FILE-AT-END TO TRUE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE DEPARTMENT-FILE.
           IF BUDXFR-FILE-STATUS NOT = "35"
               CLOSE BUDGET-TRANSFER-FILE.
           IF CONTPL-FILE-STATUS NOT = "35"
               CLOSE CONTINGENCY-POOL-FILE.
           CLOSE PRINT-FILE.

       REPORT-ONE-POOL.
           READ CONTINGENCY-POOL-FILE NEXT
               AT END SET POOL-FILE-AT-END TO TRUE.
           IF NOT POOL-FILE-AT-END
               ADD 1 TO POOL-COUNT
               MOVE CP-DEPT-CODE TO DM-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY MOVE SPACE TO DM-NAME
               END-READ
               MOVE CP-DEPT-CODE TO PL-DEPT-CODE
               MOVE DM-NAME TO PL-DEPT-NAME
               MOVE CP-BALANCE TO PL-BALANCE
               WRITE PRINT-LINE FROM POOL-LINE
               MOVE "C" TO MATCH-TYPE
               MOVE CP-DEPT-CODE TO MATCH-KEY
               MOVE "NOK" TO MATCH-CURRENCY
               PERFORM SCAN-TRANSFERS
               PERFORM WRITE-TOTAL-LINE.

       REPORT-ONE-PROJECT.
           READ PROJECT-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
               MOVE "P" TO MATCH-TYPE
               MOVE PR-NUMBER TO MATCH-KEY
               MOVE PR-CURRENCY TO MATCH-CURRENCY
               PERFORM SCAN-TRANSFERS
               IF MATCH-COUNT NOT = ZERO
                   ADD 1 TO PROJECT-COUNT
                   PERFORM WRITE-TOTAL-LINE.

       SCAN-TRANSFERS.
           MOVE ZERO TO MATCH-COUNT.
           MOVE ZERO TO TOTAL-IN.
           MOVE ZERO TO TOTAL-OUT.
           MOVE "N" TO TRANSFER-FILE-SW.
           MOVE ZERO TO BT-REFERENCE.
           START BUDGET-TRANSFER-FILE KEY IS NOT LESS THAN BT-REFERENCE
               INVALID KEY SET TRANSFER-FILE-AT-END TO TRUE.
           PERFORM SCAN-ONE-TRANSFER
               UNTIL TRANSFER-FILE-AT-END.

       SCAN-ONE-TRANSFER.
           READ BUDGET-TRANSFER-FILE NEXT
               AT END SET TRANSFER-FILE-AT-END TO TRUE.
           IF NOT TRANSFER-FILE-AT-END
               IF BT-FROM-TYPE = MATCH-TYPE
                  AND BT-FROM-KEY = MATCH-KEY
                   PERFORM WRITE-OUT-LINE
               END-IF
               IF BT-TO-TYPE = MATCH-TYPE
                  AND BT-TO-KEY = MATCH-KEY
                   PERFORM WRITE-IN-LINE.

       WRITE-OUT-LINE.
           PERFORM START-TRANSFER-LINE.
           MOVE "OUT to" TO TL-DIRECTION.
           MOVE BT-TO-KEY TO TL-OTHER-KEY.
           IF BT-TO-PROJECT
               MOVE "project" TO TL-OTHER-TYPE
           ELSE
               MOVE "pool" TO TL-OTHER-TYPE.
           IF BT-APPLIED
               MOVE BT-FROM-AMOUNT TO TL-AMOUNT
               MOVE MATCH-CURRENCY TO TL-CURRENCY
               ADD BT-FROM-AMOUNT TO TOTAL-OUT.
           WRITE PRINT-LINE FROM TRANSFER-LINE.

       WRITE-IN-LINE.
           PERFORM START-TRANSFER-LINE.
           MOVE "IN from" TO TL-DIRECTION.
           MOVE BT-FROM-KEY TO TL-OTHER-KEY.
           IF BT-FROM-PROJECT
               MOVE "project" TO TL-OTHER-TYPE.
           IF BT-FROM-POOL
               MOVE "pool" TO TL-OTHER-TYPE.
           IF BT-FROM-NEW-MONEY
               MOVE "funding" TO TL-OTHER-TYPE
               MOVE "new money" TO TL-OTHER-KEY.
           IF BT-APPLIED
               MOVE BT-TO-AMOUNT TO TL-AMOUNT
               MOVE MATCH-CURRENCY TO TL-CURRENCY
               ADD BT-TO-AMOUNT TO TOTAL-IN.
           WRITE PRINT-LINE FROM TRANSFER-LINE.

       START-TRANSFER-LINE.
           IF MATCH-COUNT = ZERO
              AND MATCH-TYPE = "P"
               MOVE PR-NUMBER TO PH-NUMBER
               MOVE PR-NAME TO PH-NAME
               MOVE PR-BUDGET TO PH-BUDGET
               MOVE PR-CURRENCY TO PH-CURRENCY
               WRITE PRINT-LINE FROM PROJECT-HEADER.
           ADD 1 TO MATCH-COUNT.
           MOVE BT-REFERENCE TO TL-REFERENCE.
           MOVE BT-DATE TO TL-DATE.
           MOVE BT-AMOUNT TO TL-AMOUNT.
           MOVE "NOK" TO TL-CURRENCY.
           MOVE BT-REASON-CODE TO TL-REASON.
           IF BT-APPLIED
               MOVE "APPLIED" TO TL-STATUS.
           IF BT-PENDING
               MOVE "PENDING" TO TL-STATUS.
           IF BT-REJECTED
               MOVE "REJECTED" TO TL-STATUS.

       WRITE-TOTAL-LINE.
           MOVE TOTAL-IN TO TT-IN.
           MOVE TOTAL-OUT TO TT-OUT.
           MOVE MATCH-CURRENCY TO TT-CURRENCY.
           WRITE PRINT-LINE FROM TOTAL-LINE.
