       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENRPT.

      ****************************************
      * Batch program that compares planned
      * against realised benefits
      * (BENEFIT-FILE, BENEFIT-VALUE-FILE)
      * project by project, including
      * closed and archived projects. Each
      * benefit is listed with its type,
      * planned annual value, measurement
      * start date and owner, then one line
      * per year from the start year to this
      * year: planned to date (the annual
      * value spread over the quarters
      * measured so far), realised (sum of
      * the quarterly entries) and the
      * variance, in the project currency
      * or in hours for hours saved. The
      * project totals and the totals per
      * department and year and per year
      * follow, money converted to NOK at
      * today's rate (RATEFOR) and hours
      * kept apart. Written to BENEFITS.TXT.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCBENEFIT.COB".
           COPY "FCBENVAL.COB".
           SELECT PRINT-FILE ASSIGN TO "BENEFITS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDBENEFIT.COB".
           COPY "FDBENVAL.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  BENEFIT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  BENVAL-FILE-STATUS       PIC XX      VALUE SPACE.
       77  BENVAL-OPEN-SW           PIC X       VALUE "N".
       77  DY-IDX                   PIC 9(3)    VALUE ZERO.
       77  DY-COUNT                 PIC 9(3)    VALUE ZERO.
       77  YT-IDX                   PIC 9(3)    VALUE ZERO.
       77  YT-COUNT                 PIC 9(3)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  PROJECT-COUNT            PIC 9(5)    VALUE ZERO.
       77  BENEFIT-COUNT            PIC 9(5)    VALUE ZERO.
       77  GROUP-NUMBER             PIC X(80)   VALUE SPACE.
       77  NOK-RATE                 PIC 9(5)V9(4) VALUE 1.
       77  START-YEAR               PIC 9(4)    VALUE ZERO.
       77  START-MONTH              PIC 9(2)    VALUE ZERO.
       77  START-QUARTER            PIC 9       VALUE ZERO.
       77  CURRENT-QUARTER          PIC 9       VALUE ZERO.
       77  FIRST-QUARTER            PIC 9       VALUE ZERO.
       77  LAST-QUARTER             PIC 9       VALUE ZERO.
       77  REPORT-YEAR              PIC 9(4)    VALUE ZERO.
       77  YEAR-PLANNED             PIC S9(10)V99 VALUE ZERO.
       77  YEAR-REALISED            PIC S9(10)V99 VALUE ZERO.
       77  YEAR-PLANNED-NOK         PIC S9(12)V99 VALUE ZERO.
       77  YEAR-REALISED-NOK        PIC S9(12)V99 VALUE ZERO.
       77  PJ-PLANNED-NOK           PIC S9(12)V99 VALUE ZERO.
       77  PJ-REALISED-NOK          PIC S9(12)V99 VALUE ZERO.
       77  PJ-PLANNED-HRS           PIC S9(10)V99 VALUE ZERO.
       77  PJ-REALISED-HRS          PIC S9(10)V99 VALUE ZERO.

       01  BENEFIT-FILE-SW          PIC X       VALUE "N".
           88  BENEFIT-FILE-AT-END              VALUE "Y".
       01  BENVAL-DONE-SW           PIC X       VALUE "N".
           88  BENVAL-DONE                      VALUE "Y".
       01  DY-KNOWN-SW              PIC X       VALUE "N".
           88  DY-KNOWN                         VALUE "Y".
       01  YT-KNOWN-SW              PIC X       VALUE "N".
           88  YT-KNOWN                         VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  DEPT-YEAR-TABLE.
           05  DEPT-YEAR-ENTRY OCCURS 500 TIMES.
               10  DY-DEPT          PIC X(10).
               10  DY-YEAR          PIC 9(4).
               10  DY-PLANNED-NOK   PIC S9(12)V99.
               10  DY-REALISED-NOK  PIC S9(12)V99.
               10  DY-PLANNED-HRS   PIC S9(10)V99.
               10  DY-REALISED-HRS  PIC S9(10)V99.

       01  YEAR-TOTAL-TABLE.
           05  YEAR-TOTAL-ENTRY OCCURS 100 TIMES.
               10  YT-YEAR          PIC 9(4).
               10  YT-PLANNED-NOK   PIC S9(12)V99.
               10  YT-REALISED-NOK  PIC S9(12)V99.
               10  YT-PLANNED-HRS   PIC S9(10)V99.
               10  YT-REALISED-HRS  PIC S9(10)V99.

       01  HEADER-LINE.
           05  FILLER         PIC X(44)
               VALUE "Handle Project - Benefits planned/realised".

       01  RUN-DATE-LINE.
           05  FILLER         PIC X(26)
               VALUE "Measured up to quarter:".
           05  RL-YEAR        PIC 9(4).
           05  FILLER         PIC X(2)      VALUE " Q".
           05  RL-QUARTER     PIC 9.

       01  PROJECT-LINE.
           05  FILLER         PIC X(9)      VALUE "PROJECT: ".
           05  PL-NUMBER      PIC X(40).
           05  FILLER         PIC X(7)      VALUE " DEPT: ".
           05  PL-DEPT        PIC X(10).

       01  BENEFIT-LINE.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  BL-SEQ         PIC 9(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  BL-TYPE        PIC X.
           05  FILLER         PIC X(8)      VALUE " PLAN/YR".
           05  BL-PLANNED     PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  BL-UNIT        PIC X(3).
           05  FILLER         PIC X(6)      VALUE " FROM ".
           05  BL-START       PIC 9(8).
           05  FILLER         PIC X(7)      VALUE " OWNER ".
           05  BL-OWNER       PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  BL-DESCRIPTION PIC X(40).

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(7)      VALUE SPACE.
           05  FILLER         PIC X(4)      VALUE "YEAR".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(15)     VALUE "PLANNED TO DATE".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(15)     VALUE "       REALISED".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(15)     VALUE "       VARIANCE".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(4)      VALUE "UNIT".

       01  DETAIL-LINE.
           05  FILLER         PIC X(7)      VALUE SPACE.
           05  DT-YEAR        PIC 9(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-PLANNED     PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-REALISED    PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-VARIANCE    PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-UNIT        PIC X(3).

       01  PROJECT-TOTAL-LINE.
           05  FILLER         PIC X(18)     VALUE "  Planned NOK:".
           05  PT-PLANNED-NOK PIC Z(13)9.99-.
           05  FILLER         PIC X(12)     VALUE "  Realised:".
           05  PT-REALISED-NOK PIC Z(13)9.99-.
           05  FILLER         PIC X(14)     VALUE "  Hours plan:".
           05  PT-PLANNED-HRS PIC Z(10)9.99-.
           05  FILLER         PIC X(8)      VALUE "  Real:".
           05  PT-REALISED-HRS PIC Z(10)9.99-.

       01  DEPT-HEADING-LINE.
           05  FILLER         PIC X(50)
               VALUE "Totals per department and year, NOK and hours".

       01  YEAR-HEADING-LINE.
           05  FILLER         PIC X(40)
               VALUE "Totals per year, NOK and hours".

       01  TOTAL-COLUMN-LINE.
           05  FILLER         PIC X(10)     VALUE "DEPT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(4)      VALUE "YEAR".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(18)     VALUE "       PLANNED NOK".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(18)     VALUE "      REALISED NOK".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(15)     VALUE "  PLANNED HOURS".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(15)     VALUE " REALISED HOURS".

       01  TOTAL-LINE.
           05  TL-DEPT        PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  TL-YEAR        PIC 9(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  TL-PLANNED-NOK PIC Z(13)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  TL-REALISED-NOK PIC Z(13)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  TL-PLANNED-HRS PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  TL-REALISED-HRS PIC Z(10)9.99-.

       01  SUMMARY-LINE.
           05  FILLER         PIC X(26)
               VALUE "Benefits listed:".
           05  SL-COUNT       PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM LIST-ONE-BENEFIT
           UNTIL BENEFIT-FILE-AT-END.
       IF GROUP-NUMBER NOT = SPACE
           PERFORM FINISH-PROJECT-GROUP.
       MOVE SPACE TO PRINT-LINE.
       WRITE PRINT-LINE.
       WRITE PRINT-LINE FROM DEPT-HEADING-LINE.
       WRITE PRINT-LINE FROM TOTAL-COLUMN-LINE.
       PERFORM WRITE-ONE-DEPT-YEAR-LINE
           VARYING DY-IDX FROM 1 BY 1
               UNTIL DY-IDX > DY-COUNT.
       MOVE SPACE TO PRINT-LINE.
       WRITE PRINT-LINE.
       WRITE PRINT-LINE FROM YEAR-HEADING-LINE.
       WRITE PRINT-LINE FROM TOTAL-COLUMN-LINE.
       PERFORM WRITE-ONE-YEAR-LINE
           VARYING YT-IDX FROM 1 BY 1
               UNTIL YT-IDX > YT-COUNT.
       MOVE BENEFIT-COUNT TO SL-COUNT.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY BENEFIT-COUNT " benefit(s) for " PROJECT-COUNT
           " project(s) written to BENEFITS.TXT.".
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: totals table full, " DROPPED-COUNT
               " benefit year(s) not in the totals.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           COMPUTE CURRENT-QUARTER = (CD-MONTH + 2) / 3.
           MOVE "N" TO BENEFIT-FILE-SW.
           OPEN INPUT BENEFIT-FILE.
           IF BENEFIT-FILE-STATUS NOT = "00"
               SET BENEFIT-FILE-AT-END TO TRUE.
           OPEN INPUT BENEFIT-VALUE-FILE.
           IF BENVAL-FILE-STATUS = "00"
               MOVE "Y" TO BENVAL-OPEN-SW.
           OPEN OUTPUT PRINT-FILE.
           INITIALIZE DEPT-YEAR-TABLE.
           INITIALIZE YEAR-TOTAL-TABLE.
           MOVE ZERO TO DY-COUNT.
           MOVE ZERO TO YT-COUNT.
           MOVE ZERO TO PROJECT-COUNT.
           MOVE ZERO TO BENEFIT-COUNT.
           MOVE SPACE TO GROUP-NUMBER.
           WRITE PRINT-LINE FROM HEADER-LINE.
           MOVE CD-YEAR TO RL-YEAR.
           MOVE CURRENT-QUARTER TO RL-QUARTER.
           WRITE PRINT-LINE FROM RUN-DATE-LINE.

       PROGRAM-CLEANUP.
           IF BENEFIT-FILE-STATUS NOT = "35"
               CLOSE BENEFIT-FILE.
           IF BENVAL-FILE-STATUS NOT = "35"
               CLOSE BENEFIT-VALUE-FILE.
           CLOSE PRINT-FILE.

       LIST-ONE-BENEFIT.
           READ BENEFIT-FILE NEXT
               AT END SET BENEFIT-FILE-AT-END TO TRUE.
           IF NOT BENEFIT-FILE-AT-END
               IF BN-NUMBER NOT = GROUP-NUMBER
                   IF GROUP-NUMBER NOT = SPACE
                       PERFORM FINISH-PROJECT-GROUP
                   END-IF
                   PERFORM START-PROJECT-GROUP
               END-IF
               PERFORM WRITE-BENEFIT-LINES.

       START-PROJECT-GROUP.
           ADD 1 TO PROJECT-COUNT.
           MOVE BN-NUMBER TO GROUP-NUMBER.
           MOVE ZERO TO PJ-PLANNED-NOK.
           MOVE ZERO TO PJ-REALISED-NOK.
           MOVE ZERO TO PJ-PLANNED-HRS.
           MOVE ZERO TO PJ-REALISED-HRS.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE BN-NUMBER TO PL-NUMBER.
           MOVE BN-DEPT-CODE TO PL-DEPT.
           WRITE PRINT-LINE FROM PROJECT-LINE.

       WRITE-BENEFIT-LINES.
           ADD 1 TO BENEFIT-COUNT.
           MOVE BN-SEQ TO BL-SEQ.
           MOVE BN-TYPE TO BL-TYPE.
           MOVE BN-PLANNED-ANNUAL TO BL-PLANNED.
           MOVE BN-CURRENCY TO BL-UNIT.
           MOVE BN-START-DATE TO BL-START.
           MOVE BN-OWNER-ID TO BL-OWNER.
           MOVE BN-DESCRIPTION TO BL-DESCRIPTION.
           WRITE PRINT-LINE FROM BENEFIT-LINE.
           MOVE 1 TO NOK-RATE.
           IF NOT BN-HOURS-SAVED
               CALL "RATEFOR" USING NOK-RATE
                                    BN-CURRENCY
                                    CURRENT-DATE-NUM
               IF NOT NOK-RATE > ZERO
                   MOVE 1 TO NOK-RATE.
           COMPUTE START-YEAR = BN-START-DATE / 10000.
           COMPUTE START-MONTH = BN-START-DATE / 100
               - START-YEAR * 100.
           COMPUTE START-QUARTER = (START-MONTH + 2) / 3.
           IF START-YEAR NOT > CD-YEAR
               WRITE PRINT-LINE FROM COLUMN-HEADING-LINE
               PERFORM WRITE-BENEFIT-YEAR
                   VARYING REPORT-YEAR FROM START-YEAR BY 1
                       UNTIL REPORT-YEAR > CD-YEAR.

       WRITE-BENEFIT-YEAR.
           MOVE 1 TO FIRST-QUARTER.
           MOVE 4 TO LAST-QUARTER.
           IF REPORT-YEAR = START-YEAR
               MOVE START-QUARTER TO FIRST-QUARTER.
           IF REPORT-YEAR = CD-YEAR
               MOVE CURRENT-QUARTER TO LAST-QUARTER.
           IF LAST-QUARTER < FIRST-QUARTER
               MOVE ZERO TO YEAR-PLANNED
           ELSE
               COMPUTE YEAR-PLANNED ROUNDED = BN-PLANNED-ANNUAL
                   * (LAST-QUARTER - FIRST-QUARTER + 1) / 4.
           PERFORM SUM-REALISED-FOR-YEAR.
           MOVE REPORT-YEAR TO DT-YEAR.
           MOVE YEAR-PLANNED TO DT-PLANNED.
           MOVE YEAR-REALISED TO DT-REALISED.
           COMPUTE DT-VARIANCE = YEAR-REALISED - YEAR-PLANNED.
           MOVE BN-CURRENCY TO DT-UNIT.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           IF BN-HOURS-SAVED
               ADD YEAR-PLANNED TO PJ-PLANNED-HRS
               ADD YEAR-REALISED TO PJ-REALISED-HRS
           ELSE
               COMPUTE YEAR-PLANNED-NOK ROUNDED =
                   YEAR-PLANNED * NOK-RATE
               COMPUTE YEAR-REALISED-NOK ROUNDED =
                   YEAR-REALISED * NOK-RATE
               ADD YEAR-PLANNED-NOK TO PJ-PLANNED-NOK
               ADD YEAR-REALISED-NOK TO PJ-REALISED-NOK.
           PERFORM FIND-DEPT-YEAR-SLOT.
           IF DY-KNOWN
               PERFORM ADD-YEAR-TO-DEPT
           ELSE
               ADD 1 TO DROPPED-COUNT.
           PERFORM FIND-YEAR-SLOT.
           IF YT-KNOWN
               PERFORM ADD-YEAR-TO-TOTAL.

       SUM-REALISED-FOR-YEAR.
           MOVE ZERO TO YEAR-REALISED.
           MOVE "N" TO BENVAL-DONE-SW.
           IF BENVAL-OPEN-SW NOT = "Y"
               SET BENVAL-DONE TO TRUE
           ELSE
               MOVE BN-NUMBER TO BV-NUMBER
               MOVE BN-SEQ TO BV-SEQ
               MOVE REPORT-YEAR TO BV-YEAR
               MOVE ZERO TO BV-QUARTER
               START BENEFIT-VALUE-FILE KEY IS NOT LESS THAN BV-KEY
                   INVALID KEY SET BENVAL-DONE TO TRUE.
           PERFORM ADD-ONE-REALISED-VALUE
               UNTIL BENVAL-DONE.

       ADD-ONE-REALISED-VALUE.
           READ BENEFIT-VALUE-FILE NEXT
               AT END SET BENVAL-DONE TO TRUE.
           IF NOT BENVAL-DONE
               IF BV-NUMBER = BN-NUMBER
                  AND BV-SEQ = BN-SEQ
                  AND BV-YEAR = REPORT-YEAR
                   ADD BV-REALISED TO YEAR-REALISED
               ELSE
                   SET BENVAL-DONE TO TRUE.

       ADD-YEAR-TO-DEPT.
           IF BN-HOURS-SAVED
               ADD YEAR-PLANNED TO DY-PLANNED-HRS (DY-IDX)
               ADD YEAR-REALISED TO DY-REALISED-HRS (DY-IDX)
           ELSE
               ADD YEAR-PLANNED-NOK TO DY-PLANNED-NOK (DY-IDX)
               ADD YEAR-REALISED-NOK TO DY-REALISED-NOK (DY-IDX).

       ADD-YEAR-TO-TOTAL.
           IF BN-HOURS-SAVED
               ADD YEAR-PLANNED TO YT-PLANNED-HRS (YT-IDX)
               ADD YEAR-REALISED TO YT-REALISED-HRS (YT-IDX)
           ELSE
               ADD YEAR-PLANNED-NOK TO YT-PLANNED-NOK (YT-IDX)
               ADD YEAR-REALISED-NOK TO YT-REALISED-NOK (YT-IDX).

       FIND-DEPT-YEAR-SLOT.
           MOVE "N" TO DY-KNOWN-SW.
           PERFORM CHECK-ONE-DEPT-YEAR-SLOT
               VARYING DY-IDX FROM 1 BY 1
               UNTIL DY-IDX > DY-COUNT OR DY-KNOWN.
           IF DY-KNOWN
               SUBTRACT 1 FROM DY-IDX
           ELSE
               IF DY-COUNT < 500
                   ADD 1 TO DY-COUNT
                   MOVE DY-COUNT TO DY-IDX
                   MOVE BN-DEPT-CODE TO DY-DEPT (DY-IDX)
                   MOVE REPORT-YEAR TO DY-YEAR (DY-IDX)
                   SET DY-KNOWN TO TRUE.

       CHECK-ONE-DEPT-YEAR-SLOT.
           IF DY-DEPT (DY-IDX) = BN-DEPT-CODE
              AND DY-YEAR (DY-IDX) = REPORT-YEAR
               SET DY-KNOWN TO TRUE.

       FIND-YEAR-SLOT.
           MOVE "N" TO YT-KNOWN-SW.
           PERFORM CHECK-ONE-YEAR-SLOT
               VARYING YT-IDX FROM 1 BY 1
               UNTIL YT-IDX > YT-COUNT OR YT-KNOWN.
           IF YT-KNOWN
               SUBTRACT 1 FROM YT-IDX
           ELSE
               IF YT-COUNT < 100
                   ADD 1 TO YT-COUNT
                   MOVE YT-COUNT TO YT-IDX
                   MOVE REPORT-YEAR TO YT-YEAR (YT-IDX)
                   SET YT-KNOWN TO TRUE.

       CHECK-ONE-YEAR-SLOT.
           IF YT-YEAR (YT-IDX) = REPORT-YEAR
               SET YT-KNOWN TO TRUE.

       FINISH-PROJECT-GROUP.
           MOVE PJ-PLANNED-NOK TO PT-PLANNED-NOK.
           MOVE PJ-REALISED-NOK TO PT-REALISED-NOK.
           MOVE PJ-PLANNED-HRS TO PT-PLANNED-HRS.
           MOVE PJ-REALISED-HRS TO PT-REALISED-HRS.
           WRITE PRINT-LINE FROM PROJECT-TOTAL-LINE.

       WRITE-ONE-DEPT-YEAR-LINE.
           MOVE DY-DEPT (DY-IDX) TO TL-DEPT.
           MOVE DY-YEAR (DY-IDX) TO TL-YEAR.
           MOVE DY-PLANNED-NOK (DY-IDX) TO TL-PLANNED-NOK.
           MOVE DY-REALISED-NOK (DY-IDX) TO TL-REALISED-NOK.
           MOVE DY-PLANNED-HRS (DY-IDX) TO TL-PLANNED-HRS.
           MOVE DY-REALISED-HRS (DY-IDX) TO TL-REALISED-HRS.
           WRITE PRINT-LINE FROM TOTAL-LINE.

       WRITE-ONE-YEAR-LINE.
           MOVE "ALL" TO TL-DEPT.
           MOVE YT-YEAR (YT-IDX) TO TL-YEAR.
           MOVE YT-PLANNED-NOK (YT-IDX) TO TL-PLANNED-NOK.
           MOVE YT-REALISED-NOK (YT-IDX) TO TL-REALISED-NOK.
           MOVE YT-PLANNED-HRS (YT-IDX) TO TL-PLANNED-HRS.
           MOVE YT-REALISED-HRS (YT-IDX) TO TL-REALISED-HRS.
           WRITE PRINT-LINE FROM TOTAL-LINE.
