       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHARGE.

      ****************************************
      * Batch program that produces the
      * monthly inter-department labour
      * recharge. The month is the previous
      * calendar month, or the month in
      * RCHMONTH.CFG when that file is
      * present; weeks are placed in the
      * month their start day falls in
      * (week 1 starts 1 January). Every
      * priced TIMESHEET-FILE posting where
      * the employee's department
      * (EM-DEPT-CODE) differs from the
      * project's department (PR-DEPT-CODE)
      * is valued at hours times the priced
      * rate in NOK and summed per pair of
      * lending (employee) and borrowing
      * (project) department, kept apart
      * per company (legal entity, see
      * COMPADD) of the borrowing project.
      * Each company is journalled in turn,
      * in its base currency, to
      * RECHARGE_JOURNAL.TXT for the main
      * company and
      * RECHARGE_JOURNAL_<company>.TXT for
      * the others, each with its own
      * control totals. For each pair a
      * balanced journal pair is written
      * from the company's GL account map
      * under category RCHG:
      * debit the borrower's RCHG debit
      * account, credit the lender's RCHG
      * credit account, falling back to the
      * mapping with a blank department the
      * way GLEXPORT does; a pair with no
      * mapping is listed in the journal as
      * unmapped and kept out of the control
      * totals. The statement per department
      * pair, grouped by company, with hours
      * and value in NOK per employee and
      * project, is written to
      * RECHARGE_STATEMENT.TXT for the
      * department managers to agree. Each
      * run rebuilds all files for the
      * month, nothing is flagged, so the
      * run can be repeated until the
      * period is closed. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCEMPLOYEE.COB".
           COPY "FCTIMESHT.COB".
           COPY "FCGLMAP.COB".
           COPY "FCCATEG.COB".
           COPY "FCRCHCUT.COB".
           SELECT JOURNAL-FILE ASSIGN TO JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "RECHARGE_STATEMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDEMPLOYEE.COB".
           COPY "FDTIMESHT.COB".
           COPY "FDGLMAP.COB".
           COPY "FDCATEG.COB".
           COPY "FDRCHCUT.COB".

       FD  JOURNAL-FILE
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-LINE             PIC X(120).

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  GLMAP-FILE-STATUS        PIC XX      VALUE SPACE.
       77  GLMAP-OPEN-SW            PIC X       VALUE "N".
       77  CATEG-FILE-STATUS        PIC XX      VALUE SPACE.
       77  RCHCUT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  RECHARGE-CATEGORY        PIC X(4)    VALUE "RCHG".
       77  JOURNAL-FILE-NAME        PIC X(30)   VALUE SPACE.
       77  COMPANY-START-JOURNAL    PIC 9(5)    VALUE ZERO.
       77  COMPANY-JOURNAL-COUNT    PIC 9(5)    VALUE ZERO.
       77  POSTING-AMOUNT           PIC S9(12)V99 VALUE ZERO.
       77  REPORT-YEAR              PIC 9(4)    VALUE ZERO.
       77  REPORT-MONTH             PIC 9(2)    VALUE ZERO.
       77  REPORT-PERIOD            PIC 9(6)    VALUE ZERO.
       77  WORK-WEEK                PIC 9(6)    VALUE ZERO.
       77  WEEK-YEAR                PIC 9(4)    VALUE ZERO.
       77  WEEK-NO                  PIC 9(2)    VALUE ZERO.
       77  YEAR-START-NUM           PIC 9(8)    VALUE ZERO.
       77  DAY-INTEGER              PIC S9(9)   VALUE ZERO.
       77  WEEK-DATE-NUM            PIC 9(8)    VALUE ZERO.
       77  WEEK-PERIOD              PIC 9(6)    VALUE ZERO.
       77  LAST-PROJECT-NUMBER      PIC X(80)   VALUE SPACE.
       77  PROJECT-DEPT-CODE        PIC X(10)   VALUE SPACE.
       77  PROJECT-COMPANY-CODE     PIC X(4)    VALUE SPACE.
       77  POSTING-NOK              PIC S9(12)V99 VALUE ZERO.
       77  MAP-DEPT-CODE            PIC X(10)   VALUE SPACE.
       77  MAP-COMPANY-CODE         PIC X(4)    VALUE SPACE.
       77  BORROWER-DEBIT-ACCT      PIC X(8)    VALUE SPACE.
       77  LENDER-CREDIT-ACCT       PIC X(8)    VALUE SPACE.
       77  DEBIT-TOTAL              PIC S9(13)V99 VALUE ZERO.
       77  CREDIT-TOTAL             PIC S9(13)V99 VALUE ZERO.
       77  GRAND-HOURS              PIC S9(9)V99 VALUE ZERO.
       77  GRAND-VALUE              PIC S9(13)V99 VALUE ZERO.
       77  JOURNAL-COUNT            PIC 9(5)    VALUE ZERO.
       77  EXCEPTION-COUNT          PIC 9(5)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  ITEM-IDX                 PIC 9(4)    VALUE ZERO.

       01  TIMESHEET-FILE-SW        PIC X       VALUE "N".
           88  TIMESHEET-FILE-AT-END            VALUE "Y".
       01  MAP-FOUND-SW             PIC X       VALUE "N".
           88  MAP-FOUND                        VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).

       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON PAIR-COUNT
                   INDEXED BY PAIR-IDX.
               10  RP-LENDER        PIC X(10).
               10  RP-BORROWER      PIC X(10).
               10  RP-COMPANY       PIC X(4).
               10  RP-HOURS         PIC S9(7)V99.
               10  RP-VALUE         PIC S9(11)V99.
       77  PAIR-COUNT               PIC 9(4)    VALUE ZERO.

       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON ITEM-COUNT.
               10  RI-LENDER        PIC X(10).
               10  RI-BORROWER      PIC X(10).
               10  RI-COMPANY       PIC X(4).
               10  RI-EMPLOYEE-ID   PIC X(10).
               10  RI-NUMBER        PIC X(80).
               10  RI-HOURS         PIC S9(7)V99.
               10  RI-VALUE         PIC S9(11)V99.
       77  ITEM-COUNT               PIC 9(4)    VALUE ZERO.

       01  JOURNAL-DETAIL.
           05  JD-ACCOUNT     PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  JD-DC          PIC X(2).
           05  FILLER         PIC X      VALUE SPACE.
           05  JD-AMOUNT      PIC Z(11)9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  JD-SOURCE      PIC X(60).

       01  JOURNAL-EXCEPTION.
           05  FILLER         PIC X(11)  VALUE "UNMAPPED   ".
           05  JE-LENDER      PIC X(10).
           05  FILLER         PIC X(4)   VALUE " -> ".
           05  JE-BORROWER    PIC X(10).
           05  FILLER         PIC X      VALUE SPACE.
           05  JE-AMOUNT      PIC Z(11)9.99-.
           05  FILLER         PIC X(22)
               VALUE " - no RCHG GL mapping".

       01  CONTROL-TOTAL-LINE.
           05  FILLER         PIC X(16)  VALUE "CONTROL  debit ".
           05  CT-DEBIT       PIC Z(12)9.99-.
           05  FILLER         PIC X(9)   VALUE "  credit ".
           05  CT-CREDIT      PIC Z(12)9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  CT-CURRENCY    PIC X(3).

       01  HEADER-LINE.
           05  FILLER         PIC X(42)
               VALUE "Handle Project - Labour recharge statement".
           05  FILLER         PIC X(5)      VALUE " for ".
           05  HL-PERIOD      PIC 9(6).

       01  COMPANY-LINE.
           05  FILLER         PIC X(9)      VALUE "Company: ".
           05  YL-CODE        PIC X(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  YL-NAME        PIC X(30).

       01  PAIR-HEADER.
           05  FILLER         PIC X(8)      VALUE "LENDER: ".
           05  PH-LENDER      PIC X(10).
           05  FILLER         PIC X(12)     VALUE "  BORROWER: ".
           05  PH-BORROWER    PIC X(10).
           05  FILLER         PIC X(11)     VALUE "  COMPANY: ".
           05  PH-COMPANY     PIC X(4).

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(13)     VALUE "  EMPLOYEE".
           05  FILLER         PIC X(31)     VALUE "PROJECT".
           05  FILLER         PIC X(13)     VALUE "        HOURS".
           05  FILLER         PIC X(17)     VALUE "        VALUE NOK".

       01  DETAIL-LINE.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  DL-EMPLOYEE-ID PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-NUMBER      PIC X(30).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-HOURS       PIC Z(8)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-VALUE       PIC Z(12)9.99-.

       01  PAIR-TOTAL-LINE.
           05  FILLER         PIC X(44)     VALUE "  Pair total".
           05  PT-HOURS       PIC Z(8)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  PT-VALUE       PIC Z(12)9.99-.

       01  GRAND-TOTAL-LINE.
           05  FILLER         PIC X(44)     VALUE "Total recharged".
           05  GT-HOURS       PIC Z(8)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  GT-VALUE       PIC Z(12)9.99-.

       01  NO-RECHARGE-LINE.
           05  FILLER         PIC X(44)
               VALUE "No cross-department hours in this month.".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "RECHARGE".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       01  COMPANY-AUTH-REQUEST.
           05  YQ-FUNCTION         PIC X          VALUE "F".
           05  YQ-OPERATOR         PIC X(10)      VALUE SPACE.
           05  YQ-ROLE             PIC X          VALUE SPACE.
           05  YQ-MAIN-FLAG        PIC X          VALUE SPACE.
           05  YQ-OTHER-COMPANY    PIC X(4)       OCCURS 5 TIMES.
           05  YQ-COMPANY-CODE     PIC X(4)       VALUE SPACE.
           05  YQ-COMPANY-NAME     PIC X(30)      VALUE SPACE.
           05  YQ-VAT-NO           PIC X(20)      VALUE SPACE.
           05  YQ-BANK-ACCOUNT     PIC X(20)      VALUE SPACE.
           05  YQ-BASE-CURRENCY    PIC X(3)       VALUE "NOK".
           05  YQ-BASE-RATE        PIC 9(5)V9(4)  VALUE 1.
           05  YQ-FIRST-INVOICE-NO PIC 9(6)       VALUE ZERO.
           05  YQ-FILE-SUFFIX      PIC X(5)       VALUE SPACE.
           05  YQ-ALLOWED          PIC X          VALUE "N".
           05  YQ-END              PIC X          VALUE "N".
           05  YQ-CONSOLIDATED     PIC X          VALUE "N".
           05  YQ-COMPANY-COUNT    PIC 9(3)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM CHECK-ONE-TIMESHEET
           UNTIL TIMESHEET-FILE-AT-END.
       IF PAIR-COUNT = ZERO
           WRITE PRINT-LINE FROM NO-RECHARGE-LINE.
       MOVE "F" TO YQ-FUNCTION.
       CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.
       PERFORM RECHARGE-ONE-COMPANY
           UNTIL YQ-END = "Y".
       IF PAIR-COUNT NOT = ZERO
           MOVE GRAND-HOURS TO GT-HOURS
           MOVE GRAND-VALUE TO GT-VALUE
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE.
       DISPLAY "Recharge for " REPORT-PERIOD ": " PAIR-COUNT
           " department pair(s), " JOURNAL-COUNT
           " journal pair(s), " EXCEPTION-COUNT " unmapped.".
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: statement table full, " DROPPED-COUNT
               " posting(s) left out of the statement detail.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           PERFORM SET-REPORT-MONTH.
           PERFORM CHECK-RECHARGE-CATEGORY.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS NOT = "00"
               SET TIMESHEET-FILE-AT-END TO TRUE.
           OPEN INPUT GL-MAP-FILE.
           IF GLMAP-FILE-STATUS = "00"
               MOVE "Y" TO GLMAP-OPEN-SW.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZERO TO PAIR-COUNT.
           MOVE ZERO TO ITEM-COUNT.
           MOVE REPORT-PERIOD TO HL-PERIOD.
           WRITE PRINT-LINE FROM HEADER-LINE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE EMPLOYEE-FILE.
           IF TIMESHT-FILE-STATUS NOT = "35"
               CLOSE TIMESHEET-FILE.
           IF GLMAP-OPEN-SW = "Y"
               CLOSE GL-MAP-FILE.
           CLOSE PRINT-FILE.

       RECHARGE-ONE-COMPANY.
           MOVE SPACE TO JOURNAL-FILE-NAME.
           STRING "RECHARGE_JOURNAL" DELIMITED BY SIZE
               YQ-FILE-SUFFIX DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE ZERO TO DEBIT-TOTAL.
           MOVE ZERO TO CREDIT-TOTAL.
           MOVE JOURNAL-COUNT TO COMPANY-START-JOURNAL.
           IF PAIR-COUNT NOT = ZERO
               MOVE SPACE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE YQ-COMPANY-CODE TO YL-CODE
               MOVE YQ-COMPANY-NAME TO YL-NAME
               WRITE PRINT-LINE FROM COMPANY-LINE
               PERFORM WRITE-ONE-PAIR
                   VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT.
           MOVE DEBIT-TOTAL TO CT-DEBIT.
           MOVE CREDIT-TOTAL TO CT-CREDIT.
           MOVE YQ-BASE-CURRENCY TO CT-CURRENCY.
           WRITE JOURNAL-LINE FROM CONTROL-TOTAL-LINE.
           CLOSE JOURNAL-FILE.
           COMPUTE COMPANY-JOURNAL-COUNT =
               JOURNAL-COUNT - COMPANY-START-JOURNAL.
           DISPLAY "Wrote " COMPANY-JOURNAL-COUNT
               " journal pair(s) to " JOURNAL-FILE-NAME.
           MOVE "N" TO YQ-FUNCTION.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.

       SET-REPORT-MONTH.
           MOVE ZERO TO REPORT-PERIOD.
           OPEN INPUT RCHCUT-FILE.
           IF RCHCUT-FILE-STATUS = "00"
               READ RCHCUT-FILE INTO REPORT-PERIOD
                   AT END MOVE ZERO TO REPORT-PERIOD
               END-READ
               CLOSE RCHCUT-FILE.
           IF REPORT-PERIOD = ZERO
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE
               IF CD-MONTH = 1
                   COMPUTE REPORT-YEAR = CD-YEAR - 1
                   MOVE 12 TO REPORT-MONTH
               ELSE
                   MOVE CD-YEAR TO REPORT-YEAR
                   COMPUTE REPORT-MONTH = CD-MONTH - 1
               END-IF
               COMPUTE REPORT-PERIOD =
                   REPORT-YEAR * 100 + REPORT-MONTH.

       CHECK-RECHARGE-CATEGORY.
           OPEN I-O CATEGORY-FILE.
           IF CATEG-FILE-STATUS = "35"
               OPEN OUTPUT CATEGORY-FILE
               CLOSE CATEGORY-FILE
               OPEN I-O CATEGORY-FILE.
           MOVE RECHARGE-CATEGORY TO CG-CODE.
           READ CATEGORY-FILE
               INVALID KEY
                   MOVE RECHARGE-CATEGORY TO CG-CODE
                   MOVE "Labour recharge" TO CG-NAME
                   SET CG-OPEX TO TRUE
                   WRITE CATEGORY-RECORD
                       INVALID KEY
                           MOVE "CHECK-RECHARGE-CATEGORY"
                               TO EQ-PARAGRAPH
                           MOVE "CATEGORY-FILE" TO EQ-FILE
                           MOVE CG-CODE TO EQ-KEY
                           MOVE CATEG-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-WRITE.
           CLOSE CATEGORY-FILE.

       CHECK-ONE-TIMESHEET.
           READ TIMESHEET-FILE NEXT
               AT END SET TIMESHEET-FILE-AT-END TO TRUE.
           IF NOT TIMESHEET-FILE-AT-END
              AND TS-PRICED
               PERFORM COMPUTE-WEEK-PERIOD
               IF WEEK-PERIOD = REPORT-PERIOD
                   PERFORM CHECK-DEPARTMENTS.

       COMPUTE-WEEK-PERIOD.
           MOVE TS-WEEK TO WORK-WEEK.
           COMPUTE WEEK-YEAR = WORK-WEEK / 100.
           COMPUTE WEEK-NO = FUNCTION REM (WORK-WEEK, 100).
           IF WEEK-NO = ZERO
               MOVE 1 TO WEEK-NO.
           COMPUTE YEAR-START-NUM = WEEK-YEAR * 10000 + 101.
           COMPUTE DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (YEAR-START-NUM)
               + (WEEK-NO - 1) * 7.
           COMPUTE WEEK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (DAY-INTEGER).
           COMPUTE WEEK-PERIOD = WEEK-DATE-NUM / 100.

       CHECK-DEPARTMENTS.
           IF TS-NUMBER NOT = LAST-PROJECT-NUMBER
               MOVE TS-NUMBER TO LAST-PROJECT-NUMBER
               MOVE TS-NUMBER TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY MOVE SPACE TO PR-DEPT-CODE
                                             PR-COMPANY-CODE
               END-READ
               MOVE PR-DEPT-CODE TO PROJECT-DEPT-CODE
               MOVE PR-COMPANY-CODE TO PROJECT-COMPANY-CODE.
           MOVE TS-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
               INVALID KEY MOVE SPACE TO EM-DEPT-CODE
           END-READ.
           IF EM-DEPT-CODE NOT = SPACE
              AND PROJECT-DEPT-CODE NOT = SPACE
              AND EM-DEPT-CODE NOT = PROJECT-DEPT-CODE
               COMPUTE POSTING-NOK = TS-HOURS * TS-PRICED-RATE
               PERFORM ADD-TO-PAIR
               IF PAIR-IDX NOT = ZERO
                   PERFORM ADD-TO-ITEM.

       ADD-TO-PAIR.
           SET PAIR-IDX TO 1.
           SEARCH PAIR-ENTRY
               AT END
                   PERFORM ADD-NEW-PAIR
               WHEN RP-LENDER (PAIR-IDX) = EM-DEPT-CODE
                AND RP-BORROWER (PAIR-IDX) = PROJECT-DEPT-CODE
                AND RP-COMPANY (PAIR-IDX) = PROJECT-COMPANY-CODE
                   CONTINUE.
           IF PAIR-IDX NOT = ZERO
               ADD TS-HOURS TO RP-HOURS (PAIR-IDX)
               ADD POSTING-NOK TO RP-VALUE (PAIR-IDX).

       ADD-NEW-PAIR.
           IF PAIR-COUNT < 300
               ADD 1 TO PAIR-COUNT
               SET PAIR-IDX TO PAIR-COUNT
               MOVE EM-DEPT-CODE TO RP-LENDER (PAIR-IDX)
               MOVE PROJECT-DEPT-CODE TO RP-BORROWER (PAIR-IDX)
               MOVE PROJECT-COMPANY-CODE TO RP-COMPANY (PAIR-IDX)
               MOVE ZERO TO RP-HOURS (PAIR-IDX)
               MOVE ZERO TO RP-VALUE (PAIR-IDX)
           ELSE
               ADD 1 TO DROPPED-COUNT
               SET PAIR-IDX TO ZERO.

       ADD-TO-ITEM.
           IF ITEM-COUNT = ZERO
              OR RI-NUMBER (ITEM-COUNT) NOT = TS-NUMBER
              OR RI-EMPLOYEE-ID (ITEM-COUNT) NOT = TS-EMPLOYEE-ID
               IF ITEM-COUNT < 3000
                   ADD 1 TO ITEM-COUNT
                   MOVE EM-DEPT-CODE TO RI-LENDER (ITEM-COUNT)
                   MOVE PROJECT-DEPT-CODE TO RI-BORROWER (ITEM-COUNT)
                   MOVE PROJECT-COMPANY-CODE
                       TO RI-COMPANY (ITEM-COUNT)
                   MOVE TS-EMPLOYEE-ID TO RI-EMPLOYEE-ID (ITEM-COUNT)
                   MOVE TS-NUMBER TO RI-NUMBER (ITEM-COUNT)
                   MOVE ZERO TO RI-HOURS (ITEM-COUNT)
                   MOVE ZERO TO RI-VALUE (ITEM-COUNT)
               ELSE
                   ADD 1 TO DROPPED-COUNT.
           IF ITEM-COUNT NOT = ZERO
              AND RI-NUMBER (ITEM-COUNT) = TS-NUMBER
              AND RI-EMPLOYEE-ID (ITEM-COUNT) = TS-EMPLOYEE-ID
               ADD TS-HOURS TO RI-HOURS (ITEM-COUNT)
               ADD POSTING-NOK TO RI-VALUE (ITEM-COUNT).

       WRITE-ONE-PAIR.
           IF RP-COMPANY (PAIR-IDX) = YQ-COMPANY-CODE
               PERFORM WRITE-COMPANY-PAIR.

       WRITE-COMPANY-PAIR.
           MOVE RP-LENDER (PAIR-IDX) TO PH-LENDER.
           MOVE RP-BORROWER (PAIR-IDX) TO PH-BORROWER.
           MOVE RP-COMPANY (PAIR-IDX) TO PH-COMPANY.
           WRITE PRINT-LINE FROM PAIR-HEADER.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.
           PERFORM WRITE-ONE-ITEM
               VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT.
           MOVE RP-HOURS (PAIR-IDX) TO PT-HOURS.
           MOVE RP-VALUE (PAIR-IDX) TO PT-VALUE.
           WRITE PRINT-LINE FROM PAIR-TOTAL-LINE.
           ADD RP-HOURS (PAIR-IDX) TO GRAND-HOURS.
           ADD RP-VALUE (PAIR-IDX) TO GRAND-VALUE.
           IF RP-VALUE (PAIR-IDX) NOT = ZERO
               PERFORM WRITE-PAIR-JOURNAL.

       WRITE-ONE-ITEM.
           IF RI-LENDER (ITEM-IDX) = RP-LENDER (PAIR-IDX)
              AND RI-BORROWER (ITEM-IDX) = RP-BORROWER (PAIR-IDX)
              AND RI-COMPANY (ITEM-IDX) = RP-COMPANY (PAIR-IDX)
               MOVE RI-EMPLOYEE-ID (ITEM-IDX) TO DL-EMPLOYEE-ID
               MOVE RI-NUMBER (ITEM-IDX) TO DL-NUMBER
               MOVE RI-HOURS (ITEM-IDX) TO DL-HOURS
               MOVE RI-VALUE (ITEM-IDX) TO DL-VALUE
               WRITE PRINT-LINE FROM DETAIL-LINE.

       WRITE-PAIR-JOURNAL.
           COMPUTE POSTING-AMOUNT ROUNDED =
               RP-VALUE (PAIR-IDX) / YQ-BASE-RATE.
           MOVE RP-COMPANY (PAIR-IDX) TO MAP-COMPANY-CODE.
           MOVE RP-BORROWER (PAIR-IDX) TO MAP-DEPT-CODE.
           PERFORM LOOK-UP-GL-MAPPING.
           IF MAP-FOUND
               MOVE GM-DEBIT-ACCT TO BORROWER-DEBIT-ACCT
               MOVE RP-LENDER (PAIR-IDX) TO MAP-DEPT-CODE
               PERFORM LOOK-UP-GL-MAPPING.
           IF MAP-FOUND
               MOVE GM-CREDIT-ACCT TO LENDER-CREDIT-ACCT
               MOVE SPACE TO JD-SOURCE
               STRING "RECHARGE " DELIMITED BY SIZE
                   REPORT-PERIOD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RP-LENDER (PAIR-IDX) DELIMITED BY SPACE
                   " TO " DELIMITED BY SIZE
                   RP-BORROWER (PAIR-IDX) DELIMITED BY SPACE
                   INTO JD-SOURCE
               END-STRING
               PERFORM WRITE-JOURNAL-PAIR
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               MOVE RP-LENDER (PAIR-IDX) TO JE-LENDER
               MOVE RP-BORROWER (PAIR-IDX) TO JE-BORROWER
               MOVE POSTING-AMOUNT TO JE-AMOUNT
               WRITE JOURNAL-LINE FROM JOURNAL-EXCEPTION.

       LOOK-UP-GL-MAPPING.
           MOVE "N" TO MAP-FOUND-SW.
           IF GLMAP-OPEN-SW = "Y"
               MOVE MAP-COMPANY-CODE TO GM-COMPANY-CODE
               MOVE MAP-DEPT-CODE TO GM-DEPT-CODE
               MOVE RECHARGE-CATEGORY TO GM-CATEGORY
               READ GL-MAP-FILE
                   INVALID KEY
                       PERFORM LOOK-UP-FALLBACK-MAPPING
                   NOT INVALID KEY
                       SET MAP-FOUND TO TRUE.

       LOOK-UP-FALLBACK-MAPPING.
           MOVE MAP-COMPANY-CODE TO GM-COMPANY-CODE.
           MOVE SPACE TO GM-DEPT-CODE.
           MOVE RECHARGE-CATEGORY TO GM-CATEGORY.
           READ GL-MAP-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET MAP-FOUND TO TRUE.

       WRITE-JOURNAL-PAIR.
           ADD 1 TO JOURNAL-COUNT.
           MOVE BORROWER-DEBIT-ACCT TO JD-ACCOUNT.
           MOVE "DR" TO JD-DC.
           MOVE POSTING-AMOUNT TO JD-AMOUNT.
           WRITE JOURNAL-LINE FROM JOURNAL-DETAIL.
           ADD POSTING-AMOUNT TO DEBIT-TOTAL.
           MOVE LENDER-CREDIT-ACCT TO JD-ACCOUNT.
           MOVE "CR" TO JD-DC.
           WRITE JOURNAL-LINE FROM JOURNAL-DETAIL.
           ADD POSTING-AMOUNT TO CREDIT-TOTAL.
