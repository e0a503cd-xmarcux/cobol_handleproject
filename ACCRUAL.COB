       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.

      ****************************************
      * Batch program that accrues, at month
      * end, the cost of goods and services
      * received but not yet invoiced. The
      * closing month is the previous
      * calendar month, or the month in
      * ACRMONTH.CFG when that file is
      * present. Every open COMMITMENT-FILE
      * entry whose expected date is in or
      * before the closing month, and that
      * has not been excluded from accrual
      * in COMMADD, is accrued for the part
      * not yet liquidated by supplier
      * invoices (ACTLOAD), converted to NOK
      * at the month-end rate (RATEFOR).
      * Each company (legal entity, see
      * COMPADD) is accrued in turn, a
      * project belonging to the company on
      * its record. The accrual is written
      * in GLEXPORT journal format, in the
      * company's base currency, to
      * ACCRUAL_JOURNAL.TXT for the main
      * company and
      * ACCRUAL_JOURNAL_<company>.TXT for
      * the others, dated the last day of
      * the month, as a debit and credit
      * pair from the company's GL account
      * map under category ACCR (department
      * from the project, falling back to
      * the mapping with a blank
      * department); the automatic
      * reversal, debit and credit swapped
      * and dated the first day of the next
      * month, is written to
      * ACCRUAL_REVERSAL.TXT (or
      * ACCRUAL_REVERSAL_<company>.TXT).
      * Every journal carries its own
      * control totals. What was accrued is
      * listed per company, project and
      * supplier in ACCRUAL_REPORT.TXT, in
      * NOK, with any commitment lacking a
      * GL mapping marked and left out of
      * the journal.
      * Nothing is flagged, so the run can
      * be repeated until the month is
      * closed; a closed month (per
      * PERIODOK) is not accrued. No
      * operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCCOMMIT.COB".
           COPY "FCGLMAP.COB".
           COPY "FCCATEG.COB".
           COPY "FCACRCUT.COB".
           SELECT JOURNAL-FILE ASSIGN TO JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSAL-FILE ASSIGN TO REVERSAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "ACCRUAL_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDCOMMIT.COB".
           COPY "FDGLMAP.COB".
           COPY "FDCATEG.COB".
           COPY "FDACRCUT.COB".

       FD  JOURNAL-FILE
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-LINE             PIC X(120).

       FD  REVERSAL-FILE
               LABEL RECORDS ARE STANDARD.
       01  REVERSAL-LINE            PIC X(120).

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  COMMIT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  GLMAP-FILE-STATUS        PIC XX      VALUE SPACE.
       77  GLMAP-OPEN-SW            PIC X       VALUE "N".
       77  COMMIT-OPEN-SW           PIC X       VALUE "N".
       77  CATEG-FILE-STATUS        PIC XX      VALUE SPACE.
       77  ACRCUT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  ACCRUAL-CATEGORY         PIC X(4)    VALUE "ACCR".
       77  JOURNAL-FILE-NAME        PIC X(30)   VALUE SPACE.
       77  REVERSAL-FILE-NAME       PIC X(30)   VALUE SPACE.
       77  COMPANY-START-ACCRUED    PIC 9(5)    VALUE ZERO.
       77  COMPANY-ACCRUED-COUNT    PIC 9(5)    VALUE ZERO.
       77  POSTING-AMOUNT           PIC S9(12)V99 VALUE ZERO.
       77  REPORT-YEAR              PIC 9(4)    VALUE ZERO.
       77  REPORT-MONTH             PIC 9(2)    VALUE ZERO.
       77  REPORT-PERIOD            PIC 9(6)    VALUE ZERO.
       77  MONTH-END-NUM            PIC 9(8)    VALUE ZERO.
       77  NEXT-MONTH-NUM           PIC 9(8)    VALUE ZERO.
       77  PERIOD-OPEN-ANSWER       PIC X       VALUE "Y".
       77  OPEN-AMOUNT              PIC S9(10)V99 VALUE ZERO.
       77  COMMIT-RATE              PIC 9(5)V9(4) VALUE 1.
       77  POSTING-NOK              PIC S9(12)V99 VALUE ZERO.
       77  PROJECT-NOK              PIC S9(13)V99 VALUE ZERO.
       77  DEBIT-TOTAL              PIC S9(13)V99 VALUE ZERO.
       77  CREDIT-TOTAL             PIC S9(13)V99 VALUE ZERO.
       77  GRAND-NOK                PIC S9(13)V99 VALUE ZERO.
       77  LAST-PROJECT-NUMBER      PIC X(80)   VALUE SPACE.
       77  ACCRUED-COUNT            PIC 9(5)    VALUE ZERO.
       77  EXCLUDED-COUNT           PIC 9(5)    VALUE ZERO.
       77  EXCEPTION-COUNT          PIC 9(5)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.

       01  COMMIT-FILE-SW           PIC X       VALUE "N".
           88  COMMIT-FILE-AT-END               VALUE "Y".
       01  MAP-FOUND-SW             PIC X       VALUE "N".
           88  MAP-FOUND                        VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).

       01  SUPPLIER-TABLE.
           05  SUPPLIER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON SUPPLIER-COUNT
                   INDEXED BY SUPPLIER-IDX.
               10  AS-SUPPLIER-CODE PIC X(10).
               10  AS-SUPPLIER-NAME PIC X(30).
               10  AS-COUNT         PIC 9(5).
               10  AS-NOK           PIC S9(13)V99.
       77  SUPPLIER-COUNT           PIC 9(4)    VALUE ZERO.

       01  JOURNAL-DETAIL.
           05  JD-ACCOUNT     PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  JD-DC          PIC X(2).
           05  FILLER         PIC X      VALUE SPACE.
           05  JD-AMOUNT      PIC Z(11)9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  JD-SOURCE      PIC X(60).

       01  CONTROL-TOTAL-LINE.
           05  FILLER         PIC X(16)  VALUE "CONTROL  debit ".
           05  CT-DEBIT       PIC Z(12)9.99-.
           05  FILLER         PIC X(9)   VALUE "  credit ".
           05  CT-CREDIT      PIC Z(12)9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  CT-CURRENCY    PIC X(3).

       01  HEADER-LINE.
           05  FILLER         PIC X(41)
               VALUE "Handle Project - Month-end accruals for ".
           05  HL-PERIOD      PIC 9(6).
           05  FILLER         PIC X(16)  VALUE ", reversed on ".
           05  HL-REVERSAL    PIC 9(8).

       01  CLOSED-LINE.
           05  FILLER         PIC X(46)
               VALUE "Accounting period is closed, nothing accrued.".

       01  COMPANY-LINE.
           05  FILLER         PIC X(9)      VALUE "Company: ".
           05  YL-CODE        PIC X(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  YL-NAME        PIC X(30).

       01  PROJECT-HEADER.
           05  FILLER         PIC X(9)      VALUE "PROJECT: ".
           05  PH-NUMBER      PIC X(40).
           05  FILLER         PIC X(7)      VALUE " DEPT: ".
           05  PH-DEPT-CODE   PIC X(10).

       01  DETAIL-LINE.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  DL-PO-REF      PIC X(15).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-SUPPLIER-CODE PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-SUPPLIER    PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-EXPECTED    PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-OPEN-AMOUNT PIC Z(9)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-NOK         PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-MAP-NOTE    PIC X(13).

       01  PROJECT-TOTAL-LINE.
           05  FILLER         PIC X(80)     VALUE "  Project total NOK".
           05  PT-NOK         PIC Z(11)9.99-.

       01  SUPPLIER-HEADING.
           05  FILLER         PIC X(20)
               VALUE "ACCRUED BY SUPPLIER".

       01  SUPPLIER-LINE.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  SL-SUPPLIER-CODE PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  SL-SUPPLIER    PIC X(30).
           05  FILLER         PIC X         VALUE SPACE.
           05  SL-COUNT       PIC Z(4)9.
           05  FILLER         PIC X(31)     VALUE " commitment(s)".
           05  SL-NOK         PIC Z(11)9.99-.

       01  GRAND-TOTAL-LINE.
           05  FILLER         PIC X(80)     VALUE "Total accrued NOK".
           05  GT-NOK         PIC Z(11)9.99-.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "ACCRUAL".
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
       CALL "PERIODOK" USING REPORT-PERIOD PERIOD-OPEN-ANSWER.
       IF PERIOD-OPEN-ANSWER = "N"
           WRITE PRINT-LINE FROM CLOSED-LINE.
       MOVE "F" TO YQ-FUNCTION.
       CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.
       PERFORM ACCRUE-ONE-COMPANY
           UNTIL YQ-END = "Y".
       IF PERIOD-OPEN-ANSWER = "N"
           DISPLAY "Period " REPORT-PERIOD
               " is closed, no accruals written."
       ELSE
           PERFORM WRITE-SUPPLIER-SECTION
           MOVE GRAND-NOK TO GT-NOK
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE
           DISPLAY "Accrued " ACCRUED-COUNT " commitment(s) for "
               REPORT-PERIOD ", " EXCLUDED-COUNT " excluded, "
               EXCEPTION-COUNT " unmapped, see ACCRUAL_REPORT.TXT."
           IF DROPPED-COUNT NOT = ZERO
               DISPLAY "Warning: supplier table full, "
                   DROPPED-COUNT " commitment(s) not in the "
                   "supplier summary.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           PERFORM SET-REPORT-MONTH.
           PERFORM CHECK-ACCRUAL-CATEGORY.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT COMMITMENT-FILE.
           IF COMMIT-FILE-STATUS = "00"
               MOVE "Y" TO COMMIT-OPEN-SW.
           OPEN INPUT GL-MAP-FILE.
           IF GLMAP-FILE-STATUS = "00"
               MOVE "Y" TO GLMAP-OPEN-SW.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZERO TO SUPPLIER-COUNT.
           MOVE REPORT-PERIOD TO HL-PERIOD.
           MOVE NEXT-MONTH-NUM TO HL-REVERSAL.
           WRITE PRINT-LINE FROM HEADER-LINE.

       ACCRUE-ONE-COMPANY.
           MOVE SPACE TO JOURNAL-FILE-NAME.
           STRING "ACCRUAL_JOURNAL" DELIMITED BY SIZE
               YQ-FILE-SUFFIX DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME.
           MOVE SPACE TO REVERSAL-FILE-NAME.
           STRING "ACCRUAL_REVERSAL" DELIMITED BY SIZE
               YQ-FILE-SUFFIX DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO REVERSAL-FILE-NAME.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT REVERSAL-FILE.
           MOVE ZERO TO DEBIT-TOTAL.
           MOVE ZERO TO CREDIT-TOTAL.
           MOVE ACCRUED-COUNT TO COMPANY-START-ACCRUED.
           MOVE SPACE TO LAST-PROJECT-NUMBER.
           IF PERIOD-OPEN-ANSWER NOT = "N"
               MOVE SPACE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE YQ-COMPANY-CODE TO YL-CODE
               MOVE YQ-COMPANY-NAME TO YL-NAME
               WRITE PRINT-LINE FROM COMPANY-LINE
               PERFORM START-COMMITMENT-FILE
               PERFORM ACCRUE-ONE-COMMITMENT
                   UNTIL COMMIT-FILE-AT-END
               IF LAST-PROJECT-NUMBER NOT = SPACE
                   PERFORM WRITE-PROJECT-TOTAL.
           MOVE DEBIT-TOTAL TO CT-DEBIT.
           MOVE CREDIT-TOTAL TO CT-CREDIT.
           MOVE YQ-BASE-CURRENCY TO CT-CURRENCY.
           WRITE JOURNAL-LINE FROM CONTROL-TOTAL-LINE.
           WRITE REVERSAL-LINE FROM CONTROL-TOTAL-LINE.
           CLOSE JOURNAL-FILE.
           CLOSE REVERSAL-FILE.
           COMPUTE COMPANY-ACCRUED-COUNT =
               ACCRUED-COUNT - COMPANY-START-ACCRUED.
           DISPLAY "Accrued " COMPANY-ACCRUED-COUNT
               " commitment(s) to " JOURNAL-FILE-NAME.
           MOVE "N" TO YQ-FUNCTION.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.

       START-COMMITMENT-FILE.
           SET COMMIT-FILE-AT-END TO TRUE.
           IF COMMIT-OPEN-SW = "Y"
               MOVE "N" TO COMMIT-FILE-SW
               MOVE LOW-VALUE TO CM-KEY
               START COMMITMENT-FILE KEY IS NOT LESS THAN CM-KEY
                   INVALID KEY SET COMMIT-FILE-AT-END TO TRUE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           IF COMMIT-OPEN-SW = "Y"
               CLOSE COMMITMENT-FILE.
           IF GLMAP-OPEN-SW = "Y"
               CLOSE GL-MAP-FILE.
           CLOSE PRINT-FILE.

       SET-REPORT-MONTH.
           MOVE ZERO TO REPORT-PERIOD.
           OPEN INPUT ACRCUT-FILE.
           IF ACRCUT-FILE-STATUS = "00"
               READ ACRCUT-FILE INTO REPORT-PERIOD
                   AT END MOVE ZERO TO REPORT-PERIOD
               END-READ
               CLOSE ACRCUT-FILE.
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
                   REPORT-YEAR * 100 + REPORT-MONTH
           ELSE
               COMPUTE REPORT-YEAR = REPORT-PERIOD / 100
               COMPUTE REPORT-MONTH =
                   FUNCTION REM (REPORT-PERIOD, 100).
           IF REPORT-MONTH = 12
               COMPUTE NEXT-MONTH-NUM =
                   (REPORT-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-NUM = REPORT-PERIOD * 100 + 101.
           COMPUTE MONTH-END-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (NEXT-MONTH-NUM) - 1).

       CHECK-ACCRUAL-CATEGORY.
           OPEN I-O CATEGORY-FILE.
           IF CATEG-FILE-STATUS = "35"
               OPEN OUTPUT CATEGORY-FILE
               CLOSE CATEGORY-FILE
               OPEN I-O CATEGORY-FILE.
           MOVE ACCRUAL-CATEGORY TO CG-CODE.
           READ CATEGORY-FILE
               INVALID KEY
                   MOVE ACCRUAL-CATEGORY TO CG-CODE
                   MOVE "Month-end accrual" TO CG-NAME
                   SET CG-OPEX TO TRUE
                   WRITE CATEGORY-RECORD
                       INVALID KEY
                           MOVE "CHECK-ACCRUAL-CATEGORY" TO EQ-PARAGRAPH
                           MOVE "CATEGORY-FILE" TO EQ-FILE
                           MOVE CG-CODE TO EQ-KEY
                           MOVE CATEG-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-WRITE.
           CLOSE CATEGORY-FILE.

       ACCRUE-ONE-COMMITMENT.
           READ COMMITMENT-FILE NEXT
               AT END SET COMMIT-FILE-AT-END TO TRUE.
           IF NOT COMMIT-FILE-AT-END
              AND CM-OPEN
              AND CM-EXPECTED-DATE NOT = ZERO
              AND CM-EXPECTED-DATE NOT > MONTH-END-NUM
              AND CM-AMOUNT > CM-LIQUIDATED-AMT
               MOVE CM-NUMBER TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY
                       MOVE SPACE TO PR-DEPT-CODE
                       MOVE SPACE TO PR-COMPANY-CODE
               END-READ
               IF PR-COMPANY-CODE = YQ-COMPANY-CODE
                   PERFORM ACCRUE-COMPANY-COMMITMENT.

       ACCRUE-COMPANY-COMMITMENT.
           IF CM-NO-ACCRUAL
               ADD 1 TO EXCLUDED-COUNT
           ELSE
               PERFORM ACCRUE-COMMITMENT.

       ACCRUE-COMMITMENT.
           IF CM-NUMBER NOT = LAST-PROJECT-NUMBER
               PERFORM START-NEW-PROJECT.
           COMPUTE OPEN-AMOUNT = CM-AMOUNT - CM-LIQUIDATED-AMT.
           MOVE 1 TO COMMIT-RATE.
           IF CM-CURRENCY NOT = "NOK"
              AND CM-CURRENCY NOT = SPACE
               CALL "RATEFOR" USING COMMIT-RATE
                                    CM-CURRENCY
                                    MONTH-END-NUM.
           COMPUTE POSTING-NOK ROUNDED = OPEN-AMOUNT * COMMIT-RATE.
           PERFORM LOOK-UP-GL-MAPPING.
           MOVE CM-PO-REF TO DL-PO-REF.
           MOVE CM-SUPPLIER-CODE TO DL-SUPPLIER-CODE.
           MOVE CM-SUPPLIER TO DL-SUPPLIER.
           MOVE CM-EXPECTED-DATE TO DL-EXPECTED.
           MOVE OPEN-AMOUNT TO DL-OPEN-AMOUNT.
           MOVE CM-CURRENCY TO DL-CURRENCY.
           MOVE POSTING-NOK TO DL-NOK.
           IF MAP-FOUND
               MOVE SPACE TO DL-MAP-NOTE
               ADD 1 TO ACCRUED-COUNT
               ADD POSTING-NOK TO PROJECT-NOK
               ADD POSTING-NOK TO GRAND-NOK
               PERFORM ADD-TO-SUPPLIER
               PERFORM WRITE-ACCRUAL-PAIRS
           ELSE
               MOVE "NO GL MAPPING" TO DL-MAP-NOTE
               ADD 1 TO EXCEPTION-COUNT.
           WRITE PRINT-LINE FROM DETAIL-LINE.

       START-NEW-PROJECT.
           IF LAST-PROJECT-NUMBER NOT = SPACE
               PERFORM WRITE-PROJECT-TOTAL.
           MOVE CM-NUMBER TO LAST-PROJECT-NUMBER.
           MOVE ZERO TO PROJECT-NOK.
           MOVE CM-NUMBER TO PH-NUMBER.
           MOVE PR-DEPT-CODE TO PH-DEPT-CODE.
           WRITE PRINT-LINE FROM PROJECT-HEADER.

       WRITE-PROJECT-TOTAL.
           MOVE PROJECT-NOK TO PT-NOK.
           WRITE PRINT-LINE FROM PROJECT-TOTAL-LINE.

       ADD-TO-SUPPLIER.
           SET SUPPLIER-IDX TO 1.
           SEARCH SUPPLIER-ENTRY
               AT END
                   PERFORM ADD-NEW-SUPPLIER
               WHEN AS-SUPPLIER-CODE (SUPPLIER-IDX) = CM-SUPPLIER-CODE
                   CONTINUE.
           IF SUPPLIER-IDX NOT = ZERO
               ADD 1 TO AS-COUNT (SUPPLIER-IDX)
               ADD POSTING-NOK TO AS-NOK (SUPPLIER-IDX).

       ADD-NEW-SUPPLIER.
           IF SUPPLIER-COUNT < 500
               ADD 1 TO SUPPLIER-COUNT
               SET SUPPLIER-IDX TO SUPPLIER-COUNT
               MOVE CM-SUPPLIER-CODE TO AS-SUPPLIER-CODE (SUPPLIER-IDX)
               MOVE CM-SUPPLIER TO AS-SUPPLIER-NAME (SUPPLIER-IDX)
               MOVE ZERO TO AS-COUNT (SUPPLIER-IDX)
               MOVE ZERO TO AS-NOK (SUPPLIER-IDX)
           ELSE
               ADD 1 TO DROPPED-COUNT
               SET SUPPLIER-IDX TO ZERO.

       WRITE-SUPPLIER-SECTION.
           WRITE PRINT-LINE FROM SUPPLIER-HEADING.
           PERFORM WRITE-ONE-SUPPLIER
               VARYING SUPPLIER-IDX FROM 1 BY 1
               UNTIL SUPPLIER-IDX > SUPPLIER-COUNT.

       WRITE-ONE-SUPPLIER.
           MOVE AS-SUPPLIER-CODE (SUPPLIER-IDX) TO SL-SUPPLIER-CODE.
           MOVE AS-SUPPLIER-NAME (SUPPLIER-IDX) TO SL-SUPPLIER.
           MOVE AS-COUNT (SUPPLIER-IDX) TO SL-COUNT.
           MOVE AS-NOK (SUPPLIER-IDX) TO SL-NOK.
           WRITE PRINT-LINE FROM SUPPLIER-LINE.

       LOOK-UP-GL-MAPPING.
           MOVE "N" TO MAP-FOUND-SW.
           IF GLMAP-OPEN-SW = "Y"
               MOVE PR-COMPANY-CODE TO GM-COMPANY-CODE
               MOVE PR-DEPT-CODE TO GM-DEPT-CODE
               MOVE ACCRUAL-CATEGORY TO GM-CATEGORY
               READ GL-MAP-FILE
                   INVALID KEY
                       PERFORM LOOK-UP-FALLBACK-MAPPING
                   NOT INVALID KEY
                       SET MAP-FOUND TO TRUE.

       LOOK-UP-FALLBACK-MAPPING.
           MOVE PR-COMPANY-CODE TO GM-COMPANY-CODE.
           MOVE SPACE TO GM-DEPT-CODE.
           MOVE ACCRUAL-CATEGORY TO GM-CATEGORY.
           READ GL-MAP-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET MAP-FOUND TO TRUE.

       WRITE-ACCRUAL-PAIRS.
           MOVE SPACE TO JD-SOURCE.
           STRING "ACCRUAL " DELIMITED BY SIZE
               MONTH-END-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-PO-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-NUMBER (1:28) DELIMITED BY SIZE
               INTO JD-SOURCE
           END-STRING.
           COMPUTE POSTING-AMOUNT ROUNDED = POSTING-NOK / YQ-BASE-RATE.
           MOVE POSTING-AMOUNT TO JD-AMOUNT.
           MOVE GM-DEBIT-ACCT TO JD-ACCOUNT.
           MOVE "DR" TO JD-DC.
           WRITE JOURNAL-LINE FROM JOURNAL-DETAIL.
           MOVE GM-CREDIT-ACCT TO JD-ACCOUNT.
           MOVE "CR" TO JD-DC.
           WRITE JOURNAL-LINE FROM JOURNAL-DETAIL.
           ADD POSTING-AMOUNT TO DEBIT-TOTAL.
           ADD POSTING-AMOUNT TO CREDIT-TOTAL.
           MOVE SPACE TO JD-SOURCE.
           STRING "REVERSAL " DELIMITED BY SIZE
               NEXT-MONTH-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-PO-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-NUMBER (1:27) DELIMITED BY SIZE
               INTO JD-SOURCE
           END-STRING.
           MOVE GM-CREDIT-ACCT TO JD-ACCOUNT.
           MOVE "DR" TO JD-DC.
           WRITE REVERSAL-LINE FROM JOURNAL-DETAIL.
           MOVE GM-DEBIT-ACCT TO JD-ACCOUNT.
           MOVE "CR" TO JD-DC.
           WRITE REVERSAL-LINE FROM JOURNAL-DETAIL.
