      * invoiced per calendar month of the
      * issue date, converted to NOK at the
      * stored exchange rate, with a grand
      * total at the end. Credit notes
      * from CREDNOTE carry negative
      * amounts and reverse the VAT in the
      * month they are issued. One summary
      * is written per company (legal
      * entity, see COMPADD), in the
      * company's base currency, to
      * TAX_SUMMARY.TXT for the main company
      * and TAX_SUMMARY_<company>.TXT for
      * the others. When there is more than
      * one company and the run may see
      * them all, a consolidated summary in
      * NOK is written to
      * TAX_SUMMARY_ALL.TXT. No operator
      * interaction.
      ****************************************

       FILE-CONTROL.
           COPY "FCINVREG.COB".
           COPY "FCEXCHRT.COB".
           SELECT PRINT-FILE ASSIGN TO PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77  INVREG-FILE-STATUS       PIC XX      VALUE SPACE.
       77  INVREG-OPEN-SW           PIC X       VALUE "N".
       77  PRINT-FILE-NAME          PIC X(30)   VALUE SPACE.
       77  INVOICE-COUNT            PIC 9(7)    VALUE ZERO.
       77  CREDIT-NOTE-COUNT        PIC 9(7)    VALUE ZERO.
       77  INVOICE-RATE             PIC 9(5)V9(4) VALUE 1.
       77  ISSUE-PERIOD             PIC 9(6)    VALUE ZERO.
       77  PERIOD-IDX               PIC 9(3)    VALUE ZERO.
       77  PERIOD-COUNT             PIC 9(3)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  NET-BASE                 PIC S9(12)V99 VALUE ZERO.
       77  TAX-BASE                 PIC S9(12)V99 VALUE ZERO.
       77  GROSS-BASE               PIC S9(12)V99 VALUE ZERO.

       01  INVREG-FILE-SW           PIC X       VALUE "N".
           88  INVREG-FILE-AT-END               VALUE "Y".
       01  PERIOD-KNOWN-SW          PIC X       VALUE "N".
           88  PERIOD-KNOWN                     VALUE "Y".
       01  ALL-COMPANIES-SW         PIC X       VALUE "N".
           88  ALL-COMPANIES                    VALUE "Y".

       01  PERIOD-TAX-TABLE.
           05  PERIOD-TAX-ENTRY OCCURS 120 TIMES.
           05  GT-GROSS             PIC S9(12)V99 VALUE ZERO.

       01  HEADER-LINE.
           05  FILLER         PIC X(40)
               VALUE "Handle Project - VAT summary by period (".
           05  HL-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE ")".

       01  COMPANY-LINE.
           05  FILLER         PIC X(9)      VALUE "Company: ".
           05  CL-CODE        PIC X(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  CL-NAME        PIC X(30).

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(6)      VALUE "PERIOD".
               VALUE "Invoices summarized:".
           05  SL-COUNT       PIC Z(6)9.

       01  CREDIT-SUMMARY-LINE.
           05  FILLER         PIC X(26)
               VALUE "  of which credit notes:".
           05  CS-COUNT       PIC Z(6)9.

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

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "TAXRPT".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM REPORT-ONE-COMPANY
           UNTIL YQ-END = "Y".
       IF YQ-CONSOLIDATED = "Y"
          AND YQ-COMPANY-COUNT > 1
           PERFORM REPORT-ALL-COMPANIES.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.
       INIT-PROGRAM.
           OPEN INPUT INVOICE-REGISTER-FILE.
           IF INVREG-FILE-STATUS NOT = "00"
              AND INVREG-FILE-STATUS NOT = "35"
               MOVE "INIT-PROGRAM" TO EQ-PARAGRAPH
               MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
               MOVE SPACE TO EQ-KEY
               MOVE INVREG-FILE-STATUS TO EQ-STATUS
               CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF INVREG-FILE-STATUS = "00"
               MOVE "Y" TO INVREG-OPEN-SW.
           OPEN INPUT EXCHANGE-RATE-FILE.
           MOVE "N" TO ALL-COMPANIES-SW.
           MOVE "F" TO YQ-FUNCTION.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.

       PROGRAM-CLEANUP.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE EXCHANGE-RATE-FILE.

       REPORT-ONE-COMPANY.
           MOVE SPACE TO PRINT-FILE-NAME.
           STRING "TAX_SUMMARY" DELIMITED BY SIZE
               YQ-FILE-SUFFIX DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO PRINT-FILE-NAME.
           MOVE YQ-COMPANY-CODE TO CL-CODE.
           MOVE YQ-COMPANY-NAME TO CL-NAME.
           PERFORM PRODUCE-TAX-SUMMARY.
           MOVE "N" TO YQ-FUNCTION.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.

       REPORT-ALL-COMPANIES.
           SET ALL-COMPANIES TO TRUE.
           MOVE "TAX_SUMMARY_ALL.TXT" TO PRINT-FILE-NAME.
           MOVE "NOK" TO YQ-BASE-CURRENCY.
           MOVE 1 TO YQ-BASE-RATE.
           MOVE "ALL" TO CL-CODE.
           MOVE "All companies" TO CL-NAME.
           PERFORM PRODUCE-TAX-SUMMARY.

       PRODUCE-TAX-SUMMARY.
           MOVE ZERO TO INVOICE-COUNT.
           MOVE ZERO TO CREDIT-NOTE-COUNT.
           MOVE ZERO TO DROPPED-COUNT.
           MOVE ZERO TO PERIOD-COUNT.
           INITIALIZE PERIOD-TAX-TABLE.
           INITIALIZE GRAND-TOTALS.
           OPEN OUTPUT PRINT-FILE.
           MOVE YQ-BASE-CURRENCY TO HL-CURRENCY.
           WRITE PRINT-LINE FROM HEADER-LINE.
           WRITE PRINT-LINE FROM COMPANY-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.
           SET INVREG-FILE-AT-END TO TRUE.
           IF INVREG-OPEN-SW = "Y"
               MOVE "N" TO INVREG-FILE-SW
               MOVE ZERO TO IV-INVOICE-NO
               START INVOICE-REGISTER-FILE
                   KEY IS NOT LESS THAN IV-INVOICE-NO
                   INVALID KEY SET INVREG-FILE-AT-END TO TRUE.
           PERFORM SUMMARIZE-ONE-INVOICE
               UNTIL INVREG-FILE-AT-END.
           PERFORM WRITE-ONE-PERIOD-LINE
               VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT.
           PERFORM WRITE-GRAND-TOTAL.
           CLOSE PRINT-FILE.
           DISPLAY "Summarized " INVOICE-COUNT
               " invoice(s), see " PRINT-FILE-NAME.
           IF DROPPED-COUNT NOT = ZERO
               DISPLAY "Warning: period table full, " DROPPED-COUNT
                   " invoice(s) not summarized.".

       SUMMARIZE-ONE-INVOICE.
           READ INVOICE-REGISTER-FILE NEXT
               AT END SET INVREG-FILE-AT-END TO TRUE.
           IF NOT INVREG-FILE-AT-END
               IF ALL-COMPANIES
                  OR IV-COMPANY-CODE = YQ-COMPANY-CODE
                   PERFORM ADD-INVOICE-TO-PERIOD.

       ADD-INVOICE-TO-PERIOD.
           ADD 1 TO INVOICE-COUNT.
           IF IV-CREDIT-NOTE
               ADD 1 TO CREDIT-NOTE-COUNT.
           COMPUTE ISSUE-PERIOD = IV-ISSUE-DATE / 100.
           PERFORM LOOK-UP-INVOICE-RATE.
           COMPUTE NET-BASE ROUNDED =
               IV-AMOUNT * INVOICE-RATE / YQ-BASE-RATE.
           COMPUTE TAX-BASE ROUNDED =
               IV-TAX-AMOUNT * INVOICE-RATE / YQ-BASE-RATE.
           COMPUTE GROSS-BASE ROUNDED =
               IV-GROSS-AMOUNT * INVOICE-RATE / YQ-BASE-RATE.
           PERFORM FIND-PERIOD-SLOT.
           IF PERIOD-KNOWN
               ADD NET-BASE TO PT-NET (PERIOD-IDX)
               ADD TAX-BASE TO PT-TAX (PERIOD-IDX)
               ADD GROSS-BASE TO PT-GROSS (PERIOD-IDX)
               ADD NET-BASE TO GT-NET
               ADD TAX-BASE TO GT-TAX
               ADD GROSS-BASE TO GT-GROSS
           ELSE
               ADD 1 TO DROPPED-COUNT.

           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE INVOICE-COUNT TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE CREDIT-NOTE-COUNT TO CS-COUNT.
           WRITE PRINT-LINE FROM CREDIT-SUMMARY-LINE.
