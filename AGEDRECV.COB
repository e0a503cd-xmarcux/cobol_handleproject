      * receivables from the invoice register
      * (INVOICE-REGISTER-FILE): every open
      * or part-paid invoice's outstanding
      * amount (less anything credited by
      * CREDNOTE; credit notes themselves
      * are not aged), converted to NOK at the
      * stored exchange rate and aged by
      * days since the issue date into
      * current / 30 / 60 / 90+ buckets,
      * totalled per customer with a company
      * total at the end. One report is
      * written per company (legal entity,
      * see COMPADD), in the company's base
      * currency, to AGED_RECEIVABLES.TXT
      * for the main company and
      * AGED_RECEIVABLES_<company>.TXT for
      * the others. When there is more than
      * one company and the run may see
      * them all, a consolidated report in
      * NOK is written to
      * AGED_RECEIVABLES_ALL.TXT. No
      * operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
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
       77  OPEN-COUNT               PIC 9(7)    VALUE ZERO.
       77  OUTSTANDING-AMOUNT       PIC S9(12)V99 VALUE ZERO.
       77  OUTSTANDING-BASE         PIC S9(12)V99 VALUE ZERO.
       77  INVOICE-RATE             PIC 9(5)V9(4) VALUE 1.
       77  AGE-DAYS                 PIC S9(9)   VALUE ZERO.
       77  TODAY-INTEGER            PIC S9(9)   VALUE ZERO.
           88  INVREG-FILE-AT-END               VALUE "Y".
       01  CUSTOMER-KNOWN-SW        PIC X       VALUE "N".
           88  CUSTOMER-KNOWN                   VALUE "Y".
       01  ALL-COMPANIES-SW         PIC X       VALUE "N".
           88  ALL-COMPANIES                    VALUE "Y".

       01  CUSTOMER-AGE-TABLE.
           05  CUSTOMER-AGE-ENTRY OCCURS 200 TIMES.
           05  CO-BUCKET            PIC S9(12)V99 OCCURS 4 TIMES.

       01  HEADER-LINE.
           05  FILLER         PIC X(35)
               VALUE "Handle Project - Aged receivables (".
           05  HL-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE ")".

       01  COMPANY-LINE.
           05  FILLER         PIC X(9)      VALUE "Company: ".
           05  CP-CODE        PIC X(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  CP-NAME        PIC X(30).

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(10)     VALUE "CUSTOMER".
           05  FILLER         PIC X(23)
               VALUE " invoice(s) not listed.".

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
           05  EQ-PROGRAM      PIC X(8)       VALUE "AGEDRECV".
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
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (CURRENT-DATE-NUM).
           MOVE "N" TO ALL-COMPANIES-SW.
           MOVE "F" TO YQ-FUNCTION.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.

       PROGRAM-CLEANUP.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE EXCHANGE-RATE-FILE.

       REPORT-ONE-COMPANY.
           MOVE SPACE TO PRINT-FILE-NAME.
           STRING "AGED_RECEIVABLES" DELIMITED BY SIZE
               YQ-FILE-SUFFIX DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO PRINT-FILE-NAME.
           MOVE YQ-COMPANY-CODE TO CP-CODE.
           MOVE YQ-COMPANY-NAME TO CP-NAME.
           PERFORM PRODUCE-AGED-REPORT.
           MOVE "N" TO YQ-FUNCTION.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.

       REPORT-ALL-COMPANIES.
           SET ALL-COMPANIES TO TRUE.
           MOVE "AGED_RECEIVABLES_ALL.TXT" TO PRINT-FILE-NAME.
           MOVE "NOK" TO YQ-BASE-CURRENCY.
           MOVE 1 TO YQ-BASE-RATE.
           MOVE "ALL" TO CP-CODE.
           MOVE "All companies" TO CP-NAME.
           PERFORM PRODUCE-AGED-REPORT.

       PRODUCE-AGED-REPORT.
           MOVE ZERO TO OPEN-COUNT.
           MOVE ZERO TO DROPPED-COUNT.
           MOVE ZERO TO CUST-COUNT.
           INITIALIZE CUSTOMER-AGE-TABLE.
           INITIALIZE COMPANY-TOTALS.
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
           PERFORM AGE-ONE-INVOICE
               UNTIL INVREG-FILE-AT-END.
           PERFORM WRITE-ONE-CUSTOMER-LINE
               VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > CUST-COUNT.
           PERFORM WRITE-COMPANY-TOTAL.
           CLOSE PRINT-FILE.
           DISPLAY "Aged " OPEN-COUNT " open invoice(s), see "
               PRINT-FILE-NAME.

       AGE-ONE-INVOICE.
           READ INVOICE-REGISTER-FILE NEXT
               AT END SET INVREG-FILE-AT-END TO TRUE.
           IF NOT INVREG-FILE-AT-END
              AND NOT IV-PAID
              AND NOT IV-CREDIT-NOTE
               IF ALL-COMPANIES
                  OR IV-COMPANY-CODE = YQ-COMPANY-CODE
                   PERFORM BUCKET-ONE-INVOICE.

       BUCKET-ONE-INVOICE.
           ADD 1 TO OPEN-COUNT.
           COMPUTE OUTSTANDING-AMOUNT = IV-GROSS-AMOUNT
               - IV-PAID-AMOUNT - IV-CREDITED-AMOUNT.
           PERFORM LOOK-UP-INVOICE-RATE.
           COMPUTE OUTSTANDING-BASE ROUNDED =
               OUTSTANDING-AMOUNT * INVOICE-RATE / YQ-BASE-RATE.
           COMPUTE AGE-DAYS = TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE (IV-ISSUE-DATE).
           EVALUATE TRUE
           END-EVALUATE.
           PERFORM FIND-CUSTOMER-SLOT.
           IF CUSTOMER-KNOWN
               ADD OUTSTANDING-BASE
                   TO CA-BUCKET (CUST-IDX, BUCKET-IDX)
               ADD OUTSTANDING-BASE TO CO-BUCKET (BUCKET-IDX)
           ELSE
               ADD 1 TO DROPPED-COUNT.

