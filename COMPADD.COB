       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPADD.

      ****************************
      * Program maintains the
      * company master file
      * (COMPANY-FILE): the legal
      * entities run in this
      * installation, each with
      * its name, VAT number,
      * bank account, base
      * currency and the first
      * number of its invoice
      * number range. The main
      * company has a blank code
      * (enter * to maintain it).
      * Customers and so their
      * projects and invoices
      * belong to one company;
      * each company numbers its
      * invoices from its own
      * counter, keeps its own GL
      * account map and gets its
      * own invoicing, journal,
      * VAT and receivables
      * outputs. The number
      * ranges must not overlap,
      * as invoice numbers are
      * unique in the register.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCCOMP.COB".
           COPY "FCEXCHRT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCOMP.COB".
           COPY "FDEXCHRT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-CODE          PIC X(4)       VALUE SPACE.
       77  ACCEPT-NAME          PIC X(30)      VALUE SPACE.
       77  ACCEPT-VAT-NO        PIC X(20)      VALUE SPACE.
       77  ACCEPT-BANK-ACCOUNT  PIC X(20)      VALUE SPACE.
       77  ACCEPT-CURRENCY      PIC X(3)       VALUE SPACE.
       77  ACCEPT-FIRST-NO      PIC 9(6)       VALUE ZERO.
       77  COMPANY-FILE-STATUS  PIC XX         VALUE SPACE.
       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "COMPADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM MAINTAIN-COMPANY
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O COMPANY-FILE.
           IF COMPANY-FILE-STATUS = "35"
               OPEN OUTPUT COMPANY-FILE
               CLOSE COMPANY-FILE
               OPEN I-O COMPANY-FILE.
           OPEN INPUT EXCHANGE-RATE-FILE.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE COMPANY-FILE.
           CLOSE EXCHANGE-RATE-FILE.

       MAINTAIN-COMPANY.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*     Maintain companies      *".
           DISPLAY "********************************".
           DISPLAY "Enter company code (e.g. SIS1):".
           DISPLAY "(* for the main company,".
           DISPLAY "enter -1 to return to main menu)".
           ACCEPT ACCEPT-CODE.
           IF ACCEPT-CODE = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               IF ACCEPT-CODE = SPACE OR ACCEPT-CODE = LOW-VALUE
                   DISPLAY "Company code is needed ... try again."
               ELSE
                   IF ACCEPT-CODE = "*"
                       MOVE SPACE TO ACCEPT-CODE
                   END-IF
                   MOVE ACCEPT-CODE TO CY-CODE
                   READ COMPANY-FILE
                       INVALID KEY
                           PERFORM GET-COMPANY-INFO
                           PERFORM WRITE-NEW-COMPANY
                       NOT INVALID KEY
                           PERFORM SHOW-CURRENT-COMPANY
                           PERFORM GET-COMPANY-INFO
                           PERFORM REWRITE-COMPANY.

       SHOW-CURRENT-COMPANY.
           DISPLAY "Current name:       " CY-NAME.
           DISPLAY "VAT number:         " CY-VAT-NO.
           DISPLAY "Bank account:       " CY-BANK-ACCOUNT.
           DISPLAY "Base currency:      " CY-BASE-CURRENCY.
           DISPLAY "First invoice no.:  " CY-FIRST-INVOICE-NO.

       GET-COMPANY-INFO.
           DISPLAY "Enter company name:".
           ACCEPT ACCEPT-NAME.
           DISPLAY "Enter VAT number:".
           ACCEPT ACCEPT-VAT-NO.
           DISPLAY "Enter bank account:".
           ACCEPT ACCEPT-BANK-ACCOUNT.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-BASE-CURRENCY
               UNTIL VALID-DATA.
           DISPLAY "Enter first invoice number of the".
           DISPLAY "company's number range (0 starts at 1):".
           ACCEPT ACCEPT-FIRST-NO.

       GET-BASE-CURRENCY.
           DISPLAY "Enter base currency (blank is NOK):".
           ACCEPT ACCEPT-CURRENCY.
           IF ACCEPT-CURRENCY = SPACE OR ACCEPT-CURRENCY = LOW-VALUE
               MOVE "NOK" TO ACCEPT-CURRENCY.
           IF ACCEPT-CURRENCY = "NOK"
               SET VALID-DATA TO TRUE
           ELSE
               MOVE ACCEPT-CURRENCY TO XR-CODE
               READ EXCHANGE-RATE-FILE
                   INVALID KEY
                       DISPLAY "No exchange rate for this currency"
                       DISPLAY " ... try again."
                   NOT INVALID KEY
                       SET VALID-DATA TO TRUE.

       WRITE-NEW-COMPANY.
           MOVE ACCEPT-CODE TO CY-CODE.
           MOVE ACCEPT-NAME TO CY-NAME.
           MOVE ACCEPT-VAT-NO TO CY-VAT-NO.
           MOVE ACCEPT-BANK-ACCOUNT TO CY-BANK-ACCOUNT.
           MOVE ACCEPT-CURRENCY TO CY-BASE-CURRENCY.
           MOVE ACCEPT-FIRST-NO TO CY-FIRST-INVOICE-NO.
           WRITE COMPANY-RECORD
               INVALID KEY
                   DISPLAY "Error adding company"
                   MOVE "WRITE-NEW-COMPANY" TO EQ-PARAGRAPH
                   MOVE "COMPANY-FILE" TO EQ-FILE
                   MOVE CY-CODE TO EQ-KEY
                   MOVE COMPANY-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Company added.".

       REWRITE-COMPANY.
           MOVE ACCEPT-NAME TO CY-NAME.
           MOVE ACCEPT-VAT-NO TO CY-VAT-NO.
           MOVE ACCEPT-BANK-ACCOUNT TO CY-BANK-ACCOUNT.
           MOVE ACCEPT-CURRENCY TO CY-BASE-CURRENCY.
           MOVE ACCEPT-FIRST-NO TO CY-FIRST-INVOICE-NO.
           REWRITE COMPANY-RECORD
               INVALID KEY
                   DISPLAY "Error updating company"
                   MOVE "REWRITE-COMPANY" TO EQ-PARAGRAPH
                   MOVE "COMPANY-FILE" TO EQ-FILE
                   MOVE CY-CODE TO EQ-KEY
                   MOVE COMPANY-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Company updated.".
