      * PROJINV honours (payment
      * terms, consolidation
      * mode, minimum invoice
      * amount, billing hold) and
      * the credit limit that
      * PROJADD, PROPADD and
      * PROJINV check exposure
      * against (see CREDEXPO).
      * Each customer belongs to
      * one company (blank for
      * the main company), which
      * invoices it; only
      * customers of companies
      * the operator may use can
      * be maintained.
      * The customer code
      * on a project is validated
      * against this master.
       77  ACCEPT-CONSOL        PIC X          VALUE SPACE.
       77  ACCEPT-MIN-AMOUNT    PIC S9(7)V99   VALUE ZERO.
       77  ACCEPT-HOLD          PIC X          VALUE SPACE.
       77  ACCEPT-CREDIT-LIMIT  PIC S9(10)V99  VALUE ZERO.
       77  ACCEPT-COMPANY       PIC X(4)       VALUE SPACE.
       77  TAX-FILE-STATUS      PIC XX         VALUE SPACE.
       77  TAX-OPEN-SW          PIC X          VALUE "N".
       01  VALID-DATA-SW        PIC X          VALUE "N".
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "CUSTADD".
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
                       PERFORM GET-CUSTOMER-INFO
                       PERFORM WRITE-NEW-CUSTOMER
                   NOT INVALID KEY
                       MOVE "K" TO YQ-FUNCTION
                       MOVE CU-COMPANY-CODE TO YQ-COMPANY-CODE
                       CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST
                       IF YQ-ALLOWED NOT = "Y"
                           DISPLAY "Customer belongs to company "
                               CU-COMPANY-CODE
                               ", which you may not use."
                       ELSE
                           PERFORM SHOW-CURRENT-CUSTOMER
                           PERFORM GET-CUSTOMER-INFO
                           PERFORM REWRITE-CUSTOMER.

       SHOW-CURRENT-CUSTOMER.
           DISPLAY "Current name:    " CU-NAME.
           DISPLAY "Consolidation:   " CU-CONSOL-FLAG.
           DISPLAY "Minimum (NOK):   " CU-MIN-AMOUNT.
           DISPLAY "Billing hold:    " CU-HOLD-FLAG.
           DISPLAY "Credit limit:    " CU-CREDIT-LIMIT.
           DISPLAY "Company:         " CU-COMPANY-CODE.

       GET-CUSTOMER-INFO.
           DISPLAY "Enter customer name:".
           PERFORM GET-CUSTOMER-TAX-CODE
               UNTIL VALID-DATA.
           PERFORM GET-BILLING-RULES.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-CUSTOMER-COMPANY
               UNTIL VALID-DATA.

       GET-CUSTOMER-COMPANY.
           DISPLAY "Enter company code of the company that".
           DISPLAY "invoices this customer:".
           DISPLAY "(Blank is the main company)".
           ACCEPT ACCEPT-COMPANY.
           IF ACCEPT-COMPANY = LOW-VALUE
               MOVE SPACE TO ACCEPT-COMPANY.
           MOVE "K" TO YQ-FUNCTION.
           MOVE ACCEPT-COMPANY TO YQ-COMPANY-CODE.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.
           IF YQ-ALLOWED = "Y"
               SET VALID-DATA TO TRUE
           ELSE
               DISPLAY "Unknown company code, or not one you"
               DISPLAY "may use ... try again.".

       GET-BILLING-RULES.
           DISPLAY "Enter payment terms in days:".
           ACCEPT ACCEPT-HOLD.
           IF ACCEPT-HOLD NOT = "Y"
               MOVE "N" TO ACCEPT-HOLD.
           DISPLAY "Enter credit limit in NOK".
           DISPLAY "(0 means no limit):".
           ACCEPT ACCEPT-CREDIT-LIMIT.

       GET-CUSTOMER-TAX-CODE.
           DISPLAY "Enter default tax code:".
           MOVE ACCEPT-CONSOL TO CU-CONSOL-FLAG.
           MOVE ACCEPT-MIN-AMOUNT TO CU-MIN-AMOUNT.
           MOVE ACCEPT-HOLD TO CU-HOLD-FLAG.
           MOVE ACCEPT-CREDIT-LIMIT TO CU-CREDIT-LIMIT.
           MOVE ACCEPT-COMPANY TO CU-COMPANY-CODE.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Error adding customer"
                   MOVE "WRITE-NEW-CUSTOMER" TO EQ-PARAGRAPH
                   MOVE "CUSTOMER-FILE" TO EQ-FILE
                   MOVE CU-CODE TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Customer added.".

       REWRITE-CUSTOMER.
           MOVE ACCEPT-CONSOL TO CU-CONSOL-FLAG.
           MOVE ACCEPT-MIN-AMOUNT TO CU-MIN-AMOUNT.
           MOVE ACCEPT-HOLD TO CU-HOLD-FLAG.
           MOVE ACCEPT-CREDIT-LIMIT TO CU-CREDIT-LIMIT.
           MOVE ACCEPT-COMPANY TO CU-COMPANY-CODE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Error updating customer"
                   MOVE "REWRITE-CUSTOMER" TO EQ-PARAGRAPH
                   MOVE "CUSTOMER-FILE" TO EQ-FILE
                   MOVE CU-CODE TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Customer updated.".
