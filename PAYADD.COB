      * paid one part-paid, so
      * the AGEDRECV report shows
      * only what is still owed.
      * Amounts credited through
      * CREDNOTE count towards
      * settling the invoice, and
      * payments can not be
      * recorded on a credit note.
      * Control is returned to
      * calling program.
      ****************************
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PAYADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           DISPLAY "Gross:       " SHOW-MONEY.
           MOVE IV-PAID-AMOUNT TO SHOW-MONEY.
           DISPLAY "Paid so far: " SHOW-MONEY.
           MOVE IV-CREDITED-AMOUNT TO SHOW-MONEY.
           DISPLAY "Credited:    " SHOW-MONEY.
           COMPUTE OUTSTANDING-AMOUNT = IV-GROSS-AMOUNT
               - IV-PAID-AMOUNT - IV-CREDITED-AMOUNT.
           MOVE OUTSTANDING-AMOUNT TO SHOW-MONEY.
           DISPLAY "Outstanding: " SHOW-MONEY.
           DISPLAY "Status:      " IV-STATUS-FLAG.

       GET-PAYMENT-INFO.
           IF IV-CREDIT-NOTE
               DISPLAY "Entry is a credit note, no payment recorded."
           ELSE
               IF IV-PAID
                   DISPLAY "Invoice is already fully paid."
               ELSE
                   PERFORM GET-PAYMENT-AMOUNT.

       GET-PAYMENT-AMOUNT.
           DISPLAY "Enter payment amount (in " IV-CURRENCY "):".
           ACCEPT ACCEPT-PAY-AMOUNT.
           IF ACCEPT-PAY-AMOUNT <= ZERO
               DISPLAY "Amount must be positive, nothing saved."
           ELSE
               DISPLAY "Enter payment date (YYYYMMDD):"
               ACCEPT ACCEPT-PAY-DATE
               PERFORM APPLY-PAYMENT.

       APPLY-PAYMENT.
           ADD ACCEPT-PAY-AMOUNT TO IV-PAID-AMOUNT.
           MOVE ACCEPT-PAY-DATE TO IV-PAID-DATE.
           IF IV-PAID-AMOUNT + IV-CREDITED-AMOUNT >= IV-GROSS-AMOUNT
               SET IV-PAID TO TRUE
           ELSE
               SET IV-PART-PAID TO TRUE.
           REWRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Error saving payment"
                   MOVE "APPLY-PAYMENT" TO EQ-PARAGRAPH
                   MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
                   MOVE IV-INVOICE-NO TO EQ-KEY
                   MOVE INVREG-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   IF IV-PAID
                       DISPLAY "Payment saved, invoice fully paid."
