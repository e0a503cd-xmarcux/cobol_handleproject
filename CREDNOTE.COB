       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDNOTE.

      ****************************************
      * Program issues a credit note against
      * an invoice in the invoice register
      * (INVOICE-REGISTER-FILE), either for
      * the whole invoice or for selected
      * lines from the invoice item file
      * written by PROJINV. The credit note
      * takes the next number from the
      * counter of the invoice's company
      * (INVOICE.CTR for the main company,
      * INVOICE_<company>.CTR for the
      * others) and is recorded
      * in the register with negative net,
      * tax and gross amounts, so the VAT is
      * reversed in TAXRPT and GLEXPORT. The
      * credited amount is held against the
      * original invoice and reduces what
      * PAYADD and AGEDRECV show as owed.
      * Optionally the timesheet weeks, cost
      * lines and milestone billing schedule
      * lines behind the credited lines are
      * released for rebilling. The note
      * is written to CREDIT_NOTE_<no>.TXT.
      * Only invoices of a company the
      * operator may work with (see
      * COMPAUTH) can be credited.
      * Control is returned to calling
      * program.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCINVREG.COB".
           COPY "FCINVITM.COB".
           COPY "FCINVCTR.COB".
           COPY "FCTIMESHT.COB".
           COPY "FCCOSTLN.COB".
           COPY "FCBILSCH.COB".
           SELECT CREDIT-FILE ASSIGN TO CREDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDINVREG.COB".
           COPY "FDINVITM.COB".
           COPY "FDINVCTR.COB".
           COPY "FDTIMESHT.COB".
           COPY "FDCOSTLN.COB".
           COPY "FDBILSCH.COB".

       FD  CREDIT-FILE
               LABEL RECORDS ARE STANDARD.
       01  CREDIT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       77  ACCEPT-INVOICE-NO        PIC X(10)      VALUE SPACE.
       77  ACCEPT-ANSWER            PIC X          VALUE SPACE.
       77  ACCEPT-REASON            PIC X(40)      VALUE SPACE.
       77  CREDIT-FILE-NAME         PIC X(30)      VALUE SPACE.
       77  OUTSTANDING-AMOUNT       PIC S9(10)V99  VALUE ZERO.
       77  SHOW-MONEY               PIC Z(10)9.99- VALUE ZERO.
       77  INVREG-FILE-STATUS       PIC XX         VALUE SPACE.
       77  INVITM-FILE-STATUS       PIC XX         VALUE SPACE.
       77  INVCTR-FILE-STATUS       PIC XX         VALUE SPACE.
       77  INVCTR-FILE-NAME         PIC X(30)      VALUE "INVOICE.CTR".
       77  TIMESHT-FILE-STATUS      PIC XX         VALUE SPACE.
       77  COSTLN-FILE-STATUS       PIC XX         VALUE SPACE.
       77  TIMESHT-OPEN-SW          PIC X          VALUE "N".
       77  COSTLN-OPEN-SW           PIC X          VALUE "N".
       77  BILSCH-FILE-STATUS       PIC XX         VALUE SPACE.
       77  BILSCH-OPEN-SW           PIC X          VALUE "N".
       77  NEXT-INVOICE-NO          PIC 9(6)       VALUE ZERO.
       77  CREDIT-NOTE-NO           PIC 9(6)       VALUE ZERO.
       77  CREDIT-MODE              PIC X          VALUE "F".
       77  RELEASE-SW               PIC X          VALUE "N".
       77  ITEM-COUNT               PIC 9(4)       VALUE ZERO.
       77  OPEN-ITEM-COUNT          PIC 9(4)       VALUE ZERO.
       77  SELECTED-COUNT           PIC 9(4)       VALUE ZERO.
       77  SELECTED-IDX             PIC 9(4)       VALUE ZERO.
       77  CREDIT-ITEM-SEQ          PIC 9(4)       VALUE ZERO.
       77  RELEASED-COUNT           PIC 9(4)       VALUE ZERO.
       77  CREDIT-AMOUNT            PIC S9(10)V99  VALUE ZERO.
       77  CREDIT-TAX               PIC S9(10)V99  VALUE ZERO.
       77  CREDIT-GROSS             PIC S9(10)V99  VALUE ZERO.
       77  ORIG-INVOICE-NO          PIC 9(6)       VALUE ZERO.
       77  ORIG-CUSTOMER-CODE       PIC X(10)      VALUE SPACE.
       77  ORIG-COMPANY-CODE        PIC X(4)       VALUE SPACE.
       77  ORIG-NUMBER              PIC X(80)      VALUE SPACE.
       77  ORIG-CURRENCY            PIC X(3)       VALUE SPACE.
       77  ORIG-AMOUNT              PIC S9(10)V99  VALUE ZERO.
       77  ORIG-TAX-AMOUNT          PIC S9(10)V99  VALUE ZERO.
       77  ORIG-GROSS-AMOUNT        PIC S9(10)V99  VALUE ZERO.
       77  ORIG-CREDITED-AMOUNT     PIC S9(10)V99  VALUE ZERO.
       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  SWITCHES.
           05  CANCEL-ADD-SW        PIC X          VALUE "N".
               88  CANCEL-ADD                      VALUE "Y".
           05  ITEM-FILE-SW         PIC X          VALUE "N".
               88  ITEM-FILE-AT-END                VALUE "Y".
           05  CREDIT-OK-SW         PIC X          VALUE "N".
               88  CREDIT-OK                       VALUE "Y".

       01  SELECTED-ITEM-LIST.
           05  SELECTED-ITEM-SEQ    PIC 9(4)       OCCURS 500 TIMES.

       01  CREDIT-HEADER.
           05  FILLER         PIC X(12)     VALUE "CREDIT NOTE".
           05  CH-CREDIT-NO   PIC 9(6).
           05  FILLER         PIC X(13)     VALUE " for invoice ".
           05  CH-INVOICE-NO  PIC 9(6).
           05  FILLER         PIC X         VALUE SPACE.
           05  CH-CUSTOMER    PIC X(10).
           05  FILLER         PIC X(10)     VALUE " currency ".
           05  CH-CURRENCY    PIC X(3).
           05  FILLER         PIC X(6)      VALUE " date ".
           05  CH-DATE        PIC 9(8).

       01  CREDIT-REASON-LINE.
           05  FILLER         PIC X(8)      VALUE "Reason: ".
           05  CR-REASON      PIC X(40).
           05  FILLER         PIC X(12)     VALUE " issued by ".
           05  CR-OPERATOR    PIC X(10).

       01  CREDIT-DETAIL.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  CD-LINE-SEQ    PIC 9(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  CD-DESCRIPTION PIC X(40).
           05  FILLER         PIC X(3)      VALUE " = ".
           05  CD-AMOUNT      PIC Z(9)9.99-.
           05  FILLER         PIC X(5)      VALUE " tax ".
           05  CD-TAX         PIC Z(8)9.99-.
           05  FILLER         PIC X(7)      VALUE " gross ".
           05  CD-GROSS       PIC Z(9)9.99-.

       01  CREDIT-TOTAL-LINE.
           05  FILLER         PIC X(15)     VALUE "CREDIT TOTAL".
           05  FILLER         PIC X         VALUE SPACE.
           05  CT-AMOUNT      PIC Z(11)9.99-.
           05  FILLER         PIC X(5)      VALUE " tax ".
           05  CT-TAX         PIC Z(9)9.99-.
           05  FILLER         PIC X(7)      VALUE " gross ".
           05  CT-GROSS       PIC Z(11)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  CT-CURRENCY    PIC X(3).

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "CREDNOTE".
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

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).

       PROCEDURE DIVISION USING OPERATOR-ID-PARM.

       PERFORM INIT-PROGRAM.
       PERFORM RECORD-CREDIT-NOTE
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O INVOICE-REGISTER-FILE.
           IF INVREG-FILE-STATUS = "35"
               OPEN OUTPUT INVOICE-REGISTER-FILE
               CLOSE INVOICE-REGISTER-FILE
               OPEN I-O INVOICE-REGISTER-FILE.
           OPEN I-O INVOICE-ITEM-FILE.
           IF INVITM-FILE-STATUS = "35"
               OPEN OUTPUT INVOICE-ITEM-FILE
               CLOSE INVOICE-ITEM-FILE
               OPEN I-O INVOICE-ITEM-FILE.
           MOVE "N" TO TIMESHT-OPEN-SW.
           OPEN I-O TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS = "00"
               MOVE "Y" TO TIMESHT-OPEN-SW.
           MOVE "N" TO COSTLN-OPEN-SW.
           OPEN I-O COST-LINE-FILE.
           IF COSTLN-FILE-STATUS = "00"
               MOVE "Y" TO COSTLN-OPEN-SW.
           MOVE "N" TO BILSCH-OPEN-SW.
           OPEN I-O BILLING-SCHEDULE-FILE.
           IF BILSCH-FILE-STATUS = "00"
               MOVE "Y" TO BILSCH-OPEN-SW.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE INVOICE-ITEM-FILE.
           IF TIMESHT-OPEN-SW = "Y"
               CLOSE TIMESHEET-FILE.
           IF COSTLN-OPEN-SW = "Y"
               CLOSE COST-LINE-FILE.
           IF BILSCH-OPEN-SW = "Y"
               CLOSE BILLING-SCHEDULE-FILE.

       RECORD-CREDIT-NOTE.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*     Issue credit note        *".
           DISPLAY "********************************".
           DISPLAY "Enter invoice number to credit:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-INVOICE-NO.
           IF ACCEPT-INVOICE-NO = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ACCEPT-INVOICE-NO TO IV-INVOICE-NO
               READ INVOICE-REGISTER-FILE
                   INVALID KEY
                       DISPLAY "Invoice not found, try again ..."
                   NOT INVALID KEY
                       PERFORM CHECK-INVOICE-ENTRY.

       CHECK-INVOICE-ENTRY.
           IF IV-CREDIT-NOTE
               DISPLAY "Entry is a credit note, enter the original "
                   "invoice number."
           ELSE
               MOVE "K" TO YQ-FUNCTION
               MOVE IV-COMPANY-CODE TO YQ-COMPANY-CODE
               CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST
               IF YQ-ALLOWED NOT = "Y"
                   DISPLAY "Invoice belongs to a company you may not "
                       "work with."
               ELSE
                   PERFORM SAVE-ORIGINAL-ENTRY
                   PERFORM SHOW-INVOICE-ENTRY
                   PERFORM LIST-INVOICE-ITEMS
                   PERFORM GET-CREDIT-INFO.

       SAVE-ORIGINAL-ENTRY.
           MOVE IV-INVOICE-NO TO ORIG-INVOICE-NO.
           MOVE IV-CUSTOMER-CODE TO ORIG-CUSTOMER-CODE.
           MOVE IV-COMPANY-CODE TO ORIG-COMPANY-CODE.
           MOVE IV-NUMBER TO ORIG-NUMBER.
           MOVE IV-CURRENCY TO ORIG-CURRENCY.
           MOVE IV-AMOUNT TO ORIG-AMOUNT.
           MOVE IV-TAX-AMOUNT TO ORIG-TAX-AMOUNT.
           MOVE IV-GROSS-AMOUNT TO ORIG-GROSS-AMOUNT.
           MOVE IV-CREDITED-AMOUNT TO ORIG-CREDITED-AMOUNT.

       SHOW-INVOICE-ENTRY.
           DISPLAY "Customer:    " IV-CUSTOMER-CODE.
           DISPLAY "Project:     " IV-NUMBER (1:40).
           DISPLAY "Issued:      " IV-ISSUE-DATE.
           MOVE IV-AMOUNT TO SHOW-MONEY.
           DISPLAY "Net:         " SHOW-MONEY " " IV-CURRENCY.
           MOVE IV-TAX-AMOUNT TO SHOW-MONEY.
           DISPLAY "Tax:         " SHOW-MONEY.
           MOVE IV-GROSS-AMOUNT TO SHOW-MONEY.
           DISPLAY "Gross:       " SHOW-MONEY.
           MOVE IV-PAID-AMOUNT TO SHOW-MONEY.
           DISPLAY "Paid so far: " SHOW-MONEY.
           MOVE IV-CREDITED-AMOUNT TO SHOW-MONEY.
           DISPLAY "Credited:    " SHOW-MONEY.
           COMPUTE OUTSTANDING-AMOUNT = IV-GROSS-AMOUNT
               - IV-PAID-AMOUNT - IV-CREDITED-AMOUNT.
           MOVE OUTSTANDING-AMOUNT TO SHOW-MONEY.
           DISPLAY "Outstanding: " SHOW-MONEY.

       LIST-INVOICE-ITEMS.
           MOVE ZERO TO ITEM-COUNT.
           MOVE ZERO TO OPEN-ITEM-COUNT.
           PERFORM START-INVOICE-ITEMS.
           PERFORM LIST-ONE-INVOICE-ITEM
               UNTIL ITEM-FILE-AT-END.

       START-INVOICE-ITEMS.
           MOVE "N" TO ITEM-FILE-SW.
           MOVE ORIG-INVOICE-NO TO II-INVOICE-NO.
           MOVE ZERO TO II-LINE-SEQ.
           START INVOICE-ITEM-FILE KEY IS NOT LESS THAN II-KEY
               INVALID KEY SET ITEM-FILE-AT-END TO TRUE.

       READ-NEXT-INVOICE-ITEM.
           READ INVOICE-ITEM-FILE NEXT
               AT END SET ITEM-FILE-AT-END TO TRUE.
           IF NOT ITEM-FILE-AT-END
              AND II-INVOICE-NO NOT = ORIG-INVOICE-NO
               SET ITEM-FILE-AT-END TO TRUE.

       LIST-ONE-INVOICE-ITEM.
           PERFORM READ-NEXT-INVOICE-ITEM.
           IF NOT ITEM-FILE-AT-END
               ADD 1 TO ITEM-COUNT
               MOVE II-GROSS-AMOUNT TO SHOW-MONEY
               IF II-CREDITED
                   DISPLAY II-LINE-SEQ " " II-DESCRIPTION " "
                       SHOW-MONEY " credited on " II-CREDIT-NOTE-NO
               ELSE
                   ADD 1 TO OPEN-ITEM-COUNT
                   DISPLAY II-LINE-SEQ " " II-DESCRIPTION " "
                       SHOW-MONEY.

       GET-CREDIT-INFO.
           MOVE "N" TO CREDIT-OK-SW.
           MOVE ZERO TO SELECTED-COUNT.
           IF ITEM-COUNT = ZERO
               PERFORM GET-FULL-CREDIT-ANSWER
           ELSE
               IF OPEN-ITEM-COUNT = ZERO
                   DISPLAY "All lines on this invoice are already "
                       "credited."
               ELSE
                   PERFORM GET-CREDIT-MODE.
           IF CREDIT-OK
               DISPLAY "Enter reason for the credit note:"
               ACCEPT ACCEPT-REASON
               MOVE "N" TO RELEASE-SW
               IF ITEM-COUNT NOT = ZERO
                   DISPLAY "Release the credited hours and cost "
                       "lines for rebilling? (Y/N)"
                   ACCEPT ACCEPT-ANSWER
                   IF ACCEPT-ANSWER = "Y" OR "y"
                       MOVE "Y" TO RELEASE-SW
                   END-IF
               END-IF
               PERFORM ISSUE-CREDIT-NOTE.

       GET-FULL-CREDIT-ANSWER.
           IF ORIG-CREDITED-AMOUNT NOT = ZERO
               DISPLAY "Invoice has no line detail and is already "
                   "credited."
           ELSE
               DISPLAY "Invoice has no line detail, it can only be "
                   "credited in full."
               DISPLAY "Credit the whole invoice? (Y/N)"
               ACCEPT ACCEPT-ANSWER
               IF ACCEPT-ANSWER = "Y" OR "y"
                   MOVE "F" TO CREDIT-MODE
                   SET CREDIT-OK TO TRUE.

       GET-CREDIT-MODE.
           DISPLAY "Credit all open lines or selected lines?".
           DISPLAY "(F = full / S = selected / -1 = cancel)".
           ACCEPT ACCEPT-ANSWER.
           IF ACCEPT-ANSWER = "F" OR "f"
               MOVE "F" TO CREDIT-MODE
               PERFORM SELECT-CREDIT-LINES
           ELSE
               IF ACCEPT-ANSWER = "S" OR "s"
                   MOVE "S" TO CREDIT-MODE
                   PERFORM SELECT-CREDIT-LINES.
           IF SELECTED-COUNT NOT = ZERO
               SET CREDIT-OK TO TRUE
           ELSE
               DISPLAY "No lines selected, nothing credited.".

       SELECT-CREDIT-LINES.
           PERFORM START-INVOICE-ITEMS.
           PERFORM SELECT-ONE-CREDIT-LINE
               UNTIL ITEM-FILE-AT-END.

       SELECT-ONE-CREDIT-LINE.
           PERFORM READ-NEXT-INVOICE-ITEM.
           IF NOT ITEM-FILE-AT-END
              AND NOT II-CREDITED
              AND SELECTED-COUNT < 500
               IF CREDIT-MODE = "F"
                   ADD 1 TO SELECTED-COUNT
                   MOVE II-LINE-SEQ
                       TO SELECTED-ITEM-SEQ (SELECTED-COUNT)
               ELSE
                   MOVE II-GROSS-AMOUNT TO SHOW-MONEY
                   DISPLAY II-LINE-SEQ " " II-DESCRIPTION " "
                       SHOW-MONEY
                   DISPLAY "Credit this line? (Y/N)"
                   ACCEPT ACCEPT-ANSWER
                   IF ACCEPT-ANSWER = "Y" OR "y"
                       ADD 1 TO SELECTED-COUNT
                       MOVE II-LINE-SEQ
                           TO SELECTED-ITEM-SEQ (SELECTED-COUNT).

       ISSUE-CREDIT-NOTE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           PERFORM TAKE-CREDIT-NOTE-NUMBER.
           MOVE ZERO TO CREDIT-AMOUNT.
           MOVE ZERO TO CREDIT-TAX.
           MOVE ZERO TO CREDIT-GROSS.
           MOVE ZERO TO CREDIT-ITEM-SEQ.
           MOVE ZERO TO RELEASED-COUNT.
           MOVE SPACE TO CREDIT-FILE-NAME.
           STRING "CREDIT_NOTE_" DELIMITED BY SIZE
               CREDIT-NOTE-NO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO CREDIT-FILE-NAME.
           OPEN OUTPUT CREDIT-FILE.
           MOVE CREDIT-NOTE-NO TO CH-CREDIT-NO.
           MOVE ORIG-INVOICE-NO TO CH-INVOICE-NO.
           MOVE ORIG-CUSTOMER-CODE TO CH-CUSTOMER.
           MOVE ORIG-CURRENCY TO CH-CURRENCY.
           MOVE CURRENT-DATE-NUM TO CH-DATE.
           WRITE CREDIT-LINE FROM CREDIT-HEADER.
           MOVE ACCEPT-REASON TO CR-REASON.
           MOVE OPERATOR-ID-PARM TO CR-OPERATOR.
           WRITE CREDIT-LINE FROM CREDIT-REASON-LINE.
           IF ITEM-COUNT = ZERO
               PERFORM CREDIT-WHOLE-INVOICE
           ELSE
               PERFORM CREDIT-ONE-ITEM
                   VARYING SELECTED-IDX FROM 1 BY 1
                   UNTIL SELECTED-IDX > SELECTED-COUNT.
           MOVE CREDIT-AMOUNT TO CT-AMOUNT.
           MOVE CREDIT-TAX TO CT-TAX.
           MOVE CREDIT-GROSS TO CT-GROSS.
           MOVE ORIG-CURRENCY TO CT-CURRENCY.
           WRITE CREDIT-LINE FROM CREDIT-TOTAL-LINE.
           CLOSE CREDIT-FILE.
           PERFORM WRITE-CREDIT-NOTE-ENTRY.
           PERFORM UPDATE-ORIGINAL-ENTRY.
           DISPLAY "Credit note " CREDIT-NOTE-NO " issued, written to "
               CREDIT-FILE-NAME.
           IF RELEASE-SW = "Y"
               DISPLAY RELEASED-COUNT
                   " row(s) released for rebilling.".

       TAKE-CREDIT-NOTE-NUMBER.
           MOVE SPACE TO INVCTR-FILE-NAME.
           STRING "INVOICE" DELIMITED BY SIZE
               YQ-FILE-SUFFIX DELIMITED BY SPACE
               ".CTR" DELIMITED BY SIZE
               INTO INVCTR-FILE-NAME.
           MOVE ZERO TO NEXT-INVOICE-NO.
           IF YQ-FIRST-INVOICE-NO > ZERO
               COMPUTE NEXT-INVOICE-NO = YQ-FIRST-INVOICE-NO - 1.
           OPEN INPUT INVCTR-FILE.
           IF INVCTR-FILE-STATUS = "00"
               READ INVCTR-FILE INTO NEXT-INVOICE-NO
                   AT END MOVE ZERO TO NEXT-INVOICE-NO
               END-READ
               CLOSE INVCTR-FILE.
           ADD 1 TO NEXT-INVOICE-NO.
           MOVE NEXT-INVOICE-NO TO CREDIT-NOTE-NO.
           OPEN OUTPUT INVCTR-FILE.
           MOVE NEXT-INVOICE-NO TO INVCTR-RECORD.
           WRITE INVCTR-RECORD.
           CLOSE INVCTR-FILE.

       CREDIT-WHOLE-INVOICE.
           MOVE ORIG-AMOUNT TO CREDIT-AMOUNT.
           MOVE ORIG-TAX-AMOUNT TO CREDIT-TAX.
           MOVE ORIG-GROSS-AMOUNT TO CREDIT-GROSS.
           MOVE ZERO TO CD-LINE-SEQ.
           MOVE "FULL CREDIT OF INVOICE" TO CD-DESCRIPTION.
           MOVE CREDIT-AMOUNT TO CD-AMOUNT.
           MOVE CREDIT-TAX TO CD-TAX.
           MOVE CREDIT-GROSS TO CD-GROSS.
           WRITE CREDIT-LINE FROM CREDIT-DETAIL.

       CREDIT-ONE-ITEM.
           MOVE ORIG-INVOICE-NO TO II-INVOICE-NO.
           MOVE SELECTED-ITEM-SEQ (SELECTED-IDX) TO II-LINE-SEQ.
           READ INVOICE-ITEM-FILE
               INVALID KEY
                   DISPLAY "Invoice line " II-LINE-SEQ " not found"
               NOT INVALID KEY
                   IF NOT II-CREDITED
                       PERFORM CREDIT-INVOICE-ITEM.

       CREDIT-INVOICE-ITEM.
           SET II-CREDITED TO TRUE.
           MOVE CREDIT-NOTE-NO TO II-CREDIT-NOTE-NO.
           REWRITE INVOICE-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Error updating invoice line " II-LINE-SEQ
                   MOVE "CREDIT-INVOICE-ITEM" TO EQ-PARAGRAPH
                   MOVE "INVOICE-ITEM-FILE" TO EQ-FILE
                   MOVE II-KEY TO EQ-KEY
                   MOVE INVITM-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF INVITM-FILE-STATUS = "00"
               PERFORM ADD-CREDIT-ITEM.

       ADD-CREDIT-ITEM.
           ADD II-AMOUNT TO CREDIT-AMOUNT.
           ADD II-TAX-AMOUNT TO CREDIT-TAX.
           ADD II-GROSS-AMOUNT TO CREDIT-GROSS.
           MOVE II-LINE-SEQ TO CD-LINE-SEQ.
           MOVE II-DESCRIPTION TO CD-DESCRIPTION.
           MOVE II-AMOUNT TO CD-AMOUNT.
           MOVE II-TAX-AMOUNT TO CD-TAX.
           MOVE II-GROSS-AMOUNT TO CD-GROSS.
           WRITE CREDIT-LINE FROM CREDIT-DETAIL.
           IF RELEASE-SW = "Y"
               PERFORM RELEASE-SOURCE-ROW.
           ADD 1 TO CREDIT-ITEM-SEQ.
           MOVE CREDIT-NOTE-NO TO II-INVOICE-NO.
           MOVE CREDIT-ITEM-SEQ TO II-LINE-SEQ.
           COMPUTE II-AMOUNT = ZERO - II-AMOUNT.
           COMPUTE II-TAX-AMOUNT = ZERO - II-TAX-AMOUNT.
           COMPUTE II-GROSS-AMOUNT = ZERO - II-GROSS-AMOUNT.
           MOVE "N" TO II-CREDITED-FLAG.
           MOVE ZERO TO II-CREDIT-NOTE-NO.
           WRITE INVOICE-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Error writing credit note line "
                       CREDIT-ITEM-SEQ
                   MOVE "ADD-CREDIT-ITEM" TO EQ-PARAGRAPH
                   MOVE "INVOICE-ITEM-FILE" TO EQ-FILE
                   MOVE II-KEY TO EQ-KEY
                   MOVE INVITM-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       RELEASE-SOURCE-ROW.
           IF II-FROM-TIMESHEET
              AND TIMESHT-OPEN-SW = "Y"
               MOVE II-SOURCE-KEY TO TS-KEY
               READ TIMESHEET-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TS-BILLED
                           MOVE "N" TO TS-BILLED-FLAG
                           REWRITE TIMESHEET-RECORD
                               INVALID KEY
                                   MOVE "RELEASE-SOURCE-ROW"
                                       TO EQ-PARAGRAPH
                                   MOVE "TIMESHEET-FILE" TO EQ-FILE
                                   MOVE TS-KEY TO EQ-KEY
                                   MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                                   CALL "ERRLOG"
                                       USING ERROR-LOG-REQUEST
                               NOT INVALID KEY ADD 1 TO RELEASED-COUNT
                           END-REWRITE
                       END-IF
               END-READ.
           IF II-FROM-COST-LINE
              AND COSTLN-OPEN-SW = "Y"
               MOVE II-SOURCE-KEY TO CL-KEY
               READ COST-LINE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CL-BILLED
                           MOVE "N" TO CL-BILLED-FLAG
                           REWRITE COST-LINE-RECORD
                               INVALID KEY
                                   MOVE "RELEASE-SOURCE-ROW"
                                       TO EQ-PARAGRAPH
                                   MOVE "COST-LINE-FILE" TO EQ-FILE
                                   MOVE CL-KEY TO EQ-KEY
                                   MOVE COSTLN-FILE-STATUS TO EQ-STATUS
                                   CALL "ERRLOG"
                                       USING ERROR-LOG-REQUEST
                               NOT INVALID KEY ADD 1 TO RELEASED-COUNT
                           END-REWRITE
                       END-IF
               END-READ.
           IF II-FROM-SCHEDULE
              AND BILSCH-OPEN-SW = "Y"
               MOVE II-SOURCE-KEY TO BS-KEY
               READ BILLING-SCHEDULE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BS-BILLED
                           MOVE "N" TO BS-BILLED-FLAG
                           MOVE ZERO TO BS-INVOICE-NO
                           MOVE ZERO TO BS-BILLED-DATE
                           REWRITE BILLING-SCHEDULE-RECORD
                               INVALID KEY
                                   MOVE "RELEASE-SOURCE-ROW"
                                       TO EQ-PARAGRAPH
                                   MOVE "BILLING-SCHEDULE-FILE"
                                       TO EQ-FILE
                                   MOVE BS-KEY TO EQ-KEY
                                   MOVE BILSCH-FILE-STATUS TO EQ-STATUS
                                   CALL "ERRLOG"
                                       USING ERROR-LOG-REQUEST
                               NOT INVALID KEY ADD 1 TO RELEASED-COUNT
                           END-REWRITE
                       END-IF
               END-READ.

       WRITE-CREDIT-NOTE-ENTRY.
           MOVE CREDIT-NOTE-NO TO IV-INVOICE-NO.
           MOVE ORIG-CUSTOMER-CODE TO IV-CUSTOMER-CODE.
           MOVE ORIG-COMPANY-CODE TO IV-COMPANY-CODE.
           MOVE ORIG-NUMBER TO IV-NUMBER.
           MOVE ORIG-CURRENCY TO IV-CURRENCY.
           COMPUTE IV-AMOUNT = ZERO - CREDIT-AMOUNT.
           COMPUTE IV-TAX-AMOUNT = ZERO - CREDIT-TAX.
           COMPUTE IV-GROSS-AMOUNT = ZERO - CREDIT-GROSS.
           MOVE CURRENT-DATE-NUM TO IV-ISSUE-DATE.
           MOVE CURRENT-DATE-NUM TO IV-DUE-DATE.
           MOVE ZERO TO IV-PAID-AMOUNT.
           MOVE ZERO TO IV-PAID-DATE.
           SET IV-PAID TO TRUE.
           SET IV-CREDIT-NOTE TO TRUE.
           MOVE ORIG-INVOICE-NO TO IV-ORIG-INVOICE-NO.
           MOVE ZERO TO IV-CREDITED-AMOUNT.
           MOVE "N" TO IV-EXPORTED-FLAG.
           MOVE ZERO TO IV-DUNNING-LEVEL.
           MOVE ZERO TO IV-DUNNED-DATE.
           WRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Error writing credit note register entry "
                       CREDIT-NOTE-NO
                   MOVE "WRITE-CREDIT-NOTE-ENTRY" TO EQ-PARAGRAPH
                   MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
                   MOVE IV-INVOICE-NO TO EQ-KEY
                   MOVE INVREG-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       UPDATE-ORIGINAL-ENTRY.
           MOVE ORIG-INVOICE-NO TO IV-INVOICE-NO.
           READ INVOICE-REGISTER-FILE
               INVALID KEY
                   DISPLAY "Error reading invoice " ORIG-INVOICE-NO
                   MOVE "UPDATE-ORIGINAL-ENTRY" TO EQ-PARAGRAPH
                   MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
                   MOVE IV-INVOICE-NO TO EQ-KEY
                   MOVE INVREG-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   PERFORM APPLY-CREDIT-TO-INVOICE.

       APPLY-CREDIT-TO-INVOICE.
           ADD CREDIT-GROSS TO IV-CREDITED-AMOUNT.
           IF IV-PAID-AMOUNT + IV-CREDITED-AMOUNT >= IV-GROSS-AMOUNT
               SET IV-PAID TO TRUE
           ELSE
               IF IV-PAID-AMOUNT + IV-CREDITED-AMOUNT > ZERO
                   SET IV-PART-PAID TO TRUE
               ELSE
                   SET IV-OPEN TO TRUE.
           REWRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Error updating invoice " ORIG-INVOICE-NO
                   MOVE "APPLY-CREDIT-TO-INVOICE" TO EQ-PARAGRAPH
                   MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
                   MOVE IV-INVOICE-NO TO EQ-KEY
                   MOVE INVREG-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
