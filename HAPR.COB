       77  ACCEPT-PREVIEW     PIC X      VALUE SPACE.
       77  BATCH-RUN-MODE     PIC X      VALUE "U".
       77  ACCEPT-DUMMY       PIC X.
       77  REVIEW-PROJECT-NO  PIC X(80)  VALUE SPACE.
       77  SCENARIO-RUN-FLAG  PIC X      VALUE "N".
       77  ESTIMATE-SCOPE     PIC X      VALUE "N".



       77  MAX-FAILED-ATTEMPTS PIC 9(2)   VALUE ZERO.
       77  DEFAULT-MAX-FAILED  PIC 9(2)   VALUE 5.
       77  PIN-AGE-DAYS        PIC S9(9)  VALUE ZERO.
       77  HASH-FUNCTION       PIC X      VALUE "H".
       77  ENTERED-PIN-HASH    PIC X(16)  VALUE SPACE.
       77  OLD-PIN-IDX         PIC 9      VALUE ZERO.
       01  LOGIN-DATE.
           05  LD-YEAR         PIC 9(4).
           05  LD-MONTH        PIC 9(2).
       01  LOGIN-DATE-NUM REDEFINES LOGIN-DATE
                               PIC 9(8).

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE SPACE.
           05  EQ-PROGRAM      PIC X(8)       VALUE "HAPR".
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

           PERFORM WRITE-START-INFO.
           PERFORM LOAD-PIN-SETTINGS.
           MOVE FUNCTION CURRENT-DATE TO LOGIN-DATE.
           OPEN EXTEND SESSION-FILE.
           CALL "FILECONV".
           CALL "PROJREOR".
           CALL "PINCONV".
           OPEN I-O OPERATOR-FILE.
           PERFORM LOGIN-OPERATOR
               UNTIL LOGIN-OK.
               DISPLAY "attempts. Ask a supervisor to unlock"
               DISPLAY "through OPERADD."
           ELSE
               PERFORM HASH-ENTERED-PIN
               IF OP-PIN-HASH NOT = SPACE
                  AND ENTERED-PIN-HASH = OP-PIN-HASH
                   PERFORM ACCEPT-OPERATOR-LOGIN
               ELSE
                   PERFORM COUNT-FAILED-ATTEMPT.
           IF OP-FAILED-COUNT NOT = ZERO
               MOVE ZERO TO OP-FAILED-COUNT
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       MOVE "ACCEPT-OPERATOR-LOGIN" TO EQ-PARAGRAPH
                       PERFORM LOG-OPERATOR-ERROR
               END-REWRITE.
           PERFORM CHECK-PIN-EXPIRY.
           IF LOGIN-OK
               PERFORM CHECK-QUIESCE-AT-LOGIN.
           IF LOGIN-OK
               PERFORM CHECK-COMPANY-ACCESS.
           IF LOGIN-OK
               MOVE OP-OPERATOR-ID TO CURRENT-OPERATOR-ID
               MOVE OP-ROLE TO CURRENT-OPERATOR-ROLE
               MOVE "O" TO EQ-FUNCTION
               MOVE CURRENT-OPERATOR-ID TO EQ-OPERATOR
               CALL "ERRLOG" USING ERROR-LOG-REQUEST
               PERFORM SHOW-LAST-LOGIN
               PERFORM STAMP-LAST-LOGIN
               MOVE "LOGIN" TO SESSION-EVENT
               END-READ
               CLOSE QUIESCE-FILE.

       CHECK-COMPANY-ACCESS.
           MOVE "L" TO YQ-FUNCTION.
           MOVE OP-OPERATOR-ID TO YQ-OPERATOR.
           MOVE OP-ROLE TO YQ-ROLE.
           MOVE OP-MAIN-COMPANY-FLAG TO YQ-MAIN-FLAG.
           MOVE OP-OTHER-COMPANY (1) TO YQ-OTHER-COMPANY (1).
           MOVE OP-OTHER-COMPANY (2) TO YQ-OTHER-COMPANY (2).
           MOVE OP-OTHER-COMPANY (3) TO YQ-OTHER-COMPANY (3).
           MOVE OP-OTHER-COMPANY (4) TO YQ-OTHER-COMPANY (4).
           MOVE OP-OTHER-COMPANY (5) TO YQ-OTHER-COMPANY (5).
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.
           IF YQ-COMPANY-COUNT = ZERO
               DISPLAY "Operator is not authorised for any company."
               DISPLAY "Ask a supervisor to grant company access"
               DISPLAY "through OPERADD."
               MOVE "N" TO LOGIN-OK-SW.

       SHOW-LAST-LOGIN.
           IF OP-LAST-LOGIN-DATE = ZERO
               DISPLAY "First recorded login for this operator."
           MOVE ST-OUT-DATE TO OP-LAST-LOGIN-DATE.
           MOVE ST-OUT-TIME TO OP-LAST-LOGIN-TIME.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE "STAMP-LAST-LOGIN" TO EQ-PARAGRAPH
                   PERFORM LOG-OPERATOR-ERROR.

       CHECK-PIN-EXPIRY.
           SET LOGIN-OK TO TRUE.
           DISPLAY "Your PIN has expired and must be changed.".
           PERFORM GET-NEW-PIN.
           IF LOGIN-OK
               PERFORM CHECK-PIN-REUSE.
           IF LOGIN-OK
               PERFORM STORE-NEW-PIN-HASH
               MOVE LOGIN-DATE-NUM TO OP-PIN-CHANGED-DATE
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       MOVE "FORCE-PIN-CHANGE" TO EQ-PARAGRAPH
                       PERFORM LOG-OPERATOR-ERROR
                       DISPLAY "PIN could not be saved ... try again."
                       MOVE "N" TO LOGIN-OK-SW
                   NOT INVALID KEY
                       DISPLAY "PIN changed."
               END-REWRITE.

       GET-NEW-PIN.
           DISPLAY "Enter new PIN:".
               DISPLAY "PINs empty or not equal ... try again."
               MOVE "N" TO LOGIN-OK-SW.

      *    PINs are only ever compared as salted hashes made with
      *    the operator's own salt.
       HASH-ENTERED-PIN.
           MOVE "H" TO HASH-FUNCTION.
           CALL "PINHASH" USING HASH-FUNCTION
                                ACCEPT-OPERATOR-PIN
                                OP-PIN-SALT
                                ENTERED-PIN-HASH.

      *    The new PIN may not be the current one or any of the
      *    three before it.
       CHECK-PIN-REUSE.
           MOVE "H" TO HASH-FUNCTION.
           CALL "PINHASH" USING HASH-FUNCTION
                                ACCEPT-NEW-PIN
                                OP-PIN-SALT
                                ENTERED-PIN-HASH.
           IF ENTERED-PIN-HASH = OP-PIN-HASH
               MOVE "N" TO LOGIN-OK-SW.
           PERFORM CHECK-ONE-OLD-PIN
               VARYING OLD-PIN-IDX FROM 1 BY 1
                   UNTIL OLD-PIN-IDX > 3.
           IF NOT LOGIN-OK
               DISPLAY "PIN used recently, choose another"
                   " ... try again.".

       CHECK-ONE-OLD-PIN.
           IF ENTERED-PIN-HASH = OP-OLD-PIN-HASH (OLD-PIN-IDX)
               MOVE "N" TO LOGIN-OK-SW.

       STORE-NEW-PIN-HASH.
           MOVE OP-OLD-PIN-HASH (2) TO OP-OLD-PIN-HASH (3).
           MOVE OP-OLD-PIN-HASH (1) TO OP-OLD-PIN-HASH (2).
           MOVE OP-PIN-HASH TO OP-OLD-PIN-HASH (1).
           MOVE ENTERED-PIN-HASH TO OP-PIN-HASH.
           MOVE SPACE TO OP-PIN.

       COUNT-FAILED-ATTEMPT.
           MOVE "FAILED" TO SESSION-EVENT.
           MOVE ACCEPT-OPERATOR-ID TO SESSION-DETAIL.
           ELSE
               DISPLAY "Unknown operator ID or PIN ... try again.".
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE "COUNT-FAILED-ATTEMPT" TO EQ-PARAGRAPH
                   PERFORM LOG-OPERATOR-ERROR.

       CHANGE-OPERATOR-PIN.
           DISPLAY "Enter operator ID:".
                   IF OP-LOCKED
                       DISPLAY "Operator is locked, ask a supervisor."
                   ELSE
                       PERFORM HASH-ENTERED-PIN
                       IF OP-PIN-HASH NOT = SPACE
                          AND ENTERED-PIN-HASH = OP-PIN-HASH
                           PERFORM APPLY-PIN-CHANGE
                       ELSE
                           PERFORM COUNT-FAILED-ATTEMPT.
           SET LOGIN-OK TO TRUE.
           PERFORM GET-NEW-PIN.
           IF LOGIN-OK
               PERFORM CHECK-PIN-REUSE.
           IF LOGIN-OK
               PERFORM STORE-NEW-PIN-HASH
               MOVE LOGIN-DATE-NUM TO OP-PIN-CHANGED-DATE
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       MOVE "APPLY-PIN-CHANGE" TO EQ-PARAGRAPH
                       PERFORM LOG-OPERATOR-ERROR
                       DISPLAY "PIN could not be saved ... try again."
                   NOT INVALID KEY
                       DISPLAY "PIN changed, log in with the new PIN."
               END-REWRITE.
           MOVE "N" TO LOGIN-OK-SW.

       LOG-OPERATOR-ERROR.
           MOVE "W" TO EQ-FUNCTION.
           MOVE "OPERATOR-FILE" TO EQ-FILE.
           MOVE OP-OPERATOR-ID TO EQ-KEY.
           MOVE "23" TO EQ-STATUS.
           MOVE OP-OPERATOR-ID TO EQ-OPERATOR.
           CALL "ERRLOG" USING ERROR-LOG-REQUEST.


       WRITE-START-INFO.
           DISPLAY EMPTY-LINE.
               DISPLAY "* 99 - GL journal export     *".
           IF ROLE-SUPERVISOR
               DISPLAY "* 100 - Year-end rollover    *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 101 - Issue credit note    *"
               DISPLAY "* 102 - Dunning letters      *"
               DISPLAY "* 103 - Bank statement load  *"
               DISPLAY "* 104 - Sell-rate cards      *"
               DISPLAY "* 105 - Revenue recognition  *"
               DISPLAY "* 106 - Milestone billing    *"
               DISPLAY "* 107 - Enter expense claims *"
               DISPLAY "* 108 - Approve expense claim*"
               DISPLAY "* 109 - Post expense claims  *"
               DISPLAY "* 110 - Timesheet feed load  *"
               DISPLAY "* 111 - Payroll hours export *"
               DISPLAY "* 112 - Hour types           *".
           DISPLAY "* 113 - Time vs absence rpt  *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 114 - Overhead pools       *"
               DISPLAY "* 115 - Overhead allocation  *"
               DISPLAY "* 116 - Dept labour recharge *"
               DISPLAY "* 117 - Month-end accruals   *"
               DISPLAY "* 118 - Capex overrides      *"
               DISPLAY "* 119 - Capitalisation run   *"
               DISPLAY "* 120 - Funding sources      *".
           DISPLAY "* 121 - Funder report        *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 122 - Budget transfers     *".
           DISPLAY "* 123 - Transfer register    *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 124 - Recurring costs      *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 125 - Supplier contracts   *".
           DISPLAY "* 126 - Contract utilisation *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 127 - Goods receipts       *".
           DISPLAY "* 128 - Supplier delivery    *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 129 - Requisitions         *".
           DISPLAY "* 130 - Aged requisitions    *".
           IF ROLE-SUPERVISOR
               DISPLAY "* 131 - Month-end close      *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 132 - Change requests      *".
           DISPLAY "* 133 - Change request log   *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 134 - Issues and actions   *".
           DISPLAY "* 135 - Issue ageing report  *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 136 - Deliverables         *".
           DISPLAY "* 137 - Awaiting acceptance  *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 138 - Post-project reviews *".
           DISPLAY "* 139 - Reviews missing      *".
           DISPLAY "* 140 - Lessons learned      *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 141 - Benefits realisation *".
           DISPLAY "* 142 - Benefits report      *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 143 - Priority criteria    *"
               DISPLAY "* 144 - Priority scores      *".
           DISPLAY "* 145 - Priority ranking     *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 146 - What-if scenarios    *".
           DISPLAY "* 147 - Scenario comparison  *".
           IF ROLE-CAN-EDIT
               DISPLAY "* 148 - Resource requests    *"
               DISPLAY "* 149 - Resource bookings    *".
           DISPLAY "* 150 - Unfilled requests    *".
           DISPLAY "* 151 - Programme roll-up    *".
           DISPLAY "* 152 - Estimating accuracy  *".
           IF ROLE-SUPERVISOR
               DISPLAY "* 153 - Reorganise depts     *"
               DISPLAY "* 154 - Verify audit trail   *"
               DISPLAY "* 155 - Anonymise leavers    *"
               DISPLAY "* 156 - File error summary   *"
               DISPLAY "* 157 - Maintain companies   *"
               DISPLAY "* 158 - Rebuild file keys    *"
               DISPLAY "* 159 - Convert file layouts *".
           DISPLAY "******************************".
           DISPLAY "* 0 - Exit application       *".
           DISPLAY "******************************".
               WHEN "58"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "AGEDRECV"
                   DISPLAY "Reports written to AGED_RECEIVABLES*.TXT"
                   MOVE "AGEDRECV" TO RA-PROGRAM
                   MOVE "AGED_RECEIVABLES.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
               WHEN "60"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "TAXRPT"
                   DISPLAY "Reports written to TAX_SUMMARY*.TXT"
                   MOVE "TAXRPT" TO RA-PROGRAM
                   MOVE "TAX_SUMMARY.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "GLEXPORT"
                       DISPLAY "Journals written to GL_JOURNAL*.TXT"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "100"
                       DISPLAY "Report written to YEAR_ROLLOVER.TXT"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "101"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "CREDNOTE" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "102"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "DUNNING"
                       DISPLAY "Report written to DUNNING_CONTROL.TXT"
                       MOVE "DUNNING" TO RA-PROGRAM
                       MOVE "DUNNING_CONTROL.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "103"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "BANKLOAD"
                       DISPLAY "Bank statement load complete, see "
                           "BANK_SUSPENSE.TXT for unmatched credits"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "104"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "RATEADD"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "105"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "REVREC"
                       DISPLAY "Journals written to REVREC_JOURNAL*.TXT"
                       DISPLAY "Report written to WIP_REPORT.TXT"
                       MOVE "REVREC" TO RA-PROGRAM
                       MOVE "WIP_REPORT.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "106"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "BILLSRPT"
                       DISPLAY "Report written to BILLING_SCHEDULE.TXT"
                       MOVE "BILLSRPT" TO RA-PROGRAM
                       MOVE "BILLING_SCHEDULE.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "107"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "EXPADD"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "108"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "EXPAPPR" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "109"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "EXPPOST"
                       DISPLAY "Reimbursements written to REIMBURSE.TXT"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "110"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "TIMELOAD"
                       DISPLAY "Timesheet import complete, see "
                           "TIMESHEET_LOAD_REJECTS.TXT for rejects"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "111"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "PAYHOURS"
                       DISPLAY "Hours written to PAYROLL_HOURS.TXT"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "112"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "HRTYPADD"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "113"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "TIMEABS"
                   DISPLAY "Report written to TIMESHEET_ABSENCE.TXT"
                   MOVE "TIMEABS" TO RA-PROGRAM
                   MOVE "TIMESHEET_ABSENCE.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "114"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "OVHADD"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "115"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "OVHALLOC"
                       DISPLAY "Report written to OVERHEAD_ALLOC.TXT"
                       MOVE "OVHALLOC" TO RA-PROGRAM
                       MOVE "OVERHEAD_ALLOC.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "116"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "RECHARGE"
                       DISPLAY "Journals written to "
                           "RECHARGE_JOURNAL*.TXT"
                       DISPLAY "Report written to "
                           "RECHARGE_STATEMENT.TXT"
                       MOVE "RECHARGE" TO RA-PROGRAM
                       MOVE "RECHARGE_STATEMENT.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "117"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "ACCRUAL"
                       DISPLAY "Journals written to "
                           "ACCRUAL_JOURNAL*.TXT"
                       DISPLAY "Reversals written to "
                           "ACCRUAL_REVERSAL*.TXT"
                       MOVE "ACCRUAL" TO RA-PROGRAM
                       MOVE "ACCRUAL_REPORT.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "118"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "CAPXADD"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "119"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "CAPITAL"
                       DISPLAY "Feed written to AUC_FEED.TXT"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "120"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "FUNDADD"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "121"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "FUNDRPT"
                   DISPLAY "Report written to FUNDER_REPORT.TXT"
                   MOVE "FUNDRPT" TO RA-PROGRAM
                   MOVE "FUNDER_REPORT.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "122"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "BUDXFER" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "123"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "BUDXREG"
                   DISPLAY "Report written to BUDGET_TRANSFERS.TXT"
                   MOVE "BUDXREG" TO RA-PROGRAM
                   MOVE "BUDGET_TRANSFERS.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "124"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "RECURADD"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "125"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "SUPCADD"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "126"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "SUPCRPT"
                   DISPLAY "Report written to CONTRACT_UTILISATION.TXT"
                   MOVE "SUPCRPT" TO RA-PROGRAM
                   MOVE "CONTRACT_UTILISATION.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "127"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "GRADD" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "128"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "SUPDLVRY"
                   DISPLAY "Report written to SUPPLIER_DELIVERY.TXT"
                   MOVE "SUPDLVRY" TO RA-PROGRAM
                   MOVE "SUPPLIER_DELIVERY.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "129"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "REQADD" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "130"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "REQAGED"
                   DISPLAY "Report written to REQ_AGED.TXT"
                   MOVE "REQAGED" TO RA-PROGRAM
                   MOVE "REQ_AGED.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "131"
                   PERFORM CHECK-SUPERVISOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "MONTHEND" USING CURRENT-OPERATOR-ID
                       DISPLAY "Summary written to MONTHEND_SUMMARY.TXT"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "132"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "CHGADD" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "133"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "CHGLOG"
                   DISPLAY "Report written to CHANGE_REQUESTS.TXT"
                   MOVE "CHGLOG" TO RA-PROGRAM
                   MOVE "CHANGE_REQUESTS.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "134"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "ISSUADD" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "135"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "ISSUAGE"
                   DISPLAY "Report written to ISSUE_AGEING.TXT"
                   MOVE "ISSUAGE" TO RA-PROGRAM
                   MOVE "ISSUE_AGEING.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "136"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "DELVADD" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "137"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "DELVAGED"
                   DISPLAY "Report written to DELIV_AGED.TXT"
                   MOVE "DELVAGED" TO RA-PROGRAM
                   MOVE "DELIV_AGED.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "138"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "REVADD" USING CURRENT-OPERATOR-ID
                                           REVIEW-PROJECT-NO
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "139"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "REVMISS"
                   DISPLAY "Report written to REVIEWS_MISSING.TXT"
                   MOVE "REVMISS" TO RA-PROGRAM
                   MOVE "REVIEWS_MISSING.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "140"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "REVSRCH"
                   PERFORM WRITE-MAIN-MENU
               WHEN "141"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "BENADD" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "142"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "BENRPT"
                   DISPLAY "Report written to BENEFITS.TXT"
                   MOVE "BENRPT" TO RA-PROGRAM
                   MOVE "BENEFITS.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "143"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "CRITADD"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "144"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "PRISCORE" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "145"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "PRIRANK"
                   DISPLAY "Report written to PRIORITY_RANKING.TXT"
                   MOVE "PRIRANK" TO RA-PROGRAM
                   MOVE "PRIORITY_RANKING.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "146"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "SCENADD" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "147"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "SCENRUN" USING SCENARIO-RUN-FLAG
                   IF SCENARIO-RUN-FLAG = "Y"
                       DISPLAY "Report written to SCENARIO_COMPARE.TXT"
                       MOVE "SCENRUN" TO RA-PROGRAM
                       MOVE "SCENARIO_COMPARE.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "148"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "RESREQ" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "149"
                   PERFORM CHECK-EDITOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "RESBOOK" USING CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "150"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "RESAGED"
                   DISPLAY "Report written to RESOURCE_REQUESTS.TXT"
                   MOVE "RESAGED" TO RA-PROGRAM
                   MOVE "RESOURCE_REQUESTS.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "151"
                   MOVE EMPTY-LINE TO MM-ERROR
                   CALL "PROGROLL"
                   DISPLAY "Report written to PROGRAMME_ROLLUP.TXT"
                   MOVE "PROGROLL" TO RA-PROGRAM
                   MOVE "PROGRAMME_ROLLUP.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "152"
                   MOVE EMPTY-LINE TO MM-ERROR
                   DISPLAY "Include archived projects? (Y/N):"
                   ACCEPT ESTIMATE-SCOPE
                   CALL "ESTACC" USING ESTIMATE-SCOPE
                   DISPLAY "Report written to ESTIMATE_ACCURACY.TXT"
                   MOVE "ESTACC" TO RA-PROGRAM
                   MOVE "ESTIMATE_ACCURACY.TXT" TO RA-SOURCE-NAME
                   PERFORM ARCHIVE-REPORT
                   PERFORM WRITE-MAIN-MENU
               WHEN "153"
                   PERFORM CHECK-SUPERVISOR-ALLOWED
                   IF MM-ERROR = SPACE
                       PERFORM GET-BATCH-RUN-MODE
                       CALL "DEPTREOR" USING BATCH-RUN-MODE
                                             CURRENT-OPERATOR-ID
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "154"
                   PERFORM CHECK-SUPERVISOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "AUDVERIF"
                       DISPLAY "Report written to AUDIT_VERIFY.TXT"
                       MOVE "AUDVERIF" TO RA-PROGRAM
                       MOVE "AUDIT_VERIFY.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "155"
                   PERFORM CHECK-SUPERVISOR-ALLOWED
                   IF MM-ERROR = SPACE
                       PERFORM GET-BATCH-RUN-MODE
                       CLOSE SESSION-FILE
                       CALL "EMPANON" USING BATCH-RUN-MODE
                                            CURRENT-OPERATOR-ID
                       OPEN EXTEND SESSION-FILE
                       MOVE "EMPANON" TO RA-PROGRAM
                       MOVE "EMPLOYEE_ANON.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "156"
                   PERFORM CHECK-SUPERVISOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "ERRRPT"
                       MOVE "ERRRPT" TO RA-PROGRAM
                       MOVE "ERROR_SUMMARY.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "157"
                   PERFORM CHECK-SUPERVISOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "COMPADD"
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "158"
                   PERFORM CHECK-SUPERVISOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "PROJREOR"
                       MOVE "PROJREOR" TO RA-PROGRAM
                       MOVE "REORG_REPORT.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "159"
                   PERFORM CHECK-SUPERVISOR-ALLOWED
                   IF MM-ERROR = SPACE
                       CALL "FILECONV"
                       MOVE "FILECONV" TO RA-PROGRAM
                       MOVE "CONVERT_REPORT.TXT" TO RA-SOURCE-NAME
                       PERFORM ARCHIVE-REPORT
                   END-IF
                   PERFORM WRITE-MAIN-MENU
               WHEN "0"
                   DISPLAY "Exit..."
               WHEN OTHER
