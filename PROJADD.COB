      * project, validates data 
      * and saves new project 
      * data to projectfile.
      * Customer projects are
      * billed time and materials
      * or at a fixed contract
      * value. A project cannot
      * be added for a customer
      * whose credit exposure is
      * over its credit limit.
      * Control is returned to 
      * calling program.
      ****************************
       77  CLONE-SOURCE-NUMBER     PIC X(80)      VALUE SPACE.
       77  NEW-PR-NUMBER           PIC X(80)      VALUE SPACE.
       77  CO-LEADER-IDX           PIC 9          VALUE ZERO.
       77  SHOW-EXPOSURE           PIC Z(11)9.99- VALUE ZERO.
       77  SHOW-CREDIT-LIMIT       PIC Z(9)9.99-  VALUE ZERO.
       01  CREDIT-OK-SW            PIC X          VALUE "Y".
           88  CREDIT-OK                          VALUE "Y".

       01  EXPOSURE-REQUEST.
           05  EX-CUSTOMER          PIC X(10)      VALUE SPACE.
           05  EX-INVOICED          PIC S9(12)V99  VALUE ZERO.
           05  EX-UNBILLED-HOURS    PIC S9(12)V99  VALUE ZERO.
           05  EX-UNBILLED-COSTS    PIC S9(12)V99  VALUE ZERO.
           05  EX-TOTAL             PIC S9(12)V99  VALUE ZERO.

       77  PRJCTR-FILE-STATUS      PIC XX         VALUE SPACE.
       77  NEXT-PROJECT-NUMBER     PIC 9(10)      VALUE ZERO.
           05  SAVE-PR-DEPT-CODE        PIC X(10).
           05  SAVE-PR-LOCKED-BY        PIC X(10).
           05  SAVE-PR-CUSTOMER-CODE    PIC X(10).
           05  SAVE-PR-COMPANY-CODE     PIC X(4).
           05  SAVE-PR-BOOKED-RATE      PIC 9(5)V9(4).
           05  SAVE-PR-PCT-SOURCE       PIC X.
           05  SAVE-PR-BILLING-BASIS    PIC X.
           05  SAVE-PR-CONTRACT-VALUE   PIC S9(10)V99.
           05  SAVE-PR-WIP-POSTED       PIC S9(10)V99.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PROJADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  CANCEL-INPUT-SW          PIC X.
               PRCL-ID (2) PRCL-NAME (2) PRCL-SURNAME (2).
           MOVE SPACE TO PR-PARENT-NUMBER.
           MOVE SPACE TO PR-CUSTOMER-CODE.
           MOVE SPACE TO PR-COMPANY-CODE.
           MOVE ZERO TO PR-BOOKED-RATE.
           MOVE "M" TO PR-PCT-SOURCE.
           MOVE "T" TO PR-BILLING-BASIS.
           MOVE ZERO TO PR-CONTRACT-VALUE.
           MOVE ZERO TO PR-WIP-POSTED.
           OPEN I-O PROJECT-FILE.
           OPEN I-O DESCRIPTION-FILE.
           OPEN INPUT EMPLOYEE-FILE.
               PERFORM GET-PROJECT-NUMBER.
           IF NOT CANCEL-INPUT AND CLONE-REQUESTED
               PERFORM APPLY-CLONE-SOURCE.
           IF NOT CANCEL-INPUT AND CLONE-REQUESTED
              AND PR-CUSTOMER-CODE NOT = SPACE
               PERFORM CHECK-CLONE-CUSTOMER-CREDIT.
           IF NOT CANCEL-INPUT AND NOT CLONE-REQUESTED
               PERFORM GET-PROJECT-NAME
                   UNTIL VALID-DATA.
               PERFORM GET-PROJECT-DEPT-CODE.
           IF NOT CANCEL-INPUT AND NOT CLONE-REQUESTED
               PERFORM GET-PROJECT-CUSTOMER.
           IF NOT CANCEL-INPUT AND NOT CLONE-REQUESTED
              AND PR-CUSTOMER-CODE NOT = SPACE
               PERFORM GET-PROJECT-BILLING-BASIS.
           IF NOT CANCEL-INPUT AND NOT CLONE-REQUESTED
               PERFORM GET-PROJECT-PARENT.
           IF NOT CANCEL-INPUT AND NOT CLONE-REQUESTED
           MOVE "N" TO PR-STATUS.
           MOVE ZERO TO PR-PERCENT-COMPLETE.
           MOVE SPACE TO PR-LOCKED-BY.
           MOVE ZERO TO PR-WIP-POSTED.
           PERFORM LOAD-CLONE-DESCRIPTION-LINES.

       LOAD-CLONE-DESCRIPTION-LINES.
           IF NOT CANCEL-INPUT
               IF ACCEPT-DATA = SPACE OR LOW-VALUE
                   MOVE SPACE TO PR-CUSTOMER-CODE
                   MOVE SPACE TO PR-COMPANY-CODE
                   SET VALID-DATA TO TRUE
               ELSE
                   MOVE ACCEPT-DATA TO CU-CODE
                           DISPLAY " ... try again."
                       NOT INVALID KEY
                           IF CU-ACTIVE
                               PERFORM CHECK-CUSTOMER-CREDIT
                               IF CREDIT-OK
                                   MOVE CU-CODE TO PR-CUSTOMER-CODE
                                   MOVE CU-COMPANY-CODE
                                       TO PR-COMPANY-CODE
                                   SET VALID-DATA TO TRUE
                               ELSE
                                   DISPLAY " ... try again."
                               END-IF
                           ELSE
                               DISPLAY "Customer is not active"
                               DISPLAY " ... try again.".

       CHECK-CLONE-CUSTOMER-CREDIT.
           MOVE PR-CUSTOMER-CODE TO CU-CODE.
           READ CUSTOMER-FILE
               INVALID KEY MOVE ZERO TO CU-CREDIT-LIMIT.
           PERFORM CHECK-CUSTOMER-CREDIT.
           IF NOT CREDIT-OK
               DISPLAY "Project not added."
               SET CANCEL-INPUT TO TRUE.

       CHECK-CUSTOMER-CREDIT.
           MOVE "Y" TO CREDIT-OK-SW.
           IF CU-CREDIT-LIMIT > ZERO
               MOVE CU-CODE TO EX-CUSTOMER
               CALL "CREDEXPO" USING EXPOSURE-REQUEST
               IF EX-TOTAL > CU-CREDIT-LIMIT
                   MOVE "N" TO CREDIT-OK-SW
                   MOVE EX-TOTAL TO SHOW-EXPOSURE
                   MOVE CU-CREDIT-LIMIT TO SHOW-CREDIT-LIMIT
                   DISPLAY "Customer " CU-CODE
                       " is over its credit limit:"
                   DISPLAY "exposure " SHOW-EXPOSURE
                       " NOK, limit " SHOW-CREDIT-LIMIT " NOK.".

       GET-PROJECT-BILLING-BASIS.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM ACCEPT-BILLING-BASIS
               UNTIL CANCEL-INPUT OR VALID-DATA.
           IF NOT CANCEL-INPUT AND PR-FIXED-PRICE
               DISPLAY "Enter agreed contract value:"
               MOVE "N" TO VALID-DATA-SW
               PERFORM ACCEPT-CONTRACT-VALUE
                   UNTIL CANCEL-INPUT OR VALID-DATA.

       ACCEPT-BILLING-BASIS.
           DISPLAY "Is the project billed at a fixed price or".
           DISPLAY "time and materials? (F/T):".
           DISPLAY "(Enter -1 to cancel, blank means T)".
           ACCEPT ACCEPT-DATA.
           PERFORM CHECK-CANCEL-INPUT.
           IF NOT CANCEL-INPUT
               IF ACCEPT-DATA = SPACE OR LOW-VALUE OR "T"
                   MOVE "T" TO PR-BILLING-BASIS
                   MOVE ZERO TO PR-CONTRACT-VALUE
                   SET VALID-DATA TO TRUE
               ELSE
                   IF ACCEPT-DATA = "F"
                       MOVE "F" TO PR-BILLING-BASIS
                       SET VALID-DATA TO TRUE
                   ELSE
                       DISPLAY "Enter F or T ... try again.".

       ACCEPT-CONTRACT-VALUE.
           ACCEPT ACCEPT-NUM-DATA.
           PERFORM CHECK-CANCEL-INPUT.
           IF NOT CANCEL-INPUT
               IF ACCEPT-NUM-DATA NOT > ZERO
                   DISPLAY "Contract value must be above zero"
                   DISPLAY " ... try again."
               ELSE
                   MOVE ACCEPT-NUM-DATA TO PR-CONTRACT-VALUE
                   SET VALID-DATA TO TRUE.

       GET-PROJECT-PARENT.
           DISPLAY "Enter parent project number, if this is a".
           DISPLAY "sub-project/phase of a larger project:".
           MOVE PR-DEPT-CODE       TO SAVE-PR-DEPT-CODE.
           MOVE PR-LOCKED-BY       TO SAVE-PR-LOCKED-BY.
           MOVE PR-CUSTOMER-CODE   TO SAVE-PR-CUSTOMER-CODE.
           MOVE PR-COMPANY-CODE    TO SAVE-PR-COMPANY-CODE.
           MOVE PR-BOOKED-RATE     TO SAVE-PR-BOOKED-RATE.
           MOVE PR-PCT-SOURCE      TO SAVE-PR-PCT-SOURCE.
           MOVE PR-BILLING-BASIS   TO SAVE-PR-BILLING-BASIS.
           MOVE PR-CONTRACT-VALUE  TO SAVE-PR-CONTRACT-VALUE.
           MOVE PR-WIP-POSTED      TO SAVE-PR-WIP-POSTED.

       RESTORE-COLLECTED-PROJECT-FIELDS.
           MOVE SAVE-PR-NAME            TO PR-NAME.
           MOVE SAVE-PR-DEPT-CODE       TO PR-DEPT-CODE.
           MOVE SAVE-PR-LOCKED-BY       TO PR-LOCKED-BY.
           MOVE SAVE-PR-CUSTOMER-CODE   TO PR-CUSTOMER-CODE.
           MOVE SAVE-PR-COMPANY-CODE    TO PR-COMPANY-CODE.
           MOVE SAVE-PR-BOOKED-RATE     TO PR-BOOKED-RATE.
           MOVE SAVE-PR-PCT-SOURCE      TO PR-PCT-SOURCE.
           MOVE SAVE-PR-BILLING-BASIS   TO PR-BILLING-BASIS.
           MOVE SAVE-PR-CONTRACT-VALUE  TO PR-CONTRACT-VALUE.
           MOVE SAVE-PR-WIP-POSTED      TO PR-WIP-POSTED.

       GET-PROJECT-BUDGET.
           DISPLAY "Enter project budget:".
           MOVE DESC-IDX TO DS-SEQ.
           MOVE DESC-LINE (DESC-IDX) TO DS-TEXT.
           WRITE DESCRIPTION-RECORD
               INVALID KEY
                   DISPLAY "Error saving description line"
                   MOVE "SAVE-DESCRIPTION-LINES" TO EQ-PARAGRAPH
                   MOVE "DESCRIPTION-FILE" TO EQ-FILE
                   MOVE DS-KEY TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.

