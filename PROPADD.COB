      * PROJECT-FILE record through the same
      * validation and auto-numbering PROJADD
      * uses, carrying the description across
      * to DESCRIPTION-FILE. A proposal is
      * not converted while the customer's
      * credit exposure is over its credit
      * limit (see CREDEXPO). Control is
      * returned to calling program.
      ****************************************

       77  SHOW-MONEY               PIC Z(10)9.99- VALUE ZERO.
       77  PRJCTR-FILE-STATUS       PIC XX         VALUE SPACE.
       77  NEXT-PROJECT-NUMBER      PIC 9(10)      VALUE ZERO.
       77  SHOW-EXPOSURE            PIC Z(11)9.99- VALUE ZERO.
       01  GENERATED-PROJECT-NUMBER.
           05  GPN-PREFIX           PIC X          VALUE "P".
           05  GPN-DIGITS           PIC 9(9)       VALUE ZERO.
               88  PROPOSAL-FILE-AT-END            VALUE "Y".
           05  VALID-DATA-SW        PIC X          VALUE "N".
               88  VALID-DATA                      VALUE "Y".
           05  CREDIT-OK-SW         PIC X          VALUE "Y".
               88  CREDIT-OK                       VALUE "Y".

       01  EXPOSURE-REQUEST.
           05  EX-CUSTOMER          PIC X(10)      VALUE SPACE.
           05  EX-INVOICED          PIC S9(12)V99  VALUE ZERO.
           05  EX-UNBILLED-HOURS    PIC S9(12)V99  VALUE ZERO.
           05  EX-UNBILLED-COSTS    PIC S9(12)V99  VALUE ZERO.
           05  EX-TOTAL             PIC S9(12)V99  VALUE ZERO.

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PROPADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).

                   PERFORM GET-PROPOSAL-INFO
                   MOVE "N" TO PP-CONVERTED-FLAG
                   WRITE PROPOSAL-RECORD
                       INVALID KEY
                           DISPLAY "Error adding proposal"
                           MOVE "MAINTAIN-PROPOSAL" TO EQ-PARAGRAPH
                           MOVE "PROPOSAL-FILE" TO EQ-FILE
                           MOVE PP-NUMBER TO EQ-KEY
                           MOVE "22" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-WRITE
                   DISPLAY "Proposal added."
               NOT INVALID KEY
                   PERFORM SHOW-PROPOSAL
                   PERFORM GET-PROPOSAL-INFO
                   REWRITE PROPOSAL-RECORD
                       INVALID KEY
                           DISPLAY "Error saving proposal"
                           MOVE "MAINTAIN-PROPOSAL" TO EQ-PARAGRAPH
                           MOVE "PROPOSAL-FILE" TO EQ-FILE
                           MOVE PP-NUMBER TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
                   DISPLAY "Proposal updated.".

                       IF PP-CONVERTED
                           DISPLAY "Proposal already converted."
                       ELSE
                           PERFORM CHECK-CUSTOMER-CREDIT
                           IF CREDIT-OK
                               PERFORM CONVERT-ONE-PROPOSAL.

       CHECK-CUSTOMER-CREDIT.
           MOVE "Y" TO CREDIT-OK-SW.
           MOVE PP-CUSTOMER TO CU-CODE.
           READ CUSTOMER-FILE
               INVALID KEY MOVE ZERO TO CU-CREDIT-LIMIT.
           IF CU-CREDIT-LIMIT > ZERO
               MOVE CU-CODE TO EX-CUSTOMER
               CALL "CREDEXPO" USING EXPOSURE-REQUEST
               IF EX-TOTAL > CU-CREDIT-LIMIT
                   MOVE "N" TO CREDIT-OK-SW
                   MOVE EX-TOTAL TO SHOW-EXPOSURE
                   MOVE CU-CREDIT-LIMIT TO SHOW-MONEY
                   DISPLAY "Customer " CU-CODE
                       " is over its credit limit:"
                   DISPLAY "exposure " SHOW-EXPOSURE " NOK, limit "
                       SHOW-MONEY " NOK."
                   DISPLAY "Proposal not converted.".

       CONVERT-ONE-PROPOSAL.
           MOVE "N" TO VALID-DATA-SW.
           MOVE EM-SURNAME     TO PR-LEADER-SURNAME.
           MOVE PP-NAME TO PR-NAME.
           MOVE PP-CUSTOMER TO PR-CUSTOMER-CODE.
           MOVE PP-CUSTOMER TO CU-CODE.
           READ CUSTOMER-FILE
               INVALID KEY MOVE SPACE TO CU-COMPANY-CODE.
           MOVE CU-COMPANY-CODE TO PR-COMPANY-CODE.
           MOVE PP-BUDGET TO PR-BUDGET.
           MOVE ZERO TO PR-COST.
           MOVE ZERO TO PR-ACTUAL-BUDGET.
           MOVE SPACE TO PR-PARENT-NUMBER.
           MOVE ZERO TO PR-BOOKED-RATE.
           MOVE "M" TO PR-PCT-SOURCE.
           MOVE "T" TO PR-BILLING-BASIS.
           MOVE ZERO TO PR-CONTRACT-VALUE.
           MOVE ZERO TO PR-WIP-POSTED.
           MOVE SPACE TO PRCL-ID (1) PRCL-NAME (1) PRCL-SURNAME (1)
               PRCL-ID (2) PRCL-NAME (2) PRCL-SURNAME (2).
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           WRITE PROJECT-RECORD
               INVALID KEY
                   DISPLAY "Error writing project, not converted."
                   MOVE "CONVERT-ONE-PROPOSAL" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   PERFORM FINISH-CONVERSION.

               MOVE 1 TO DS-SEQ
               MOVE PP-DESCRIPTION TO DS-TEXT
               WRITE DESCRIPTION-RECORD
                   INVALID KEY
                       MOVE "FINISH-CONVERSION" TO EQ-PARAGRAPH
                       MOVE "DESCRIPTION-FILE" TO EQ-FILE
                       MOVE DS-KEY TO EQ-KEY
                       MOVE "22" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE.
           MOVE "WRITE" TO AU-OPERATION.
           MOVE "PROJECT-FILE" TO AU-FILE.
           PERFORM WRITE-AUDIT-RECORD.
           SET PP-CONVERTED TO TRUE.
           REWRITE PROPOSAL-RECORD
               INVALID KEY
                   MOVE "FINISH-CONVERSION" TO EQ-PARAGRAPH
                   MOVE "PROPOSAL-FILE" TO EQ-FILE
                   MOVE PP-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

           DISPLAY "Proposal converted to project:".
           DISPLAY PR-NUMBER.

           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
