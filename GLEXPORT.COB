      * unexported for the next run, and
      * exported records are flagged so
      * each posting appears in exactly one
      * journal. Credit notes issued by
      * CREDNOTE are posted as reversals of
      * the sale: the net amount against the
      * SALE mapping and the VAT against the
      * VATO mapping, debit and credit
      * swapped, department from the
      * invoiced project. Each company
      * (legal entity, see COMPADD) is
      * exported in turn with its own GL
      * account map, in its base currency,
      * to GL_JOURNAL.TXT and
      * GL_EXCEPTIONS.TXT for the main
      * company and GL_JOURNAL_<company>.TXT
      * and GL_EXCEPTIONS_<company>.TXT for
      * the others; a posting belongs to the
      * company of its project. The run is
      * recorded in the run log. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
           COPY "FCCOSTLN.COB".
           COPY "FCGLMAP.COB".
           COPY "FCEXCHRT.COB".
           COPY "FCINVREG.COB".
           SELECT JOURNAL-FILE ASSIGN TO JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO EXCEPTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           COPY "FDCOSTLN.COB".
           COPY "FDGLMAP.COB".
           COPY "FDEXCHRT.COB".
           COPY "FDINVREG.COB".

       FD  JOURNAL-FILE
               LABEL RECORDS ARE STANDARD.
       77  COSTLN-FILE-STATUS       PIC XX      VALUE SPACE.
       77  GLMAP-FILE-STATUS        PIC XX      VALUE SPACE.
       77  GLMAP-OPEN-SW            PIC X       VALUE "N".
       77  TIMESHT-OPEN-SW          PIC X       VALUE "N".
       77  COSTLN-OPEN-SW           PIC X       VALUE "N".
       77  INVREG-OPEN-SW           PIC X       VALUE "N".
       77  JOURNAL-FILE-NAME        PIC X(30)   VALUE SPACE.
       77  EXCEPTION-FILE-NAME      PIC X(30)   VALUE SPACE.
       77  POSTING-NOK              PIC S9(12)V99 VALUE ZERO.
       77  POSTING-AMOUNT           PIC S9(12)V99 VALUE ZERO.
       77  DEBIT-TOTAL              PIC S9(13)V99 VALUE ZERO.
       77  CREDIT-TOTAL             PIC S9(13)V99 VALUE ZERO.
       77  EXPORTED-COUNT           PIC 9(7)    VALUE ZERO.
       77  EXCEPTION-COUNT          PIC 9(7)    VALUE ZERO.
       77  COMPANY-START-EXPORTED   PIC 9(7)    VALUE ZERO.
       77  COMPANY-START-EXCEPTIONS PIC 9(7)    VALUE ZERO.
       77  COMPANY-EXPORTED-COUNT   PIC 9(7)    VALUE ZERO.
       77  COMPANY-EXCEPTION-COUNT  PIC 9(7)    VALUE ZERO.
       77  MAP-COMPANY-CODE         PIC X(4)    VALUE SPACE.
       77  MAP-DEPT-CODE            PIC X(10)   VALUE SPACE.
       77  MAP-CATEGORY             PIC X(4)    VALUE SPACE.
       77  PROJECT-RATE             PIC 9(5)V9(4) VALUE 1.
       77  INVREG-FILE-STATUS       PIC XX      VALUE SPACE.
       77  SALE-DEBIT-ACCT          PIC X(8)    VALUE SPACE.
       77  SALE-CREDIT-ACCT         PIC X(8)    VALUE SPACE.
       01  MAP-FOUND-SW             PIC X       VALUE "N".
           88  MAP-FOUND                        VALUE "Y".

           88  TIMESHEET-FILE-AT-END            VALUE "Y".
       01  COSTLN-FILE-SW           PIC X       VALUE "N".
           88  COSTLN-FILE-AT-END               VALUE "Y".
       01  INVREG-FILE-SW           PIC X       VALUE "N".
           88  INVREG-FILE-AT-END               VALUE "Y".

       01  JOURNAL-DETAIL.
           05  JD-ACCOUNT     PIC X(8).
           05  CT-DEBIT       PIC Z(12)9.99-.
           05  FILLER         PIC X(9)   VALUE "  credit ".
           05  CT-CREDIT      PIC Z(12)9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  CT-CURRENCY    PIC X(3).

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "GLEXPORT".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "GLEXPORT".
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

       PERFORM RECORD-RUN-START.
       PERFORM INIT-PROGRAM.
       PERFORM EXPORT-ONE-COMPANY
           UNTIL YQ-END = "Y".
       PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.

       EXIT PROGRAM.

           OPEN INPUT PROJECT-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS = "00"
               MOVE "Y" TO TIMESHT-OPEN-SW.
           OPEN I-O COST-LINE-FILE.
           IF COSTLN-FILE-STATUS = "00"
               MOVE "Y" TO COSTLN-OPEN-SW.
           OPEN INPUT GL-MAP-FILE.
           IF GLMAP-FILE-STATUS = "00"
               MOVE "Y" TO GLMAP-OPEN-SW.
           OPEN INPUT EXCHANGE-RATE-FILE.
           OPEN I-O INVOICE-REGISTER-FILE.
           IF INVREG-FILE-STATUS = "00"
               MOVE "Y" TO INVREG-OPEN-SW.
           MOVE "F" TO YQ-FUNCTION.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.

       EXPORT-ONE-COMPANY.
           MOVE SPACE TO JOURNAL-FILE-NAME.
           STRING "GL_JOURNAL" DELIMITED BY SIZE
               YQ-FILE-SUFFIX DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME.
           MOVE SPACE TO EXCEPTION-FILE-NAME.
           STRING "GL_EXCEPTIONS" DELIMITED BY SIZE
               YQ-FILE-SUFFIX DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO EXCEPTION-FILE-NAME.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE YQ-COMPANY-CODE TO MAP-COMPANY-CODE.
           MOVE ZERO TO DEBIT-TOTAL.
           MOVE ZERO TO CREDIT-TOTAL.
           MOVE EXPORTED-COUNT TO COMPANY-START-EXPORTED.
           MOVE EXCEPTION-COUNT TO COMPANY-START-EXCEPTIONS.
           PERFORM START-SOURCE-FILES.
           PERFORM EXPORT-ONE-TIMESHEET
               UNTIL TIMESHEET-FILE-AT-END.
           PERFORM EXPORT-ONE-COST-LINE
               UNTIL COSTLN-FILE-AT-END.
           PERFORM EXPORT-ONE-CREDIT-NOTE
               UNTIL INVREG-FILE-AT-END.
           MOVE DEBIT-TOTAL TO CT-DEBIT.
           MOVE CREDIT-TOTAL TO CT-CREDIT.
           MOVE YQ-BASE-CURRENCY TO CT-CURRENCY.
           WRITE JOURNAL-LINE FROM CONTROL-TOTAL-LINE.
           CLOSE JOURNAL-FILE.
           CLOSE EXCEPTION-FILE.
           COMPUTE COMPANY-EXPORTED-COUNT =
               EXPORTED-COUNT - COMPANY-START-EXPORTED.
           COMPUTE COMPANY-EXCEPTION-COUNT =
               EXCEPTION-COUNT - COMPANY-START-EXCEPTIONS.
           DISPLAY "Exported " COMPANY-EXPORTED-COUNT " posting(s) to "
               JOURNAL-FILE-NAME.
           DISPLAY COMPANY-EXCEPTION-COUNT " unmapped, see "
               EXCEPTION-FILE-NAME.
           MOVE "N" TO YQ-FUNCTION.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.

       START-SOURCE-FILES.
           SET TIMESHEET-FILE-AT-END TO TRUE.
           IF TIMESHT-OPEN-SW = "Y"
               MOVE "N" TO TIMESHEET-FILE-SW
               MOVE LOW-VALUE TO TS-KEY
               START TIMESHEET-FILE KEY IS NOT LESS THAN TS-KEY
                   INVALID KEY SET TIMESHEET-FILE-AT-END TO TRUE.
           SET COSTLN-FILE-AT-END TO TRUE.
           IF COSTLN-OPEN-SW = "Y"
               MOVE "N" TO COSTLN-FILE-SW
               MOVE LOW-VALUE TO CL-KEY
               START COST-LINE-FILE KEY IS NOT LESS THAN CL-KEY
                   INVALID KEY SET COSTLN-FILE-AT-END TO TRUE.
           SET INVREG-FILE-AT-END TO TRUE.
           IF INVREG-OPEN-SW = "Y"
               MOVE "N" TO INVREG-FILE-SW
               MOVE ZERO TO IV-INVOICE-NO
               START INVOICE-REGISTER-FILE
                   KEY IS NOT LESS THAN IV-INVOICE-NO
                   INVALID KEY SET INVREG-FILE-AT-END TO TRUE.

       READ-POSTING-PROJECT.
           READ PROJECT-FILE
               INVALID KEY
                   MOVE SPACE TO PR-DEPT-CODE
                   MOVE SPACE TO PR-COMPANY-CODE
                   MOVE "NOK" TO PR-CURRENCY.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE COST-LINE-FILE.
           CLOSE GL-MAP-FILE.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE INVOICE-REGISTER-FILE.

       EXPORT-ONE-TIMESHEET.
           READ TIMESHEET-FILE NEXT
           IF NOT TIMESHEET-FILE-AT-END
              AND TS-PRICED
              AND NOT TS-EXPORTED
               MOVE TS-NUMBER TO PR-NUMBER
               PERFORM READ-POSTING-PROJECT
               IF PR-COMPANY-CODE = YQ-COMPANY-CODE
                   PERFORM EXPORT-TIMESHEET-POSTING.

       EXPORT-TIMESHEET-POSTING.
           MOVE TS-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
               REWRITE TIMESHEET-RECORD
                   INVALID KEY
                       DISPLAY "Error flagging timesheet exported"
                       MOVE "EXPORT-TIMESHEET-POSTING" TO EQ-PARAGRAPH
                       MOVE "TIMESHEET-FILE" TO EQ-FILE
                       MOVE TS-KEY TO EQ-KEY
                       MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-REWRITE
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               AT END SET COSTLN-FILE-AT-END TO TRUE.
           IF NOT COSTLN-FILE-AT-END
              AND NOT CL-EXPORTED
               MOVE CL-NUMBER TO PR-NUMBER
               PERFORM READ-POSTING-PROJECT
               IF PR-COMPANY-CODE = YQ-COMPANY-CODE
                   PERFORM EXPORT-COST-LINE-POSTING.

       EXPORT-COST-LINE-POSTING.
           MOVE PR-DEPT-CODE TO MAP-DEPT-CODE.
           MOVE CL-CATEGORY TO MAP-CATEGORY.
           PERFORM LOOK-UP-GL-MAPPING.
               REWRITE COST-LINE-RECORD
                   INVALID KEY
                       DISPLAY "Error flagging cost line exported"
                       MOVE "EXPORT-COST-LINE-POSTING" TO EQ-PARAGRAPH
                       MOVE "COST-LINE-FILE" TO EQ-FILE
                       MOVE CL-KEY TO EQ-KEY
                       MOVE COSTLN-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-REWRITE
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               END-STRING
               WRITE EXCEPTION-LINE.

       EXPORT-ONE-CREDIT-NOTE.
           READ INVOICE-REGISTER-FILE NEXT
               AT END SET INVREG-FILE-AT-END TO TRUE.
           IF NOT INVREG-FILE-AT-END
              AND IV-CREDIT-NOTE
              AND NOT IV-EXPORTED
              AND IV-COMPANY-CODE = YQ-COMPANY-CODE
               PERFORM EXPORT-CREDIT-NOTE-POSTING.

       EXPORT-CREDIT-NOTE-POSTING.
           MOVE IV-NUMBER TO PR-NUMBER.
           READ PROJECT-FILE
               INVALID KEY MOVE SPACE TO PR-DEPT-CODE
           END-READ.
           MOVE IV-CURRENCY TO PR-CURRENCY.
           PERFORM LOOK-UP-PROJECT-RATE.
           MOVE PR-DEPT-CODE TO MAP-DEPT-CODE.
           MOVE "SALE" TO MAP-CATEGORY.
           PERFORM LOOK-UP-GL-MAPPING.
           IF MAP-FOUND
               MOVE GM-DEBIT-ACCT TO SALE-DEBIT-ACCT
               MOVE GM-CREDIT-ACCT TO SALE-CREDIT-ACCT
               IF IV-TAX-AMOUNT NOT = ZERO
                   MOVE "VATO" TO MAP-CATEGORY
                   PERFORM LOOK-UP-GL-MAPPING.
           IF MAP-FOUND
               MOVE SPACE TO JD-SOURCE
               STRING "CREDIT NOTE " DELIMITED BY SIZE
                   IV-INVOICE-NO DELIMITED BY SIZE
                   " INVOICE " DELIMITED BY SIZE
                   IV-ORIG-INVOICE-NO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IV-CUSTOMER-CODE DELIMITED BY SIZE
                   INTO JD-SOURCE
               END-STRING
               PERFORM WRITE-CREDIT-NOTE-PAIRS
               SET IV-EXPORTED TO TRUE
               REWRITE INVOICE-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Error flagging credit note exported"
                       MOVE "EXPORT-CREDIT-NOTE-POSTING" TO EQ-PARAGRAPH
                       MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
                       MOVE IV-INVOICE-NO TO EQ-KEY
                       MOVE INVREG-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-REWRITE
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACE TO EXCEPTION-LINE
               STRING "CREDIT NOTE " DELIMITED BY SIZE
                   IV-INVOICE-NO DELIMITED BY SIZE
                   " dept " DELIMITED BY SIZE
                   MAP-DEPT-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAP-CATEGORY DELIMITED BY SIZE
                   " - no GL mapping" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE.

       WRITE-CREDIT-NOTE-PAIRS.
           COMPUTE POSTING-NOK = (ZERO - IV-AMOUNT) * PROJECT-RATE.
           MOVE SALE-CREDIT-ACCT TO GM-DEBIT-ACCT.
           MOVE SALE-DEBIT-ACCT TO GM-CREDIT-ACCT.
           PERFORM WRITE-JOURNAL-PAIR.
           IF IV-TAX-AMOUNT NOT = ZERO
               MOVE "VATO" TO MAP-CATEGORY
               PERFORM LOOK-UP-GL-MAPPING
               MOVE GM-DEBIT-ACCT TO SALE-DEBIT-ACCT
               MOVE GM-CREDIT-ACCT TO SALE-CREDIT-ACCT
               COMPUTE POSTING-NOK =
                   (ZERO - IV-TAX-AMOUNT) * PROJECT-RATE
               MOVE SALE-CREDIT-ACCT TO GM-DEBIT-ACCT
               MOVE SALE-DEBIT-ACCT TO GM-CREDIT-ACCT
               PERFORM WRITE-JOURNAL-PAIR.

       LOOK-UP-GL-MAPPING.
           MOVE "N" TO MAP-FOUND-SW.
           IF GLMAP-OPEN-SW = "Y"
               MOVE MAP-COMPANY-CODE TO GM-COMPANY-CODE
               MOVE MAP-DEPT-CODE TO GM-DEPT-CODE
               MOVE MAP-CATEGORY TO GM-CATEGORY
               READ GL-MAP-FILE
                       SET MAP-FOUND TO TRUE.

       LOOK-UP-FALLBACK-MAPPING.
           MOVE MAP-COMPANY-CODE TO GM-COMPANY-CODE.
           MOVE SPACE TO GM-DEPT-CODE.
           MOVE MAP-CATEGORY TO GM-CATEGORY.
           READ GL-MAP-FILE

       WRITE-JOURNAL-PAIR.
           ADD 1 TO EXPORTED-COUNT.
           COMPUTE POSTING-AMOUNT ROUNDED = POSTING-NOK / YQ-BASE-RATE.
           MOVE GM-DEBIT-ACCT TO JD-ACCOUNT.
           MOVE "DR" TO JD-DC.
           MOVE POSTING-AMOUNT TO JD-AMOUNT.
           WRITE JOURNAL-LINE FROM JOURNAL-DETAIL.
           ADD POSTING-AMOUNT TO DEBIT-TOTAL.
           MOVE GM-CREDIT-ACCT TO JD-ACCOUNT.
           MOVE "CR" TO JD-DC.
           WRITE JOURNAL-LINE FROM JOURNAL-DETAIL.
           ADD POSTING-AMOUNT TO CREDIT-TOTAL.

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
           IF RQ-ALREADY-RAN = "Y"
               DISPLAY "Warning: GLEXPORT already completed today,"
               DISPLAY "running it again.".

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE EXPORTED-COUNT TO RQ-READ-COUNT.
           MOVE EXPORTED-COUNT TO RQ-WRITE-COUNT.
           MOVE EXCEPTION-COUNT TO RQ-REJECT-COUNT.
           MOVE "OK" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
