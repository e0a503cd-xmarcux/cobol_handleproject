       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVREC.

      ****************************************
      * Month-end revenue recognition for
      * fixed-price customer projects. The
      * revenue earned to date is the agreed
      * contract value times the project's
      * percent complete; what has been
      * billed is the net of every invoice
      * and credit note line recorded for
      * the project in the invoice item
      * file. Earned less billed is the
      * work in progress: accrued revenue
      * when positive, deferred income when
      * negative. The change since the last
      * run (held on the project) is posted
      * as balanced debit and credit pairs
      * from the GL account map, category
      * WIPA (accrued revenue) and DEFI
      * (deferred income), in the GLEXPORT
      * journal layout with control totals.
      * Each company (legal entity, see
      * COMPADD) is posted in turn from its
      * own GL account map, in its base
      * currency, to REVREC_JOURNAL.TXT for
      * the main company and
      * REVREC_JOURNAL_<company>.TXT for the
      * others; a project belongs to the
      * company on its record. A WIP report
      * per company and customer is written
      * to WIP_REPORT.TXT, amounts in NOK;
      * projects whose department has no
      * mapping are listed there and left
      * for the next run.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCCUST.COB".
           COPY "FCINVITM.COB".
           COPY "FCGLMAP.COB".
           COPY "FCEXCHRT.COB".
           SELECT JOURNAL-FILE ASSIGN TO JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "WIP_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDCUST.COB".
           COPY "FDINVITM.COB".
           COPY "FDGLMAP.COB".
           COPY "FDEXCHRT.COB".

       FD  JOURNAL-FILE
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-LINE             PIC X(120).

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  INVITM-FILE-STATUS       PIC XX      VALUE SPACE.
       77  GLMAP-FILE-STATUS        PIC XX      VALUE SPACE.
       77  GLMAP-OPEN-SW            PIC X       VALUE "N".
       77  JOURNAL-FILE-NAME        PIC X(30)   VALUE SPACE.
       77  COMPANY-START-POSTED     PIC 9(7)    VALUE ZERO.
       77  COMPANY-POSTED-COUNT     PIC 9(7)    VALUE ZERO.
       77  POSTING-AMOUNT           PIC S9(12)V99 VALUE ZERO.
       77  WIP-COUNT                PIC 9(4)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  SEARCH-IDX               PIC 9(4)    VALUE ZERO.
       77  READ-COUNT               PIC 9(7)    VALUE ZERO.
       77  POSTED-COUNT             PIC 9(7)    VALUE ZERO.
       77  EXCEPTION-COUNT          PIC 9(7)    VALUE ZERO.
       77  EXPORTED-COUNT           PIC 9(7)    VALUE ZERO.
       77  EARNED-AMOUNT            PIC S9(12)V99 VALUE ZERO.
       77  WIP-AMOUNT               PIC S9(12)V99 VALUE ZERO.
       77  WIP-PERCENT              PIC 999     VALUE ZERO.
       77  OLD-ACCRUED              PIC S9(12)V99 VALUE ZERO.
       77  OLD-DEFERRED             PIC S9(12)V99 VALUE ZERO.
       77  NEW-ACCRUED              PIC S9(12)V99 VALUE ZERO.
       77  NEW-DEFERRED             PIC S9(12)V99 VALUE ZERO.
       77  ACCRUED-MOVE             PIC S9(12)V99 VALUE ZERO.
       77  DEFERRED-MOVE            PIC S9(12)V99 VALUE ZERO.
       77  POSTING-MOVE             PIC S9(12)V99 VALUE ZERO.
       77  POSTING-NOK              PIC S9(12)V99 VALUE ZERO.
       77  DEBIT-TOTAL              PIC S9(13)V99 VALUE ZERO.
       77  CREDIT-TOTAL             PIC S9(13)V99 VALUE ZERO.
       77  CUSTOMER-WIP-NOK         PIC S9(13)V99 VALUE ZERO.
       77  PROJECT-RATE             PIC 9(5)V9(4) VALUE 1.
       77  MAP-DEPT-CODE            PIC X(10)   VALUE SPACE.
       77  MAP-COMPANY-CODE         PIC X(4)    VALUE SPACE.
       77  MAP-CATEGORY             PIC X(4)    VALUE SPACE.
       77  ACCRUED-DEBIT-ACCT       PIC X(8)    VALUE SPACE.
       77  ACCRUED-CREDIT-ACCT      PIC X(8)    VALUE SPACE.
       77  DEFERRED-DEBIT-ACCT      PIC X(8)    VALUE SPACE.
       77  DEFERRED-CREDIT-ACCT     PIC X(8)    VALUE SPACE.
       77  SWAP-ACCT                PIC X(8)    VALUE SPACE.
       77  LAST-CUSTOMER            PIC X(10)   VALUE SPACE.
       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  PROJECT-FILE-SW          PIC X       VALUE "N".
           88  PROJECT-FILE-AT-END              VALUE "Y".
       01  INVITM-FILE-SW           PIC X       VALUE "N".
           88  INVITM-FILE-AT-END               VALUE "Y".
       01  MAP-FOUND-SW             PIC X       VALUE "N".
           88  MAP-FOUND                        VALUE "Y".
       01  POSTING-OK-SW            PIC X       VALUE "N".
           88  POSTING-OK                       VALUE "Y".
       01  WIP-FOUND-SW             PIC X       VALUE "N".
           88  WIP-FOUND                        VALUE "Y".

       01  WIP-TABLE.
           05  WIP-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WIP-COUNT
                   INDEXED BY WP-IDX.
               10  WP-CUSTOMER      PIC X(10).
               10  WP-NUMBER        PIC X(80).
               10  WP-COMPANY       PIC X(4).
               10  WP-BILLED        PIC S9(12)V99.

       01  JOURNAL-DETAIL.
           05  JD-ACCOUNT     PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  JD-DC          PIC X(2).
           05  FILLER         PIC X      VALUE SPACE.
           05  JD-AMOUNT      PIC Z(11)9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  JD-SOURCE      PIC X(60).

       01  CONTROL-TOTAL-LINE.
           05  FILLER         PIC X(16)  VALUE "CONTROL  debit ".
           05  CT-DEBIT       PIC Z(12)9.99-.
           05  FILLER         PIC X(9)   VALUE "  credit ".
           05  CT-CREDIT      PIC Z(12)9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  CT-CURRENCY    PIC X(3).

       01  HEADER-LINE.
           05  FILLER         PIC X(50)
               VALUE "Handle Project - Work in progress, fixed price".
           05  FILLER         PIC X(6)      VALUE " date ".
           05  HL-DATE        PIC 9(8).

       01  COLUMN-LINE.
           05  FILLER         PIC X(25)
               VALUE "PROJECT              CUR".
           05  FILLER         PIC X(15)     VALUE "       CONTRACT".
           05  FILLER         PIC X(5)      VALUE "  PCT".
           05  FILLER         PIC X(15)     VALUE "         EARNED".
           05  FILLER         PIC X(15)     VALUE "         BILLED".
           05  FILLER         PIC X(15)     VALUE "            WIP".

       01  COMPANY-LINE.
           05  FILLER         PIC X(9)      VALUE "Company: ".
           05  YL-CODE        PIC X(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  YL-NAME        PIC X(30).

       01  CUSTOMER-LINE.
           05  FILLER         PIC X(9)      VALUE "Customer ".
           05  CL-CUSTOMER    PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  CL-NAME        PIC X(30).

       01  DETAIL-LINE.
           05  DL-NUMBER      PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-CURRENCY    PIC X(3).
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-CONTRACT    PIC Z(9)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-PERCENT     PIC ZZ9.
           05  FILLER         PIC X         VALUE "%".
           05  DL-EARNED      PIC Z(10)9.99-.
           05  DL-BILLED      PIC Z(10)9.99-.
           05  DL-WIP         PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DL-WIP-TYPE    PIC X(16).

       01  CUSTOMER-TOTAL-LINE.
           05  FILLER         PIC X(20)     VALUE SPACE.
           05  FILLER         PIC X(31)
               VALUE "Customer work in progress NOK".
           05  CTL-WIP        PIC Z(12)9.99-.

       01  EXCEPTION-DETAIL.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  ED-TEXT        PIC X(100).

       01  SUMMARY-LINE.
           05  SL-TEXT        PIC X(36).
           05  SL-COUNT       PIC Z(6)9.

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "REVREC".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "REVREC".
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
       PERFORM LOAD-ONE-PROJECT
           UNTIL PROJECT-FILE-AT-END.
       PERFORM ADD-ONE-INVOICE-ITEM
           UNTIL INVITM-FILE-AT-END.
       PERFORM SORT-WIP-TABLE.
       MOVE "F" TO YQ-FUNCTION.
       CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.
       PERFORM RECOGNISE-ONE-COMPANY
           UNTIL YQ-END = "Y".
       PERFORM WRITE-SUMMARY.
       DISPLAY "Recognised revenue on " POSTED-COUNT
           " fixed-price project(s), see WIP_REPORT.TXT.".
       IF EXCEPTION-COUNT NOT = ZERO
           DISPLAY EXCEPTION-COUNT " project(s) not posted, no GL"
               " mapping for WIPA/DEFI.".
       PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O PROJECT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT INVOICE-ITEM-FILE.
           IF INVITM-FILE-STATUS NOT = "00"
              AND INVITM-FILE-STATUS NOT = "35"
               MOVE "INIT-PROGRAM" TO EQ-PARAGRAPH
               MOVE "INVOICE-ITEM-FILE" TO EQ-FILE
               MOVE SPACE TO EQ-KEY
               MOVE INVITM-FILE-STATUS TO EQ-STATUS
               CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF INVITM-FILE-STATUS NOT = "00"
               SET INVITM-FILE-AT-END TO TRUE.
           OPEN INPUT GL-MAP-FILE.
           IF GLMAP-FILE-STATUS NOT = "00"
              AND GLMAP-FILE-STATUS NOT = "35"
               MOVE "INIT-PROGRAM" TO EQ-PARAGRAPH
               MOVE "GL-MAP-FILE" TO EQ-FILE
               MOVE SPACE TO EQ-KEY
               MOVE GLMAP-FILE-STATUS TO EQ-STATUS
               CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF GLMAP-FILE-STATUS = "00"
               MOVE "Y" TO GLMAP-OPEN-SW.
           OPEN INPUT EXCHANGE-RATE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.
           WRITE PRINT-LINE FROM COLUMN-LINE.
           MOVE ZERO TO WIP-COUNT.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE INVOICE-ITEM-FILE.
           CLOSE GL-MAP-FILE.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE PRINT-FILE.

       LOAD-ONE-PROJECT.
           READ PROJECT-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND PR-FIXED-PRICE
              AND PR-CUSTOMER-CODE NOT = SPACE
              AND NOT PR-STATUS-CANCELLED
               PERFORM STORE-WIP-ENTRY.

       STORE-WIP-ENTRY.
           IF WIP-COUNT >= 1000
               ADD 1 TO DROPPED-COUNT
           ELSE
               ADD 1 TO WIP-COUNT
               MOVE PR-CUSTOMER-CODE TO WP-CUSTOMER (WIP-COUNT)
               MOVE PR-NUMBER TO WP-NUMBER (WIP-COUNT)
               MOVE PR-COMPANY-CODE TO WP-COMPANY (WIP-COUNT)
               MOVE ZERO TO WP-BILLED (WIP-COUNT).

       ADD-ONE-INVOICE-ITEM.
           READ INVOICE-ITEM-FILE NEXT
               AT END SET INVITM-FILE-AT-END TO TRUE.
           IF NOT INVITM-FILE-AT-END
               ADD 1 TO READ-COUNT
               MOVE "N" TO WIP-FOUND-SW
               PERFORM FIND-ITEM-PROJECT
                   VARYING SEARCH-IDX FROM 1 BY 1
                   UNTIL SEARCH-IDX > WIP-COUNT
                      OR WIP-FOUND.

       FIND-ITEM-PROJECT.
           IF WP-NUMBER (SEARCH-IDX) = II-NUMBER
               ADD II-AMOUNT TO WP-BILLED (SEARCH-IDX)
               SET WIP-FOUND TO TRUE.

       SORT-WIP-TABLE.
           IF WIP-COUNT NOT = ZERO
               SORT WIP-ENTRY ASCENDING KEY WP-CUSTOMER WP-NUMBER.

       RECOGNISE-ONE-COMPANY.
           MOVE SPACE TO JOURNAL-FILE-NAME.
           STRING "REVREC_JOURNAL" DELIMITED BY SIZE
               YQ-FILE-SUFFIX DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE ZERO TO DEBIT-TOTAL.
           MOVE ZERO TO CREDIT-TOTAL.
           MOVE POSTED-COUNT TO COMPANY-START-POSTED.
           MOVE SPACE TO LAST-CUSTOMER.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE YQ-COMPANY-CODE TO YL-CODE.
           MOVE YQ-COMPANY-NAME TO YL-NAME.
           WRITE PRINT-LINE FROM COMPANY-LINE.
           PERFORM RECOGNISE-ONE-PROJECT
               VARYING WP-IDX FROM 1 BY 1 UNTIL WP-IDX > WIP-COUNT.
           IF LAST-CUSTOMER NOT = SPACE
               PERFORM WRITE-CUSTOMER-TOTAL.
           MOVE DEBIT-TOTAL TO CT-DEBIT.
           MOVE CREDIT-TOTAL TO CT-CREDIT.
           MOVE YQ-BASE-CURRENCY TO CT-CURRENCY.
           WRITE JOURNAL-LINE FROM CONTROL-TOTAL-LINE.
           CLOSE JOURNAL-FILE.
           COMPUTE COMPANY-POSTED-COUNT =
               POSTED-COUNT - COMPANY-START-POSTED.
           DISPLAY "Posted " COMPANY-POSTED-COUNT " project(s) to "
               JOURNAL-FILE-NAME.
           MOVE "N" TO YQ-FUNCTION.
           CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST.

       RECOGNISE-ONE-PROJECT.
           IF WP-COMPANY (WP-IDX) = YQ-COMPANY-CODE
               MOVE WP-NUMBER (WP-IDX) TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM RECOGNISE-PROJECT-REVENUE.

       RECOGNISE-PROJECT-REVENUE.
           IF WP-CUSTOMER (WP-IDX) NOT = LAST-CUSTOMER
               PERFORM START-CUSTOMER-SECTION.
           MOVE PR-PERCENT-COMPLETE TO WIP-PERCENT.
           IF WIP-PERCENT > 100
               MOVE 100 TO WIP-PERCENT.
           COMPUTE EARNED-AMOUNT ROUNDED =
               PR-CONTRACT-VALUE * WIP-PERCENT / 100.
           COMPUTE WIP-AMOUNT = EARNED-AMOUNT - WP-BILLED (WP-IDX).
           PERFORM SPLIT-WIP-MOVEMENT.
           PERFORM LOOK-UP-PROJECT-RATE.
           PERFORM WRITE-WIP-DETAIL.
           PERFORM CHECK-WIP-MAPPINGS.
           IF POSTING-OK
               PERFORM POST-WIP-MOVEMENT
           ELSE
               PERFORM WRITE-MAPPING-EXCEPTION.
           COMPUTE CUSTOMER-WIP-NOK = CUSTOMER-WIP-NOK
               + WIP-AMOUNT * PROJECT-RATE.

       START-CUSTOMER-SECTION.
           IF LAST-CUSTOMER NOT = SPACE
               PERFORM WRITE-CUSTOMER-TOTAL.
           MOVE WP-CUSTOMER (WP-IDX) TO LAST-CUSTOMER.
           MOVE ZERO TO CUSTOMER-WIP-NOK.
           MOVE LAST-CUSTOMER TO CU-CODE.
           READ CUSTOMER-FILE
               INVALID KEY MOVE SPACE TO CU-NAME.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE LAST-CUSTOMER TO CL-CUSTOMER.
           MOVE CU-NAME TO CL-NAME.
           WRITE PRINT-LINE FROM CUSTOMER-LINE.

       WRITE-CUSTOMER-TOTAL.
           MOVE CUSTOMER-WIP-NOK TO CTL-WIP.
           WRITE PRINT-LINE FROM CUSTOMER-TOTAL-LINE.

       SPLIT-WIP-MOVEMENT.
           MOVE ZERO TO OLD-ACCRUED OLD-DEFERRED.
           MOVE ZERO TO NEW-ACCRUED NEW-DEFERRED.
           IF PR-WIP-POSTED > ZERO
               MOVE PR-WIP-POSTED TO OLD-ACCRUED
           ELSE
               COMPUTE OLD-DEFERRED = ZERO - PR-WIP-POSTED.
           IF WIP-AMOUNT > ZERO
               MOVE WIP-AMOUNT TO NEW-ACCRUED
           ELSE
               COMPUTE NEW-DEFERRED = ZERO - WIP-AMOUNT.
           COMPUTE ACCRUED-MOVE = NEW-ACCRUED - OLD-ACCRUED.
           COMPUTE DEFERRED-MOVE = NEW-DEFERRED - OLD-DEFERRED.

       WRITE-WIP-DETAIL.
           MOVE PR-NUMBER TO DL-NUMBER.
           MOVE PR-CURRENCY TO DL-CURRENCY.
           MOVE PR-CONTRACT-VALUE TO DL-CONTRACT.
           MOVE WIP-PERCENT TO DL-PERCENT.
           MOVE EARNED-AMOUNT TO DL-EARNED.
           MOVE WP-BILLED (WP-IDX) TO DL-BILLED.
           MOVE WIP-AMOUNT TO DL-WIP.
           IF WIP-AMOUNT > ZERO
               MOVE "accrued revenue" TO DL-WIP-TYPE
           ELSE
               IF WIP-AMOUNT < ZERO
                   MOVE "deferred income" TO DL-WIP-TYPE
               ELSE
                   MOVE SPACE TO DL-WIP-TYPE.
           WRITE PRINT-LINE FROM DETAIL-LINE.

       CHECK-WIP-MAPPINGS.
           SET POSTING-OK TO TRUE.
           MOVE PR-COMPANY-CODE TO MAP-COMPANY-CODE.
           MOVE PR-DEPT-CODE TO MAP-DEPT-CODE.
           IF ACCRUED-MOVE NOT = ZERO
               MOVE "WIPA" TO MAP-CATEGORY
               PERFORM LOOK-UP-GL-MAPPING
               IF MAP-FOUND
                   MOVE GM-DEBIT-ACCT TO ACCRUED-DEBIT-ACCT
                   MOVE GM-CREDIT-ACCT TO ACCRUED-CREDIT-ACCT
               ELSE
                   MOVE "N" TO POSTING-OK-SW.
           IF DEFERRED-MOVE NOT = ZERO
               MOVE "DEFI" TO MAP-CATEGORY
               PERFORM LOOK-UP-GL-MAPPING
               IF MAP-FOUND
                   MOVE GM-DEBIT-ACCT TO DEFERRED-DEBIT-ACCT
                   MOVE GM-CREDIT-ACCT TO DEFERRED-CREDIT-ACCT
               ELSE
                   MOVE "N" TO POSTING-OK-SW.

       POST-WIP-MOVEMENT.
           IF ACCRUED-MOVE NOT = ZERO
               MOVE SPACE TO JD-SOURCE
               STRING "ACCRUED REVENUE " DELIMITED BY SIZE
                   CD-YEAR DELIMITED BY SIZE
                   CD-MONTH DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PR-NUMBER (1:40) DELIMITED BY SIZE
                   INTO JD-SOURCE
               END-STRING
               MOVE ACCRUED-DEBIT-ACCT TO GM-DEBIT-ACCT
               MOVE ACCRUED-CREDIT-ACCT TO GM-CREDIT-ACCT
               MOVE ACCRUED-MOVE TO POSTING-MOVE
               PERFORM WRITE-MOVEMENT-PAIR.
           IF DEFERRED-MOVE NOT = ZERO
               MOVE SPACE TO JD-SOURCE
               STRING "DEFERRED INCOME " DELIMITED BY SIZE
                   CD-YEAR DELIMITED BY SIZE
                   CD-MONTH DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PR-NUMBER (1:40) DELIMITED BY SIZE
                   INTO JD-SOURCE
               END-STRING
               MOVE DEFERRED-DEBIT-ACCT TO GM-DEBIT-ACCT
               MOVE DEFERRED-CREDIT-ACCT TO GM-CREDIT-ACCT
               MOVE DEFERRED-MOVE TO POSTING-MOVE
               PERFORM WRITE-MOVEMENT-PAIR.
           IF PR-WIP-POSTED NOT = WIP-AMOUNT
               ADD 1 TO POSTED-COUNT
               MOVE WIP-AMOUNT TO PR-WIP-POSTED
               REWRITE PROJECT-RECORD
                   INVALID KEY
                       DISPLAY "Error updating work in progress on "
                           "project " PR-NUMBER
                       MOVE "POST-WIP-MOVEMENT" TO EQ-PARAGRAPH
                       MOVE "PROJECT-FILE" TO EQ-FILE
                       MOVE PR-NUMBER TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       WRITE-MOVEMENT-PAIR.
           IF POSTING-MOVE < ZERO
               MOVE GM-DEBIT-ACCT TO SWAP-ACCT
               MOVE GM-CREDIT-ACCT TO GM-DEBIT-ACCT
               MOVE SWAP-ACCT TO GM-CREDIT-ACCT
               COMPUTE POSTING-MOVE = ZERO - POSTING-MOVE.
           COMPUTE POSTING-NOK ROUNDED = POSTING-MOVE * PROJECT-RATE.
           PERFORM WRITE-JOURNAL-PAIR.

       WRITE-MAPPING-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE SPACE TO ED-TEXT.
           STRING "Not posted, no GL mapping for dept "
                   DELIMITED BY SIZE
               MAP-DEPT-CODE DELIMITED BY SIZE
               " category " DELIMITED BY SIZE
               MAP-CATEGORY DELIMITED BY SIZE
               INTO ED-TEXT.
           WRITE PRINT-LINE FROM EXCEPTION-DETAIL.

       LOOK-UP-GL-MAPPING.
           MOVE "N" TO MAP-FOUND-SW.
           IF GLMAP-OPEN-SW = "Y"
               MOVE MAP-COMPANY-CODE TO GM-COMPANY-CODE
               MOVE MAP-DEPT-CODE TO GM-DEPT-CODE
               MOVE MAP-CATEGORY TO GM-CATEGORY
               READ GL-MAP-FILE
                   INVALID KEY
                       PERFORM LOOK-UP-FALLBACK-MAPPING
                   NOT INVALID KEY
                       SET MAP-FOUND TO TRUE.

       LOOK-UP-FALLBACK-MAPPING.
           MOVE MAP-COMPANY-CODE TO GM-COMPANY-CODE.
           MOVE SPACE TO GM-DEPT-CODE.
           MOVE MAP-CATEGORY TO GM-CATEGORY.
           READ GL-MAP-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET MAP-FOUND TO TRUE.

       LOOK-UP-PROJECT-RATE.
           MOVE 1 TO PROJECT-RATE.
           IF PR-CURRENCY NOT = "NOK"
               MOVE PR-CURRENCY TO XR-CODE
               READ EXCHANGE-RATE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF XR-RATE-TO-NOK NOT = ZERO
                           MOVE XR-RATE-TO-NOK TO PROJECT-RATE.

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

       WRITE-SUMMARY.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "Fixed-price projects reviewed:" TO SL-TEXT.
           MOVE WIP-COUNT TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE "Projects with WIP movement posted:" TO SL-TEXT.
           MOVE POSTED-COUNT TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           MOVE "Projects not posted, unmapped:" TO SL-TEXT.
           MOVE EXCEPTION-COUNT TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           IF DROPPED-COUNT NOT = ZERO
               MOVE "Not reviewed, project table full:" TO SL-TEXT
               MOVE DROPPED-COUNT TO SL-COUNT
               WRITE PRINT-LINE FROM SUMMARY-LINE
               DISPLAY "Warning: project table full, " DROPPED-COUNT
                   " project(s) not reviewed.".

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
           IF RQ-ALREADY-RAN = "Y"
               DISPLAY "Warning: REVREC already completed today,"
               DISPLAY "running it again.".

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE READ-COUNT TO RQ-READ-COUNT.
           MOVE POSTED-COUNT TO RQ-WRITE-COUNT.
           MOVE EXCEPTION-COUNT TO RQ-REJECT-COUNT.
           MOVE "OK" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
