       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPAUTH.

      ****************************************
      * Module decides which companies (legal
      * entities, see COMPADD) the operator
      * may work with. The main company has
      * a blank company code and needs no
      * record in COMPANY.DAT; it then has
      * NOK as base currency and numbers
      * its invoices from INVOICE.CTR.
      * Called with a request area holding
      * a function code:
      *   L - login: remembers the operator,
      *       role and company access from
      *       the operator record (HAPR calls
      *       it at login);
      *   F - first: returns the first
      *       company the operator may use;
      *   N - next: returns the next one,
      *       YQ-END is "Y" when there are no
      *       more;
      *   K - check: tells in YQ-ALLOWED
      *       whether the operator may use
      *       the company in YQ-COMPANY-CODE
      *       and returns its details.
      * A company is returned with its name,
      * VAT number, bank account, base
      * currency and that currency's rate
      * to NOK, the first number of its
      * invoice number range and the suffix
      * its output and counter file names
      * carry (blank for the main company,
      * else "_" and the company code).
      * Supervisors may use every company;
      * other operators the main company
      * unless barred and the companies
      * listed on their operator record
      * (see OPERADD). YQ-CONSOLIDATED is
      * "Y" when reports across all
      * companies may be produced, which is
      * for supervisors and for batch runs
      * outside HAPR, where nobody has
      * logged in and every company is
      * used.
      ****************************************

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
       77  COMPANY-FILE-STATUS  PIC XX      VALUE SPACE.
       77  LIST-COUNT           PIC 9(3)    VALUE ZERO.
       77  LIST-IDX             PIC 9(3)    VALUE ZERO.
       77  OTHER-IDX            PIC 9       VALUE ZERO.
       77  EXCHRT-OPEN-SW       PIC X       VALUE "N".
       77  SESSION-OPERATOR     PIC X(10)   VALUE SPACE.
       77  SESSION-ROLE         PIC X       VALUE SPACE.
       77  SESSION-MAIN-FLAG    PIC X       VALUE SPACE.

       01  LOGGED-IN-SW         PIC X       VALUE "N".
           88  OPERATOR-LOGGED-IN           VALUE "Y".
       01  COMPANY-FILE-SW      PIC X       VALUE "N".
           88  COMPANY-FILE-AT-END          VALUE "Y".
       01  COMPANY-ALLOWED-SW   PIC X       VALUE "N".
           88  COMPANY-ALLOWED              VALUE "Y".
       01  COMPANY-FOUND-SW     PIC X       VALUE "N".
           88  COMPANY-FOUND                VALUE "Y".

       01  SESSION-OTHER-LIST.
           05  SESSION-OTHER    PIC X(4)    OCCURS 5 TIMES.

       01  COMPANY-LIST.
           05  COMPANY-ENTRY OCCURS 50 TIMES.
               10  CT-CODE          PIC X(4).
               10  CT-NAME          PIC X(30).
               10  CT-VAT-NO        PIC X(20).
               10  CT-BANK-ACCOUNT  PIC X(20).
               10  CT-BASE-CURRENCY PIC X(3).
               10  CT-BASE-RATE     PIC 9(5)V9(4).
               10  CT-FIRST-INVOICE-NO PIC 9(6).

       LINKAGE SECTION.
       01  COMPANY-AUTH-REQUEST.
           05  YQ-FUNCTION         PIC X.
           05  YQ-OPERATOR         PIC X(10).
           05  YQ-ROLE             PIC X.
           05  YQ-MAIN-FLAG        PIC X.
           05  YQ-OTHER-COMPANY    PIC X(4)    OCCURS 5 TIMES.
           05  YQ-COMPANY-CODE     PIC X(4).
           05  YQ-COMPANY-NAME     PIC X(30).
           05  YQ-VAT-NO           PIC X(20).
           05  YQ-BANK-ACCOUNT     PIC X(20).
           05  YQ-BASE-CURRENCY    PIC X(3).
           05  YQ-BASE-RATE        PIC 9(5)V9(4).
           05  YQ-FIRST-INVOICE-NO PIC 9(6).
           05  YQ-FILE-SUFFIX      PIC X(5).
           05  YQ-ALLOWED          PIC X.
           05  YQ-END              PIC X.
           05  YQ-CONSOLIDATED     PIC X.
           05  YQ-COMPANY-COUNT    PIC 9(3).

       PROCEDURE DIVISION USING COMPANY-AUTH-REQUEST.

       EVALUATE YQ-FUNCTION
           WHEN "L"
               PERFORM STORE-OPERATOR-ACCESS
               PERFORM LOAD-COMPANY-LIST
               MOVE ZERO TO LIST-IDX
           WHEN "F"
               PERFORM LOAD-COMPANY-LIST
               MOVE 1 TO LIST-IDX
               PERFORM RETURN-LIST-ENTRY
           WHEN "N"
               ADD 1 TO LIST-IDX
               PERFORM RETURN-LIST-ENTRY
           WHEN "K"
               PERFORM LOAD-COMPANY-LIST
               PERFORM CHECK-ONE-COMPANY
           WHEN OTHER
               CONTINUE.
       MOVE LIST-COUNT TO YQ-COMPANY-COUNT.
       IF NOT OPERATOR-LOGGED-IN
          OR SESSION-ROLE = "S"
           MOVE "Y" TO YQ-CONSOLIDATED
       ELSE
           MOVE "N" TO YQ-CONSOLIDATED.

       EXIT PROGRAM.

       STORE-OPERATOR-ACCESS.
           SET OPERATOR-LOGGED-IN TO TRUE.
           MOVE YQ-OPERATOR TO SESSION-OPERATOR.
           MOVE YQ-ROLE TO SESSION-ROLE.
           MOVE YQ-MAIN-FLAG TO SESSION-MAIN-FLAG.
           PERFORM STORE-ONE-OTHER-COMPANY
               VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX > 5.

       STORE-ONE-OTHER-COMPANY.
           MOVE YQ-OTHER-COMPANY (OTHER-IDX)
               TO SESSION-OTHER (OTHER-IDX).

       LOAD-COMPANY-LIST.
           MOVE ZERO TO LIST-COUNT.
           MOVE "N" TO EXCHRT-OPEN-SW.
           MOVE "N" TO COMPANY-FILE-SW.
           OPEN INPUT COMPANY-FILE.
           IF COMPANY-FILE-STATUS = "00"
               MOVE SPACE TO CY-CODE
               READ COMPANY-FILE
                   INVALID KEY PERFORM SET-MAIN-COMPANY-DEFAULTS
               END-READ
           ELSE
               PERFORM SET-MAIN-COMPANY-DEFAULTS
               SET COMPANY-FILE-AT-END TO TRUE.
           PERFORM CHECK-COMPANY-ALLOWED.
           IF COMPANY-ALLOWED
               PERFORM ADD-LIST-ENTRY.
           IF NOT COMPANY-FILE-AT-END
               MOVE SPACE TO CY-CODE
               START COMPANY-FILE KEY IS GREATER THAN CY-CODE
                   INVALID KEY SET COMPANY-FILE-AT-END TO TRUE
               END-START
               PERFORM LOAD-ONE-COMPANY
                   UNTIL COMPANY-FILE-AT-END.
           IF COMPANY-FILE-STATUS NOT = "35"
               CLOSE COMPANY-FILE.
           IF EXCHRT-OPEN-SW = "Y"
               CLOSE EXCHANGE-RATE-FILE.

       SET-MAIN-COMPANY-DEFAULTS.
           MOVE SPACE TO COMPANY-RECORD.
           MOVE "NOK" TO CY-BASE-CURRENCY.
           MOVE ZERO TO CY-FIRST-INVOICE-NO.

       LOAD-ONE-COMPANY.
           READ COMPANY-FILE NEXT
               AT END SET COMPANY-FILE-AT-END TO TRUE.
           IF NOT COMPANY-FILE-AT-END
               PERFORM CHECK-COMPANY-ALLOWED
               IF COMPANY-ALLOWED
                   PERFORM ADD-LIST-ENTRY.

       CHECK-COMPANY-ALLOWED.
           MOVE "N" TO COMPANY-ALLOWED-SW.
           IF NOT OPERATOR-LOGGED-IN
              OR SESSION-ROLE = "S"
               SET COMPANY-ALLOWED TO TRUE
           ELSE
               IF CY-CODE = SPACE
                   IF SESSION-MAIN-FLAG NOT = "N"
                       SET COMPANY-ALLOWED TO TRUE
                   END-IF
               ELSE
                   PERFORM CHECK-ONE-OTHER-COMPANY
                       VARYING OTHER-IDX FROM 1 BY 1
                           UNTIL OTHER-IDX > 5
                              OR COMPANY-ALLOWED.

       CHECK-ONE-OTHER-COMPANY.
           IF SESSION-OTHER (OTHER-IDX) = CY-CODE
               SET COMPANY-ALLOWED TO TRUE.

       ADD-LIST-ENTRY.
           IF LIST-COUNT < 50
               ADD 1 TO LIST-COUNT
               MOVE CY-CODE TO CT-CODE (LIST-COUNT)
               MOVE CY-NAME TO CT-NAME (LIST-COUNT)
               MOVE CY-VAT-NO TO CT-VAT-NO (LIST-COUNT)
               MOVE CY-BANK-ACCOUNT TO CT-BANK-ACCOUNT (LIST-COUNT)
               IF CY-BASE-CURRENCY = SPACE
                   MOVE "NOK" TO CY-BASE-CURRENCY
               END-IF
               MOVE CY-BASE-CURRENCY TO CT-BASE-CURRENCY (LIST-COUNT)
               MOVE CY-FIRST-INVOICE-NO
                   TO CT-FIRST-INVOICE-NO (LIST-COUNT)
               MOVE 1 TO CT-BASE-RATE (LIST-COUNT)
               IF CY-BASE-CURRENCY NOT = "NOK"
                   PERFORM LOOK-UP-BASE-RATE.

       LOOK-UP-BASE-RATE.
           IF EXCHRT-OPEN-SW NOT = "Y"
               OPEN INPUT EXCHANGE-RATE-FILE
               MOVE "Y" TO EXCHRT-OPEN-SW.
           MOVE CY-BASE-CURRENCY TO XR-CODE.
           READ EXCHANGE-RATE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF XR-RATE-TO-NOK NOT = ZERO
                       MOVE XR-RATE-TO-NOK
                           TO CT-BASE-RATE (LIST-COUNT).

       RETURN-LIST-ENTRY.
           IF LIST-IDX > LIST-COUNT
               MOVE "Y" TO YQ-END
               MOVE "N" TO YQ-ALLOWED
           ELSE
               MOVE "N" TO YQ-END
               PERFORM MOVE-ENTRY-TO-REQUEST.

       CHECK-ONE-COMPANY.
           MOVE "N" TO COMPANY-FOUND-SW.
           PERFORM FIND-ONE-LIST-ENTRY
               VARYING LIST-IDX FROM 1 BY 1
                   UNTIL LIST-IDX > LIST-COUNT
                      OR COMPANY-FOUND.
           IF COMPANY-FOUND
               SUBTRACT 1 FROM LIST-IDX
               PERFORM MOVE-ENTRY-TO-REQUEST
           ELSE
               MOVE "N" TO YQ-ALLOWED.

       FIND-ONE-LIST-ENTRY.
           IF CT-CODE (LIST-IDX) = YQ-COMPANY-CODE
               SET COMPANY-FOUND TO TRUE.

       MOVE-ENTRY-TO-REQUEST.
           MOVE "Y" TO YQ-ALLOWED.
           MOVE CT-CODE (LIST-IDX) TO YQ-COMPANY-CODE.
           MOVE CT-NAME (LIST-IDX) TO YQ-COMPANY-NAME.
           MOVE CT-VAT-NO (LIST-IDX) TO YQ-VAT-NO.
           MOVE CT-BANK-ACCOUNT (LIST-IDX) TO YQ-BANK-ACCOUNT.
           MOVE CT-BASE-CURRENCY (LIST-IDX) TO YQ-BASE-CURRENCY.
           MOVE CT-BASE-RATE (LIST-IDX) TO YQ-BASE-RATE.
           MOVE CT-FIRST-INVOICE-NO (LIST-IDX)
               TO YQ-FIRST-INVOICE-NO.
           MOVE SPACE TO YQ-FILE-SUFFIX.
           IF YQ-COMPANY-CODE NOT = SPACE
               STRING "_" DELIMITED BY SIZE
                   YQ-COMPANY-CODE DELIMITED BY SPACE
                   INTO YQ-FILE-SUFFIX.
