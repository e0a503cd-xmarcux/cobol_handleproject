       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURADD.

      ****************************
      * Program maintains the
      * recurring cost templates
      * of a project
      * (RECURRING-COST-FILE):
      * category, amount and
      * currency, monthly or
      * quarterly frequency,
      * start and end dates,
      * billable flag, tax code
      * and a description for the
      * cost line note. A
      * template can be stopped
      * by giving it an end date,
      * or removed. The cost
      * lines themselves are
      * generated each night by
      * RECURGEN. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCRECUR.COB".
           COPY "FCCATEG.COB".
           COPY "FCEXCHRT.COB".
           COPY "FCTAX.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDRECUR.COB".
           COPY "FDCATEG.COB".
           COPY "FDEXCHRT.COB".
           COPY "FDTAX.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-RC-CHOICE     PIC X(2)       VALUE SPACE.
       77  ACCEPT-RC-SEQ        PIC X(3)       VALUE SPACE.
       77  ACCEPT-CATEGORY      PIC X(4)       VALUE SPACE.
       77  ACCEPT-CURRENCY      PIC X(3)       VALUE SPACE.
       77  ACCEPT-TAX-CODE      PIC X(4)       VALUE SPACE.
       77  ACCEPT-DATE-TEXT     PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-NUM      PIC 9(8)       VALUE ZERO.
       77  RECUR-FILE-STATUS    PIC XX         VALUE SPACE.
       77  CATEG-FILE-STATUS    PIC XX         VALUE SPACE.
       77  TAX-FILE-STATUS      PIC XX         VALUE SPACE.
       77  TAX-OPEN-SW          PIC X          VALUE "N".
       77  TEMPLATE-COUNT       PIC 9(4)       VALUE ZERO.
       77  LAST-RC-SEQ          PIC 9(3)       VALUE ZERO.
       77  SHOW-MONEY           PIC Z(10)9.99- VALUE ZERO.

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-RC-SW     PIC X          VALUE "N".
               88  CANCEL-RC                   VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "RECURADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM SELECT-PROJECT
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT PROJECT-FILE.
           OPEN I-O RECURRING-COST-FILE.
           IF RECUR-FILE-STATUS = "35"
               OPEN OUTPUT RECURRING-COST-FILE
               CLOSE RECURRING-COST-FILE
               OPEN I-O RECURRING-COST-FILE.
           OPEN I-O CATEGORY-FILE.
           IF CATEG-FILE-STATUS = "35"
               OPEN OUTPUT CATEGORY-FILE
               CLOSE CATEGORY-FILE
               OPEN I-O CATEGORY-FILE.
           OPEN INPUT EXCHANGE-RATE-FILE.
           MOVE "N" TO TAX-OPEN-SW.
           OPEN INPUT TAX-CODE-FILE.
           IF TAX-FILE-STATUS = "00"
               MOVE "Y" TO TAX-OPEN-SW.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE RECURRING-COST-FILE.
           CLOSE CATEGORY-FILE.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE TAX-CODE-FILE.

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*    Recurring cost templates  *".
           DISPLAY "********************************".
           DISPLAY "Enter project number:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-PROJECT-NO.
           IF ACCEPT-PROJECT-NO = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ACCEPT-PROJECT-NO TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY DISPLAY
                       "Project number not found, try again ..."
                   NOT INVALID KEY
                       MOVE "N" TO CANCEL-RC-SW
                       PERFORM TEMPLATE-MENU
                           UNTIL CANCEL-RC.

       TEMPLATE-MENU.
           PERFORM LIST-TEMPLATES.
           DISPLAY " ".
           DISPLAY "*  1 - Add template           *".
           DISPLAY "*  2 - Set end date           *".
           DISPLAY "*  3 - Remove template        *".
           DISPLAY "* -1 - Back to project entry  *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-RC-CHOICE.
           EVALUATE ACCEPT-RC-CHOICE
               WHEN "1"
                   PERFORM ADD-TEMPLATE
               WHEN "2"
                   PERFORM CHANGE-END-DATE
               WHEN "3"
                   PERFORM REMOVE-TEMPLATE
               WHEN "-1"
                   SET CANCEL-RC TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       LIST-TEMPLATES.
           MOVE PR-NUMBER TO RC-NUMBER.
           MOVE ZERO TO RC-SEQ.
           MOVE ZERO TO TEMPLATE-COUNT.
           MOVE ZERO TO LAST-RC-SEQ.
           DISPLAY " ".
           DISPLAY "Recurring costs for project:".
           DISPLAY PR-NUMBER.
           START RECURRING-COST-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE SPACE TO RC-NUMBER.
           PERFORM LIST-ONE-TEMPLATE
               UNTIL RC-NUMBER NOT = PR-NUMBER.
           IF TEMPLATE-COUNT = ZERO
               DISPLAY "No recurring costs yet".

       LIST-ONE-TEMPLATE.
           READ RECURRING-COST-FILE NEXT
               AT END MOVE SPACE TO RC-NUMBER.
           IF RC-NUMBER = PR-NUMBER
               ADD 1 TO TEMPLATE-COUNT
               MOVE RC-SEQ TO LAST-RC-SEQ
               MOVE RC-AMOUNT TO SHOW-MONEY
               DISPLAY RC-SEQ " " RC-CATEGORY " " SHOW-MONEY " "
                   RC-CURRENCY " " RC-FREQUENCY " " RC-DESCRIPTION
               DISPLAY "    from " RC-START-DATE " to " RC-END-DATE
                   " billable " RC-BILLABLE-FLAG
                   " tax " RC-TAX-CODE
                   " last period " RC-LAST-PERIOD.

       ADD-TEMPLATE.
           DISPLAY "Enter category code:".
           ACCEPT ACCEPT-CATEGORY.
           MOVE ACCEPT-CATEGORY TO CG-CODE.
           READ CATEGORY-FILE
               INVALID KEY
                   DISPLAY "Unknown category code, template not added"
               NOT INVALID KEY
                   PERFORM GET-TEMPLATE-INFO.

       GET-TEMPLATE-INFO.
           MOVE PR-NUMBER TO RC-NUMBER.
           COMPUTE RC-SEQ = LAST-RC-SEQ + 1.
           MOVE ACCEPT-CATEGORY TO RC-CATEGORY.
           DISPLAY "Enter amount per occurrence:".
           ACCEPT RC-AMOUNT.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-TEMPLATE-CURRENCY
               UNTIL VALID-DATA.
           DISPLAY "Frequency, M = monthly, Q = quarterly:".
           ACCEPT RC-FREQUENCY.
           IF NOT RC-QUARTERLY
               SET RC-MONTHLY TO TRUE.
           DISPLAY "Enter start date (YYYYMMDD):".
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-TEMPLATE-DATE
               UNTIL VALID-DATA.
           MOVE ACCEPT-DATE-NUM TO RC-START-DATE.
           PERFORM GET-TEMPLATE-END-DATE.
           DISPLAY "Billable to the customer? (Y/N):".
           ACCEPT RC-BILLABLE-FLAG.
           IF RC-BILLABLE-FLAG NOT = "Y"
               MOVE "N" TO RC-BILLABLE-FLAG.
           PERFORM GET-TEMPLATE-TAX-CODE.
           MOVE ACCEPT-TAX-CODE TO RC-TAX-CODE.
           DISPLAY "Enter description (cost line note):".
           ACCEPT RC-DESCRIPTION.
           MOVE ZERO TO RC-LAST-PERIOD.
           WRITE RECURRING-COST-RECORD
               INVALID KEY
                   DISPLAY "Error adding recurring cost"
                   MOVE "GET-TEMPLATE-INFO" TO EQ-PARAGRAPH
                   MOVE "RECURRING-COST-FILE" TO EQ-FILE
                   MOVE RC-KEY TO EQ-KEY
                   MOVE RECUR-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY DISPLAY "Recurring cost added.".

       GET-TEMPLATE-CURRENCY.
           DISPLAY "Enter currency code:".
           DISPLAY "(Blank defaults to the project currency)".
           ACCEPT ACCEPT-CURRENCY.
           IF ACCEPT-CURRENCY = SPACE
               MOVE PR-CURRENCY TO RC-CURRENCY
               SET VALID-DATA TO TRUE
           ELSE
               IF ACCEPT-CURRENCY = "NOK"
                   MOVE "NOK" TO RC-CURRENCY
                   SET VALID-DATA TO TRUE
               ELSE
                   MOVE ACCEPT-CURRENCY TO XR-CODE
                   READ EXCHANGE-RATE-FILE
                       INVALID KEY
                           DISPLAY "Unknown currency code, no rate"
                           DISPLAY "on file ... try again."
                       NOT INVALID KEY
                           MOVE XR-CODE TO RC-CURRENCY
                           SET VALID-DATA TO TRUE.

       GET-TEMPLATE-DATE.
           ACCEPT ACCEPT-DATE-TEXT.
           MOVE "N" TO VALID-DATA-SW.
           CALL "DATEOK" USING VALID-DATA-SW
                               ACCEPT-DATE-TEXT
                               ACCEPT-DATE-NUM.
           IF NOT VALID-DATA
               DISPLAY "Wrong date format."
               DISPLAY "Format should be: YYYYMMDD"
               DISPLAY " ... try again.".

       GET-TEMPLATE-END-DATE.
           DISPLAY "Enter end date (YYYYMMDD, blank = none):".
           MOVE ZERO TO RC-END-DATE.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-OPTIONAL-END-DATE
               UNTIL VALID-DATA.

       GET-OPTIONAL-END-DATE.
           ACCEPT ACCEPT-DATE-TEXT.
           IF ACCEPT-DATE-TEXT = SPACE OR ACCEPT-DATE-TEXT = "0"
               MOVE ZERO TO RC-END-DATE
               SET VALID-DATA TO TRUE
           ELSE
               MOVE "N" TO VALID-DATA-SW
               CALL "DATEOK" USING VALID-DATA-SW
                                   ACCEPT-DATE-TEXT
                                   ACCEPT-DATE-NUM
               IF NOT VALID-DATA
                   DISPLAY "Wrong date format ... try again."
               ELSE
                   IF ACCEPT-DATE-NUM < RC-START-DATE
                       DISPLAY "End date must be equal or larger"
                       DISPLAY "then start date ... try again."
                       MOVE "N" TO VALID-DATA-SW
                   ELSE
                       MOVE ACCEPT-DATE-NUM TO RC-END-DATE.

       GET-TEMPLATE-TAX-CODE.
           MOVE SPACE TO ACCEPT-TAX-CODE.
           DISPLAY "Enter tax code override:".
           DISPLAY "(Blank uses the customer's default)".
           ACCEPT ACCEPT-TAX-CODE.
           IF ACCEPT-TAX-CODE NOT = SPACE
               IF TAX-OPEN-SW NOT = "Y"
                   DISPLAY "No tax codes defined yet, override"
                   DISPLAY "cleared, customer default applies."
                   MOVE SPACE TO ACCEPT-TAX-CODE
               ELSE
                   MOVE ACCEPT-TAX-CODE TO TX-CODE
                   READ TAX-CODE-FILE
                       INVALID KEY
                           DISPLAY "Unknown tax code, override"
                           DISPLAY "cleared, customer default applies."
                           MOVE SPACE TO ACCEPT-TAX-CODE
                       NOT INVALID KEY
                           CONTINUE.

       CHANGE-END-DATE.
           DISPLAY "Enter template number:".
           ACCEPT ACCEPT-RC-SEQ.
           MOVE PR-NUMBER TO RC-NUMBER.
           MOVE ACCEPT-RC-SEQ TO RC-SEQ.
           READ RECURRING-COST-FILE
               INVALID KEY DISPLAY "Template not found"
               NOT INVALID KEY
                   PERFORM GET-TEMPLATE-END-DATE
                   REWRITE RECURRING-COST-RECORD
                       INVALID KEY
                           DISPLAY "Error updating recurring cost"
                           MOVE "CHANGE-END-DATE" TO EQ-PARAGRAPH
                           MOVE "RECURRING-COST-FILE" TO EQ-FILE
                           MOVE RC-KEY TO EQ-KEY
                           MOVE RECUR-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       NOT INVALID KEY
                           DISPLAY "End date updated."
                   END-REWRITE.

       REMOVE-TEMPLATE.
           DISPLAY "Enter template number to remove:".
           ACCEPT ACCEPT-RC-SEQ.
           MOVE PR-NUMBER TO RC-NUMBER.
           MOVE ACCEPT-RC-SEQ TO RC-SEQ.
           DELETE RECURRING-COST-FILE
               INVALID KEY DISPLAY "Template not found"
               NOT INVALID KEY DISPLAY "Recurring cost removed.".
