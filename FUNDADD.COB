       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDADD.

      ****************************
      * Program maintains the
      * funding sources of a
      * project (FUNDING-FILE):
      * per funder the committed
      * amount and currency, the
      * share of the project's
      * cost it carries, the
      * cost categories it will
      * pay for (none listed
      * means all) and the date
      * its funding ends. A
      * source can be removed.
      * The funder report
      * (FUNDRPT) splits actual
      * cost across the sources.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCFUNDNG.COB".
           COPY "FCCATEG.COB".
           COPY "FCEXCHRT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDFUNDNG.COB".
           COPY "FDCATEG.COB".
           COPY "FDEXCHRT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-FUNDER-CODE   PIC X(10)      VALUE SPACE.
       77  ACCEPT-FU-CHOICE     PIC X(2)       VALUE SPACE.
       77  ACCEPT-CURRENCY      PIC X(3)       VALUE SPACE.
       77  ACCEPT-CATEGORY      PIC X(4)       VALUE SPACE.
       77  FUNDNG-FILE-STATUS   PIC XX         VALUE SPACE.
       77  CATEG-FILE-STATUS    PIC XX         VALUE SPACE.
       77  CATEGORY-IDX         PIC 9(2)       VALUE ZERO.
       77  SOURCE-COUNT         PIC 9(4)       VALUE ZERO.
       77  TOTAL-SHARE-PCT      PIC 9(5)V99    VALUE ZERO.
       77  SHOW-MONEY           PIC Z(10)9.99- VALUE ZERO.
       77  SHOW-PCT             PIC ZZ9.99     VALUE ZERO.

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  CATEGORIES-DONE-SW   PIC X          VALUE "N".
           88  CATEGORIES-DONE                 VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-FU-SW     PIC X          VALUE "N".
               88  CANCEL-FU                   VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "FUNDADD".
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
           OPEN I-O FUNDING-FILE.
           IF FUNDNG-FILE-STATUS = "35"
               OPEN OUTPUT FUNDING-FILE
               CLOSE FUNDING-FILE
               OPEN I-O FUNDING-FILE.
           OPEN I-O CATEGORY-FILE.
           IF CATEG-FILE-STATUS = "35"
               OPEN OUTPUT CATEGORY-FILE
               CLOSE CATEGORY-FILE
               OPEN I-O CATEGORY-FILE.
           OPEN INPUT EXCHANGE-RATE-FILE.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE FUNDING-FILE.
           CLOSE CATEGORY-FILE.
           CLOSE EXCHANGE-RATE-FILE.

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*   Project funding sources    *".
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
                       MOVE "N" TO CANCEL-FU-SW
                       PERFORM FUNDING-MENU
                           UNTIL CANCEL-FU.

       FUNDING-MENU.
           PERFORM LIST-SOURCES.
           DISPLAY " ".
           DISPLAY "*  1 - Add or change source   *".
           DISPLAY "*  2 - Remove source          *".
           DISPLAY "* -1 - Back to project entry  *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-FU-CHOICE.
           EVALUATE ACCEPT-FU-CHOICE
               WHEN "1"
                   PERFORM MAINTAIN-SOURCE
               WHEN "2"
                   PERFORM REMOVE-SOURCE
               WHEN "-1"
                   SET CANCEL-FU TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       LIST-SOURCES.
           MOVE PR-NUMBER TO FU-NUMBER.
           MOVE SPACE TO FU-FUNDER-CODE.
           MOVE ZERO TO SOURCE-COUNT.
           MOVE ZERO TO TOTAL-SHARE-PCT.
           DISPLAY " ".
           DISPLAY "Funding sources for project:".
           DISPLAY PR-NUMBER.
           START FUNDING-FILE KEY IS NOT LESS THAN FU-KEY
               INVALID KEY MOVE SPACE TO FU-NUMBER.
           PERFORM LIST-ONE-SOURCE
               UNTIL FU-NUMBER NOT = PR-NUMBER.
           IF SOURCE-COUNT = ZERO
               DISPLAY "No funding sources yet"
           ELSE
               MOVE TOTAL-SHARE-PCT TO SHOW-PCT
               DISPLAY "Total share: " SHOW-PCT " percent".

       LIST-ONE-SOURCE.
           READ FUNDING-FILE NEXT
               AT END MOVE SPACE TO FU-NUMBER.
           IF FU-NUMBER = PR-NUMBER
               ADD 1 TO SOURCE-COUNT
               ADD FU-SHARE-PCT TO TOTAL-SHARE-PCT
               MOVE FU-COMMITTED-AMOUNT TO SHOW-MONEY
               MOVE FU-SHARE-PCT TO SHOW-PCT
               DISPLAY FU-FUNDER-CODE " " FU-FUNDER-NAME
               DISPLAY "    " SHOW-MONEY " " FU-CURRENCY
                   " share " SHOW-PCT " ends " FU-END-DATE
               DISPLAY "    categories: " FU-ELIGIBLE-CATEGORY (1)
                   " " FU-ELIGIBLE-CATEGORY (2)
                   " " FU-ELIGIBLE-CATEGORY (3)
                   " " FU-ELIGIBLE-CATEGORY (4)
                   " " FU-ELIGIBLE-CATEGORY (5)
                   " " FU-ELIGIBLE-CATEGORY (6)
                   " " FU-ELIGIBLE-CATEGORY (7)
                   " " FU-ELIGIBLE-CATEGORY (8).

       MAINTAIN-SOURCE.
           DISPLAY "Enter funder code:".
           ACCEPT ACCEPT-FUNDER-CODE.
           IF ACCEPT-FUNDER-CODE = SPACE
               DISPLAY "Funder code is required."
           ELSE
               MOVE PR-NUMBER TO FU-NUMBER
               MOVE ACCEPT-FUNDER-CODE TO FU-FUNDER-CODE
               READ FUNDING-FILE
                   INVALID KEY
                       PERFORM GET-SOURCE-INFO
                       PERFORM WRITE-NEW-SOURCE
                   NOT INVALID KEY
                       PERFORM GET-SOURCE-INFO
                       PERFORM REWRITE-SOURCE.

       GET-SOURCE-INFO.
           DISPLAY "Enter funder name:".
           ACCEPT FU-FUNDER-NAME.
           DISPLAY "Enter committed amount:".
           ACCEPT FU-COMMITTED-AMOUNT.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-SOURCE-CURRENCY
               UNTIL VALID-DATA.
           DISPLAY "Enter share of project cost in percent:".
           ACCEPT FU-SHARE-PCT.
           IF FU-SHARE-PCT > 100
               DISPLAY "Share can not exceed 100, set to 100."
               MOVE 100 TO FU-SHARE-PCT.
           DISPLAY "Enter funding end date (YYYYMMDD, 0 = none):".
           ACCEPT FU-END-DATE.
           MOVE SPACE TO FU-ELIGIBLE-CATEGORY (1).
           MOVE "N" TO CATEGORIES-DONE-SW.
           DISPLAY "Enter eligible cost categories, one at a time,".
           DISPLAY "up to 8 (blank ends; none means all):".
           PERFORM GET-ELIGIBLE-CATEGORY
               VARYING CATEGORY-IDX FROM 1 BY 1
               UNTIL CATEGORY-IDX > 8.

       GET-SOURCE-CURRENCY.
           DISPLAY "Enter currency code:".
           DISPLAY "(Blank defaults to the project currency)".
           ACCEPT ACCEPT-CURRENCY.
           IF ACCEPT-CURRENCY = SPACE
               MOVE PR-CURRENCY TO FU-CURRENCY
               SET VALID-DATA TO TRUE
           ELSE
               IF ACCEPT-CURRENCY = "NOK"
                   MOVE "NOK" TO FU-CURRENCY
                   SET VALID-DATA TO TRUE
               ELSE
                   MOVE ACCEPT-CURRENCY TO XR-CODE
                   READ EXCHANGE-RATE-FILE
                       INVALID KEY
                           DISPLAY "Unknown currency code, no rate"
                           DISPLAY "on file ... try again."
                       NOT INVALID KEY
                           MOVE XR-CODE TO FU-CURRENCY
                           SET VALID-DATA TO TRUE.

       GET-ELIGIBLE-CATEGORY.
           MOVE SPACE TO ACCEPT-CATEGORY.
           IF NOT CATEGORIES-DONE
               DISPLAY "Category " CATEGORY-IDX ":"
               ACCEPT ACCEPT-CATEGORY.
           IF ACCEPT-CATEGORY = SPACE
               SET CATEGORIES-DONE TO TRUE
               MOVE SPACE TO FU-ELIGIBLE-CATEGORY (CATEGORY-IDX)
           ELSE
               MOVE ACCEPT-CATEGORY TO CG-CODE
               READ CATEGORY-FILE
                   INVALID KEY
                       DISPLAY "Unknown category, left out."
                       MOVE SPACE
                           TO FU-ELIGIBLE-CATEGORY (CATEGORY-IDX)
                   NOT INVALID KEY
                       MOVE ACCEPT-CATEGORY
                           TO FU-ELIGIBLE-CATEGORY (CATEGORY-IDX).

       WRITE-NEW-SOURCE.
           MOVE PR-NUMBER TO FU-NUMBER.
           MOVE ACCEPT-FUNDER-CODE TO FU-FUNDER-CODE.
           WRITE FUNDING-RECORD
               INVALID KEY
                   DISPLAY "Error adding funding source"
                   MOVE "WRITE-NEW-SOURCE" TO EQ-PARAGRAPH
                   MOVE "FUNDING-FILE" TO EQ-FILE
                   MOVE FU-KEY TO EQ-KEY
                   MOVE FUNDNG-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Funding source added.".

       REWRITE-SOURCE.
           REWRITE FUNDING-RECORD
               INVALID KEY
                   DISPLAY "Error updating funding source"
                   MOVE "REWRITE-SOURCE" TO EQ-PARAGRAPH
                   MOVE "FUNDING-FILE" TO EQ-FILE
                   MOVE FU-KEY TO EQ-KEY
                   MOVE FUNDNG-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Funding source updated.".

       REMOVE-SOURCE.
           DISPLAY "Enter funder code to remove:".
           ACCEPT ACCEPT-FUNDER-CODE.
           MOVE PR-NUMBER TO FU-NUMBER.
           MOVE ACCEPT-FUNDER-CODE TO FU-FUNDER-CODE.
           DELETE FUNDING-FILE
               INVALID KEY DISPLAY "Funding source not found"
               NOT INVALID KEY DISPLAY "Funding source removed.".
