       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENADD.

      ****************************
      * Program maintains the
      * benefits a project was
      * approved on
      * (BENEFIT-FILE): type
      * (cost saving, revenue,
      * hours saved or other),
      * planned annual value in
      * the project currency
      * (hours for hours saved),
      * the date measurement
      * starts and the owner
      * employee who answers for
      * the benefit after
      * closure. Realised values
      * are entered per quarter
      * (BENEFIT-VALUE-FILE).
      * The project may be
      * active, in HISTORY-FILE
      * or in ARCHIVE-FILE.
      * Changes are recorded in
      * AUDIT-FILE. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCHISTORY.COB".
           COPY "FCARCHIVE.COB".
           COPY "FCBENEFIT.COB".
           COPY "FCBENVAL.COB".
           COPY "FCEMPLOYEE.COB".
           COPY "FCAUDIT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDHISTORY.COB".
           COPY "FDARCHIVE.COB".
           COPY "FDBENEFIT.COB".
           COPY "FDBENVAL.COB".
           COPY "FDEMPLOYEE.COB".
           COPY "FDAUDIT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-BN-CHOICE     PIC X(2)       VALUE SPACE.
       77  ACCEPT-BN-SEQ        PIC 9(4)       VALUE ZERO.
       77  ACCEPT-OWNER-ID      PIC X(10)      VALUE SPACE.
       77  ACCEPT-YEAR          PIC 9(4)       VALUE ZERO.
       77  ACCEPT-QUARTER       PIC 9          VALUE ZERO.
       77  ACCEPT-DATE-TEXT     PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-NUM      PIC 9(8)       VALUE ZERO.
       77  BENEFIT-FILE-STATUS  PIC XX         VALUE SPACE.
       77  BENVAL-FILE-STATUS   PIC XX         VALUE SPACE.
       77  LAST-BN-SEQ          PIC 9(4)       VALUE ZERO.
       77  START-YEAR           PIC 9(4)       VALUE ZERO.
       77  PROJECT-CURRENCY     PIC X(3)       VALUE SPACE.
       77  PROJECT-DEPT-CODE    PIC X(10)      VALUE SPACE.
       77  SHOW-MONEY           PIC Z(10)9.99- VALUE ZERO.

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  PROJECT-FOUND-SW     PIC X          VALUE "N".
           88  PROJECT-FOUND                   VALUE "Y".
       01  BN-FOUND-SW          PIC X          VALUE "N".
           88  BN-FOUND                        VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-BN-SW     PIC X          VALUE "N".
               88  CANCEL-BN                   VALUE "Y".

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "BENADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM         PIC X(10).

       PROCEDURE DIVISION USING OPERATOR-ID-PARM.

       PERFORM INIT-PROGRAM.
       PERFORM SELECT-PROJECT
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT ARCHIVE-FILE.
           OPEN I-O BENEFIT-FILE.
           IF BENEFIT-FILE-STATUS = "35"
               OPEN OUTPUT BENEFIT-FILE
               CLOSE BENEFIT-FILE
               OPEN I-O BENEFIT-FILE.
           OPEN I-O BENEFIT-VALUE-FILE.
           IF BENVAL-FILE-STATUS = "35"
               OPEN OUTPUT BENEFIT-VALUE-FILE
               CLOSE BENEFIT-VALUE-FILE
               OPEN I-O BENEFIT-VALUE-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN EXTEND AUDIT-FILE.
           MOVE "N" TO CANCEL-ADD-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE BENEFIT-FILE.
           CLOSE BENEFIT-VALUE-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE AUDIT-FILE.

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*     Benefits realisation     *".
           DISPLAY "********************************".
           DISPLAY "Enter project number (active or closed):".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-PROJECT-NO.
           IF ACCEPT-PROJECT-NO = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               PERFORM FIND-PROJECT
               IF NOT PROJECT-FOUND
                   DISPLAY "Project number not found, try again ..."
               ELSE
                   MOVE "N" TO CANCEL-BN-SW
                   PERFORM BENEFIT-MENU
                       UNTIL CANCEL-BN.

       FIND-PROJECT.
           MOVE "N" TO PROJECT-FOUND-SW.
           MOVE ACCEPT-PROJECT-NO TO PR-NUMBER.
           READ PROJECT-FILE
               INVALID KEY PERFORM FIND-CLOSED-PROJECT
               NOT INVALID KEY
                   MOVE PR-CURRENCY TO PROJECT-CURRENCY
                   MOVE PR-DEPT-CODE TO PROJECT-DEPT-CODE
                   SET PROJECT-FOUND TO TRUE.

       FIND-CLOSED-PROJECT.
           MOVE ACCEPT-PROJECT-NO TO HI-NUMBER.
           READ HISTORY-FILE
               INVALID KEY
                   MOVE ACCEPT-PROJECT-NO TO AR-NUMBER
                   READ ARCHIVE-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE AR-CURRENCY TO PROJECT-CURRENCY
                           MOVE AR-DEPT-CODE TO PROJECT-DEPT-CODE
                           SET PROJECT-FOUND TO TRUE
                   END-READ
               NOT INVALID KEY
                   MOVE HI-CURRENCY TO PROJECT-CURRENCY
                   MOVE HI-DEPT-CODE TO PROJECT-DEPT-CODE
                   SET PROJECT-FOUND TO TRUE.

       BENEFIT-MENU.
           PERFORM LIST-BENEFITS.
           DISPLAY " ".
           DISPLAY "*  1 - Add benefit            *".
           DISPLAY "*  2 - Enter realised value   *".
           DISPLAY "*  3 - Change benefit owner   *".
           DISPLAY "* -1 - Back to project entry  *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-BN-CHOICE.
           EVALUATE ACCEPT-BN-CHOICE
               WHEN "1"
                   PERFORM ADD-BENEFIT
               WHEN "2"
                   PERFORM ENTER-REALISED-VALUE
               WHEN "3"
                   PERFORM CHANGE-BENEFIT-OWNER
               WHEN "-1"
                   SET CANCEL-BN TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       LIST-BENEFITS.
           MOVE ZERO TO LAST-BN-SEQ.
           MOVE ACCEPT-PROJECT-NO TO BN-NUMBER.
           MOVE ZERO TO BN-SEQ.
           DISPLAY " ".
           DISPLAY "Benefits for project:".
           DISPLAY ACCEPT-PROJECT-NO.
           DISPLAY "(C=cost saving R=revenue H=hours saved"
               " O=other)".
           START BENEFIT-FILE KEY IS NOT LESS THAN BN-KEY
               INVALID KEY MOVE SPACE TO BN-NUMBER.
           PERFORM LIST-ONE-BENEFIT
               UNTIL BN-NUMBER NOT = ACCEPT-PROJECT-NO.

       LIST-ONE-BENEFIT.
           READ BENEFIT-FILE NEXT
               AT END MOVE SPACE TO BN-NUMBER.
           IF BN-NUMBER = ACCEPT-PROJECT-NO
               MOVE BN-SEQ TO LAST-BN-SEQ
               MOVE BN-PLANNED-ANNUAL TO SHOW-MONEY
               DISPLAY BN-SEQ " " BN-TYPE " " BN-DESCRIPTION (1:40)
               DISPLAY "     planned/year " SHOW-MONEY " "
                   BN-CURRENCY " from " BN-START-DATE
                   " owner " BN-OWNER-ID.

       ADD-BENEFIT.
           MOVE ACCEPT-PROJECT-NO TO BN-NUMBER.
           COMPUTE BN-SEQ = LAST-BN-SEQ + 1.
           DISPLAY "Enter description of the benefit:".
           ACCEPT BN-DESCRIPTION.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-BENEFIT-TYPE
               UNTIL VALID-DATA.
           IF BN-HOURS-SAVED
               MOVE "HRS" TO BN-CURRENCY
               DISPLAY "Enter planned hours saved per year:"
           ELSE
               MOVE PROJECT-CURRENCY TO BN-CURRENCY
               DISPLAY "Enter planned annual value in "
                   PROJECT-CURRENCY ":".
           ACCEPT BN-PLANNED-ANNUAL.
           DISPLAY "Enter measurement start date (YYYYMMDD):".
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-START-DATE
               UNTIL VALID-DATA.
           MOVE ACCEPT-DATE-NUM TO BN-START-DATE.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-BENEFIT-OWNER
               UNTIL VALID-DATA.
           MOVE ACCEPT-OWNER-ID TO BN-OWNER-ID.
           MOVE PROJECT-DEPT-CODE TO BN-DEPT-CODE.
           MOVE OPERATOR-ID-PARM TO BN-OPERATOR.
           WRITE BENEFIT-RECORD
               INVALID KEY
                   DISPLAY "Error adding benefit"
                   MOVE "ADD-BENEFIT" TO EQ-PARAGRAPH
                   MOVE "BENEFIT-FILE" TO EQ-FILE
                   MOVE BN-KEY TO EQ-KEY
                   MOVE BENEFIT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   DISPLAY "Benefit " BN-SEQ " added.".

       GET-BENEFIT-TYPE.
           DISPLAY "Enter type (C=cost saving, R=revenue,"
               " H=hours saved, O=other):".
           ACCEPT BN-TYPE.
           IF BN-VALID-TYPE
               SET VALID-DATA TO TRUE
           ELSE
               DISPLAY "Type must be C, R, H or O ... try again.".

       GET-START-DATE.
           ACCEPT ACCEPT-DATE-TEXT.
           MOVE "N" TO VALID-DATA-SW.
           CALL "DATEOK" USING VALID-DATA-SW
                               ACCEPT-DATE-TEXT
                               ACCEPT-DATE-NUM.
           IF NOT VALID-DATA
               DISPLAY "Wrong date format."
               DISPLAY "Format should be: YYYYMMDD"
               DISPLAY " ... try again.".

       GET-BENEFIT-OWNER.
           DISPLAY "Enter owner employee ID:".
           ACCEPT ACCEPT-OWNER-ID.
           MOVE ACCEPT-OWNER-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee ID not found, try again ..."
               NOT INVALID KEY
                   SET VALID-DATA TO TRUE.

       FIND-BENEFIT.
           MOVE "N" TO BN-FOUND-SW.
           DISPLAY "Enter benefit number:".
           ACCEPT ACCEPT-BN-SEQ.
           MOVE ACCEPT-PROJECT-NO TO BN-NUMBER.
           MOVE ACCEPT-BN-SEQ TO BN-SEQ.
           READ BENEFIT-FILE
               INVALID KEY DISPLAY "Benefit not found"
               NOT INVALID KEY SET BN-FOUND TO TRUE.

       ENTER-REALISED-VALUE.
           PERFORM FIND-BENEFIT.
           IF BN-FOUND
               COMPUTE START-YEAR = BN-START-DATE / 10000
               MOVE "N" TO VALID-DATA-SW
               PERFORM GET-VALUE-QUARTER
                   UNTIL VALID-DATA
               PERFORM STORE-REALISED-VALUE.

       GET-VALUE-QUARTER.
           DISPLAY "Enter year (YYYY):".
           ACCEPT ACCEPT-YEAR.
           DISPLAY "Enter quarter (1-4):".
           ACCEPT ACCEPT-QUARTER.
           IF ACCEPT-QUARTER < 1 OR ACCEPT-QUARTER > 4
               DISPLAY "Quarter must be 1 to 4 ... try again."
           ELSE IF ACCEPT-YEAR < START-YEAR
               DISPLAY "Measurement starts in " START-YEAR
                   " ... try again."
           ELSE
               SET VALID-DATA TO TRUE.

       STORE-REALISED-VALUE.
           MOVE BN-NUMBER TO BV-NUMBER.
           MOVE BN-SEQ TO BV-SEQ.
           MOVE ACCEPT-YEAR TO BV-YEAR.
           MOVE ACCEPT-QUARTER TO BV-QUARTER.
           READ BENEFIT-VALUE-FILE
               INVALID KEY
                   PERFORM ADD-REALISED-VALUE
               NOT INVALID KEY
                   PERFORM CHANGE-REALISED-VALUE.

       ADD-REALISED-VALUE.
           DISPLAY "Enter realised value for the quarter in "
               BN-CURRENCY ":".
           ACCEPT BV-REALISED.
           MOVE CURRENT-DATE-NUM TO BV-ENTERED-DATE.
           MOVE OPERATOR-ID-PARM TO BV-OPERATOR.
           WRITE BENEFIT-VALUE-RECORD
               INVALID KEY
                   DISPLAY "Error adding realised value"
                   MOVE "ADD-REALISED-VALUE" TO EQ-PARAGRAPH
                   MOVE "BENEFIT-VALUE-FILE" TO EQ-FILE
                   MOVE BV-KEY TO EQ-KEY
                   MOVE BENVAL-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY DISPLAY "Realised value recorded.".

       CHANGE-REALISED-VALUE.
           MOVE BV-REALISED TO SHOW-MONEY.
           DISPLAY "Already recorded: " SHOW-MONEY " " BN-CURRENCY.
           MOVE "BV-REALISED" TO AU-CHANGED-FIELD.
           MOVE SHOW-MONEY TO AU-BEFORE-VALUE.
           DISPLAY "Enter corrected value:".
           ACCEPT BV-REALISED.
           MOVE BV-REALISED TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-AFTER-VALUE.
           MOVE CURRENT-DATE-NUM TO BV-ENTERED-DATE.
           MOVE OPERATOR-ID-PARM TO BV-OPERATOR.
           REWRITE BENEFIT-VALUE-RECORD
               INVALID KEY
                   DISPLAY "Error updating realised value"
                   MOVE "CHANGE-REALISED-VALUE" TO EQ-PARAGRAPH
                   MOVE "BENEFIT-VALUE-FILE" TO EQ-FILE
                   MOVE BV-KEY TO EQ-KEY
                   MOVE BENVAL-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY DISPLAY "Realised value corrected.".
           MOVE "REWRITE" TO AU-OPERATION.
           MOVE "BENEFIT-VALUE" TO AU-FILE.
           MOVE SPACE TO AU-KEY.
           STRING FUNCTION TRIM (BV-NUMBER) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               BV-SEQ DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               BV-YEAR DELIMITED BY SIZE
               "Q" DELIMITED BY SIZE
               BV-QUARTER DELIMITED BY SIZE
               INTO AU-KEY
           END-STRING.
           PERFORM WRITE-AUDIT-RECORD.

       CHANGE-BENEFIT-OWNER.
           PERFORM FIND-BENEFIT.
           IF BN-FOUND
               DISPLAY "Owner is " BN-OWNER-ID
               MOVE "N" TO VALID-DATA-SW
               PERFORM GET-BENEFIT-OWNER
                   UNTIL VALID-DATA
               MOVE "BN-OWNER-ID" TO AU-CHANGED-FIELD
               MOVE BN-OWNER-ID TO AU-BEFORE-VALUE
               MOVE ACCEPT-OWNER-ID TO BN-OWNER-ID
               MOVE BN-OWNER-ID TO AU-AFTER-VALUE
               MOVE OPERATOR-ID-PARM TO BN-OPERATOR
               REWRITE BENEFIT-RECORD
                   INVALID KEY
                       DISPLAY "Error updating benefit"
                       MOVE "CHANGE-BENEFIT-OWNER" TO EQ-PARAGRAPH
                       MOVE "BENEFIT-FILE" TO EQ-FILE
                       MOVE BN-KEY TO EQ-KEY
                       MOVE BENEFIT-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY DISPLAY "Benefit owner changed."
               END-REWRITE
               MOVE "REWRITE" TO AU-OPERATION
               MOVE "BENEFIT" TO AU-FILE
               MOVE SPACE TO AU-KEY
               STRING FUNCTION TRIM (BN-NUMBER) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   BN-SEQ DELIMITED BY SIZE
                   INTO AU-KEY
               END-STRING
               PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AU-DATE.
           MOVE AU-TS-TIME TO AU-TIME.
           MOVE "BENADD" TO AU-PROGRAM.
           MOVE OPERATOR-ID-PARM TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
