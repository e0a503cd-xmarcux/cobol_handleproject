       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPADD.

      ****************************
      * Program captures employee
      * expense claims in
      * EXPENSE-CLAIM-FILE: per
      * employee and claim number
      * one line per receipt,
      * with project, cost
      * category, amount,
      * currency, date and
      * receipt reference. Lines
      * go to the project leader
      * for approval (EXPAPPR)
      * and approved lines are
      * posted to the project's
      * cost lines by EXPPOST.
      * A rejected line can be
      * corrected and resubmitted
      * here. Dates in a closed
      * accounting period (per
      * PERIODOK) are refused.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCEMPLOYEE.COB".
           COPY "FCCATEG.COB".
           COPY "FCEXCHRT.COB".
           COPY "FCEXPCLM.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDEMPLOYEE.COB".
           COPY "FDCATEG.COB".
           COPY "FDEXCHRT.COB".
           COPY "FDEXPCLM.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-EMPLOYEE-ID   PIC X(10)      VALUE SPACE.
       77  ACCEPT-CLAIM-NO      PIC 9(6)       VALUE ZERO.
       77  ACCEPT-CHOICE        PIC X(2)       VALUE SPACE.
       77  ACCEPT-LINE-SEQ      PIC 9(3)       VALUE ZERO.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-CATEGORY      PIC X(4)       VALUE SPACE.
       77  ACCEPT-DATE-TEXT     PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-NUM      PIC 9(8)       VALUE ZERO.
       77  ACCEPT-AMOUNT        PIC 9(8)V99    VALUE ZERO.
       77  ACCEPT-CURRENCY      PIC X(3)       VALUE SPACE.
       77  ACCEPT-RECEIPT-REF   PIC X(20)      VALUE SPACE.
       77  ACCEPT-NOTE          PIC X(40)      VALUE SPACE.
       77  EXPCLM-FILE-STATUS   PIC XX         VALUE SPACE.
       77  CATEG-FILE-STATUS    PIC XX         VALUE SPACE.
       77  CATEG-OPEN-SW        PIC X          VALUE "N".
       77  LAST-LINE-SEQ        PIC 9(3)       VALUE ZERO.
       77  HIGHEST-CLAIM-NO     PIC 9(6)       VALUE ZERO.
       77  CHECK-PERIOD         PIC 9(6)       VALUE ZERO.
       77  PERIOD-OPEN-ANSWER   PIC X          VALUE "Y".
       77  SHOW-MONEY           PIC Z(7)9.99-  VALUE ZERO.

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-CLAIM-SW  PIC X          VALUE "N".
               88  CANCEL-CLAIM                VALUE "Y".
           05  VALID-DATA-SW    PIC X          VALUE "N".
               88  VALID-DATA                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "EXPADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM ENTER-CLAIM
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT EXCHANGE-RATE-FILE.
           MOVE "N" TO CATEG-OPEN-SW.
           OPEN INPUT CATEGORY-FILE.
           IF CATEG-FILE-STATUS = "00"
               MOVE "Y" TO CATEG-OPEN-SW.
           OPEN I-O EXPENSE-CLAIM-FILE.
           IF EXPCLM-FILE-STATUS = "35"
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               CLOSE EXPENSE-CLAIM-FILE
               OPEN I-O EXPENSE-CLAIM-FILE.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE CATEGORY-FILE.
           CLOSE EXPENSE-CLAIM-FILE.

       ENTER-CLAIM.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*     Enter expense claim      *".
           DISPLAY "********************************".
           DISPLAY "Enter employee ID:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-EMPLOYEE-ID.
           IF ACCEPT-EMPLOYEE-ID = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ACCEPT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "Employee ID not found, try again ..."
                   NOT INVALID KEY
                       IF EM-LEFT
                           DISPLAY "Employee has left ... try again."
                       ELSE
                           PERFORM GET-CLAIM-NUMBER
                           PERFORM CLAIM-MENU
                               UNTIL CANCEL-CLAIM.

       GET-CLAIM-NUMBER.
           DISPLAY "Enter claim number, or 0 to start a new claim:".
           ACCEPT ACCEPT-CLAIM-NO.
           IF ACCEPT-CLAIM-NO = ZERO
               PERFORM ASSIGN-NEXT-CLAIM-NO
               DISPLAY "New claim number: " ACCEPT-CLAIM-NO.
           MOVE "N" TO CANCEL-CLAIM-SW.

       ASSIGN-NEXT-CLAIM-NO.
           MOVE ZERO TO HIGHEST-CLAIM-NO.
           MOVE EM-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
           MOVE ZERO TO EC-CLAIM-NO.
           MOVE ZERO TO EC-LINE-SEQ.
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN EC-KEY
               INVALID KEY MOVE SPACE TO EC-EMPLOYEE-ID.
           PERFORM CHECK-ONE-CLAIM-NO
               UNTIL EC-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID.
           COMPUTE ACCEPT-CLAIM-NO = HIGHEST-CLAIM-NO + 1.

       CHECK-ONE-CLAIM-NO.
           READ EXPENSE-CLAIM-FILE NEXT
               AT END MOVE SPACE TO EC-EMPLOYEE-ID.
           IF EC-EMPLOYEE-ID = EM-EMPLOYEE-ID
              AND EC-CLAIM-NO > HIGHEST-CLAIM-NO
               MOVE EC-CLAIM-NO TO HIGHEST-CLAIM-NO.

       CLAIM-MENU.
           PERFORM LIST-CLAIM-LINES.
           DISPLAY " ".
           DISPLAY "*  1 - Add claim line         *".
           DISPLAY "*  2 - Correct rejected line  *".
           DISPLAY "* -1 - Claim done             *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-CHOICE.
           EVALUATE ACCEPT-CHOICE
               WHEN "1"
                   PERFORM ADD-CLAIM-LINE
               WHEN "2"
                   PERFORM CORRECT-CLAIM-LINE
               WHEN "-1"
                   SET CANCEL-CLAIM TO TRUE
               WHEN OTHER
                   DISPLAY "Wrong entry ... try again".

       LIST-CLAIM-LINES.
           MOVE ZERO TO LAST-LINE-SEQ.
           DISPLAY " ".
           DISPLAY "Claim " ACCEPT-CLAIM-NO " for employee "
               EM-EMPLOYEE-ID ":".
           MOVE EM-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
           MOVE ACCEPT-CLAIM-NO TO EC-CLAIM-NO.
           MOVE ZERO TO EC-LINE-SEQ.
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN EC-KEY
               INVALID KEY MOVE SPACE TO EC-EMPLOYEE-ID.
           PERFORM LIST-ONE-CLAIM-LINE
               UNTIL EC-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                  OR EC-CLAIM-NO NOT = ACCEPT-CLAIM-NO.
           IF LAST-LINE-SEQ = ZERO
               DISPLAY "(no lines yet)".

       LIST-ONE-CLAIM-LINE.
           READ EXPENSE-CLAIM-FILE NEXT
               AT END MOVE SPACE TO EC-EMPLOYEE-ID.
           IF EC-EMPLOYEE-ID = EM-EMPLOYEE-ID
              AND EC-CLAIM-NO = ACCEPT-CLAIM-NO
               MOVE EC-LINE-SEQ TO LAST-LINE-SEQ
               MOVE EC-AMOUNT TO SHOW-MONEY
               DISPLAY EC-LINE-SEQ " " EC-DATE " " EC-CATEGORY " "
                   SHOW-MONEY " " EC-CURRENCY " " EC-RECEIPT-REF
                   " " EC-APPROVAL-FLAG " " EC-POSTED-FLAG
               IF EC-REJECTED
                   DISPLAY "    Rejected: " EC-REJECT-REASON.

       ADD-CLAIM-LINE.
           IF LAST-LINE-SEQ >= 999
               DISPLAY "Claim is full, start a new claim."
           ELSE
               PERFORM GET-CLAIM-LINE-INFO
               IF VALID-DATA
                   PERFORM WRITE-NEW-CLAIM-LINE.

       WRITE-NEW-CLAIM-LINE.
           MOVE EM-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
           MOVE ACCEPT-CLAIM-NO TO EC-CLAIM-NO.
           COMPUTE EC-LINE-SEQ = LAST-LINE-SEQ + 1.
           PERFORM MOVE-CLAIM-LINE-FIELDS.
           MOVE "N" TO EC-POSTED-FLAG.
           MOVE ZERO TO EC-POSTED-DATE.
           MOVE ZERO TO EC-CL-SEQ.
           WRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "Error saving claim line"
                   MOVE "WRITE-NEW-CLAIM-LINE" TO EQ-PARAGRAPH
                   MOVE "EXPENSE-CLAIM-FILE" TO EQ-FILE
                   MOVE EC-KEY TO EQ-KEY
                   MOVE EXPCLM-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Claim line saved for leader approval.".

       CORRECT-CLAIM-LINE.
           DISPLAY "Enter line number to correct:".
           ACCEPT ACCEPT-LINE-SEQ.
           MOVE EM-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
           MOVE ACCEPT-CLAIM-NO TO EC-CLAIM-NO.
           MOVE ACCEPT-LINE-SEQ TO EC-LINE-SEQ.
           READ EXPENSE-CLAIM-FILE
               INVALID KEY
                   DISPLAY "Claim line not found."
               NOT INVALID KEY
                   IF NOT EC-REJECTED
                       DISPLAY "Only a rejected line can be corrected."
                   ELSE
                       DISPLAY "Line was rejected by the leader:"
                       DISPLAY EC-REJECT-REASON
                       PERFORM GET-CLAIM-LINE-INFO
                       IF VALID-DATA
                           PERFORM REPLACE-CLAIM-LINE.

       REPLACE-CLAIM-LINE.
           MOVE EM-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
           MOVE ACCEPT-CLAIM-NO TO EC-CLAIM-NO.
           MOVE ACCEPT-LINE-SEQ TO EC-LINE-SEQ.
           READ EXPENSE-CLAIM-FILE
               INVALID KEY CONTINUE.
           PERFORM MOVE-CLAIM-LINE-FIELDS.
           REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "Error saving claim line"
                   MOVE "REPLACE-CLAIM-LINE" TO EQ-PARAGRAPH
                   MOVE "EXPENSE-CLAIM-FILE" TO EQ-FILE
                   MOVE EC-KEY TO EQ-KEY
                   MOVE EXPCLM-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Claim line replaced, back in the approval".
           DISPLAY "queue for the project leader.".

       MOVE-CLAIM-LINE-FIELDS.
           MOVE ACCEPT-PROJECT-NO TO EC-NUMBER.
           MOVE ACCEPT-CATEGORY TO EC-CATEGORY.
           MOVE ACCEPT-AMOUNT TO EC-AMOUNT.
           MOVE ACCEPT-CURRENCY TO EC-CURRENCY.
           MOVE ACCEPT-DATE-NUM TO EC-DATE.
           MOVE ACCEPT-RECEIPT-REF TO EC-RECEIPT-REF.
           MOVE ACCEPT-NOTE TO EC-NOTE.
           SET EC-SUBMITTED TO TRUE.
           MOVE SPACE TO EC-APPROVED-BY.
           MOVE SPACE TO EC-REJECT-REASON.

       GET-CLAIM-LINE-INFO.
           PERFORM GET-LINE-PROJECT.
           IF VALID-DATA
               PERFORM GET-LINE-CATEGORY.
           IF VALID-DATA
               PERFORM GET-LINE-DATE.
           IF VALID-DATA
               PERFORM GET-LINE-AMOUNT.
           IF VALID-DATA
               PERFORM GET-LINE-RECEIPT.

       GET-LINE-PROJECT.
           MOVE "N" TO VALID-DATA-SW.
           DISPLAY "Enter project number:".
           ACCEPT ACCEPT-PROJECT-NO.
           MOVE ACCEPT-PROJECT-NO TO PR-NUMBER.
           READ PROJECT-FILE
               INVALID KEY
                   DISPLAY "Project number not found, line not added."
               NOT INVALID KEY
                   SET VALID-DATA TO TRUE.

       GET-LINE-CATEGORY.
           MOVE "N" TO VALID-DATA-SW.
           IF CATEG-OPEN-SW NOT = "Y"
               DISPLAY "No categories defined yet, set them up"
               DISPLAY "first, line not added"
           ELSE
               DISPLAY "Enter category code:"
               ACCEPT ACCEPT-CATEGORY
               MOVE ACCEPT-CATEGORY TO CG-CODE
               READ CATEGORY-FILE
                   INVALID KEY
                       DISPLAY "Unknown category code, line not added"
                   NOT INVALID KEY
                       SET VALID-DATA TO TRUE.

       GET-LINE-DATE.
           DISPLAY "Enter date of the expense (YYYYMMDD):".
           ACCEPT ACCEPT-DATE-TEXT.
           MOVE "N" TO VALID-DATA-SW.
           CALL "DATEOK" USING VALID-DATA-SW
                               ACCEPT-DATE-TEXT
                               ACCEPT-DATE-NUM.
           IF NOT VALID-DATA
               DISPLAY "Wrong date format, line not added."
           ELSE
               COMPUTE CHECK-PERIOD = ACCEPT-DATE-NUM / 100
               CALL "PERIODOK" USING CHECK-PERIOD PERIOD-OPEN-ANSWER
               IF PERIOD-OPEN-ANSWER = "N"
                   DISPLAY "Accounting period " CHECK-PERIOD
                       " is closed, line not added"
                   MOVE "N" TO VALID-DATA-SW.

       GET-LINE-AMOUNT.
           DISPLAY "Enter amount as on the receipt:".
           ACCEPT ACCEPT-AMOUNT.
           DISPLAY "Enter currency of the receipt:".
           DISPLAY "(Blank means NOK)".
           ACCEPT ACCEPT-CURRENCY.
           IF ACCEPT-CURRENCY = SPACE
               MOVE "NOK" TO ACCEPT-CURRENCY.
           IF ACCEPT-CURRENCY NOT = "NOK"
               MOVE ACCEPT-CURRENCY TO XR-CODE
               READ EXCHANGE-RATE-FILE
                   INVALID KEY
                       DISPLAY "Unknown currency code, line not added"
                       MOVE "N" TO VALID-DATA-SW.

       GET-LINE-RECEIPT.
           DISPLAY "Enter receipt reference:".
           ACCEPT ACCEPT-RECEIPT-REF.
           IF ACCEPT-RECEIPT-REF = SPACE
               DISPLAY "A receipt reference is required,"
               DISPLAY "line not added."
               MOVE "N" TO VALID-DATA-SW
           ELSE
               DISPLAY "Enter note (what the expense was for):"
               ACCEPT ACCEPT-NOTE.
