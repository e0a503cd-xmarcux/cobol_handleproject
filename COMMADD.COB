      * expected date, and a
      * close-out function for
      * orders that have landed.
      * A commitment can be kept
      * out of the month-end
      * accrual run (ACCRUAL),
      * for instance when nothing
      * has been delivered yet.
      * A new commitment that
      * takes the project past
      * its available funds
      * less open commitments)
      * needs a supervisor
      * override before it is
      * accepted. A commitment
      * may be called off
      * against a supplier
      * framework contract; one
      * placed outside the
      * contract's validity
      * dates or beyond its
      * remaining ceiling needs
      * the same override.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
           COPY "FCEXCHRT.COB".
           COPY "FCOPERATOR.COB".
           COPY "FCSUPPL.COB".
           COPY "FCSUPCON.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDEXCHRT.COB".
           COPY "FDOPERATOR.COB".
           COPY "FDSUPPL.COB".
           COPY "FDSUPCON.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  SUPPL-FILE-STATUS    PIC XX         VALUE SPACE.
       77  SUPPL-OPEN-SW        PIC X          VALUE "N".
       77  ACCEPT-SUP-PIN       PIC X(10)      VALUE SPACE.
       77  HASH-FUNCTION        PIC X          VALUE "H".
       77  SUP-PIN-HASH         PIC X(16)      VALUE SPACE.
       77  NOK-RATE             PIC 9(5)V9(4)  VALUE 1.
       77  RATE-LOOKUP-CODE     PIC X(3)       VALUE SPACE.
       77  ENTRY-NOK            PIC S9(12)V99  VALUE ZERO.
       77  AVAILABLE-NOK        PIC S9(12)V99  VALUE ZERO.
       77  ACCEPT-CONTRACT-NO   PIC X(15)      VALUE SPACE.
       77  SUPCON-FILE-STATUS   PIC XX         VALUE SPACE.
       77  SUPCON-OPEN-SW       PIC X          VALUE "N".
       77  CONTRACT-USED-NOK    PIC S9(12)V99  VALUE ZERO.
       77  CEILING-NOK          PIC S9(12)V99  VALUE ZERO.
       77  REMAINING-CEILING    PIC S9(12)V99  VALUE ZERO.
       01  CONTRACT-DATES-SW    PIC X          VALUE "N".
           88  CONTRACT-OUT-OF-DATE            VALUE "Y".
       01  CONTRACT-CEILING-SW  PIC X          VALUE "N".
           88  CONTRACT-OVER-CEILING           VALUE "Y".
       01  CONTRACT-SCAN-SW     PIC X          VALUE "N".
           88  CONTRACT-SCAN-DONE              VALUE "Y".
       01  FUNDS-EXCEEDED-SW    PIC X          VALUE "N".
           88  FUNDS-EXCEEDED                  VALUE "Y".
       01  OVERRIDE-OK-SW       PIC X          VALUE "N".
           05  SAVE-CM-CURRENCY PIC X(3).
           05  SAVE-CM-EXP-DATE PIC 9(8).
           05  SAVE-CM-SUP-CODE PIC X(10).
           05  SAVE-CM-CONTRACT PIC X(15).
       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
           05  CANCEL-CM-SW     PIC X          VALUE "N".
               88  CANCEL-CM                   VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "COMMADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPL-FILE-STATUS = "00"
               MOVE "Y" TO SUPPL-OPEN-SW.
           OPEN INPUT SUPPLIER-CONTRACT-FILE.
           IF SUPCON-FILE-STATUS = "00"
               MOVE "Y" TO SUPCON-OPEN-SW.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE SUPPLIER-CONTRACT-FILE.

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "*  1 - Add commitment         *".
           DISPLAY "*  2 - Close commitment       *".
           DISPLAY "*  3 - Accrual on/off         *".
           DISPLAY "* -1 - Back to project entry  *".
           DISPLAY "Choose number:".
           ACCEPT ACCEPT-CM-CHOICE.
                   PERFORM ADD-COMMITMENT
               WHEN "2"
                   PERFORM CLOSE-COMMITMENT
               WHEN "3"
                   PERFORM TOGGLE-ACCRUAL
               WHEN "-1"
                   SET CANCEL-CM TO TRUE
               WHEN OTHER
               DISPLAY CM-SEQ " - " CM-PO-REF " " CM-SUPPLIER
               DISPLAY "       " SHOW-MONEY " " CM-CURRENCY
                   " expected " CM-EXPECTED-DATE
                   " " CM-STATUS-FLAG
               IF CM-CONTRACT-NO NOT = SPACE
                   DISPLAY "       contract " CM-CONTRACT-NO
               END-IF
               IF CM-NO-ACCRUAL
                   DISPLAY "       excluded from accrual".

       ADD-COMMITMENT.
           COMPUTE ACCEPT-CM-SEQ = CM-TOTAL-COUNT + 1.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-COMMITMENT-SUPPLIER
               UNTIL VALID-DATA.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-COMMITMENT-CONTRACT
               UNTIL VALID-DATA.
           DISPLAY "Enter amount:".
           ACCEPT CM-AMOUNT.
           MOVE "N" TO VALID-DATA-SW.
       CHECK-AND-WRITE-COMMITMENT.
           PERFORM SAVE-NEW-COMMITMENT.
           PERFORM CHECK-AVAILABLE-FUNDS.
           PERFORM CHECK-CONTRACT-TERMS.
           PERFORM RESTORE-NEW-COMMITMENT.
           IF FUNDS-EXCEEDED
               MOVE AVAILABLE-NOK TO SHOW-MONEY
               DISPLAY "Warning: this commitment exceeds the"
               DISPLAY "project's available funds of "
                   SHOW-MONEY " NOK.".
           IF CONTRACT-OUT-OF-DATE
               DISPLAY "Warning: contract " CM-CONTRACT-NO
               DISPLAY "is only valid from " SC-VALID-FROM
                   " to " SC-VALID-TO ".".
           IF CONTRACT-OVER-CEILING
               MOVE REMAINING-CEILING TO SHOW-MONEY
               DISPLAY "Warning: this commitment exceeds the"
               DISPLAY "contract's remaining ceiling of "
                   SHOW-MONEY " " SC-CURRENCY ".".
           IF FUNDS-EXCEEDED
              OR CONTRACT-OUT-OF-DATE
              OR CONTRACT-OVER-CEILING
               PERFORM GET-SUPERVISOR-OVERRIDE
               IF OVERRIDE-OK
                   PERFORM WRITE-NEW-COMMITMENT
                                CM-CURRENCY
                                CURRENT-DATE.
           SET CM-OPEN TO TRUE.
           SET CM-ACCRUE TO TRUE.
           WRITE COMMITMENT-RECORD
               INVALID KEY
                   DISPLAY "Error adding commitment"
                   MOVE "WRITE-NEW-COMMITMENT" TO EQ-PARAGRAPH
                   MOVE "COMMITMENT-FILE" TO EQ-FILE
                   MOVE CM-KEY TO EQ-KEY
                   MOVE COMMIT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           PERFORM STAMP-LAST-ACTIVITY.

       SAVE-NEW-COMMITMENT.
           MOVE CM-SUPPLIER-CODE TO SAVE-CM-SUP-CODE.
           MOVE CM-CONTRACT-NO TO SAVE-CM-CONTRACT.
           MOVE CM-SEQ TO SAVE-CM-SEQ.
           MOVE CM-PO-REF TO SAVE-CM-PO-REF.
           MOVE CM-SUPPLIER TO SAVE-CM-SUPPLIER.

       RESTORE-NEW-COMMITMENT.
           MOVE SAVE-CM-SUP-CODE TO CM-SUPPLIER-CODE.
           MOVE SAVE-CM-CONTRACT TO CM-CONTRACT-NO.
           MOVE PR-NUMBER TO CM-NUMBER.
           MOVE SAVE-CM-SEQ TO CM-SEQ.
           MOVE SAVE-CM-PO-REF TO CM-PO-REF.
               COMPUTE AVAILABLE-NOK =
                   AVAILABLE-NOK - CM-AMOUNT * NOK-RATE.

       CHECK-CONTRACT-TERMS.
           MOVE "N" TO CONTRACT-DATES-SW.
           MOVE "N" TO CONTRACT-CEILING-SW.
           IF SAVE-CM-CONTRACT NOT = SPACE
               MOVE SAVE-CM-CONTRACT TO SC-CONTRACT-NO
               READ SUPPLIER-CONTRACT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-CONTRACT-LIMITS.

       CHECK-CONTRACT-LIMITS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           IF CURRENT-DATE-NUM < SC-VALID-FROM
              OR CURRENT-DATE-NUM > SC-VALID-TO
               SET CONTRACT-OUT-OF-DATE TO TRUE.
           MOVE ZERO TO CONTRACT-USED-NOK.
           MOVE LOW-VALUE TO CM-KEY.
           MOVE "N" TO CONTRACT-SCAN-SW.
           START COMMITMENT-FILE KEY IS NOT LESS THAN CM-KEY
               INVALID KEY SET CONTRACT-SCAN-DONE TO TRUE.
           PERFORM ADD-ONE-CONTRACT-CALL-OFF
               UNTIL CONTRACT-SCAN-DONE.
           MOVE SC-CURRENCY TO RATE-LOOKUP-CODE.
           PERFORM LOOK-UP-NOK-RATE.
           COMPUTE CEILING-NOK = SC-CEILING * NOK-RATE.
           COMPUTE REMAINING-CEILING ROUNDED =
               (CEILING-NOK - CONTRACT-USED-NOK) / NOK-RATE.
           IF ENTRY-NOK + CONTRACT-USED-NOK > CEILING-NOK
               SET CONTRACT-OVER-CEILING TO TRUE.

       ADD-ONE-CONTRACT-CALL-OFF.
           READ COMMITMENT-FILE NEXT
               AT END SET CONTRACT-SCAN-DONE TO TRUE.
           IF NOT CONTRACT-SCAN-DONE
              AND CM-CONTRACT-NO = SAVE-CM-CONTRACT
               MOVE CM-CURRENCY TO RATE-LOOKUP-CODE
               PERFORM LOOK-UP-NOK-RATE
               IF CM-OPEN
                   COMPUTE CONTRACT-USED-NOK =
                       CONTRACT-USED-NOK + CM-AMOUNT * NOK-RATE
               ELSE
                   COMPUTE CONTRACT-USED-NOK = CONTRACT-USED-NOK
                       + CM-LIQUIDATED-AMT * NOK-RATE.

       LOOK-UP-NOK-RATE.
           MOVE 1 TO NOK-RATE.
           IF RATE-LOOKUP-CODE NOT = "NOK"
                   INVALID KEY
                       DISPLAY "Unknown operator, no override."
                   NOT INVALID KEY
                       MOVE "H" TO HASH-FUNCTION
                       CALL "PINHASH" USING HASH-FUNCTION
                                            ACCEPT-SUP-PIN
                                            OP-PIN-SALT
                                            SUP-PIN-HASH
                       IF OP-ROLE-SUPERVISOR
                          AND NOT OP-LOCKED
                          AND OP-PIN-HASH NOT = SPACE
                          AND SUP-PIN-HASH = OP-PIN-HASH
                           SET OVERRIDE-OK TO TRUE
                           DISPLAY "Override accepted."
                       ELSE
                           DISPLAY "Supplier is not active ..."
                               " try again.".

       GET-COMMITMENT-CONTRACT.
           DISPLAY "Enter framework contract number:".
           DISPLAY "(Blank if not called off a contract)".
           ACCEPT ACCEPT-CONTRACT-NO.
           MOVE SPACE TO CM-CONTRACT-NO.
           IF ACCEPT-CONTRACT-NO = SPACE
               SET VALID-DATA TO TRUE
           ELSE
               IF SUPCON-OPEN-SW NOT = "Y"
                   DISPLAY "No supplier contracts on file yet, set"
                   DISPLAY "them up through SUPCADD ... try again."
               ELSE
                   MOVE ACCEPT-CONTRACT-NO TO SC-CONTRACT-NO
                   READ SUPPLIER-CONTRACT-FILE
                       INVALID KEY
                           DISPLAY "Unknown contract number ... "
                               "try again."
                       NOT INVALID KEY
                           IF SC-SUPPLIER-CODE = CM-SUPPLIER-CODE
                               MOVE SC-CONTRACT-NO TO CM-CONTRACT-NO
                               SET VALID-DATA TO TRUE
                           ELSE
                               DISPLAY "Contract belongs to supplier "
                                   SC-SUPPLIER-CODE " ... try again.".

       STAMP-LAST-ACTIVITY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE CURRENT-DATE TO PR-LAST-ACTIVITY-DATE.
           REWRITE PROJECT-RECORD
               INVALID KEY
                   MOVE "STAMP-LAST-ACTIVITY" TO EQ-PARAGRAPH
                   MOVE "PROJECT-FILE" TO EQ-FILE
                   MOVE PR-NUMBER TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       GET-COMMITMENT-CURRENCY.
           DISPLAY "Enter currency code:".
                   REWRITE COMMITMENT-RECORD
                   END-REWRITE
                   PERFORM STAMP-LAST-ACTIVITY.

       TOGGLE-ACCRUAL.
           DISPLAY "Enter commitment number to exclude or include:".
           ACCEPT ACCEPT-CM-SEQ.
           MOVE PR-NUMBER TO CM-NUMBER.
           MOVE ACCEPT-CM-SEQ TO CM-SEQ.
           READ COMMITMENT-FILE
               INVALID KEY DISPLAY "Commitment number not found"
               NOT INVALID KEY
                   PERFORM SWITCH-ACCRUAL-FLAG.

       SWITCH-ACCRUAL-FLAG.
           IF CM-NO-ACCRUAL
               SET CM-ACCRUE TO TRUE
               DISPLAY "Commitment included in month-end accrual."
           ELSE
               SET CM-NO-ACCRUAL TO TRUE
               DISPLAY "Commitment excluded from month-end accrual.".
           REWRITE COMMITMENT-RECORD
               INVALID KEY
                   DISPLAY "Error updating commitment"
                   MOVE "SWITCH-ACCRUAL-FLAG" TO EQ-PARAGRAPH
                   MOVE "COMMITMENT-FILE" TO EQ-FILE
                   MOVE CM-KEY TO EQ-KEY
                   MOVE COMMIT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           PERFORM STAMP-LAST-ACTIVITY.
