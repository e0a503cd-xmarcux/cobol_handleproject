      * menu. Also unlocks an
      * operator locked out after
      * too many failed PIN
      * attempts. The PIN is
      * stored only as a salted
      * hash made by PINHASH.
      * Operators other than
      * supervisors are given the
      * companies they may work
      * with: the main company
      * unless barred and up to
      * five companies from
      * COMPANY.DAT; this can be
      * changed later.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCOPERATOR.COB".
           COPY "FCCOMP.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDOPERATOR.COB".
           COPY "FDCOMP.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-OPERATOR-ID   PIC X(10)      VALUE SPACE.
       77  ACCEPT-PIN           PIC X(10)      VALUE SPACE.
       77  ACCEPT-NAME          PIC X(40)      VALUE SPACE.
       77  ACCEPT-ROLE          PIC X          VALUE SPACE.
       77  HASH-FUNCTION        PIC X          VALUE "N".
       77  ACCEPT-MAIN-FLAG     PIC X          VALUE SPACE.
       77  ACCEPT-COMPANY       PIC X(4)       VALUE SPACE.
       77  COMPANY-IDX          PIC 9          VALUE ZERO.
       77  COMPANY-FILE-STATUS  PIC XX         VALUE SPACE.
       01  ADD-DATE.
           05  AD-YEAR          PIC 9(4).
           05  AD-MONTH         PIC 9(2).
       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  COMPANY-LIST-SW  PIC X          VALUE "N".
               88  COMPANY-LIST-DONE           VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "OPERADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.


       INIT-PROGRAM.
           OPEN I-O OPERATOR-FILE.
           OPEN INPUT COMPANY-FILE.
           MOVE "N" TO CANCEL-ADD-SW.
           MOVE FUNCTION CURRENT-DATE TO ADD-DATE.

       PROGRAM-CLEANUP.
           CLOSE OPERATOR-FILE.
           IF COMPANY-FILE-STATUS NOT = "35"
               CLOSE COMPANY-FILE.

       ADD-OPERATOR.
           DISPLAY " ".
           DISPLAY "Enter operator ID:".
           DISPLAY "(Enter -1 to exit)".
           DISPLAY "(Enter -2 to unlock a locked operator)".
           DISPLAY "(Enter -3 to change company access)".
           ACCEPT ACCEPT-OPERATOR-ID.
           IF ACCEPT-OPERATOR-ID = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE IF ACCEPT-OPERATOR-ID = "-2"
               PERFORM UNLOCK-OPERATOR
           ELSE IF ACCEPT-OPERATOR-ID = "-3"
               PERFORM CHANGE-COMPANY-ACCESS
           ELSE
               MOVE ACCEPT-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-FILE
           PERFORM GET-OPERATOR-ROLE
               UNTIL ACCEPT-ROLE = "V" OR "E" OR "S".
           MOVE ACCEPT-OPERATOR-ID TO OP-OPERATOR-ID.
           MOVE "N"                TO HASH-FUNCTION.
           MOVE SPACE              TO OP-PIN-SALT.
           CALL "PINHASH" USING HASH-FUNCTION
                                ACCEPT-PIN
                                OP-PIN-SALT
                                OP-PIN-HASH.
           MOVE SPACE              TO OP-PIN.
           MOVE SPACE              TO OP-OLD-PIN-HASH (1).
           MOVE SPACE              TO OP-OLD-PIN-HASH (2).
           MOVE SPACE              TO OP-OLD-PIN-HASH (3).
           MOVE ACCEPT-NAME        TO OP-NAME.
           MOVE ACCEPT-ROLE        TO OP-ROLE.
           MOVE ADD-DATE-NUM       TO OP-PIN-CHANGED-DATE.
           MOVE "N"                TO OP-LOCKED-FLAG.
           MOVE ZERO               TO OP-LAST-LOGIN-DATE.
           MOVE ZERO               TO OP-LAST-LOGIN-TIME.
           PERFORM GET-COMPANY-ACCESS.
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Error adding operator"
                   MOVE "GET-OPERATOR-INFO" TO EQ-PARAGRAPH
                   MOVE "OPERATOR-FILE" TO EQ-FILE
                   MOVE OP-OPERATOR-ID TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Operator added.".

       GET-OPERATOR-ROLE.
                   MOVE ZERO TO OP-FAILED-COUNT
                   MOVE "N" TO OP-LOCKED-FLAG
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "Error unlocking operator"
                           MOVE "UNLOCK-OPERATOR" TO EQ-PARAGRAPH
                           MOVE "OPERATOR-FILE" TO EQ-FILE
                           MOVE OP-OPERATOR-ID TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
                   DISPLAY "Operator unlocked.".

       GET-COMPANY-ACCESS.
           MOVE "Y" TO OP-MAIN-COMPANY-FLAG.
           PERFORM CLEAR-ONE-OTHER-COMPANY
               VARYING COMPANY-IDX FROM 1 BY 1
                   UNTIL COMPANY-IDX > 5.
           IF ACCEPT-ROLE NOT = "S"
               DISPLAY "May the operator work with the main"
               DISPLAY "company? (Y/N):"
               ACCEPT ACCEPT-MAIN-FLAG
               IF ACCEPT-MAIN-FLAG = "N"
                   MOVE "N" TO OP-MAIN-COMPANY-FLAG
               END-IF
               MOVE ZERO TO COMPANY-IDX
               MOVE "N" TO COMPANY-LIST-SW
               IF COMPANY-FILE-STATUS = "35"
                   SET COMPANY-LIST-DONE TO TRUE
               ELSE
                   DISPLAY "Enter up to 5 other company codes the"
                   DISPLAY "operator may work with (blank ends):"
               END-IF
               PERFORM GET-ONE-OTHER-COMPANY
                   UNTIL COMPANY-LIST-DONE
                      OR COMPANY-IDX = 5.

       CLEAR-ONE-OTHER-COMPANY.
           MOVE SPACE TO OP-OTHER-COMPANY (COMPANY-IDX).

       GET-ONE-OTHER-COMPANY.
           ACCEPT ACCEPT-COMPANY.
           IF ACCEPT-COMPANY = SPACE OR ACCEPT-COMPANY = LOW-VALUE
               SET COMPANY-LIST-DONE TO TRUE
           ELSE
               MOVE ACCEPT-COMPANY TO CY-CODE
               READ COMPANY-FILE
                   INVALID KEY
                       DISPLAY "Unknown company code ... try again."
                   NOT INVALID KEY
                       ADD 1 TO COMPANY-IDX
                       MOVE CY-CODE TO OP-OTHER-COMPANY (COMPANY-IDX).

       CHANGE-COMPANY-ACCESS.
           DISPLAY "Enter operator ID:".
           ACCEPT ACCEPT-OPERATOR-ID.
           MOVE ACCEPT-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator ID not found."
               NOT INVALID KEY
                   PERFORM SHOW-COMPANY-ACCESS
                   MOVE OP-ROLE TO ACCEPT-ROLE
                   PERFORM GET-COMPANY-ACCESS
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "Error updating operator"
                           MOVE "CHANGE-COMPANY-ACCESS"
                               TO EQ-PARAGRAPH
                           MOVE "OPERATOR-FILE" TO EQ-FILE
                           MOVE OP-OPERATOR-ID TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
                   DISPLAY "Company access updated.".

       SHOW-COMPANY-ACCESS.
           IF OP-ROLE-SUPERVISOR
               DISPLAY "Supervisors may work with every company."
           ELSE
               IF OP-MAIN-COMPANY-BARRED
                   DISPLAY "Main company:    not allowed"
               ELSE
                   DISPLAY "Main company:    allowed"
               END-IF
               DISPLAY "Other companies: " OP-OTHER-COMPANY (1) " "
                   OP-OTHER-COMPANY (2) " " OP-OTHER-COMPANY (3) " "
                   OP-OTHER-COMPANY (4) " " OP-OTHER-COMPANY (5).
