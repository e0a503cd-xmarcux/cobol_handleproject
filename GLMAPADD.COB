      * Program maintains the
      * general-ledger account
      * mapping master
      * (GL-MAP-FILE): company,
      * department code plus cost
      * category mapped to a debit
      * and a credit account. Each
      * company keeps its own
      * ledger, so its own map;
      * only companies the
      * operator may use can be
      * maintained. A mapping
      * with a blank department
      * is the fallback for any
      * department. The GLEXPORT
           COPY "FDGLMAP.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-COMPANY       PIC X(4)       VALUE SPACE.
       77  ACCEPT-DEPT          PIC X(10)      VALUE SPACE.
       77  ACCEPT-CATEGORY      PIC X(4)       VALUE SPACE.
       77  ACCEPT-DEBIT         PIC X(8)       VALUE SPACE.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "GLMAPADD".
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

       PERFORM INIT-PROGRAM.
           DISPLAY "********************************".
           DISPLAY "*   Maintain GL account map   *".
           DISPLAY "********************************".
           DISPLAY "Enter company code:".
           DISPLAY "(Blank is the main company,".
           DISPLAY "enter -1 to return to main menu)".
           ACCEPT ACCEPT-COMPANY.
           IF ACCEPT-COMPANY = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               IF ACCEPT-COMPANY = LOW-VALUE
                   MOVE SPACE TO ACCEPT-COMPANY
               END-IF
               MOVE "K" TO YQ-FUNCTION
               MOVE ACCEPT-COMPANY TO YQ-COMPANY-CODE
               CALL "COMPAUTH" USING COMPANY-AUTH-REQUEST
               IF YQ-ALLOWED NOT = "Y"
                   DISPLAY "Unknown company code, or not one you"
                       " may use ... try again."
               ELSE
                   PERFORM GET-MAP-DEPARTMENT.

       GET-MAP-DEPARTMENT.
           DISPLAY "Enter department code:".
           DISPLAY "(Blank is the any-department fallback)".
           ACCEPT ACCEPT-DEPT.
           IF ACCEPT-DEPT = SPACE OR ACCEPT-DEPT = LOW-VALUE
               MOVE SPACE TO ACCEPT-DEPT
               PERFORM GET-MAP-CATEGORY
           ELSE
               MOVE ACCEPT-DEPT TO DM-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY
                       DISPLAY "Unknown department code ..."
                           " try again."
                   NOT INVALID KEY
                       PERFORM GET-MAP-CATEGORY.

       GET-MAP-CATEGORY.
           DISPLAY "Enter cost category code:".
                   PERFORM SHOW-AND-GET-ACCOUNTS.

       SHOW-AND-GET-ACCOUNTS.
           MOVE ACCEPT-COMPANY TO GM-COMPANY-CODE.
           MOVE ACCEPT-DEPT TO GM-DEPT-CODE.
           MOVE ACCEPT-CATEGORY TO GM-CATEGORY.
           READ GL-MAP-FILE
           IF ACCEPT-DEBIT = SPACE OR ACCEPT-CREDIT = SPACE
               DISPLAY "Both accounts are needed, nothing saved."
           ELSE
               MOVE ACCEPT-COMPANY TO GM-COMPANY-CODE
               MOVE ACCEPT-DEPT TO GM-DEPT-CODE
               MOVE ACCEPT-CATEGORY TO GM-CATEGORY
               MOVE ACCEPT-DEBIT TO GM-DEBIT-ACCT
                       REWRITE GL-MAP-RECORD
                           INVALID KEY
                               DISPLAY "Error saving mapping"
                               MOVE "SHOW-AND-GET-ACCOUNTS"
                                   TO EQ-PARAGRAPH
                               MOVE "GL-MAP-FILE" TO EQ-FILE
                               MOVE GM-KEY TO EQ-KEY
                               MOVE GLMAP-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               DISPLAY "Mapping saved.".
