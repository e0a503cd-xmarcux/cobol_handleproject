       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPCADD.

      ****************************
      * Program maintains the
      * supplier framework
      * contracts
      * (SUPPLIER-CONTRACT-FILE):
      * contract number, supplier
      * from the supplier master,
      * description, ceiling and
      * its currency, and the
      * valid-from and valid-to
      * dates. Commitments raised
      * through COMMADD and the
      * POLOAD feed are called
      * off against these
      * contracts. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCSUPCON.COB".
           COPY "FCSUPPL.COB".
           COPY "FCEXCHRT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDSUPCON.COB".
           COPY "FDSUPPL.COB".
           COPY "FDEXCHRT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-CONTRACT-NO   PIC X(15)      VALUE SPACE.
       77  ACCEPT-SUPPLIER-CODE PIC X(10)      VALUE SPACE.
       77  ACCEPT-DESCRIPTION   PIC X(30)      VALUE SPACE.
       77  ACCEPT-CEILING       PIC S9(10)V99  VALUE ZERO.
       77  ACCEPT-CURRENCY      PIC X(3)       VALUE SPACE.
       77  ACCEPT-DATE-TEXT     PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-NUM      PIC 9(8)       VALUE ZERO.
       77  ACCEPT-VALID-FROM    PIC 9(8)       VALUE ZERO.
       77  ACCEPT-VALID-TO      PIC 9(8)       VALUE ZERO.
       77  SUPCON-FILE-STATUS   PIC XX         VALUE SPACE.
       77  SUPPL-FILE-STATUS    PIC XX         VALUE SPACE.
       77  SUPPL-OPEN-SW        PIC X          VALUE "N".
       77  SHOW-MONEY           PIC Z(10)9.99- VALUE ZERO.

       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "SUPCADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM MAINTAIN-CONTRACT
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O SUPPLIER-CONTRACT-FILE.
           IF SUPCON-FILE-STATUS = "35"
               OPEN OUTPUT SUPPLIER-CONTRACT-FILE
               CLOSE SUPPLIER-CONTRACT-FILE
               OPEN I-O SUPPLIER-CONTRACT-FILE.
           MOVE "N" TO SUPPL-OPEN-SW.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPL-FILE-STATUS = "00"
               MOVE "Y" TO SUPPL-OPEN-SW.
           OPEN INPUT EXCHANGE-RATE-FILE.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE SUPPLIER-CONTRACT-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE EXCHANGE-RATE-FILE.

       MAINTAIN-CONTRACT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*  Supplier framework contracts *".
           DISPLAY "********************************".
           DISPLAY "Enter contract number:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-CONTRACT-NO.
           IF ACCEPT-CONTRACT-NO = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               IF ACCEPT-CONTRACT-NO = SPACE
                   DISPLAY "Contract number cannot be blank."
               ELSE
                   MOVE ACCEPT-CONTRACT-NO TO SC-CONTRACT-NO
                   READ SUPPLIER-CONTRACT-FILE
                       INVALID KEY
                           PERFORM GET-CONTRACT-INFO
                           PERFORM WRITE-NEW-CONTRACT
                       NOT INVALID KEY
                           PERFORM SHOW-CURRENT-CONTRACT
                           PERFORM GET-CONTRACT-INFO
                           PERFORM REWRITE-CONTRACT.

       SHOW-CURRENT-CONTRACT.
           MOVE SC-CEILING TO SHOW-MONEY.
           DISPLAY "Current supplier:    " SC-SUPPLIER-CODE.
           DISPLAY "Current description: " SC-DESCRIPTION.
           DISPLAY "Current ceiling:     " SHOW-MONEY " "
               SC-CURRENCY.
           DISPLAY "Valid from " SC-VALID-FROM " to " SC-VALID-TO.

       GET-CONTRACT-INFO.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-CONTRACT-SUPPLIER
               UNTIL VALID-DATA.
           DISPLAY "Enter description:".
           ACCEPT ACCEPT-DESCRIPTION.
           DISPLAY "Enter contract ceiling:".
           ACCEPT ACCEPT-CEILING.
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-CONTRACT-CURRENCY
               UNTIL VALID-DATA.
           DISPLAY "Enter valid-from date (YYYYMMDD):".
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-CONTRACT-DATE
               UNTIL VALID-DATA.
           MOVE ACCEPT-DATE-NUM TO ACCEPT-VALID-FROM.
           DISPLAY "Enter valid-to date (YYYYMMDD):".
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-CONTRACT-END-DATE
               UNTIL VALID-DATA.
           MOVE ACCEPT-DATE-NUM TO ACCEPT-VALID-TO.

       GET-CONTRACT-SUPPLIER.
           DISPLAY "Enter supplier code:".
           ACCEPT ACCEPT-SUPPLIER-CODE.
           IF ACCEPT-SUPPLIER-CODE = SPACE
               DISPLAY "Supplier code cannot be blank ... try again."
           ELSE
               IF SUPPL-OPEN-SW NOT = "Y"
                   DISPLAY "No supplier master on file yet, set it"
                   DISPLAY "up through SUPPADD; code kept as typed."
                   SET VALID-DATA TO TRUE
               ELSE
                   MOVE ACCEPT-SUPPLIER-CODE TO SU-CODE
                   READ SUPPLIER-FILE
                       INVALID KEY
                           DISPLAY "Unknown supplier code ... "
                               "try again."
                       NOT INVALID KEY
                           SET VALID-DATA TO TRUE.

       GET-CONTRACT-CURRENCY.
           DISPLAY "Enter ceiling currency code:".
           DISPLAY "(Blank defaults to NOK)".
           ACCEPT ACCEPT-CURRENCY.
           IF ACCEPT-CURRENCY = SPACE OR ACCEPT-CURRENCY = "NOK"
               MOVE "NOK" TO ACCEPT-CURRENCY
               SET VALID-DATA TO TRUE
           ELSE
               MOVE ACCEPT-CURRENCY TO XR-CODE
               READ EXCHANGE-RATE-FILE
                   INVALID KEY
                       DISPLAY "Unknown currency code, no rate"
                       DISPLAY "on file ... try again."
                   NOT INVALID KEY
                       SET VALID-DATA TO TRUE.

       GET-CONTRACT-DATE.
           ACCEPT ACCEPT-DATE-TEXT.
           MOVE "N" TO VALID-DATA-SW.
           CALL "DATEOK" USING VALID-DATA-SW
                               ACCEPT-DATE-TEXT
                               ACCEPT-DATE-NUM.
           IF NOT VALID-DATA
               DISPLAY "Wrong date format."
               DISPLAY "Format should be: YYYYMMDD"
               DISPLAY " ... try again.".

       GET-CONTRACT-END-DATE.
           PERFORM GET-CONTRACT-DATE.
           IF VALID-DATA
              AND ACCEPT-DATE-NUM < ACCEPT-VALID-FROM
               DISPLAY "Valid-to date must be equal or larger"
               DISPLAY "then valid-from date ... try again."
               MOVE "N" TO VALID-DATA-SW.

       MOVE-CONTRACT-INFO.
           MOVE ACCEPT-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE ACCEPT-DESCRIPTION TO SC-DESCRIPTION.
           MOVE ACCEPT-CEILING TO SC-CEILING.
           MOVE ACCEPT-CURRENCY TO SC-CURRENCY.
           MOVE ACCEPT-VALID-FROM TO SC-VALID-FROM.
           MOVE ACCEPT-VALID-TO TO SC-VALID-TO.

       WRITE-NEW-CONTRACT.
           MOVE ACCEPT-CONTRACT-NO TO SC-CONTRACT-NO.
           PERFORM MOVE-CONTRACT-INFO.
           WRITE SUPPLIER-CONTRACT-RECORD
               INVALID KEY
                   DISPLAY "Error adding contract"
                   MOVE "WRITE-NEW-CONTRACT" TO EQ-PARAGRAPH
                   MOVE "SUPPLIER-CONTRACT-FILE" TO EQ-FILE
                   MOVE SC-CONTRACT-NO TO EQ-KEY
                   MOVE SUPCON-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY DISPLAY "Contract added.".

       REWRITE-CONTRACT.
           PERFORM MOVE-CONTRACT-INFO.
           REWRITE SUPPLIER-CONTRACT-RECORD
               INVALID KEY
                   DISPLAY "Error updating contract"
                   MOVE "REWRITE-CONTRACT" TO EQ-PARAGRAPH
                   MOVE "SUPPLIER-CONTRACT-FILE" TO EQ-FILE
                   MOVE SC-CONTRACT-NO TO EQ-KEY
                   MOVE SUPCON-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY DISPLAY "Contract updated.".
