       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEADD.

      ****************************
      * Program maintains the
      * customer sell-rate cards
      * (RATE-CARD-FILE): an
      * hourly sell rate in NOK
      * per customer and billing
      * grade, from an effective
      * date. The card for
      * customer *STD is the
      * standard list-price card
      * used where a customer has
      * no card of its own.
      * PROJINV bills hours at
      * these rates.
      * Control is returned to
      * calling program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCRATECRD.COB".
           COPY "FCCUST.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRATECRD.COB".
           COPY "FDCUST.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-CUSTOMER      PIC X(10)      VALUE SPACE.
       77  ACCEPT-GRADE         PIC X(4)       VALUE SPACE.
       77  ACCEPT-EFF-DATE      PIC 9(8)       VALUE ZERO.
       77  ACCEPT-RATE          PIC 9(5)V99    VALUE ZERO.
       77  SHOW-RATE            PIC ZZZZ9.99   VALUE ZERO.
       77  RATECRD-FILE-STATUS  PIC XX         VALUE SPACE.
       77  STANDARD-CARD-CODE   PIC X(10)      VALUE "*STD".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  VALID-DATA-SW    PIC X          VALUE "N".
               88  VALID-DATA                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "RATEADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM MAINTAIN-RATE-CARD
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O RATE-CARD-FILE.
           IF RATECRD-FILE-STATUS = "35"
               OPEN OUTPUT RATE-CARD-FILE
               CLOSE RATE-CARD-FILE
               OPEN I-O RATE-CARD-FILE.
           OPEN INPUT CUSTOMER-FILE.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE RATE-CARD-FILE.
           CLOSE CUSTOMER-FILE.

       MAINTAIN-RATE-CARD.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*    Maintain sell-rate cards  *".
           DISPLAY "********************************".
           DISPLAY "Enter customer code (*STD for the standard".
           DISPLAY "list-price card):".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-CUSTOMER.
           IF ACCEPT-CUSTOMER = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               PERFORM CHECK-CARD-CUSTOMER
               IF VALID-DATA
                   PERFORM GET-CARD-KEY
                   PERFORM MAINTAIN-CARD-LINE.

       CHECK-CARD-CUSTOMER.
           MOVE "Y" TO VALID-DATA-SW.
           IF ACCEPT-CUSTOMER NOT = STANDARD-CARD-CODE
               MOVE ACCEPT-CUSTOMER TO CU-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "N" TO VALID-DATA-SW
                       DISPLAY "Unknown customer code ... try again.".

       GET-CARD-KEY.
           DISPLAY "Enter billing grade:".
           DISPLAY "(Leave blank for staff with no grade)".
           ACCEPT ACCEPT-GRADE.
           DISPLAY "Enter effective date (YYYYMMDD):".
           ACCEPT ACCEPT-EFF-DATE.

       MAINTAIN-CARD-LINE.
           MOVE ACCEPT-CUSTOMER TO RC-CUSTOMER-CODE.
           MOVE ACCEPT-GRADE TO RC-GRADE.
           MOVE ACCEPT-EFF-DATE TO RC-EFF-DATE.
           READ RATE-CARD-FILE
               INVALID KEY
                   PERFORM GET-CARD-RATE
                   PERFORM WRITE-NEW-CARD-LINE
               NOT INVALID KEY
                   MOVE RC-SELL-RATE TO SHOW-RATE
                   DISPLAY "Current sell rate: " SHOW-RATE
                   PERFORM GET-CARD-RATE
                   PERFORM REWRITE-CARD-LINE.

       GET-CARD-RATE.
           DISPLAY "Enter hourly sell rate in NOK:".
           ACCEPT ACCEPT-RATE.

       WRITE-NEW-CARD-LINE.
           MOVE ACCEPT-CUSTOMER TO RC-CUSTOMER-CODE.
           MOVE ACCEPT-GRADE TO RC-GRADE.
           MOVE ACCEPT-EFF-DATE TO RC-EFF-DATE.
           MOVE ACCEPT-RATE TO RC-SELL-RATE.
           WRITE RATE-CARD-RECORD
               INVALID KEY
                   DISPLAY "Error adding rate card line"
                   MOVE "WRITE-NEW-CARD-LINE" TO EQ-PARAGRAPH
                   MOVE "RATE-CARD-FILE" TO EQ-FILE
                   MOVE RC-KEY TO EQ-KEY
                   MOVE RATECRD-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Rate card line added.".

       REWRITE-CARD-LINE.
           MOVE ACCEPT-RATE TO RC-SELL-RATE.
           REWRITE RATE-CARD-RECORD
               INVALID KEY
                   DISPLAY "Error updating rate card line"
                   MOVE "REWRITE-CARD-LINE" TO EQ-PARAGRAPH
                   MOVE "RATE-CARD-FILE" TO EQ-FILE
                   MOVE RC-KEY TO EQ-KEY
                   MOVE RATECRD-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Rate card line updated.".
