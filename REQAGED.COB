       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQAGED.

      ****************************************
      * Batch program that reports purchase
      * requisitions in REQUISITION-FILE
      * still not converted into a purchase
      * order (pending approval, approved or
      * sent to purchasing) more than a set
      * number of days after they were
      * raised. The number of days is read
      * from REQAGE.CFG (default 30). Each
      * line shows the requisition, project,
      * supplier, status, raised and sent
      * dates, days open and the estimated
      * amount. Written to REQ_AGED.TXT. No
      * operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCREQN.COB".
           COPY "FCREQCUT.COB".
           SELECT PRINT-FILE ASSIGN TO "REQ_AGED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDREQN.COB".
           COPY "FDREQCUT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  REQN-FILE-STATUS         PIC XX      VALUE SPACE.
       77  REQCUT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  AGE-DAYS                 PIC 9(3)    VALUE ZERO.
       77  DEFAULT-AGE-DAYS         PIC 9(3)    VALUE 30.
       77  DAYS-OPEN                PIC S9(5)   VALUE ZERO.
       77  AGED-COUNT               PIC 9(5)    VALUE ZERO.

       01  REQN-FILE-SW             PIC X       VALUE "N".
           88  REQN-FILE-AT-END                 VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  HEADER-LINE.
           05  FILLER         PIC X(44)
               VALUE "Handle Project - Unconverted requisitions".

       01  CUTOFF-LINE.
           05  FILLER         PIC X(26)
               VALUE "Open for more than (days):".
           05  CL-DAYS        PIC ZZ9.

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(6)      VALUE "REQ NO".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(20)     VALUE "PROJECT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(10)     VALUE "SUPPLIER".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(2)      VALUE "ST".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "RAISED".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "SENT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(5)      VALUE " DAYS".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(15)     VALUE "         AMOUNT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(3)      VALUE "CUR".

       01  DETAIL-LINE.
           05  DT-REQ-NO      PIC 9(6).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-NUMBER      PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-SUPPLIER    PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-STATUS      PIC X(2).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-RAISED      PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-SENT        PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DAYS        PIC ZZZZ9.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-AMOUNT      PIC Z(10)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-CURRENCY    PIC X(3).

       01  SUMMARY-LINE.
           05  FILLER         PIC X(26)
               VALUE "Requisitions listed:".
           05  SL-COUNT       PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM CHECK-ONE-REQUISITION
           UNTIL REQN-FILE-AT-END.
       MOVE AGED-COUNT TO SL-COUNT.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY AGED-COUNT " unconverted requisition(s) written to "
           "REQ_AGED.TXT.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           PERFORM LOAD-AGE-DAYS.
           MOVE "N" TO REQN-FILE-SW.
           OPEN INPUT REQUISITION-FILE.
           IF REQN-FILE-STATUS NOT = "00"
               SET REQN-FILE-AT-END TO TRUE.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZERO TO AGED-COUNT.
           WRITE PRINT-LINE FROM HEADER-LINE.
           MOVE AGE-DAYS TO CL-DAYS.
           WRITE PRINT-LINE FROM CUTOFF-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

       PROGRAM-CLEANUP.
           IF REQN-FILE-STATUS NOT = "35"
               CLOSE REQUISITION-FILE.
           CLOSE PRINT-FILE.

       LOAD-AGE-DAYS.
           MOVE ZERO TO AGE-DAYS.
           OPEN INPUT REQCUT-FILE.
           IF REQCUT-FILE-STATUS = "00"
               READ REQCUT-FILE INTO AGE-DAYS
                   AT END MOVE ZERO TO AGE-DAYS
               END-READ
               CLOSE REQCUT-FILE.
           IF AGE-DAYS = ZERO
               MOVE DEFAULT-AGE-DAYS TO AGE-DAYS.

       CHECK-ONE-REQUISITION.
           READ REQUISITION-FILE NEXT
               AT END SET REQN-FILE-AT-END TO TRUE.
           IF NOT REQN-FILE-AT-END
              AND PQ-OUTSTANDING
              AND PQ-DATE NOT = ZERO
               COMPUTE DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE (CURRENT-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (PQ-DATE)
               IF DAYS-OPEN > AGE-DAYS
                   PERFORM WRITE-AGED-LINE.

       WRITE-AGED-LINE.
           ADD 1 TO AGED-COUNT.
           MOVE PQ-REQ-NO TO DT-REQ-NO.
           MOVE PQ-NUMBER TO DT-NUMBER.
           MOVE PQ-SUPPLIER-CODE TO DT-SUPPLIER.
           MOVE PQ-STATUS TO DT-STATUS.
           MOVE PQ-DATE TO DT-RAISED.
           MOVE PQ-SENT-DATE TO DT-SENT.
           MOVE DAYS-OPEN TO DT-DAYS.
           MOVE PQ-AMOUNT TO DT-AMOUNT.
           MOVE PQ-CURRENCY TO DT-CURRENCY.
           WRITE PRINT-LINE FROM DETAIL-LINE.
