       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQOUT.

      ****************************************
      * Batch program that writes the nightly
      * outbound requisition feed for the
      * purchasing system: every approved
      * requisition in REQUISITION-FILE not
      * yet sent (requisition number,
      * project number, supplier, category,
      * estimated amount, currency, needed-by
      * date, description) goes to
      * REQ_OUTBOUND.TXT behind a control
      * header carrying the record count and
      * amount hash total, in the layout
      * ACTLOAD expects from finance. Sent
      * requisitions are marked with the
      * sent date; the PO that purchasing
      * raises comes back through POLOAD
      * with the requisition number. The run
      * is recorded in the run log. No
      * operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCREQN.COB".
           SELECT OUTBOUND-FILE ASSIGN TO "REQ_OUTBOUND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDREQN.COB".

       FD  OUTBOUND-FILE
               LABEL RECORDS ARE STANDARD.
       01  OUTBOUND-RECORD.
           05  OB-REQ-NO        PIC 9(6).
           05  OB-NUMBER        PIC X(20).
           05  OB-SUPPLIER-CODE PIC X(10).
           05  OB-CATEGORY      PIC X(4).
           05  OB-AMOUNT        PIC 9(10)V99.
           05  OB-CURRENCY      PIC X(3).
           05  OB-NEEDED-BY     PIC 9(8).
           05  OB-DESCRIPTION   PIC X(30).
       01  OUTBOUND-HEADER.
           05  OH-TAG           PIC X(3).
           05  OH-RECORD-COUNT  PIC 9(7).
           05  OH-AMOUNT-TOTAL  PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       77  REQN-FILE-STATUS         PIC XX      VALUE SPACE.
       77  READ-COUNT               PIC 9(7)    VALUE ZERO.
       77  SENT-COUNT               PIC 9(7)    VALUE ZERO.
       77  FEED-COUNT               PIC 9(7)    VALUE ZERO.
       77  FEED-TOTAL               PIC 9(12)V99 VALUE ZERO.

       01  REQN-FILE-SW             PIC X       VALUE "N".
           88  REQN-FILE-AT-END                 VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "REQOUT".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "REQOUT".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM RECORD-RUN-START.
       PERFORM INIT-PROGRAM.
       PERFORM COUNT-ONE-REQUISITION
           UNTIL REQN-FILE-AT-END.
       PERFORM WRITE-FEED-HEADER.
       PERFORM RESTART-REQUISITION-FILE.
       PERFORM SEND-ONE-REQUISITION
           UNTIL REQN-FILE-AT-END.
       DISPLAY "Requisition feed: " SENT-COUNT
           " requisition(s) written to REQ_OUTBOUND.TXT.".
       PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE "N" TO REQN-FILE-SW.
           OPEN I-O REQUISITION-FILE.
           IF REQN-FILE-STATUS NOT = "00"
              AND REQN-FILE-STATUS NOT = "35"
               MOVE "INIT-PROGRAM" TO EQ-PARAGRAPH
               MOVE "REQUISITION-FILE" TO EQ-FILE
               MOVE SPACE TO EQ-KEY
               MOVE REQN-FILE-STATUS TO EQ-STATUS
               CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           IF REQN-FILE-STATUS NOT = "00"
               SET REQN-FILE-AT-END TO TRUE.
           OPEN OUTPUT OUTBOUND-FILE.
           MOVE ZERO TO FEED-COUNT.
           MOVE ZERO TO FEED-TOTAL.

       PROGRAM-CLEANUP.
           IF REQN-FILE-STATUS NOT = "35"
               CLOSE REQUISITION-FILE.
           CLOSE OUTBOUND-FILE.

       COUNT-ONE-REQUISITION.
           READ REQUISITION-FILE NEXT
               AT END SET REQN-FILE-AT-END TO TRUE.
           IF NOT REQN-FILE-AT-END
              AND PQ-APPROVED
               ADD 1 TO FEED-COUNT
               ADD PQ-AMOUNT TO FEED-TOTAL.

       WRITE-FEED-HEADER.
           MOVE SPACE TO OUTBOUND-HEADER.
           MOVE "HDR" TO OH-TAG.
           MOVE FEED-COUNT TO OH-RECORD-COUNT.
           MOVE FEED-TOTAL TO OH-AMOUNT-TOTAL.
           WRITE OUTBOUND-HEADER.

       RESTART-REQUISITION-FILE.
           IF REQN-FILE-STATUS NOT = "35"
               MOVE "N" TO REQN-FILE-SW
               MOVE ZERO TO PQ-REQ-NO
               START REQUISITION-FILE KEY IS NOT LESS THAN PQ-REQ-NO
                   INVALID KEY SET REQN-FILE-AT-END TO TRUE.

       SEND-ONE-REQUISITION.
           READ REQUISITION-FILE NEXT
               AT END SET REQN-FILE-AT-END TO TRUE.
           IF NOT REQN-FILE-AT-END
               ADD 1 TO READ-COUNT
               IF PQ-APPROVED
                   PERFORM WRITE-OUTBOUND-RECORD.

       WRITE-OUTBOUND-RECORD.
           MOVE PQ-REQ-NO TO OB-REQ-NO.
           MOVE PQ-NUMBER TO OB-NUMBER.
           MOVE PQ-SUPPLIER-CODE TO OB-SUPPLIER-CODE.
           MOVE PQ-CATEGORY TO OB-CATEGORY.
           MOVE PQ-AMOUNT TO OB-AMOUNT.
           MOVE PQ-CURRENCY TO OB-CURRENCY.
           MOVE PQ-NEEDED-BY TO OB-NEEDED-BY.
           MOVE PQ-DESCRIPTION TO OB-DESCRIPTION.
           WRITE OUTBOUND-RECORD.
           SET PQ-SENT TO TRUE.
           MOVE CURRENT-DATE-NUM TO PQ-SENT-DATE.
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "Error marking requisition sent "
                       PQ-REQ-NO
                   MOVE "WRITE-OUTBOUND-RECORD" TO EQ-PARAGRAPH
                   MOVE "REQUISITION-FILE" TO EQ-FILE
                   MOVE PQ-REQ-NO TO EQ-KEY
                   MOVE REQN-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   ADD 1 TO SENT-COUNT.

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
           IF RQ-ALREADY-RAN = "Y"
               DISPLAY "Warning: REQOUT already completed today,"
               DISPLAY "running it again.".

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE READ-COUNT TO RQ-READ-COUNT.
           MOVE SENT-COUNT TO RQ-WRITE-COUNT.
           MOVE ZERO TO RQ-REJECT-COUNT.
           MOVE "OK" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
