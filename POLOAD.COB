      * order file dropped nightly by the
      * purchasing system (project number,
      * PO reference, supplier, amount,
      * currency, expected date, framework
      * contract), validates each line
      * against PROJECT-FILE, the
      * exchange-rate master, the supplier
      * master and the supplier contracts
      * (a call-off outside the contract's
      * validity dates or beyond its
      * remaining ceiling is rejected),
      * and creates
      * a new COMMITMENT-FILE record or
      * updates the existing one carrying
      * the same PO reference, in the style
      * of ACTLOAD. A line carrying the
      * number of the purchase requisition
      * it was raised from (REQOUT feed)
      * marks that requisition converted
      * with the PO reference; a number that
      * does not match is noted as a warning
      * on the reject listing. Rejected
      * lines are reported to a separate
      * file instead
      * of the whole run failing, and the
      * run is recorded in the run log. No
      * operator interaction.
           COPY "FCCOMMIT.COB".
           COPY "FCEXCHRT.COB".
           COPY "FCSUPPL.COB".
           COPY "FCSUPCON.COB".
           COPY "FCREQN.COB".
           SELECT PO-LOAD-FILE ASSIGN TO "PO_LOAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "PO_LOAD_REJECTS.TXT"
           COPY "FDCOMMIT.COB".
           COPY "FDEXCHRT.COB".
           COPY "FDSUPPL.COB".
           COPY "FDSUPCON.COB".
           COPY "FDREQN.COB".

       FD  PO-LOAD-FILE
               LABEL RECORDS ARE STANDARD.
           05  PO-AMOUNT        PIC 9(10)V99.
           05  PO-CURRENCY      PIC X(3).
           05  PO-EXPECTED      PIC 9(8).
           05  PO-CONTRACT-NO   PIC X(15).
           05  PO-REQ-NO        PIC X(6).

       FD  REJECT-FILE
               LABEL RECORDS ARE STANDARD.
       77  FOUND-CM-SEQ             PIC 9(4)    VALUE ZERO.
       77  SUPPL-FILE-STATUS        PIC XX      VALUE SPACE.
       77  SUPPL-OPEN-SW            PIC X       VALUE "N".
       77  SUPCON-FILE-STATUS       PIC XX      VALUE SPACE.
       77  SUPCON-OPEN-SW           PIC X       VALUE "N".
       77  REQN-FILE-STATUS         PIC XX      VALUE SPACE.
       77  REQN-OPEN-SW             PIC X       VALUE "N".
       77  LINKED-COUNT             PIC 9(7)    VALUE ZERO.
       77  NOK-RATE                 PIC 9(5)V9(4) VALUE 1.
       77  ENTRY-NOK                PIC S9(12)V99 VALUE ZERO.
       77  CONTRACT-USED-NOK        PIC S9(12)V99 VALUE ZERO.
       77  CEILING-NOK              PIC S9(12)V99 VALUE ZERO.
       01  CONTRACT-SCAN-SW         PIC X       VALUE "N".
           88  CONTRACT-SCAN-DONE               VALUE "Y".
       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "POLOAD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM RECORD-RUN-START.
           UNTIL PO-LOAD-FILE-AT-END.
       DISPLAY "PO load: added " ADDED-COUNT ", updated "
           UPDATED-COUNT ", rejected " REJECTED-COUNT ".".
       IF LINKED-COUNT NOT = ZERO
           DISPLAY "Linked " LINKED-COUNT
               " requisition(s) to their PO.".
       PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.

           OPEN INPUT SUPPLIER-FILE.
           IF SUPPL-FILE-STATUS = "00"
               MOVE "Y" TO SUPPL-OPEN-SW.
           OPEN INPUT SUPPLIER-CONTRACT-FILE.
           IF SUPCON-FILE-STATUS = "00"
               MOVE "Y" TO SUPCON-OPEN-SW.
           OPEN I-O REQUISITION-FILE.
           IF REQN-FILE-STATUS = "00"
               MOVE "Y" TO REQN-OPEN-SW.
           MOVE "N" TO PO-LOAD-FILE-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.

           CLOSE COMMITMENT-FILE.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE SUPPLIER-CONTRACT-FILE.
           IF REQN-OPEN-SW = "Y"
               CLOSE REQUISITION-FILE.

       LOAD-ONE-PO.
           READ PO-LOAD-FILE
               PERFORM CHECK-PO-REFERENCE.
           IF ROW-VALID
               PERFORM CHECK-PO-SUPPLIER.
           IF ROW-VALID
              AND PO-CONTRACT-NO NOT = SPACE
               PERFORM CHECK-PO-CONTRACT.
           IF ROW-VALID
               PERFORM APPLY-PO-ROW
           ELSE
               MOVE PO-SUPPLIER-CODE TO SU-CODE
               MOVE PO-SUPPLIER-CODE TO SU-NAME.

       CHECK-PO-CONTRACT.
           IF SUPCON-OPEN-SW NOT = "Y"
               MOVE "N" TO ROW-VALID-SW
               MOVE "Unknown contract number" TO REJECT-REASON
           ELSE
               MOVE PO-CONTRACT-NO TO SC-CONTRACT-NO
               READ SUPPLIER-CONTRACT-FILE
                   INVALID KEY
                       MOVE "N" TO ROW-VALID-SW
                       MOVE "Unknown contract number"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       PERFORM CHECK-PO-CONTRACT-TERMS
               END-READ.

       CHECK-PO-CONTRACT-TERMS.
           IF SC-SUPPLIER-CODE NOT = PO-SUPPLIER-CODE
               MOVE "N" TO ROW-VALID-SW
               MOVE "Contract belongs to another supplier"
                   TO REJECT-REASON
           ELSE
               IF CURRENT-DATE-NUM < SC-VALID-FROM
                  OR CURRENT-DATE-NUM > SC-VALID-TO
                   MOVE "N" TO ROW-VALID-SW
                   MOVE "Outside contract validity dates"
                       TO REJECT-REASON
               ELSE
                   PERFORM CHECK-PO-CONTRACT-CEILING.

       CHECK-PO-CONTRACT-CEILING.
           CALL "RATEFOR" USING NOK-RATE
                                PO-CURRENCY
                                CURRENT-DATE-NUM.
           COMPUTE ENTRY-NOK = PO-AMOUNT * NOK-RATE.
           MOVE ZERO TO CONTRACT-USED-NOK.
           MOVE LOW-VALUE TO CM-KEY.
           MOVE "N" TO CONTRACT-SCAN-SW.
           START COMMITMENT-FILE KEY IS NOT LESS THAN CM-KEY
               INVALID KEY SET CONTRACT-SCAN-DONE TO TRUE.
           PERFORM ADD-ONE-CONTRACT-CALL-OFF
               UNTIL CONTRACT-SCAN-DONE.
           CALL "RATEFOR" USING NOK-RATE
                                SC-CURRENCY
                                CURRENT-DATE-NUM.
           COMPUTE CEILING-NOK = SC-CEILING * NOK-RATE.
           IF ENTRY-NOK + CONTRACT-USED-NOK > CEILING-NOK
               MOVE "N" TO ROW-VALID-SW
               MOVE "Exceeds remaining contract ceiling"
                   TO REJECT-REASON.

       ADD-ONE-CONTRACT-CALL-OFF.
           READ COMMITMENT-FILE NEXT
               AT END SET CONTRACT-SCAN-DONE TO TRUE.
           IF NOT CONTRACT-SCAN-DONE
              AND CM-CONTRACT-NO = PO-CONTRACT-NO
              AND NOT (CM-NUMBER = PR-NUMBER AND CM-PO-REF = PO-REF)
               CALL "RATEFOR" USING NOK-RATE
                                    CM-CURRENCY
                                    CURRENT-DATE-NUM
               IF CM-OPEN
                   COMPUTE CONTRACT-USED-NOK =
                       CONTRACT-USED-NOK + CM-AMOUNT * NOK-RATE
               ELSE
                   COMPUTE CONTRACT-USED-NOK = CONTRACT-USED-NOK
                       + CM-LIQUIDATED-AMT * NOK-RATE.

       APPLY-PO-ROW.
           PERFORM FIND-COMMITMENT-BY-REF.
           IF PO-REF-FOUND
               PERFORM UPDATE-COMMITMENT-ROW
           ELSE
               PERFORM ADD-COMMITMENT-ROW.
           IF ROW-VALID
              AND PO-REQ-NO NOT = SPACE
               PERFORM LINK-REQUISITION.

       LINK-REQUISITION.
           MOVE SPACE TO REJECT-REASON.
           IF REQN-OPEN-SW NOT = "Y"
              OR PO-REQ-NO NOT NUMERIC
               MOVE "Warning: requisition number not found"
                   TO REJECT-REASON
           ELSE
               MOVE PO-REQ-NO TO PQ-REQ-NO
               READ REQUISITION-FILE
                   INVALID KEY
                       MOVE "Warning: requisition number not found"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       PERFORM MARK-REQUISITION-CONVERTED
               END-READ.
           IF REJECT-REASON NOT = SPACE
               PERFORM WRITE-WARNING-LINE.

       MARK-REQUISITION-CONVERTED.
           IF PQ-NUMBER NOT = PR-NUMBER
               MOVE "Warning: requisition is for another project"
                   TO REJECT-REASON
           ELSE
               SET PQ-CONVERTED TO TRUE
               MOVE PO-REF TO PQ-PO-REF
               MOVE CURRENT-DATE-NUM TO PQ-CONVERTED-DATE
               REWRITE REQUISITION-RECORD
                   INVALID KEY
                       MOVE "MARK-REQUISITION-CONVERTED" TO EQ-PARAGRAPH
                       MOVE "REQUISITION-FILE" TO EQ-FILE
                       MOVE PQ-REQ-NO TO EQ-KEY
                       MOVE REQN-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       MOVE "Warning: error updating requisition"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO LINKED-COUNT
               END-REWRITE.

       WRITE-WARNING-LINE.
           MOVE SPACE TO REJECT-LINE.
           STRING
               FUNCTION TRIM (PO-NUMBER) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM (PO-REF) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM (REJECT-REASON) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-REQ-NO DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING.
           WRITE REJECT-LINE.

       FIND-COMMITMENT-BY-REF.
           MOVE "N" TO PO-REF-FOUND-SW.
                   MOVE PO-AMOUNT TO CM-AMOUNT
                   MOVE PO-CURRENCY TO CM-CURRENCY
                   MOVE PO-EXPECTED TO CM-EXPECTED-DATE
                   MOVE PO-CONTRACT-NO TO CM-CONTRACT-NO
                   CALL "RATEFOR" USING CM-BOOKED-RATE
                                        CM-CURRENCY
                                        CURRENT-DATE-NUM
                       INVALID KEY
                           DISPLAY "Error updating commitment "
                               PO-REF
                           MOVE "UPDATE-COMMITMENT-ROW" TO EQ-PARAGRAPH
                           MOVE "COMMITMENT-FILE" TO EQ-FILE
                           MOVE CM-KEY TO EQ-KEY
                           MOVE COMMIT-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
                   ADD 1 TO UPDATED-COUNT.

           MOVE PO-AMOUNT TO CM-AMOUNT.
           MOVE PO-CURRENCY TO CM-CURRENCY.
           MOVE PO-EXPECTED TO CM-EXPECTED-DATE.
           MOVE PO-CONTRACT-NO TO CM-CONTRACT-NO.
           MOVE ZERO TO CM-LIQUIDATED-AMT.
           CALL "RATEFOR" USING CM-BOOKED-RATE
                                CM-CURRENCY
                                CURRENT-DATE-NUM.
           SET CM-OPEN TO TRUE.
           SET CM-ACCRUE TO TRUE.
           WRITE COMMITMENT-RECORD
               INVALID KEY
                   DISPLAY "Error adding commitment " PO-REF
                   MOVE "ADD-COMMITMENT-ROW" TO EQ-PARAGRAPH
                   MOVE "COMMITMENT-FILE" TO EQ-FILE
                   MOVE CM-KEY TO EQ-KEY
                   MOVE COMMIT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   ADD 1 TO ADDED-COUNT.

