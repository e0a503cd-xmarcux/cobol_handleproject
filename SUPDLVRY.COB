       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPDLVRY.

      ****************************************
      * Batch program that measures supplier
      * on-time delivery from the goods
      * receipts (GOODS-RECEIPT-FILE): each
      * receipt is compared with the
      * expected date on its commitment in
      * COMMITMENT-FILE, and receipts, on
      * time, late, percentage on time and
      * average days late are totalled per
      * supplier code with the name from
      * the supplier master. Commitments
      * with no expected date are not
      * measured. Written to
      * SUPPLIER_DELIVERY.TXT. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCGDSREC.COB".
           COPY "FCCOMMIT.COB".
           COPY "FCSUPPL.COB".
           SELECT PRINT-FILE ASSIGN TO "SUPPLIER_DELIVERY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDGDSREC.COB".
           COPY "FDCOMMIT.COB".
           COPY "FDSUPPL.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  GDSREC-FILE-STATUS       PIC XX      VALUE SPACE.
       77  COMMIT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  SUPPL-FILE-STATUS        PIC XX      VALUE SPACE.
       77  SUPPL-OPEN-SW            PIC X       VALUE "N".
       77  SUPP-IDX                 PIC 9(3)    VALUE ZERO.
       77  SUPP-COUNT               PIC 9(3)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  UNMEASURED-COUNT         PIC 9(5)    VALUE ZERO.
       77  GROUP-CODE               PIC X(10)   VALUE SPACE.
       77  DAYS-LATE                PIC S9(5)   VALUE ZERO.

       01  RECEIPT-FILE-SW          PIC X       VALUE "N".
           88  RECEIPT-FILE-AT-END              VALUE "Y".
       01  SUPP-KNOWN-SW            PIC X       VALUE "N".
           88  SUPP-KNOWN                       VALUE "Y".

       01  SUPPLIER-DELIVERY-TABLE.
           05  SUPPLIER-DELIVERY-ENTRY OCCURS 200 TIMES.
               10  SD-CODE          PIC X(10).
               10  SD-RECEIPTS      PIC 9(5).
               10  SD-ON-TIME       PIC 9(5).
               10  SD-LATE          PIC 9(5).
               10  SD-DAYS-LATE     PIC 9(7).

       01  HEADER-LINE.
           05  FILLER         PIC X(44)
               VALUE "Handle Project - Supplier on-time delivery".

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(10)     VALUE "SUPPLIER".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(30)     VALUE "NAME".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "RECEIPTS".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(7)      VALUE "ON TIME".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(6)      VALUE "  LATE".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(6)      VALUE "PCT OK".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(9)      VALUE "AVG LATE".

       01  DETAIL-LINE.
           05  DT-CODE        PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-NAME        PIC X(30).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-RECEIPTS    PIC Z(7)9.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-ON-TIME     PIC Z(6)9.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-LATE        PIC Z(5)9.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-PCT         PIC ZZ9.9.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  DT-AVG-LATE    PIC Z(5)9.9.

       01  SUMMARY-LINE.
           05  FILLER         PIC X(26)
               VALUE "Suppliers listed:".
           05  SL-COUNT       PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM MEASURE-ONE-RECEIPT
           UNTIL RECEIPT-FILE-AT-END.
       PERFORM WRITE-ONE-SUPPLIER-LINE
           VARYING SUPP-IDX FROM 1 BY 1
               UNTIL SUPP-IDX > SUPP-COUNT.
       MOVE SUPP-COUNT TO SL-COUNT.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY "Delivery for " SUPP-COUNT " supplier(s) written to "
           "SUPPLIER_DELIVERY.TXT.".
       IF UNMEASURED-COUNT NOT = ZERO
           DISPLAY UNMEASURED-COUNT " receipt(s) not measured, no"
               " commitment or expected date.".
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: supplier table full, " DROPPED-COUNT
               " receipt(s) not counted.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT GOODS-RECEIPT-FILE.
           IF GDSREC-FILE-STATUS NOT = "00"
               SET RECEIPT-FILE-AT-END TO TRUE.
           OPEN INPUT COMMITMENT-FILE.
           IF COMMIT-FILE-STATUS NOT = "00"
               SET RECEIPT-FILE-AT-END TO TRUE.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPL-FILE-STATUS = "00"
               MOVE "Y" TO SUPPL-OPEN-SW.
           OPEN OUTPUT PRINT-FILE.
           INITIALIZE SUPPLIER-DELIVERY-TABLE.
           MOVE ZERO TO SUPP-COUNT.
           WRITE PRINT-LINE FROM HEADER-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

       PROGRAM-CLEANUP.
           IF GDSREC-FILE-STATUS NOT = "35"
               CLOSE GOODS-RECEIPT-FILE.
           IF COMMIT-FILE-STATUS NOT = "35"
               CLOSE COMMITMENT-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE PRINT-FILE.

       MEASURE-ONE-RECEIPT.
           READ GOODS-RECEIPT-FILE NEXT
               AT END SET RECEIPT-FILE-AT-END TO TRUE.
           IF NOT RECEIPT-FILE-AT-END
               MOVE GR-NUMBER TO CM-NUMBER
               MOVE GR-CM-SEQ TO CM-SEQ
               READ COMMITMENT-FILE
                   INVALID KEY
                       ADD 1 TO UNMEASURED-COUNT
                   NOT INVALID KEY
                       PERFORM ADD-RECEIPT-TO-SUPPLIER.

       ADD-RECEIPT-TO-SUPPLIER.
           IF CM-EXPECTED-DATE = ZERO
               ADD 1 TO UNMEASURED-COUNT
           ELSE
               MOVE CM-SUPPLIER-CODE TO GROUP-CODE
               IF GROUP-CODE = SPACE
                   MOVE "(NONE)" TO GROUP-CODE
               END-IF
               PERFORM FIND-SUPPLIER-SLOT
               IF SUPP-KNOWN
                   PERFORM COUNT-RECEIPT-TIMELINESS
               ELSE
                   ADD 1 TO DROPPED-COUNT.

       COUNT-RECEIPT-TIMELINESS.
           ADD 1 TO SD-RECEIPTS (SUPP-IDX).
           IF GR-RECEIVED-DATE > CM-EXPECTED-DATE
               ADD 1 TO SD-LATE (SUPP-IDX)
               COMPUTE DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE (GR-RECEIVED-DATE)
                   - FUNCTION INTEGER-OF-DATE (CM-EXPECTED-DATE)
               ADD DAYS-LATE TO SD-DAYS-LATE (SUPP-IDX)
           ELSE
               ADD 1 TO SD-ON-TIME (SUPP-IDX).

       FIND-SUPPLIER-SLOT.
           MOVE "N" TO SUPP-KNOWN-SW.
           PERFORM CHECK-ONE-SUPPLIER-SLOT
               VARYING SUPP-IDX FROM 1 BY 1
               UNTIL SUPP-IDX > SUPP-COUNT OR SUPP-KNOWN.
           IF SUPP-KNOWN
               SUBTRACT 1 FROM SUPP-IDX
           ELSE
               IF SUPP-COUNT < 200
                   ADD 1 TO SUPP-COUNT
                   MOVE SUPP-COUNT TO SUPP-IDX
                   MOVE GROUP-CODE TO SD-CODE (SUPP-IDX)
                   SET SUPP-KNOWN TO TRUE.

       CHECK-ONE-SUPPLIER-SLOT.
           IF SD-CODE (SUPP-IDX) = GROUP-CODE
               SET SUPP-KNOWN TO TRUE.

       WRITE-ONE-SUPPLIER-LINE.
           MOVE SD-CODE (SUPP-IDX) TO DT-CODE.
           MOVE SPACE TO DT-NAME.
           IF SUPPL-OPEN-SW = "Y"
              AND SD-CODE (SUPP-IDX) NOT = "(NONE)"
               MOVE SD-CODE (SUPP-IDX) TO SU-CODE
               READ SUPPLIER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SU-NAME TO DT-NAME
               END-READ.
           MOVE SD-RECEIPTS (SUPP-IDX) TO DT-RECEIPTS.
           MOVE SD-ON-TIME (SUPP-IDX) TO DT-ON-TIME.
           MOVE SD-LATE (SUPP-IDX) TO DT-LATE.
           COMPUTE DT-PCT ROUNDED = SD-ON-TIME (SUPP-IDX) * 100
               / SD-RECEIPTS (SUPP-IDX).
           MOVE ZERO TO DT-AVG-LATE.
           IF SD-LATE (SUPP-IDX) NOT = ZERO
               COMPUTE DT-AVG-LATE ROUNDED =
                   SD-DAYS-LATE (SUPP-IDX) / SD-LATE (SUPP-IDX).
           WRITE PRINT-LINE FROM DETAIL-LINE.
