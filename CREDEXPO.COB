       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDEXPO.

      ****************************************
      * Module works out a customer's credit
      * exposure in NOK for the credit limit
      * checks in PROJADD, PROPADD, PROJINV
      * and the CREDRPT exception report.
      * Exposure is the outstanding amount
      * on the customer's open and part-paid
      * invoices (less anything credited),
      * plus priced-but-unbilled timesheet
      * hours at their priced rate on the
      * customer's time-and-materials
      * projects, plus billable unbilled
      * cost lines on any of the customer's
      * projects. Foreign-currency amounts
      * are converted at the stored rate.
      * The three parts and the total are
      * returned in the request block. Files
      * are opened and closed on every call,
      * read only, so the caller's own view
      * of them is not disturbed. Only the
      * customer's own projects are read, on
      * the customer key.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCINVREG.COB".
           COPY "FCPROJECT.COB".
           COPY "FCTIMESHT.COB".
           COPY "FCCOSTLN.COB".
           COPY "FCEXCHRT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDINVREG.COB".
           COPY "FDPROJECT.COB".
           COPY "FDTIMESHT.COB".
           COPY "FDCOSTLN.COB".
           COPY "FDEXCHRT.COB".

       WORKING-STORAGE SECTION.
       77  INVREG-FILE-STATUS       PIC XX      VALUE SPACE.
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  COSTLN-FILE-STATUS       PIC XX      VALUE SPACE.
       77  INVREG-OPEN-SW           PIC X       VALUE "N".
       77  TIMESHT-OPEN-SW          PIC X       VALUE "N".
       77  COSTLN-OPEN-SW           PIC X       VALUE "N".
       77  CURRENCY-RATE            PIC 9(5)V9(4) VALUE 1.
       77  OUTSTANDING-AMOUNT       PIC S9(12)V99 VALUE ZERO.

       01  INVREG-FILE-SW           PIC X       VALUE "N".
           88  INVREG-FILE-AT-END               VALUE "Y".
       01  PROJECT-FILE-SW          PIC X       VALUE "N".
           88  PROJECT-FILE-AT-END              VALUE "Y".

       LINKAGE SECTION.
       01  EXPOSURE-REQUEST.
           05  EX-CUSTOMER          PIC X(10).
           05  EX-INVOICED          PIC S9(12)V99.
           05  EX-UNBILLED-HOURS    PIC S9(12)V99.
           05  EX-UNBILLED-COSTS    PIC S9(12)V99.
           05  EX-TOTAL             PIC S9(12)V99.

       PROCEDURE DIVISION USING EXPOSURE-REQUEST.

       PERFORM INIT-PROGRAM.
       PERFORM ADD-ONE-INVOICE
           UNTIL INVREG-FILE-AT-END.
       PERFORM ADD-ONE-PROJECT
           UNTIL PROJECT-FILE-AT-END.
       COMPUTE EX-TOTAL = EX-INVOICED + EX-UNBILLED-HOURS
           + EX-UNBILLED-COSTS.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE ZERO TO EX-INVOICED.
           MOVE ZERO TO EX-UNBILLED-HOURS.
           MOVE ZERO TO EX-UNBILLED-COSTS.
           MOVE ZERO TO EX-TOTAL.
           MOVE "N" TO INVREG-FILE-SW.
           MOVE "N" TO PROJECT-FILE-SW.
           MOVE "N" TO INVREG-OPEN-SW.
           MOVE "N" TO TIMESHT-OPEN-SW.
           MOVE "N" TO COSTLN-OPEN-SW.
           OPEN INPUT INVOICE-REGISTER-FILE.
           IF INVREG-FILE-STATUS = "00"
               MOVE "Y" TO INVREG-OPEN-SW
           ELSE
               SET INVREG-FILE-AT-END TO TRUE.
           OPEN INPUT PROJECT-FILE.
           MOVE EX-CUSTOMER TO PR-CUSTOMER-CODE.
           START PROJECT-FILE KEY IS EQUAL TO PR-CUSTOMER-CODE
               INVALID KEY SET PROJECT-FILE-AT-END TO TRUE.
           OPEN INPUT TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS = "00"
               MOVE "Y" TO TIMESHT-OPEN-SW.
           OPEN INPUT COST-LINE-FILE.
           IF COSTLN-FILE-STATUS = "00"
               MOVE "Y" TO COSTLN-OPEN-SW.
           OPEN INPUT EXCHANGE-RATE-FILE.

       PROGRAM-CLEANUP.
           IF INVREG-OPEN-SW = "Y"
               CLOSE INVOICE-REGISTER-FILE.
           CLOSE PROJECT-FILE.
           IF TIMESHT-OPEN-SW = "Y"
               CLOSE TIMESHEET-FILE.
           IF COSTLN-OPEN-SW = "Y"
               CLOSE COST-LINE-FILE.
           CLOSE EXCHANGE-RATE-FILE.

       ADD-ONE-INVOICE.
           READ INVOICE-REGISTER-FILE NEXT
               AT END SET INVREG-FILE-AT-END TO TRUE.
           IF NOT INVREG-FILE-AT-END
              AND IV-CUSTOMER-CODE = EX-CUSTOMER
              AND IV-INVOICE
              AND NOT IV-PAID
               COMPUTE OUTSTANDING-AMOUNT = IV-GROSS-AMOUNT
                   - IV-PAID-AMOUNT - IV-CREDITED-AMOUNT
               MOVE IV-CURRENCY TO XR-CODE
               PERFORM LOOK-UP-CURRENCY-RATE
               COMPUTE EX-INVOICED ROUNDED = EX-INVOICED
                   + OUTSTANDING-AMOUNT * CURRENCY-RATE.

       ADD-ONE-PROJECT.
           READ PROJECT-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND PR-CUSTOMER-CODE NOT = EX-CUSTOMER
               SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
               PERFORM ADD-PROJECT-UNBILLED.

       ADD-PROJECT-UNBILLED.
           IF TIMESHT-OPEN-SW = "Y"
              AND NOT PR-FIXED-PRICE
               MOVE PR-NUMBER TO TS-NUMBER
               MOVE SPACE TO TS-EMPLOYEE-ID
               MOVE ZERO TO TS-WEEK
               MOVE ZERO TO TS-ENTRY-SEQ
               START TIMESHEET-FILE KEY IS NOT LESS THAN TS-KEY
                   INVALID KEY MOVE SPACE TO TS-NUMBER
               END-START
               PERFORM ADD-ONE-UNBILLED-WEEK
                   UNTIL TS-NUMBER NOT = PR-NUMBER.
           IF COSTLN-OPEN-SW = "Y"
               MOVE PR-CURRENCY TO XR-CODE
               PERFORM LOOK-UP-CURRENCY-RATE
               MOVE PR-NUMBER TO CL-NUMBER
               MOVE ZERO TO CL-SEQ
               START COST-LINE-FILE KEY IS NOT LESS THAN CL-KEY
                   INVALID KEY MOVE SPACE TO CL-NUMBER
               END-START
               PERFORM ADD-ONE-UNBILLED-LINE
                   UNTIL CL-NUMBER NOT = PR-NUMBER.

       ADD-ONE-UNBILLED-WEEK.
           READ TIMESHEET-FILE NEXT
               AT END MOVE SPACE TO TS-NUMBER.
           IF TS-NUMBER = PR-NUMBER
              AND TS-PRICED
              AND NOT TS-BILLED
              AND TS-BILLABLE-FLAG NOT = "N"
               COMPUTE EX-UNBILLED-HOURS ROUNDED = EX-UNBILLED-HOURS
                   + TS-HOURS * TS-PRICED-RATE.

       ADD-ONE-UNBILLED-LINE.
           READ COST-LINE-FILE NEXT
               AT END MOVE SPACE TO CL-NUMBER.
           IF CL-NUMBER = PR-NUMBER
              AND CL-BILLABLE
              AND NOT CL-BILLED
               COMPUTE EX-UNBILLED-COSTS ROUNDED = EX-UNBILLED-COSTS
                   + CL-AMOUNT * CURRENCY-RATE.

       LOOK-UP-CURRENCY-RATE.
           MOVE 1 TO CURRENCY-RATE.
           IF XR-CODE NOT = "NOK"
               READ EXCHANGE-RATE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF XR-RATE-TO-NOK NOT = ZERO
                           MOVE XR-RATE-TO-NOK TO CURRENCY-RATE.
