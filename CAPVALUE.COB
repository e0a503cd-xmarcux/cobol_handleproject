       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPVALUE.

      ****************************************
      * Module splits the spend on one
      * project into capital and operating
      * expenditure, in NOK. Priced
      * TIMESHEET-FILE hours (hours times
      * the priced rate) are classed by cost
      * category LABR, COST-LINE-FILE lines
      * by their own category (converted
      * from the project currency at the
      * rate of the line date, RATEFOR).
      * The class comes from the project's
      * override in CAPEX-OVERRIDE-FILE
      * (CAPXADD) when there is one, else
      * from the category master; anything
      * not marked C is operating spend.
      * Called with a month (YYYYMM) the
      * totals cover spend up to and
      * including that month and the month's
      * own spend is returned as well; with
      * zero the totals cover all spend to
      * date. Timesheet weeks count in the
      * month their start day falls in
      * (week 1 starts 1 January). Used by
      * the CAPITAL batch and by ASSETXFR at
      * project closure. The files are
      * opened and closed on every call,
      * read only.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCTIMESHT.COB".
           COPY "FCCOSTLN.COB".
           COPY "FCCATEG.COB".
           COPY "FCCAPOVR.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDTIMESHT.COB".
           COPY "FDCOSTLN.COB".
           COPY "FDCATEG.COB".
           COPY "FDCAPOVR.COB".

       WORKING-STORAGE SECTION.
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  COSTLN-FILE-STATUS       PIC XX      VALUE SPACE.
       77  CATEG-FILE-STATUS        PIC XX      VALUE SPACE.
       77  CAPOVR-FILE-STATUS       PIC XX      VALUE SPACE.
       77  CATEG-OPEN-SW            PIC X       VALUE "N".
       77  CAPOVR-OPEN-SW           PIC X       VALUE "N".
       77  LABOUR-CATEGORY          PIC X(4)    VALUE "LABR".
       77  LOOKUP-CATEGORY          PIC X(4)    VALUE SPACE.
       77  LABOUR-CLASS             PIC X       VALUE "O".
       77  SPEND-CLASS              PIC X       VALUE "O".
       77  SPEND-PERIOD             PIC 9(6)    VALUE ZERO.
       77  SPEND-NOK                PIC S9(12)V99 VALUE ZERO.
       77  LINE-RATE                PIC 9(5)V9(4) VALUE 1.
       77  WORK-WEEK                PIC 9(6)    VALUE ZERO.
       77  WEEK-YEAR                PIC 9(4)    VALUE ZERO.
       77  WEEK-NO                  PIC 9(2)    VALUE ZERO.
       77  YEAR-START-NUM           PIC 9(8)    VALUE ZERO.
       77  DAY-INTEGER              PIC S9(9)   VALUE ZERO.
       77  WEEK-DATE-NUM            PIC 9(8)    VALUE ZERO.

       LINKAGE SECTION.
       01  CAPEX-VALUE-REQUEST.
           05  CV-NUMBER            PIC X(80).
           05  CV-CURRENCY          PIC X(3).
           05  CV-PERIOD            PIC 9(6).
           05  CV-MONTH-CAPEX       PIC S9(12)V99.
           05  CV-MONTH-OPEX        PIC S9(12)V99.
           05  CV-TOTAL-CAPEX       PIC S9(12)V99.
           05  CV-TOTAL-OPEX        PIC S9(12)V99.

       PROCEDURE DIVISION USING CAPEX-VALUE-REQUEST.

       PERFORM INIT-PROGRAM.
       MOVE LABOUR-CATEGORY TO LOOKUP-CATEGORY.
       PERFORM LOOK-UP-CLASS.
       MOVE SPEND-CLASS TO LABOUR-CLASS.
       IF TIMESHT-FILE-STATUS = "00"
           MOVE CV-NUMBER TO TS-NUMBER
           MOVE LOW-VALUE TO TS-EMPLOYEE-ID
           MOVE ZERO TO TS-WEEK
           MOVE ZERO TO TS-ENTRY-SEQ
           START TIMESHEET-FILE KEY IS NOT LESS THAN TS-KEY
               INVALID KEY MOVE SPACE TO TS-NUMBER
           END-START
           PERFORM ADD-ONE-TIMESHEET
               UNTIL TS-NUMBER NOT = CV-NUMBER.
       IF COSTLN-FILE-STATUS = "00"
           MOVE CV-NUMBER TO CL-NUMBER
           MOVE ZERO TO CL-SEQ
           START COST-LINE-FILE KEY IS NOT LESS THAN CL-KEY
               INVALID KEY MOVE SPACE TO CL-NUMBER
           END-START
           PERFORM ADD-ONE-COST-LINE
               UNTIL CL-NUMBER NOT = CV-NUMBER.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE ZERO TO CV-MONTH-CAPEX.
           MOVE ZERO TO CV-MONTH-OPEX.
           MOVE ZERO TO CV-TOTAL-CAPEX.
           MOVE ZERO TO CV-TOTAL-OPEX.
           MOVE "N" TO CATEG-OPEN-SW.
           MOVE "N" TO CAPOVR-OPEN-SW.
           OPEN INPUT TIMESHEET-FILE.
           OPEN INPUT COST-LINE-FILE.
           OPEN INPUT CATEGORY-FILE.
           IF CATEG-FILE-STATUS = "00"
               MOVE "Y" TO CATEG-OPEN-SW.
           OPEN INPUT CAPEX-OVERRIDE-FILE.
           IF CAPOVR-FILE-STATUS = "00"
               MOVE "Y" TO CAPOVR-OPEN-SW.

       PROGRAM-CLEANUP.
           IF TIMESHT-FILE-STATUS NOT = "35"
               CLOSE TIMESHEET-FILE.
           IF COSTLN-FILE-STATUS NOT = "35"
               CLOSE COST-LINE-FILE.
           IF CATEG-OPEN-SW = "Y"
               CLOSE CATEGORY-FILE.
           IF CAPOVR-OPEN-SW = "Y"
               CLOSE CAPEX-OVERRIDE-FILE.

       LOOK-UP-CLASS.
           MOVE "O" TO SPEND-CLASS.
           IF CATEG-OPEN-SW = "Y"
               MOVE LOOKUP-CATEGORY TO CG-CODE
               READ CATEGORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CG-CAPEX
                           MOVE "C" TO SPEND-CLASS.
           IF CAPOVR-OPEN-SW = "Y"
               MOVE CV-NUMBER TO CO-NUMBER
               MOVE LOOKUP-CATEGORY TO CO-CATEGORY
               READ CAPEX-OVERRIDE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CO-CAPEX-FLAG TO SPEND-CLASS.

       ADD-ONE-TIMESHEET.
           READ TIMESHEET-FILE NEXT
               AT END MOVE SPACE TO TS-NUMBER.
           IF TS-NUMBER = CV-NUMBER
              AND TS-PRICED
               PERFORM COMPUTE-WEEK-PERIOD
               COMPUTE SPEND-NOK = TS-HOURS * TS-PRICED-RATE
               MOVE LABOUR-CLASS TO SPEND-CLASS
               PERFORM ADD-SPEND.

       COMPUTE-WEEK-PERIOD.
           MOVE TS-WEEK TO WORK-WEEK.
           COMPUTE WEEK-YEAR = WORK-WEEK / 100.
           COMPUTE WEEK-NO = FUNCTION REM (WORK-WEEK, 100).
           IF WEEK-NO = ZERO
               MOVE 1 TO WEEK-NO.
           COMPUTE YEAR-START-NUM = WEEK-YEAR * 10000 + 101.
           COMPUTE DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (YEAR-START-NUM)
               + (WEEK-NO - 1) * 7.
           COMPUTE WEEK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (DAY-INTEGER).
           COMPUTE SPEND-PERIOD = WEEK-DATE-NUM / 100.

       ADD-ONE-COST-LINE.
           READ COST-LINE-FILE NEXT
               AT END MOVE SPACE TO CL-NUMBER.
           IF CL-NUMBER = CV-NUMBER
               COMPUTE SPEND-PERIOD = CL-DATE / 100
               MOVE 1 TO LINE-RATE
               IF CV-CURRENCY NOT = "NOK"
                  AND CV-CURRENCY NOT = SPACE
                   CALL "RATEFOR" USING LINE-RATE
                                        CV-CURRENCY
                                        CL-DATE
               END-IF
               COMPUTE SPEND-NOK ROUNDED = CL-AMOUNT * LINE-RATE
               MOVE CL-CATEGORY TO LOOKUP-CATEGORY
               PERFORM LOOK-UP-CLASS
               PERFORM ADD-SPEND.

       ADD-SPEND.
           IF CV-PERIOD = ZERO
              OR SPEND-PERIOD NOT > CV-PERIOD
               IF SPEND-CLASS = "C"
                   ADD SPEND-NOK TO CV-TOTAL-CAPEX
               ELSE
                   ADD SPEND-NOK TO CV-TOTAL-OPEX.
           IF SPEND-PERIOD = CV-PERIOD
               IF SPEND-CLASS = "C"
                   ADD SPEND-NOK TO CV-MONTH-CAPEX
               ELSE
                   ADD SPEND-NOK TO CV-MONTH-OPEX.
