       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITAL.

      ****************************************
      * Batch program that runs the month-
      * end capitalisation. The month is the
      * previous calendar month, or the
      * month in CAPMONTH.CFG when that file
      * is present. For every project the
      * priced timesheet hours and cost
      * lines are split into capital and
      * operating spend in NOK (CAPVALUE,
      * by category class with the
      * project's overrides), and each
      * project with capital spend gets an
      * asset-under-construction record in
      * AUC_FEED.TXT for the fixed-asset
      * register: the month's capital spend,
      * the capital spend to date and the
      * month's operating spend, ending
      * with a trailer holding the record
      * count and totals. The feed is
      * rebuilt on every run, so the run
      * can be repeated. The final transfer
      * to asset is written by ASSETXFR when
      * the project is closed. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCCAPCUT.COB".
           COPY "FCAUCFEED.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDCAPCUT.COB".
           COPY "FDAUCFEED.COB".

       WORKING-STORAGE SECTION.
       77  CAPCUT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  REPORT-YEAR              PIC 9(4)    VALUE ZERO.
       77  REPORT-MONTH             PIC 9(2)    VALUE ZERO.
       77  REPORT-PERIOD            PIC 9(6)    VALUE ZERO.
       77  FEED-COUNT               PIC 9(6)    VALUE ZERO.
       77  GRAND-MONTH-CAPEX        PIC S9(12)V99 VALUE ZERO.
       77  GRAND-TOTAL-CAPEX        PIC S9(12)V99 VALUE ZERO.
       77  GRAND-MONTH-OPEX         PIC S9(12)V99 VALUE ZERO.

       01  PROJECT-FILE-SW          PIC X       VALUE "N".
           88  PROJECT-FILE-AT-END              VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).

       01  CAPEX-VALUE-REQUEST.
           05  CV-NUMBER            PIC X(80).
           05  CV-CURRENCY          PIC X(3).
           05  CV-PERIOD            PIC 9(6).
           05  CV-MONTH-CAPEX       PIC S9(12)V99.
           05  CV-MONTH-OPEX        PIC S9(12)V99.
           05  CV-TOTAL-CAPEX       PIC S9(12)V99.
           05  CV-TOTAL-OPEX        PIC S9(12)V99.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM CAPITALISE-ONE-PROJECT
           UNTIL PROJECT-FILE-AT-END.
       PERFORM WRITE-FEED-TRAILER.
       DISPLAY "Capitalisation for " REPORT-PERIOD ": "
           FEED-COUNT " project(s) written to AUC_FEED.TXT.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           PERFORM SET-REPORT-MONTH.
           OPEN INPUT PROJECT-FILE.
           OPEN OUTPUT AUC-FEED-FILE.
           MOVE "N" TO PROJECT-FILE-SW.
           MOVE ZERO TO FEED-COUNT.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE AUC-FEED-FILE.

       SET-REPORT-MONTH.
           MOVE ZERO TO REPORT-PERIOD.
           OPEN INPUT CAPCUT-FILE.
           IF CAPCUT-FILE-STATUS = "00"
               READ CAPCUT-FILE INTO REPORT-PERIOD
                   AT END MOVE ZERO TO REPORT-PERIOD
               END-READ
               CLOSE CAPCUT-FILE.
           IF REPORT-PERIOD = ZERO
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE
               IF CD-MONTH = 1
                   COMPUTE REPORT-YEAR = CD-YEAR - 1
                   MOVE 12 TO REPORT-MONTH
               ELSE
                   MOVE CD-YEAR TO REPORT-YEAR
                   COMPUTE REPORT-MONTH = CD-MONTH - 1
               END-IF
               COMPUTE REPORT-PERIOD =
                   REPORT-YEAR * 100 + REPORT-MONTH.

       CAPITALISE-ONE-PROJECT.
           READ PROJECT-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
               MOVE PR-NUMBER TO CV-NUMBER
               MOVE PR-CURRENCY TO CV-CURRENCY
               MOVE REPORT-PERIOD TO CV-PERIOD
               CALL "CAPVALUE" USING CAPEX-VALUE-REQUEST
               IF CV-TOTAL-CAPEX NOT = ZERO
                  OR CV-MONTH-CAPEX NOT = ZERO
                   PERFORM WRITE-FEED-RECORD.

       WRITE-FEED-RECORD.
           ADD 1 TO FEED-COUNT.
           MOVE SPACE TO AUC-FEED-RECORD.
           SET AF-DETAIL TO TRUE.
           MOVE PR-NUMBER TO AF-NUMBER.
           MOVE PR-DEPT-CODE TO AF-DEPT-CODE.
           MOVE REPORT-PERIOD TO AF-PERIOD.
           MOVE CV-MONTH-CAPEX TO AF-MONTH-CAPEX.
           MOVE CV-TOTAL-CAPEX TO AF-TOTAL-CAPEX.
           MOVE CV-MONTH-OPEX TO AF-MONTH-OPEX.
           WRITE AUC-FEED-RECORD.
           ADD CV-MONTH-CAPEX TO GRAND-MONTH-CAPEX.
           ADD CV-TOTAL-CAPEX TO GRAND-TOTAL-CAPEX.
           ADD CV-MONTH-OPEX TO GRAND-MONTH-OPEX.

       WRITE-FEED-TRAILER.
           MOVE SPACE TO AUC-FEED-RECORD.
           SET AF-TRAILER TO TRUE.
           MOVE FEED-COUNT TO AF-NUMBER.
           MOVE REPORT-PERIOD TO AF-PERIOD.
           MOVE GRAND-MONTH-CAPEX TO AF-MONTH-CAPEX.
           MOVE GRAND-TOTAL-CAPEX TO AF-TOTAL-CAPEX.
           MOVE GRAND-MONTH-OPEX TO AF-MONTH-OPEX.
           WRITE AUC-FEED-RECORD.
