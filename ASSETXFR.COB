       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETXFR.

      ****************************************
      * Module writes the transfer-to-asset
      * record for a project that is being
      * closed: the total capital spend to
      * date in NOK (per CAPVALUE), with the
      * operating spend alongside, is added
      * to ASSET_TRANSFER.TXT for the
      * fixed-asset register to move the
      * asset under construction into a
      * finished asset. Projects with no
      * capital spend get no record. Called
      * by PROJCLOS and APPRVIEW before the
      * project record is moved to history.
      * The feed is opened, extended and
      * closed on every call.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCASSETX.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDASSETX.COB".

       WORKING-STORAGE SECTION.
       77  ASSETX-FILE-STATUS       PIC XX      VALUE SPACE.

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  CAPEX-VALUE-REQUEST.
           05  CV-NUMBER            PIC X(80).
           05  CV-CURRENCY          PIC X(3).
           05  CV-PERIOD            PIC 9(6).
           05  CV-MONTH-CAPEX       PIC S9(12)V99.
           05  CV-MONTH-OPEX        PIC S9(12)V99.
           05  CV-TOTAL-CAPEX       PIC S9(12)V99.
           05  CV-TOTAL-OPEX        PIC S9(12)V99.

       LINKAGE SECTION.
       01  TRANSFER-NUMBER          PIC X(80).
       01  TRANSFER-DEPT-CODE       PIC X(10).
       01  TRANSFER-CURRENCY        PIC X(3).

       PROCEDURE DIVISION USING TRANSFER-NUMBER
                                TRANSFER-DEPT-CODE
                                TRANSFER-CURRENCY.

       MOVE TRANSFER-NUMBER TO CV-NUMBER.
       MOVE TRANSFER-CURRENCY TO CV-CURRENCY.
       MOVE ZERO TO CV-PERIOD.
       CALL "CAPVALUE" USING CAPEX-VALUE-REQUEST.
       IF CV-TOTAL-CAPEX NOT = ZERO
           PERFORM WRITE-TRANSFER-RECORD.

       EXIT PROGRAM.

       WRITE-TRANSFER-RECORD.
           OPEN EXTEND ASSET-TRANSFER-FILE.
           IF ASSETX-FILE-STATUS = "35"
               OPEN OUTPUT ASSET-TRANSFER-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE SPACE TO ASSET-TRANSFER-RECORD.
           MOVE "T" TO AX-RECORD-TYPE.
           MOVE TRANSFER-NUMBER TO AX-NUMBER.
           MOVE TRANSFER-DEPT-CODE TO AX-DEPT-CODE.
           MOVE CURRENT-DATE-NUM TO AX-TRANSFER-DATE.
           MOVE CV-TOTAL-CAPEX TO AX-TOTAL-CAPEX.
           MOVE CV-TOTAL-OPEX TO AX-TOTAL-OPEX.
           WRITE ASSET-TRANSFER-RECORD.
           CLOSE ASSET-TRANSFER-FILE.
           DISPLAY "Transfer to asset recorded for "
               TRANSFER-NUMBER (1:30).
