       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRRPT.

      ****************************************
      * Batch program that summarises the
      * file errors recorded in the error
      * log ERROR.LOG by the ERRLOG module.
      * Every entry of the last seven days
      * is listed with its time, program,
      * paragraph, file, file status,
      * operator and key, followed by the
      * number of errors per program and
      * file for the period and the number
      * of entries in the whole log, in
      * ERROR_SUMMARY.TXT. The log itself
      * is only read. Run from the
      * supervisor menu. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCERRLOG.COB".
           SELECT PRINT-FILE ASSIGN TO "ERROR_SUMMARY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDERRLOG.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(200).

       WORKING-STORAGE SECTION.
       77  ERRLOG-FILE-STATUS       PIC XX      VALUE SPACE.
       77  REPORT-DAYS              PIC 9(3)    VALUE 7.
       77  FROM-DATE                PIC 9(8)    VALUE ZERO.
       77  TOTAL-COUNT              PIC 9(7)    VALUE ZERO.
       77  PERIOD-COUNT             PIC 9(7)    VALUE ZERO.
       77  SUMMARY-COUNT            PIC 9(3)    VALUE ZERO.
       77  SUMMARY-IDX              PIC 9(3)    VALUE ZERO.
       77  SHOW-COUNT               PIC Z(6)9.

       01  ERROR-LOG-SW             PIC X       VALUE "N".
           88  ERROR-LOG-AT-END                 VALUE "Y".
       01  SUMMARY-FOUND-SW         PIC X       VALUE "N".
           88  SUMMARY-FOUND                    VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  SUMMARY-TABLE.
           05  SUMMARY-ENTRY OCCURS 200 TIMES.
               10  SM-PROGRAM       PIC X(8).
               10  SM-FILE          PIC X(30).
               10  SM-COUNT         PIC 9(7).

       01  HEADER-LINE.
           05  FILLER         PIC X(40)
               VALUE "Handle Project - File error summary   ".
           05  HL-DATE        PIC 9(8).

       01  PERIOD-LINE.
           05  FILLER         PIC X(20)
               VALUE "Errors logged since ".
           05  PL-FROM-DATE   PIC 9(8).

       01  HEADING-LINE.
           05  FILLER         PIC X(16)  VALUE "DATE     TIME".
           05  FILLER         PIC X(9)   VALUE "PROGRAM".
           05  FILLER         PIC X(31)  VALUE "PARAGRAPH".
           05  FILLER         PIC X(31)  VALUE "FILE".
           05  FILLER         PIC X(3)   VALUE "ST".
           05  FILLER         PIC X(11)  VALUE "OPERATOR".
           05  FILLER         PIC X(3)   VALUE "KEY".

       01  SUMMARY-HEADING.
           05  FILLER         PIC X(9)   VALUE "PROGRAM".
           05  FILLER         PIC X(31)  VALUE "FILE".
           05  FILLER         PIC X(7)   VALUE " ERRORS".

       01  SUMMARY-LINE.
           05  SL-PROGRAM     PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  SL-FILE        PIC X(30).
           05  FILLER         PIC X      VALUE SPACE.
           05  SL-COUNT       PIC Z(6)9.

       01  COUNT-LINE.
           05  CL-TEXT        PIC X(40).
           05  CL-COUNT       PIC Z(6)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM REPORT-ONE-ENTRY
           UNTIL ERROR-LOG-AT-END.
       PERFORM WRITE-TOTALS.
       MOVE PERIOD-COUNT TO SHOW-COUNT.
       DISPLAY "File errors in the last seven days: " SHOW-COUNT
           ", see ERROR_SUMMARY.TXT.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (CURRENT-DATE-NUM)
                - REPORT-DAYS + 1).
           MOVE ZERO TO TOTAL-COUNT.
           MOVE ZERO TO PERIOD-COUNT.
           MOVE ZERO TO SUMMARY-COUNT.
           MOVE "N" TO ERROR-LOG-SW.
           OPEN OUTPUT PRINT-FILE.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.
           MOVE FROM-DATE TO PL-FROM-DATE.
           WRITE PRINT-LINE FROM PERIOD-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE.
           OPEN INPUT ERROR-LOG-FILE.
           IF ERRLOG-FILE-STATUS NOT = "00"
               SET ERROR-LOG-AT-END TO TRUE.

       PROGRAM-CLEANUP.
           IF ERRLOG-FILE-STATUS NOT = "35"
               CLOSE ERROR-LOG-FILE.
           CLOSE PRINT-FILE.

       REPORT-ONE-ENTRY.
           READ ERROR-LOG-FILE
               AT END SET ERROR-LOG-AT-END TO TRUE.
           IF NOT ERROR-LOG-AT-END
               ADD 1 TO TOTAL-COUNT
               IF EL-DATE NOT < FROM-DATE
                   ADD 1 TO PERIOD-COUNT
                   WRITE PRINT-LINE FROM ERROR-LOG-RECORD
                   PERFORM ADD-TO-SUMMARY.

       ADD-TO-SUMMARY.
           MOVE "N" TO SUMMARY-FOUND-SW.
           PERFORM FIND-SUMMARY-ENTRY
               VARYING SUMMARY-IDX FROM 1 BY 1
                   UNTIL SUMMARY-IDX > SUMMARY-COUNT
                      OR SUMMARY-FOUND.
           IF NOT SUMMARY-FOUND
              AND SUMMARY-COUNT < 200
               ADD 1 TO SUMMARY-COUNT
               MOVE EL-PROGRAM TO SM-PROGRAM (SUMMARY-COUNT)
               MOVE EL-FILE TO SM-FILE (SUMMARY-COUNT)
               MOVE 1 TO SM-COUNT (SUMMARY-COUNT).

       FIND-SUMMARY-ENTRY.
           IF SM-PROGRAM (SUMMARY-IDX) = EL-PROGRAM
              AND SM-FILE (SUMMARY-IDX) = EL-FILE
               ADD 1 TO SM-COUNT (SUMMARY-IDX)
               SET SUMMARY-FOUND TO TRUE.

       WRITE-TOTALS.
           IF PERIOD-COUNT = ZERO
               MOVE "No file errors logged in the period." TO PRINT-LINE
               WRITE PRINT-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM SUMMARY-HEADING.
           PERFORM WRITE-ONE-SUMMARY
               VARYING SUMMARY-IDX FROM 1 BY 1
                   UNTIL SUMMARY-IDX > SUMMARY-COUNT.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "Errors in the period:" TO CL-TEXT.
           MOVE PERIOD-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "Entries in the whole error log:" TO CL-TEXT.
           MOVE TOTAL-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.

       WRITE-ONE-SUMMARY.
           MOVE SM-PROGRAM (SUMMARY-IDX) TO SL-PROGRAM.
           MOVE SM-FILE (SUMMARY-IDX) TO SL-FILE.
           MOVE SM-COUNT (SUMMARY-IDX) TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
