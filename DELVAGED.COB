       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELVAGED.

      ****************************************
      * Batch program that reports
      * deliverables in DELIVERABLE-FILE
      * handed over to the customer but
      * still awaiting acceptance more than
      * a set number of days after the
      * delivery date. The number of days is
      * read from DELVAGE.CFG (default 14).
      * Each line shows the project,
      * deliverable ID, linked milestone,
      * version, date delivered, days
      * waiting and the title. Written to
      * DELIV_AGED.TXT. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCDELIV.COB".
           COPY "FCDVCUT.COB".
           SELECT PRINT-FILE ASSIGN TO "DELIV_AGED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDDELIV.COB".
           COPY "FDDVCUT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  DELIV-FILE-STATUS        PIC XX      VALUE SPACE.
       77  DVCUT-FILE-STATUS        PIC XX      VALUE SPACE.
       77  AGE-DAYS                 PIC 9(3)    VALUE ZERO.
       77  DEFAULT-AGE-DAYS         PIC 9(3)    VALUE 14.
       77  DAYS-WAITING             PIC S9(5)   VALUE ZERO.
       77  AGED-COUNT               PIC 9(5)    VALUE ZERO.

       01  DELIV-FILE-SW            PIC X       VALUE "N".
           88  DELIV-FILE-AT-END                VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  HEADER-LINE.
           05  FILLER         PIC X(44)
               VALUE "Handle Project - Deliverables not accepted".

       01  CUTOFF-LINE.
           05  FILLER         PIC X(27)
               VALUE "Waiting more than (days):".
           05  CL-DAYS        PIC ZZ9.

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(20)     VALUE "PROJECT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(10)     VALUE "DELIVERABL".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(4)      VALUE "MS".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(10)     VALUE "VERSION".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "DELIVERD".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(5)      VALUE " DAYS".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(40)     VALUE "TITLE".

       01  DETAIL-LINE.
           05  DT-NUMBER      PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DELIV-ID    PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-MILESTONE   PIC 9(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-VERSION     PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DELIVERED   PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DAYS        PIC ZZZZ9.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-TITLE       PIC X(40).

       01  SUMMARY-LINE.
           05  FILLER         PIC X(26)
               VALUE "Deliverables listed:".
           05  SL-COUNT       PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM CHECK-ONE-DELIVERABLE
           UNTIL DELIV-FILE-AT-END.
       MOVE AGED-COUNT TO SL-COUNT.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       DISPLAY AGED-COUNT " deliverable(s) awaiting acceptance "
           "written to DELIV_AGED.TXT.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           PERFORM LOAD-AGE-DAYS.
           MOVE "N" TO DELIV-FILE-SW.
           OPEN INPUT DELIVERABLE-FILE.
           IF DELIV-FILE-STATUS NOT = "00"
               SET DELIV-FILE-AT-END TO TRUE.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZERO TO AGED-COUNT.
           WRITE PRINT-LINE FROM HEADER-LINE.
           MOVE AGE-DAYS TO CL-DAYS.
           WRITE PRINT-LINE FROM CUTOFF-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

       PROGRAM-CLEANUP.
           IF DELIV-FILE-STATUS NOT = "35"
               CLOSE DELIVERABLE-FILE.
           CLOSE PRINT-FILE.

       LOAD-AGE-DAYS.
           MOVE ZERO TO AGE-DAYS.
           OPEN INPUT DVCUT-FILE.
           IF DVCUT-FILE-STATUS = "00"
               READ DVCUT-FILE INTO AGE-DAYS
                   AT END MOVE ZERO TO AGE-DAYS
               END-READ
               CLOSE DVCUT-FILE.
           IF AGE-DAYS = ZERO
               MOVE DEFAULT-AGE-DAYS TO AGE-DAYS.

       CHECK-ONE-DELIVERABLE.
           READ DELIVERABLE-FILE NEXT
               AT END SET DELIV-FILE-AT-END TO TRUE.
           IF NOT DELIV-FILE-AT-END
              AND DV-PENDING
              AND DV-DELIVERED-DATE NOT = ZERO
               COMPUTE DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE (CURRENT-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (DV-DELIVERED-DATE)
               IF DAYS-WAITING > AGE-DAYS
                   PERFORM WRITE-AGED-LINE.

       WRITE-AGED-LINE.
           ADD 1 TO AGED-COUNT.
           MOVE DV-NUMBER TO DT-NUMBER.
           MOVE DV-DELIV-ID TO DT-DELIV-ID.
           MOVE DV-MILESTONE-SEQ TO DT-MILESTONE.
           MOVE DV-VERSION TO DT-VERSION.
           MOVE DV-DELIVERED-DATE TO DT-DELIVERED.
           MOVE DAYS-WAITING TO DT-DAYS.
           MOVE DV-TITLE TO DT-TITLE.
           WRITE PRINT-LINE FROM DETAIL-LINE.
