       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISSUAGE.

      ****************************************
      * Batch program that reports the open
      * issues, action items and decisions in
      * ISSUE-FILE grouped by owner. Each
      * owner gets a heading with the name
      * from EMPLOYEE-FILE, then one line per
      * open item with the project, type,
      * priority, raised and due dates and
      * the number of days overdue, and a
      * total line counting the open items
      * and the overdue ones by age (1-30,
      * 31-60 and over 60 days). Written to
      * ISSUE_AGEING.TXT. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCISSUE.COB".
           COPY "FCEMPLOYEE.COB".
           SELECT PRINT-FILE ASSIGN TO "ISSUE_AGEING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDISSUE.COB".
           COPY "FDEMPLOYEE.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  ISSUE-FILE-STATUS        PIC XX      VALUE SPACE.
       77  OWNER-IDX                PIC 9(3)    VALUE ZERO.
       77  OWNER-COUNT              PIC 9(3)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  DAYS-OVERDUE             PIC S9(5)   VALUE ZERO.
       77  OWNER-OPEN-COUNT         PIC 9(5)    VALUE ZERO.
       77  OWNER-AGE-1-COUNT        PIC 9(5)    VALUE ZERO.
       77  OWNER-AGE-2-COUNT        PIC 9(5)    VALUE ZERO.
       77  OWNER-AGE-3-COUNT        PIC 9(5)    VALUE ZERO.
       77  TOTAL-OPEN-COUNT         PIC 9(5)    VALUE ZERO.
       77  TOTAL-OVERDUE-COUNT      PIC 9(5)    VALUE ZERO.

       01  ISSUE-FILE-SW            PIC X       VALUE "N".
           88  ISSUE-FILE-AT-END                VALUE "Y".
       01  OWNER-KNOWN-SW           PIC X       VALUE "N".
           88  OWNER-KNOWN                      VALUE "Y".

       01  OWNER-LIST.
           05  OWNER-LIST-ENTRY OCCURS 200 TIMES.
               10  OL-OWNER-ID      PIC X(10).

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  HEADER-LINE.
           05  FILLER         PIC X(44)
               VALUE "Handle Project - Open issues and actions".
           05  FILLER         PIC X(9)      VALUE "As of:".
           05  HL-DATE        PIC 9(8).

       01  OWNER-LINE.
           05  FILLER         PIC X(7)      VALUE "OWNER: ".
           05  OWL-OWNER-ID   PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  OWL-FIRST-NAME PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  OWL-SURNAME    PIC X(30).

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  FILLER         PIC X(20)     VALUE "PROJECT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(4)      VALUE "ITEM".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(2)      VALUE "TY".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(2)      VALUE "PR".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "RAISED".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "DUE".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(5)      VALUE " OVER".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(40)     VALUE "DESCRIPTION".

       01  DETAIL-LINE.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  DT-NUMBER      PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-SEQ         PIC 9(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-TYPE        PIC X(2).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-PRIORITY    PIC X(2).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-RAISED      PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DUE         PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DAYS        PIC ZZZZ9.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DESCRIPTION PIC X(40).

       01  OWNER-TOTAL-LINE.
           05  FILLER         PIC X(8)      VALUE "  OPEN: ".
           05  OTL-OPEN       PIC ZZZZ9.
           05  FILLER         PIC X(18)
               VALUE "  OVERDUE 1-30:   ".
           05  OTL-AGE-1      PIC ZZZZ9.
           05  FILLER         PIC X(10)     VALUE "  31-60:  ".
           05  OTL-AGE-2      PIC ZZZZ9.
           05  FILLER         PIC X(10)     VALUE "  OVER 60:".
           05  OTL-AGE-3      PIC ZZZZ9.

       01  SUMMARY-LINE.
           05  FILLER         PIC X(26)
               VALUE "Open items listed:".
           05  SL-OPEN        PIC Z(4)9.
           05  FILLER         PIC X(12)     VALUE "   Overdue:".
           05  SL-OVERDUE     PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM COLLECT-ONE-OWNER
           UNTIL ISSUE-FILE-AT-END.
       PERFORM WRITE-ONE-OWNER
           VARYING OWNER-IDX FROM 1 BY 1
               UNTIL OWNER-IDX > OWNER-COUNT.
       MOVE TOTAL-OPEN-COUNT TO SL-OPEN.
       MOVE TOTAL-OVERDUE-COUNT TO SL-OVERDUE.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: owner table full, " DROPPED-COUNT
               " open item(s) left out.".
       DISPLAY TOTAL-OPEN-COUNT " open item(s) written to "
           "ISSUE_AGEING.TXT.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE "N" TO ISSUE-FILE-SW.
           OPEN INPUT ISSUE-FILE.
           IF ISSUE-FILE-STATUS NOT = "00"
               SET ISSUE-FILE-AT-END TO TRUE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZERO TO OWNER-COUNT.
           MOVE ZERO TO DROPPED-COUNT.
           MOVE ZERO TO TOTAL-OPEN-COUNT.
           MOVE ZERO TO TOTAL-OVERDUE-COUNT.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.

       PROGRAM-CLEANUP.
           IF ISSUE-FILE-STATUS NOT = "35"
               CLOSE ISSUE-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE PRINT-FILE.

       COLLECT-ONE-OWNER.
           READ ISSUE-FILE NEXT
               AT END SET ISSUE-FILE-AT-END TO TRUE.
           IF NOT ISSUE-FILE-AT-END
              AND IA-OPEN
               PERFORM NOTE-OWNER-ID.

       NOTE-OWNER-ID.
           MOVE "N" TO OWNER-KNOWN-SW.
           PERFORM CHECK-ONE-KNOWN-OWNER
               VARYING OWNER-IDX FROM 1 BY 1
               UNTIL OWNER-IDX > OWNER-COUNT OR OWNER-KNOWN.
           IF NOT OWNER-KNOWN
               IF OWNER-COUNT < 200
                   ADD 1 TO OWNER-COUNT
                   MOVE IA-OWNER-ID TO OL-OWNER-ID (OWNER-COUNT)
               ELSE
                   ADD 1 TO DROPPED-COUNT.

       CHECK-ONE-KNOWN-OWNER.
           IF OL-OWNER-ID (OWNER-IDX) = IA-OWNER-ID
               SET OWNER-KNOWN TO TRUE.

       WRITE-ONE-OWNER.
           PERFORM WRITE-OWNER-HEADING.
           MOVE ZERO TO OWNER-OPEN-COUNT.
           MOVE ZERO TO OWNER-AGE-1-COUNT.
           MOVE ZERO TO OWNER-AGE-2-COUNT.
           MOVE ZERO TO OWNER-AGE-3-COUNT.
           MOVE "N" TO ISSUE-FILE-SW.
           MOVE LOW-VALUE TO IA-KEY.
           START ISSUE-FILE KEY IS NOT LESS THAN IA-KEY
               INVALID KEY SET ISSUE-FILE-AT-END TO TRUE.
           PERFORM LIST-ONE-ISSUE
               UNTIL ISSUE-FILE-AT-END.
           MOVE OWNER-OPEN-COUNT TO OTL-OPEN.
           MOVE OWNER-AGE-1-COUNT TO OTL-AGE-1.
           MOVE OWNER-AGE-2-COUNT TO OTL-AGE-2.
           MOVE OWNER-AGE-3-COUNT TO OTL-AGE-3.
           WRITE PRINT-LINE FROM OWNER-TOTAL-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-OWNER-HEADING.
           MOVE OL-OWNER-ID (OWNER-IDX) TO OWL-OWNER-ID.
           MOVE OL-OWNER-ID (OWNER-IDX) TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "(unknown)" TO OWL-FIRST-NAME
                   MOVE SPACE TO OWL-SURNAME
               NOT INVALID KEY
                   MOVE EM-FIRST-NAME TO OWL-FIRST-NAME
                   MOVE EM-SURNAME TO OWL-SURNAME.
           WRITE PRINT-LINE FROM OWNER-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

       LIST-ONE-ISSUE.
           READ ISSUE-FILE NEXT
               AT END SET ISSUE-FILE-AT-END TO TRUE.
           IF NOT ISSUE-FILE-AT-END
              AND IA-OPEN
              AND IA-OWNER-ID = OL-OWNER-ID (OWNER-IDX)
               PERFORM WRITE-ISSUE-LINE.

       WRITE-ISSUE-LINE.
           MOVE ZERO TO DAYS-OVERDUE.
           IF IA-DUE-DATE NOT = ZERO
              AND IA-DUE-DATE < CURRENT-DATE-NUM
               COMPUTE DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE (CURRENT-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (IA-DUE-DATE).
           ADD 1 TO OWNER-OPEN-COUNT.
           ADD 1 TO TOTAL-OPEN-COUNT.
           IF DAYS-OVERDUE > ZERO
               ADD 1 TO TOTAL-OVERDUE-COUNT
               IF DAYS-OVERDUE > 60
                   ADD 1 TO OWNER-AGE-3-COUNT
               ELSE IF DAYS-OVERDUE > 30
                   ADD 1 TO OWNER-AGE-2-COUNT
               ELSE
                   ADD 1 TO OWNER-AGE-1-COUNT.
           MOVE IA-NUMBER TO DT-NUMBER.
           MOVE IA-SEQ TO DT-SEQ.
           MOVE IA-TYPE TO DT-TYPE.
           MOVE IA-PRIORITY TO DT-PRIORITY.
           MOVE IA-RAISED-DATE TO DT-RAISED.
           MOVE IA-DUE-DATE TO DT-DUE.
           MOVE DAYS-OVERDUE TO DT-DAYS.
           MOVE IA-DESCRIPTION TO DT-DESCRIPTION.
           WRITE PRINT-LINE FROM DETAIL-LINE.
