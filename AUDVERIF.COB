       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERIF.

      ****************************************
      * Batch program that verifies the
      * chained audit trail. It walks the
      * audit archives listed in
      * AUDIT_ARCH.LST, oldest first, and
      * then the live AUDIT.LOG, and checks
      * every entry against the one before
      * it: the sequence numbers must run on
      * without a gap or a step back, and
      * the check value recomputed through
      * AUDCHECK must match the one stored
      * with the entry. The last entry must
      * also match the chain control file
      * AUDCHAIN.DAT, so entries removed
      * from the end are found too. Entries
      * written before chaining began carry
      * no sequence number and are counted
      * as unchained; one found after the
      * chain has started is a problem.
      * Every gap, reordering or altered
      * entry is listed in AUDIT_VERIFY.TXT
      * with the file and entry number. The
      * run is recorded in the run log with
      * the number of problems found, which
      * the HAPRDASH dashboard shows. Runs
      * in the NIGHTRUN chain and from the
      * supervisor menu. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCAUDIT.COB".
           COPY "FCAUDCHN.COB".
           COPY "FCAUDARC.COB".
           SELECT ARCHIVE-IN-FILE ASSIGN TO ARCHIVE-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "AUDIT_VERIFY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDAUDIT.COB".
           COPY "FDAUDCHN.COB".
           COPY "FDAUDARC.COB".

       FD  ARCHIVE-IN-FILE
               LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-IN-RECORD        PIC X(272).

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  AUDCHAIN-FILE-STATUS     PIC XX      VALUE SPACE.
       77  AUDARC-FILE-STATUS       PIC XX      VALUE SPACE.
       77  ARCHIVE-FILE-STATUS      PIC XX      VALUE SPACE.
       77  ARCHIVE-IN-NAME          PIC X(30)   VALUE SPACE.
       77  LAST-LIST-NAME           PIC X(30)   VALUE SPACE.
       77  SOURCE-NAME              PIC X(30)   VALUE SPACE.
       77  SOURCE-ENTRY-NO          PIC 9(9)    VALUE ZERO.
       77  FILE-COUNT               PIC 9(5)    VALUE ZERO.
       77  ENTRY-COUNT              PIC 9(9)    VALUE ZERO.
       77  UNCHAINED-COUNT          PIC 9(9)    VALUE ZERO.
       77  CHAINED-COUNT            PIC 9(9)    VALUE ZERO.
       77  PROBLEM-COUNT            PIC 9(7)    VALUE ZERO.
       77  EXPECTED-SEQ             PIC 9(9)    VALUE ZERO.
       77  LAST-SEQ-SEEN            PIC 9(9)    VALUE ZERO.
       77  PREVIOUS-CHECK           PIC X(16)   VALUE SPACE.
       77  COMPUTED-CHECK           PIC X(16)   VALUE SPACE.
       77  SHOW-SEQ                 PIC Z(8)9   VALUE ZERO.
       77  SHOW-SEQ-2               PIC Z(8)9   VALUE ZERO.

       01  CHAIN-STARTED-SW         PIC X       VALUE "N".
           88  CHAIN-STARTED                    VALUE "Y".
       01  LIST-FILE-SW             PIC X       VALUE "N".
           88  LIST-FILE-AT-END                 VALUE "Y".
       01  ENTRY-FILE-SW            PIC X       VALUE "N".
           88  ENTRY-FILE-AT-END                VALUE "Y".

       01  VERIFY-ENTRY.
           05  VE-TEXT              PIC X(256).
           05  VE-CHECK             PIC X(16).

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "AUDVERIF".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  HEADER-LINE.
           05  FILLER         PIC X(38)
               VALUE "Handle Project - Audit trail verified ".
           05  HL-DATE        PIC 9(8).

       01  PROBLEM-LINE.
           05  PL-SOURCE      PIC X(30).
           05  FILLER         PIC X(7)   VALUE " entry ".
           05  PL-ENTRY       PIC Z(8)9.
           05  FILLER         PIC X(2)   VALUE SPACE.
           05  PL-TEXT        PIC X(70).

       01  COUNT-LINE.
           05  CL-TEXT        PIC X(40).
           05  CL-COUNT       PIC Z(8)9.

       PROCEDURE DIVISION.

       PERFORM RECORD-RUN-START.
       PERFORM INIT-PROGRAM.
       PERFORM VERIFY-ONE-ARCHIVE
           UNTIL LIST-FILE-AT-END.
       PERFORM VERIFY-LIVE-LOG.
       PERFORM CHECK-CHAIN-TAIL.
       PERFORM WRITE-TOTALS.
       IF PROBLEM-COUNT = ZERO
           DISPLAY "Audit trail verified, no problems found."
       ELSE
           DISPLAY "Audit trail check: " PROBLEM-COUNT
               " problem(s), see AUDIT_VERIFY.TXT.".
       PERFORM PROGRAM-CLEANUP.
       PERFORM RECORD-RUN-END.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE ZERO TO FILE-COUNT.
           MOVE ZERO TO ENTRY-COUNT.
           MOVE ZERO TO UNCHAINED-COUNT.
           MOVE ZERO TO CHAINED-COUNT.
           MOVE ZERO TO PROBLEM-COUNT.
           MOVE ZERO TO EXPECTED-SEQ.
           MOVE ZERO TO LAST-SEQ-SEEN.
           MOVE ZERO TO PREVIOUS-CHECK.
           MOVE SPACE TO LAST-LIST-NAME.
           MOVE "N" TO CHAIN-STARTED-SW.
           MOVE "N" TO LIST-FILE-SW.
           OPEN OUTPUT PRINT-FILE.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           OPEN INPUT AUDIT-ARCH-LIST.
           IF AUDARC-FILE-STATUS NOT = "00"
               SET LIST-FILE-AT-END TO TRUE.

       PROGRAM-CLEANUP.
           IF AUDARC-FILE-STATUS NOT = "35"
               CLOSE AUDIT-ARCH-LIST.
           CLOSE PRINT-FILE.

       VERIFY-ONE-ARCHIVE.
           READ AUDIT-ARCH-LIST
               AT END SET LIST-FILE-AT-END TO TRUE.
           IF NOT LIST-FILE-AT-END
              AND AL-ARCHIVE-NAME NOT = SPACE
              AND AL-ARCHIVE-NAME NOT = LAST-LIST-NAME
               MOVE AL-ARCHIVE-NAME TO LAST-LIST-NAME
               PERFORM VERIFY-ARCHIVE-FILE.

       VERIFY-ARCHIVE-FILE.
           MOVE AL-ARCHIVE-NAME TO ARCHIVE-IN-NAME.
           MOVE AL-ARCHIVE-NAME TO SOURCE-NAME.
           MOVE ZERO TO SOURCE-ENTRY-NO.
           MOVE "N" TO ENTRY-FILE-SW.
           OPEN INPUT ARCHIVE-IN-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
               MOVE "Archive listed in AUDIT_ARCH.LST cannot be read"
                   TO PL-TEXT
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               ADD 1 TO FILE-COUNT
               PERFORM READ-ONE-ARCHIVE-ENTRY
                   UNTIL ENTRY-FILE-AT-END
               CLOSE ARCHIVE-IN-FILE.

       READ-ONE-ARCHIVE-ENTRY.
           READ ARCHIVE-IN-FILE INTO AUDIT-RECORD
               AT END SET ENTRY-FILE-AT-END TO TRUE.
           IF NOT ENTRY-FILE-AT-END
               PERFORM CHECK-ONE-ENTRY.

       VERIFY-LIVE-LOG.
           MOVE "AUDIT.LOG" TO SOURCE-NAME.
           MOVE ZERO TO SOURCE-ENTRY-NO.
           MOVE "N" TO ENTRY-FILE-SW.
           OPEN EXTEND AUDIT-FILE.
           CLOSE AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           ADD 1 TO FILE-COUNT.
           PERFORM READ-ONE-LIVE-ENTRY
               UNTIL ENTRY-FILE-AT-END.
           CLOSE AUDIT-FILE.

       READ-ONE-LIVE-ENTRY.
           READ AUDIT-FILE
               AT END SET ENTRY-FILE-AT-END TO TRUE.
           IF NOT ENTRY-FILE-AT-END
               PERFORM CHECK-ONE-ENTRY.

       CHECK-ONE-ENTRY.
           ADD 1 TO SOURCE-ENTRY-NO.
           ADD 1 TO ENTRY-COUNT.
           IF AU-SEQ IS NOT NUMERIC OR AU-SEQ = ZERO
               PERFORM CHECK-UNCHAINED-ENTRY
           ELSE
               ADD 1 TO CHAINED-COUNT
               IF CHAIN-STARTED
                   PERFORM CHECK-CHAINED-ENTRY
               ELSE
                   PERFORM CHECK-FIRST-CHAINED-ENTRY.

       CHECK-UNCHAINED-ENTRY.
           ADD 1 TO UNCHAINED-COUNT.
           IF CHAIN-STARTED
               MOVE "Entry without sequence number inside the chain"
                   TO PL-TEXT
               PERFORM WRITE-PROBLEM-LINE.

       CHECK-FIRST-CHAINED-ENTRY.
           SET CHAIN-STARTED TO TRUE.
           IF AU-SEQ = 1
               PERFORM CHECK-ENTRY-CHECK-VALUE
           ELSE
               MOVE AU-SEQ TO SHOW-SEQ
               MOVE SPACE TO PL-TEXT
               STRING "Chain starts at sequence "
                          DELIMITED BY SIZE
                      FUNCTION TRIM (SHOW-SEQ) DELIMITED BY SIZE
                      ", earlier entries missing"
                          DELIMITED BY SIZE
                   INTO PL-TEXT
               PERFORM WRITE-PROBLEM-LINE.
           PERFORM TAKE-ENTRY-AS-PREVIOUS.

       CHECK-CHAINED-ENTRY.
           EVALUATE TRUE
               WHEN AU-SEQ > EXPECTED-SEQ
                   MOVE EXPECTED-SEQ TO SHOW-SEQ
                   COMPUTE SHOW-SEQ-2 = AU-SEQ - 1
                   MOVE SPACE TO PL-TEXT
                   STRING "Gap - sequence " DELIMITED BY SIZE
                          FUNCTION TRIM (SHOW-SEQ) DELIMITED BY SIZE
                          " to " DELIMITED BY SIZE
                          FUNCTION TRIM (SHOW-SEQ-2) DELIMITED BY SIZE
                          " missing" DELIMITED BY SIZE
                       INTO PL-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               WHEN AU-SEQ < EXPECTED-SEQ
                   MOVE AU-SEQ TO SHOW-SEQ
                   MOVE LAST-SEQ-SEEN TO SHOW-SEQ-2
                   MOVE SPACE TO PL-TEXT
                   STRING "Out of order - sequence " DELIMITED BY SIZE
                          FUNCTION TRIM (SHOW-SEQ) DELIMITED BY SIZE
                          " after " DELIMITED BY SIZE
                          FUNCTION TRIM (SHOW-SEQ-2) DELIMITED BY SIZE
                       INTO PL-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               WHEN OTHER
                   PERFORM CHECK-ENTRY-CHECK-VALUE.
           PERFORM TAKE-ENTRY-AS-PREVIOUS.

       CHECK-ENTRY-CHECK-VALUE.
           MOVE AUDIT-RECORD TO VERIFY-ENTRY.
           CALL "AUDCHECK" USING VE-TEXT
                                 PREVIOUS-CHECK
                                 COMPUTED-CHECK.
           IF COMPUTED-CHECK NOT = VE-CHECK
               MOVE AU-SEQ TO SHOW-SEQ
               MOVE SPACE TO PL-TEXT
               STRING "Altered entry - check value of sequence "
                          DELIMITED BY SIZE
                      FUNCTION TRIM (SHOW-SEQ) DELIMITED BY SIZE
                      " does not match" DELIMITED BY SIZE
                   INTO PL-TEXT
               PERFORM WRITE-PROBLEM-LINE.

       TAKE-ENTRY-AS-PREVIOUS.
           MOVE AU-CHECK TO PREVIOUS-CHECK.
           MOVE AU-SEQ TO LAST-SEQ-SEEN.
           IF AU-SEQ NOT < EXPECTED-SEQ
               COMPUTE EXPECTED-SEQ = AU-SEQ + 1.

       CHECK-CHAIN-TAIL.
           MOVE "AUDCHAIN.DAT" TO SOURCE-NAME.
           MOVE ZERO TO SOURCE-ENTRY-NO.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF AUDCHAIN-FILE-STATUS = "00"
               READ AUDIT-CHAIN-FILE
                   AT END MOVE SPACE TO AUDIT-CHAIN-RECORD
               END-READ
               CLOSE AUDIT-CHAIN-FILE
           ELSE
               MOVE SPACE TO AUDIT-CHAIN-RECORD.
           IF AC-LAST-SEQ IS NOT NUMERIC
               IF CHAIN-STARTED
                   MOVE "Chain control file missing or empty"
                       TO PL-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
           ELSE
               PERFORM COMPARE-CHAIN-TAIL.

       COMPARE-CHAIN-TAIL.
           MOVE AC-LAST-SEQ TO SHOW-SEQ.
           MOVE LAST-SEQ-SEEN TO SHOW-SEQ-2.
           MOVE SPACE TO PL-TEXT.
           EVALUATE TRUE
               WHEN AC-LAST-SEQ > LAST-SEQ-SEEN
                   STRING "Chain control at " DELIMITED BY SIZE
                          FUNCTION TRIM (SHOW-SEQ) DELIMITED BY SIZE
                          " but trail ends at " DELIMITED BY SIZE
                          FUNCTION TRIM (SHOW-SEQ-2) DELIMITED BY SIZE
                          " - tail removed" DELIMITED BY SIZE
                       INTO PL-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               WHEN AC-LAST-SEQ < LAST-SEQ-SEEN
                   STRING "Chain control at " DELIMITED BY SIZE
                          FUNCTION TRIM (SHOW-SEQ) DELIMITED BY SIZE
                          " but trail runs to " DELIMITED BY SIZE
                          FUNCTION TRIM (SHOW-SEQ-2) DELIMITED BY SIZE
                       INTO PL-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               WHEN AC-LAST-SEQ NOT = ZERO
                AND AC-LAST-CHECK NOT = PREVIOUS-CHECK
                   MOVE "Last entry does not match chain control file"
                       TO PL-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               WHEN OTHER
                   CONTINUE.

       WRITE-PROBLEM-LINE.
           ADD 1 TO PROBLEM-COUNT.
           MOVE SOURCE-NAME TO PL-SOURCE.
           MOVE SOURCE-ENTRY-NO TO PL-ENTRY.
           WRITE PRINT-LINE FROM PROBLEM-LINE.

       WRITE-TOTALS.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "Files checked:" TO CL-TEXT.
           MOVE FILE-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "Entries read:" TO CL-TEXT.
           MOVE ENTRY-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "Entries written before chaining:" TO CL-TEXT.
           MOVE UNCHAINED-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "Chained entries:" TO CL-TEXT.
           MOVE CHAINED-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "Problems found:" TO CL-TEXT.
           MOVE PROBLEM-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           IF PROBLEM-COUNT = ZERO
               MOVE "Audit trail intact." TO PRINT-LINE
           ELSE
               MOVE "AUDIT TRAIL HAS BEEN BROKEN OR ALTERED."
                   TO PRINT-LINE.
           WRITE PRINT-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE ENTRY-COUNT TO RQ-READ-COUNT.
           MOVE CHAINED-COUNT TO RQ-WRITE-COUNT.
           MOVE PROBLEM-COUNT TO RQ-REJECT-COUNT.
           MOVE "OK" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.
