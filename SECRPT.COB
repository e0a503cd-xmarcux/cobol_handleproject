      * across several IDs shows up here),
      * and dormant operator IDs on the
      * operator master with no successful
      * login for ninety days or more, and
      * any operator whose PIN is still held
      * in clear text rather than as a
      * salted hash, closing with a line
      * that confirms none remain.
      * Written to SECURITY_REPORT.TXT.
      * No operator interaction.
      ****************************************
       77  GROUP-KEY                PIC X(10)   VALUE SPACE.
       77  DORMANT-CUTOFF-NUM       PIC 9(8)    VALUE ZERO.
       77  DORMANT-COUNT            PIC 9(5)    VALUE ZERO.
       77  CLEAR-PIN-COUNT          PIC 9(5)    VALUE ZERO.
       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  FILLER         PIC X(12)  VALUE " last login ".
           05  DL-LAST        PIC 9(8).

       01  CLEAR-PIN-LINE.
           05  FILLER         PIC X(11)  VALUE "CLEAR PIN: ".
           05  CP-OPERATOR    PIC X(10).
           05  FILLER         PIC X(32)
               VALUE " PIN not stored as a salted hash".

       01  PIN-SUMMARY-LINE.
           05  FILLER         PIC X(33)
               VALUE "Operators with clear-text PINs: ".
           05  PS-COUNT       PIC ZZZZ9.
           05  PS-TEXT        PIC X(30)  VALUE SPACE.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
               UNTIL STAT-IDX > STAT-COUNT.
       PERFORM CHECK-ONE-OPERATOR
           UNTIL OPERATOR-FILE-AT-END.
       PERFORM WRITE-PIN-SUMMARY.
       DISPLAY "Security report written to SECURITY_REPORT.TXT"
           " (" DORMANT-COUNT " dormant operator(s), "
           CLEAR-PIN-COUNT " clear-text PIN(s)).".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.
               MOVE OP-OPERATOR-ID TO DL-OPERATOR
               MOVE OP-LAST-LOGIN-DATE TO DL-LAST
               WRITE PRINT-LINE FROM DORMANT-LINE.
           IF NOT OPERATOR-FILE-AT-END
              AND (OP-PIN NOT = SPACE OR OP-PIN-HASH = SPACE)
               ADD 1 TO CLEAR-PIN-COUNT
               MOVE OP-OPERATOR-ID TO CP-OPERATOR
               WRITE PRINT-LINE FROM CLEAR-PIN-LINE.

       WRITE-PIN-SUMMARY.
           MOVE CLEAR-PIN-COUNT TO PS-COUNT.
           IF CLEAR-PIN-COUNT = ZERO
               MOVE " - no clear-text PINs remain" TO PS-TEXT
           ELSE
               MOVE " - start HAPR to convert them" TO PS-TEXT.
           WRITE PRINT-LINE FROM PIN-SUMMARY-LINE.
