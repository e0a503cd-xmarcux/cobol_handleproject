       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHECK.

      ****************************************
      * Module computes the chained check
      * value of an audit trail entry. The
      * entry text (everything up to and
      * including its sequence number) is
      * mixed through two modular
      * accumulators that start from the
      * check value of the entry before it,
      * so altering, removing or reordering
      * any entry changes the check of every
      * entry after it. The result is
      * returned as 16 digits. Used by
      * AUDCHAIN when an entry is written
      * and by AUDVERIF when the trail is
      * verified.
      ****************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77  CHAR-NO              PIC 9(3)    VALUE ZERO.
       77  CHAR-VALUE           PIC 9(3)    VALUE ZERO.
       77  ACCUM-1              PIC 9(18)   VALUE ZERO.
       77  ACCUM-2              PIC 9(18)   VALUE ZERO.
       77  QUOTIENT             PIC 9(18)   VALUE ZERO.
       77  PRIME-1              PIC 9(9)    VALUE 999999937.
       77  PRIME-2              PIC 9(9)    VALUE 999999929.

       01  PREVIOUS-CHECK.
           05  PC-LEFT              PIC 9(8).
           05  PC-RIGHT             PIC 9(8).

       01  CHECK-OUT.
           05  CO-LEFT              PIC 9(8).
           05  CO-RIGHT             PIC 9(8).

       LINKAGE SECTION.
       01  CHECK-TEXT          PIC X(256).

       01  CHECK-BEFORE        PIC X(16).

       01  CHECK-AFTER         PIC X(16).

       PROCEDURE DIVISION USING CHECK-TEXT
                                CHECK-BEFORE
                                CHECK-AFTER.

       PERFORM CHAIN-THE-ENTRY.

       EXIT PROGRAM.

       CHAIN-THE-ENTRY.
           IF CHECK-BEFORE IS NUMERIC
               MOVE CHECK-BEFORE TO PREVIOUS-CHECK
           ELSE
               MOVE ZERO TO PC-LEFT
               MOVE ZERO TO PC-RIGHT.
           COMPUTE ACCUM-1 = PC-LEFT + 5381.
           COMPUTE ACCUM-2 = PC-RIGHT + 52711.
           PERFORM MIX-ONE-CHARACTER
               VARYING CHAR-NO FROM 1 BY 1
                   UNTIL CHAR-NO > 256.
           ADD ACCUM-2 TO ACCUM-1.
           DIVIDE ACCUM-1 BY PRIME-1 GIVING QUOTIENT
               REMAINDER ACCUM-1.
           DIVIDE ACCUM-1 BY 100000000 GIVING QUOTIENT
               REMAINDER CO-LEFT.
           DIVIDE ACCUM-2 BY 100000000 GIVING QUOTIENT
               REMAINDER CO-RIGHT.
           MOVE CHECK-OUT TO CHECK-AFTER.

       MIX-ONE-CHARACTER.
           COMPUTE CHAR-VALUE = FUNCTION ORD (CHECK-TEXT (CHAR-NO:1)).
           COMPUTE ACCUM-1 = ACCUM-1 * 257 + CHAR-VALUE + CHAR-NO.
           DIVIDE ACCUM-1 BY PRIME-1 GIVING QUOTIENT
               REMAINDER ACCUM-1.
           COMPUTE ACCUM-2 = ACCUM-2 * 263 + CHAR-VALUE * 7 + ACCUM-1.
           DIVIDE ACCUM-2 BY PRIME-2 GIVING QUOTIENT
               REMAINDER ACCUM-2.
