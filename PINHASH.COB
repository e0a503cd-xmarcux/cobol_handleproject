       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINHASH.

      ****************************************
      * Module turns an operator PIN into a
      * salted one-way hash so that no PIN
      * is kept in clear text. The salt and
      * the PIN are mixed through two
      * modular accumulators for a thousand
      * rounds and the result is returned as
      * 16 digits. With function N a fresh
      * salt is drawn first and handed back
      * for the caller to store; with any
      * other function the stored salt is
      * used, so an entered PIN can be
      * compared with the stored hash.
      ****************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77  CALL-COUNT           PIC 9(5)    VALUE ZERO.
       77  ROUND-NO             PIC 9(4)    VALUE ZERO.
       77  CHAR-NO              PIC 9(2)    VALUE ZERO.
       77  CHAR-VALUE           PIC 9(3)    VALUE ZERO.
       77  ACCUM-1              PIC 9(18)   VALUE ZERO.
       77  ACCUM-2              PIC 9(18)   VALUE ZERO.
       77  QUOTIENT             PIC 9(18)   VALUE ZERO.
       77  PRIME-1              PIC 9(9)    VALUE 999999937.
       77  PRIME-2              PIC 9(9)    VALUE 999999929.
       77  HASH-ROUNDS          PIC 9(4)    VALUE 1000.
       77  SALT-SEED            PIC 9(9)    VALUE ZERO.
       77  SALT-NUM             PIC 9(8)    VALUE ZERO.

       01  MIX-TEXT.
           05  MX-SALT              PIC X(8).
           05  MX-PIN               PIC X(10).

       01  TIME-NOW.
           05  FILLER               PIC X(8).
           05  TN-TIME              PIC 9(8).
           05  FILLER               PIC X(5).

       01  HASH-OUT.
           05  HO-LEFT              PIC 9(8).
           05  HO-RIGHT             PIC 9(8).

       LINKAGE SECTION.
       01  HASH-FUNCTION       PIC X.
           88  NEW-SALT               VALUE "N".

       01  PIN-TEXT            PIC X(10).

       01  PIN-SALT            PIC X(8).

       01  PIN-HASH            PIC X(16).

       PROCEDURE DIVISION USING HASH-FUNCTION
                                PIN-TEXT
                                PIN-SALT
                                PIN-HASH.

       IF NEW-SALT
           PERFORM DRAW-NEW-SALT.
       PERFORM HASH-THE-PIN.

       EXIT PROGRAM.

       DRAW-NEW-SALT.
           ADD 1 TO CALL-COUNT.
           MOVE FUNCTION CURRENT-DATE TO TIME-NOW.
           COMPUTE SALT-SEED = TN-TIME + CALL-COUNT * 7919.
           COMPUTE SALT-NUM =
               FUNCTION RANDOM (SALT-SEED) * 100000000.
           MOVE SALT-NUM TO PIN-SALT.

       HASH-THE-PIN.
           MOVE PIN-SALT TO MX-SALT.
           MOVE PIN-TEXT TO MX-PIN.
           MOVE 5381 TO ACCUM-1.
           MOVE 52711 TO ACCUM-2.
           PERFORM MIX-ONE-ROUND
               VARYING ROUND-NO FROM 1 BY 1
                   UNTIL ROUND-NO > HASH-ROUNDS.
           DIVIDE ACCUM-1 BY 100000000 GIVING QUOTIENT
               REMAINDER HO-LEFT.
           DIVIDE ACCUM-2 BY 100000000 GIVING QUOTIENT
               REMAINDER HO-RIGHT.
           MOVE HASH-OUT TO PIN-HASH.

       MIX-ONE-ROUND.
           PERFORM MIX-ONE-CHARACTER
               VARYING CHAR-NO FROM 1 BY 1
                   UNTIL CHAR-NO > 18.
           ADD ACCUM-2 TO ACCUM-1.
           DIVIDE ACCUM-1 BY PRIME-1 GIVING QUOTIENT
               REMAINDER ACCUM-1.

       MIX-ONE-CHARACTER.
           COMPUTE CHAR-VALUE = FUNCTION ORD (MIX-TEXT (CHAR-NO:1)).
           COMPUTE ACCUM-1 = ACCUM-1 * 257 + CHAR-VALUE + ROUND-NO.
           DIVIDE ACCUM-1 BY PRIME-1 GIVING QUOTIENT
               REMAINDER ACCUM-1.
           COMPUTE ACCUM-2 = ACCUM-2 * 263 + CHAR-VALUE * 7 + ACCUM-1.
           DIVIDE ACCUM-2 BY PRIME-2 GIVING QUOTIENT
               REMAINDER ACCUM-2.
