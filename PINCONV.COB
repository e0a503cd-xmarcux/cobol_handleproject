       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINCONV.

      ****************************************
      * Batch program that converts operator
      * PINs still held in clear text to a
      * salted hash. For every operator on
      * OPERATOR-FILE without a PIN hash a
      * salt is drawn, the PIN is hashed
      * through PINHASH and the clear-text
      * PIN is blanked. Operators already
      * converted are left alone, so HAPR
      * runs it before every login and it
      * only does work once. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCOPERATOR.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDOPERATOR.COB".

       WORKING-STORAGE SECTION.
       77  CONVERTED-COUNT          PIC 9(5)    VALUE ZERO.
       77  HASH-FUNCTION            PIC X       VALUE "N".
       01  OPERATOR-FILE-SW         PIC X       VALUE "N".
           88  OPERATOR-FILE-AT-END             VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PINCONV".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM CONVERT-ONE-OPERATOR
           UNTIL OPERATOR-FILE-AT-END.
       IF CONVERTED-COUNT NOT = ZERO
           DISPLAY CONVERTED-COUNT
               " operator PIN(s) converted to hashed form.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE "N" TO OPERATOR-FILE-SW.
           MOVE ZERO TO CONVERTED-COUNT.
           OPEN I-O OPERATOR-FILE.

       PROGRAM-CLEANUP.
           CLOSE OPERATOR-FILE.

       CONVERT-ONE-OPERATOR.
           READ OPERATOR-FILE NEXT
               AT END SET OPERATOR-FILE-AT-END TO TRUE.
           IF NOT OPERATOR-FILE-AT-END
              AND (OP-PIN-HASH = SPACE OR OP-PIN-HASH = LOW-VALUE)
               MOVE "N" TO HASH-FUNCTION
               MOVE SPACE TO OP-PIN-SALT
               CALL "PINHASH" USING HASH-FUNCTION
                                    OP-PIN
                                    OP-PIN-SALT
                                    OP-PIN-HASH
               MOVE SPACE TO OP-PIN
               MOVE SPACE TO OP-OLD-PIN-HASH (1)
               MOVE SPACE TO OP-OLD-PIN-HASH (2)
               MOVE SPACE TO OP-OLD-PIN-HASH (3)
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "Error converting PIN for "
                           OP-OPERATOR-ID
                       MOVE "CONVERT-ONE-OPERATOR" TO EQ-PARAGRAPH
                       MOVE "OPERATOR-FILE" TO EQ-FILE
                       MOVE OP-OPERATOR-ID TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-REWRITE
               ADD 1 TO CONVERTED-COUNT.
