           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PHASGEN".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           MOVE MS-OUT-MONTH (MONTH-IDX) TO PH-MONTH.
           MOVE MS-AMOUNT (MONTH-IDX) TO PH-AMOUNT.
           WRITE PHASING-RECORD
               INVALID KEY
                   DISPLAY "Error writing phase row"
                   MOVE "WRITE-ONE-PHASE" TO EQ-PARAGRAPH
                   MOVE "PHASING-FILE" TO EQ-FILE
                   MOVE PH-KEY TO EQ-KEY
                   MOVE PHASE-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
