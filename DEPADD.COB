       01  DEPLINK-FILE-SW      PIC X          VALUE "N".
           88  DEPLINK-FILE-AT-END             VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "DEPADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           MOVE NL-SUCC-NUMBER TO DK-SUCC-NUMBER.
           MOVE NL-SUCC-MS-SEQ TO DK-SUCC-MS-SEQ.
           WRITE DEPENDENCY-RECORD
               INVALID KEY
                   DISPLAY "Error adding dependency link"
                   MOVE "WRITE-DEPENDENCY-LINK" TO EQ-PARAGRAPH
                   MOVE "DEPENDENCY-FILE" TO EQ-FILE
                   MOVE DK-SEQ TO EQ-KEY
                   MOVE DEPLINK-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Dependency link added.".

       REMOVE-DEPENDENCY-LINK.
               INVALID KEY DISPLAY "Link number not found"
               NOT INVALID KEY
                   DELETE DEPENDENCY-FILE
                       INVALID KEY
                           DISPLAY "Error removing link"
                           MOVE "REMOVE-DEPENDENCY-LINK" TO EQ-PARAGRAPH
                           MOVE "DEPENDENCY-FILE" TO EQ-FILE
                           MOVE DK-SEQ TO EQ-KEY
                           MOVE DEPLINK-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-DELETE
                   DISPLAY "Dependency link removed.".
