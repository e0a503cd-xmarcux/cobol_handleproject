           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "SKLADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           MOVE ACCEPT-CODE TO SC-CODE.
           MOVE ACCEPT-NAME TO SC-NAME.
           WRITE SKILL-CODE-RECORD
               INVALID KEY
                   DISPLAY "Error adding skill code"
                   MOVE "ADD-SKILL-CODE" TO EQ-PARAGRAPH
                   MOVE "SKILL-CODE-FILE" TO EQ-FILE
                   MOVE SC-CODE TO EQ-KEY
                   MOVE SKLCODE-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Skill code added.".

       UPDATE-SKILL-CODE.
           ACCEPT ACCEPT-NAME.
           MOVE ACCEPT-NAME TO SC-NAME.
           REWRITE SKILL-CODE-RECORD
               INVALID KEY
                   DISPLAY "Error updating skill code"
                   MOVE "UPDATE-SKILL-CODE" TO EQ-PARAGRAPH
                   MOVE "SKILL-CODE-FILE" TO EQ-FILE
                   MOVE SC-CODE TO EQ-KEY
                   MOVE SKLCODE-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Skill code updated.".
