           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "EMPSKILL".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
               MOVE ACCEPT-SKILL-CODE TO SK-SKILL-CODE
               MOVE ACCEPT-LEVEL TO SK-LEVEL
               WRITE SKILL-RECORD
                   INVALID KEY
                       DISPLAY "Error adding skill"
                       MOVE "ADD-SKILL" TO EQ-PARAGRAPH
                       MOVE "SKILL-FILE" TO EQ-FILE
                       MOVE SK-KEY TO EQ-KEY
                       MOVE SKILL-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               DISPLAY "Skill added.".

           EVALUATE ACCEPT-ANSWER
               WHEN "R"
                   DELETE SKILL-FILE
                       INVALID KEY
                           DISPLAY "Error removing skill"
                           MOVE "REMOVE-OR-RELEVEL-SKILL"
                               TO EQ-PARAGRAPH
                           MOVE "SKILL-FILE" TO EQ-FILE
                           MOVE SK-KEY TO EQ-KEY
                           MOVE SKILL-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-DELETE
                   DISPLAY "Skill removed."
               WHEN "L"
                   ELSE
                       MOVE ACCEPT-LEVEL TO SK-LEVEL
                       REWRITE SKILL-RECORD
                           INVALID KEY
                               DISPLAY "Error saving skill"
                               MOVE "REMOVE-OR-RELEVEL-SKILL"
                                   TO EQ-PARAGRAPH
                               MOVE "SKILL-FILE" TO EQ-FILE
                               MOVE SK-KEY TO EQ-KEY
                               MOVE SKILL-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
                       DISPLAY "Level changed."
                   END-IF
