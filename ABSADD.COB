           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "ABSADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
                   MOVE ACCEPT-TO-NUM TO AB-TO-DATE
                   MOVE ACCEPT-TYPE TO AB-TYPE
                   WRITE ABSENCE-RECORD
                       INVALID KEY
                           DISPLAY "Error adding absence"
                           MOVE "ADD-ABSENCE" TO EQ-PARAGRAPH
                           MOVE "ABSENCE-FILE" TO EQ-FILE
                           MOVE AB-KEY TO EQ-KEY
                           MOVE ABSENCE-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-WRITE
                   DISPLAY "Absence added.".

           ACCEPT ACCEPT-ANSWER.
           IF ACCEPT-ANSWER = "Y"
               DELETE ABSENCE-FILE
                   INVALID KEY
                       DISPLAY "Error removing absence"
                       MOVE "REMOVE-ABSENCE" TO EQ-PARAGRAPH
                       MOVE "ABSENCE-FILE" TO EQ-FILE
                       MOVE AB-KEY TO EQ-KEY
                       MOVE ABSENCE-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-DELETE
               DISPLAY "Absence removed.".
