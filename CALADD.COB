           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "CALADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           MOVE ACCEPT-DATE-NUM TO CA-DATE.
           MOVE ACCEPT-DESCRIPTION TO CA-DESCRIPTION.
           WRITE CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "Error adding calendar day"
                   MOVE "ADD-CALENDAR-DAY" TO EQ-PARAGRAPH
                   MOVE "CALENDAR-FILE" TO EQ-FILE
                   MOVE CA-DATE TO EQ-KEY
                   MOVE CALEND-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Non-working day added.".

       REMOVE-CALENDAR-DAY.
           ACCEPT ACCEPT-DESCRIPTION.
           IF ACCEPT-DESCRIPTION = "Y"
               DELETE CALENDAR-FILE
                   INVALID KEY
                       DISPLAY "Error removing calendar day"
                       MOVE "REMOVE-CALENDAR-DAY" TO EQ-PARAGRAPH
                       MOVE "CALENDAR-FILE" TO EQ-FILE
                       MOVE CA-DATE TO EQ-KEY
                       MOVE CALEND-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-DELETE
               DISPLAY "Non-working day removed.".
