           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PERADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM     PIC X(10).

                   MOVE CURRENT-DATE-NUM TO PD-CLOSED-DATE
                   MOVE OPERATOR-ID-PARM TO PD-CLOSED-BY
                   REWRITE PERIOD-RECORD
                       INVALID KEY
                           DISPLAY "Error closing period"
                           MOVE "CLOSE-PERIOD" TO EQ-PARAGRAPH
                           MOVE "PERIOD-FILE" TO EQ-FILE
                           MOVE PD-PERIOD TO EQ-KEY
                           MOVE PERIOD-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
                   DISPLAY "Period closed.".

           MOVE CURRENT-DATE-NUM TO PD-CLOSED-DATE.
           MOVE OPERATOR-ID-PARM TO PD-CLOSED-BY.
           WRITE PERIOD-RECORD
               INVALID KEY
                   DISPLAY "Error closing period"
                   MOVE "WRITE-CLOSED-PERIOD" TO EQ-PARAGRAPH
                   MOVE "PERIOD-FILE" TO EQ-FILE
                   MOVE PD-PERIOD TO EQ-KEY
                   MOVE PERIOD-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Period closed.".

       REOPEN-PERIOD.
                   MOVE ZERO TO PD-CLOSED-DATE
                   MOVE SPACE TO PD-CLOSED-BY
                   REWRITE PERIOD-RECORD
                       INVALID KEY
                           DISPLAY "Error reopening period"
                           MOVE "REOPEN-PERIOD" TO EQ-PARAGRAPH
                           MOVE "PERIOD-FILE" TO EQ-FILE
                           MOVE PD-PERIOD TO EQ-KEY
                           MOVE PERIOD-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
                   DISPLAY "Period reopened.".
