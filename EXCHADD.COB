           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "EXCHADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           MOVE ACCEPT-RATE TO XR-RATE-TO-NOK.
           MOVE ACCEPT-EFF-DATE TO XR-EFF-DATE.
           WRITE EXCHANGE-RATE-RECORD
               INVALID KEY
                   DISPLAY "Error adding exchange rate"
                   MOVE "WRITE-NEW-RATE" TO EQ-PARAGRAPH
                   MOVE "EXCHANGE-RATE-FILE" TO EQ-FILE
                   MOVE XR-CODE TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           PERFORM WRITE-RATE-HISTORY.
           DISPLAY "Exchange rate added.".

               INVALID KEY
                   REWRITE RATE-HISTORY-ENTRY
                       INVALID KEY
                           DISPLAY "Error saving rate history"
                           MOVE "WRITE-RATE-HISTORY" TO EQ-PARAGRAPH
                           MOVE "RATE-FILE-HISTORY" TO EQ-FILE
                           MOVE XH-KEY TO EQ-KEY
                           MOVE EXRHST-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       REWRITE-RATE.
           MOVE ACCEPT-RATE TO XR-RATE-TO-NOK.
           MOVE ACCEPT-EFF-DATE TO XR-EFF-DATE.
           REWRITE EXCHANGE-RATE-RECORD
               INVALID KEY
                   DISPLAY "Error updating exchange rate"
                   MOVE "REWRITE-RATE" TO EQ-PARAGRAPH
                   MOVE "EXCHANGE-RATE-FILE" TO EQ-FILE
                   MOVE XR-CODE TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           PERFORM WRITE-RATE-HISTORY.
           DISPLAY "Exchange rate updated.".
