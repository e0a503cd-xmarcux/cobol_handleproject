           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "RSNADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           MOVE ACCEPT-APPLIES TO RS-APPLIES-TO.
           MOVE ACCEPT-ACTIVE TO RS-ACTIVE-FLAG.
           WRITE REASON-CODE-RECORD
               INVALID KEY
                   DISPLAY "Error adding reason code"
                   MOVE "WRITE-NEW-REASON" TO EQ-PARAGRAPH
                   MOVE "REASON-CODE-FILE" TO EQ-FILE
                   MOVE RS-CODE TO EQ-KEY
                   MOVE REASON-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Reason code added.".

       REWRITE-REASON.
           MOVE ACCEPT-APPLIES TO RS-APPLIES-TO.
           MOVE ACCEPT-ACTIVE TO RS-ACTIVE-FLAG.
           REWRITE REASON-CODE-RECORD
               INVALID KEY
                   DISPLAY "Error updating reason code"
                   MOVE "REWRITE-REASON" TO EQ-PARAGRAPH
                   MOVE "REASON-CODE-FILE" TO EQ-FILE
                   MOVE RS-CODE TO EQ-KEY
                   MOVE REASON-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Reason code updated.".
