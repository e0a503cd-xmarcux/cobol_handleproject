           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "TAXADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           MOVE ACCEPT-RATE TO TX-RATE.
           MOVE ACCEPT-DESCRIPTION TO TX-DESCRIPTION.
           WRITE TAX-CODE-RECORD
               INVALID KEY
                   DISPLAY "Error adding tax code"
                   MOVE "WRITE-NEW-TAX-CODE" TO EQ-PARAGRAPH
                   MOVE "TAX-CODE-FILE" TO EQ-FILE
                   MOVE TX-CODE TO EQ-KEY
                   MOVE TAX-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Tax code added.".

       REWRITE-TAX-CODE.
           MOVE ACCEPT-RATE TO TX-RATE.
           MOVE ACCEPT-DESCRIPTION TO TX-DESCRIPTION.
           REWRITE TAX-CODE-RECORD
               INVALID KEY
                   DISPLAY "Error updating tax code"
                   MOVE "REWRITE-TAX-CODE" TO EQ-PARAGRAPH
                   MOVE "TAX-CODE-FILE" TO EQ-FILE
                   MOVE TX-CODE TO EQ-KEY
                   MOVE TAX-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Tax code updated.".
