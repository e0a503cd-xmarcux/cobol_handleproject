           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "SUPPADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           MOVE ACCEPT-NAME TO SU-NAME.
           MOVE ACCEPT-ACTIVE TO SU-ACTIVE-FLAG.
           WRITE SUPPLIER-RECORD
               INVALID KEY
                   DISPLAY "Error adding supplier"
                   MOVE "WRITE-NEW-SUPPLIER" TO EQ-PARAGRAPH
                   MOVE "SUPPLIER-FILE" TO EQ-FILE
                   MOVE SU-CODE TO EQ-KEY
                   MOVE SUPPL-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Supplier added.".

       REWRITE-SUPPLIER.
           MOVE ACCEPT-NAME TO SU-NAME.
           MOVE ACCEPT-ACTIVE TO SU-ACTIVE-FLAG.
           REWRITE SUPPLIER-RECORD
               INVALID KEY
                   DISPLAY "Error updating supplier"
                   MOVE "REWRITE-SUPPLIER" TO EQ-PARAGRAPH
                   MOVE "SUPPLIER-FILE" TO EQ-FILE
                   MOVE SU-CODE TO EQ-KEY
                   MOVE SUPPL-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Supplier updated.".
