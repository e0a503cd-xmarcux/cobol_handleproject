           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "CBUDADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
                       REWRITE CATEGORY-BUDGET-RECORD
                           INVALID KEY
                               DISPLAY "Error saving category budget"
                               MOVE "GET-CATEGORY-AMOUNT"
                                   TO EQ-PARAGRAPH
                               MOVE "CATEGORY-BUDGET-FILE" TO EQ-FILE
                               MOVE CB-KEY TO EQ-KEY
                               MOVE CATBUD-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
               END-WRITE
               DISPLAY "Category budget saved.".
                   DELETE CATEGORY-BUDGET-FILE
                       INVALID KEY
                           DISPLAY "Error removing category budget"
                           MOVE "REMOVE-CATEGORY-BUDGET" TO EQ-PARAGRAPH
                           MOVE "CATEGORY-BUDGET-FILE" TO EQ-FILE
                           MOVE CB-KEY TO EQ-KEY
                           MOVE CATBUD-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-DELETE
                   DISPLAY "Category budget removed.".
