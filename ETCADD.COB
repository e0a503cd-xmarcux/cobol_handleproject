           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "ETCADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM     PIC X(10).

               INVALID KEY
                   REWRITE ETC-RECORD
                       INVALID KEY
                           DISPLAY "Error saving ETC"
                           MOVE "SAVE-ETC-RECORD" TO EQ-PARAGRAPH
                           MOVE "ETC-FILE" TO EQ-FILE
                           MOVE ET-KEY TO EQ-KEY
                           MOVE ETC-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "ETC saved.".
