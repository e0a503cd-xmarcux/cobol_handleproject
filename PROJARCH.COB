           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PROJARCH".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  RUN-MODE-PARM            PIC X.

           WRITE ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY "Error archiving project " HI-NUMBER
                   MOVE "MOVE-TO-ARCHIVE" TO EQ-PARAGRAPH
                   MOVE "ARCHIVE-FILE" TO EQ-FILE
                   MOVE AR-NUMBER TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   DELETE HISTORY-FILE
                       INVALID KEY
                           DISPLAY
                               "Error removing archived project "
                               HI-NUMBER
                           MOVE "MOVE-TO-ARCHIVE" TO EQ-PARAGRAPH
                           MOVE "HISTORY-FILE" TO EQ-FILE
                           MOVE HI-NUMBER TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       NOT INVALID KEY
                           ADD 1 TO MOVED-COUNT.

