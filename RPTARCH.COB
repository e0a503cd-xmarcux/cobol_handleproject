           05  RT-TIME         PIC 9(6).
           05  FILLER          PIC XX.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "RPTARCH".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  REPORT-ARCHIVE-REQUEST.
           05  RA-PROGRAM      PIC X(8).
           MOVE RA-OPERATOR TO RC-OPERATOR.
           MOVE ARCHIVE-OUT-NAME TO RC-FILE-NAME.
           WRITE REPORT-CATALOG-RECORD
               INVALID KEY
                   MOVE "WRITE-CATALOG-RECORD" TO EQ-PARAGRAPH
                   MOVE "REPORT-CATALOG-FILE" TO EQ-FILE
                   MOVE RC-SEQ TO EQ-KEY
                   MOVE RPTCAT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.


       FIND-NEXT-CATALOG-SEQ.
           MOVE ZERO TO NEXT-CATALOG-SEQ.
