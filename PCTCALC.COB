           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PCTCALC".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
                   INVALID KEY
                       DISPLAY "Error updating project "
                           PR-NUMBER (1:20)
                       MOVE "APPLY-NEW-PERCENT" TO EQ-PARAGRAPH
                       MOVE "PROJECT-FILE" TO EQ-FILE
                       MOVE PR-NUMBER TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       MOVE "REWRITE" TO AU-OPERATION
                       MOVE "PROJECT-FILE" TO AU-FILE
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
