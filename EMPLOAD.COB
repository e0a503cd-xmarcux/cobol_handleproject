      * back. It adds new
      * employees, updates names and
      * departments on changed ones, and
      * flags leavers with the date they were
      * first reported as left (names of
      * leavers already anonymised by EMPANON
      * are not brought back), so the
      * employee master stays authoritative
      * instead of hand-
      * kept. Lines failing validation are
      * reported to a rejects file in the
      * same style as PROJLOAD. The hourly
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "EMPLOAD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM VERIFY-FEED-CONTROLS.
           MOVE ZERO TO EM-HOURLY-RATE.
           MOVE ZERO TO EM-RATE-EFF-DATE.
           MOVE HR-STATUS TO EM-ACTIVE-FLAG.
           MOVE SPACE TO EM-GRADE.
           IF EM-LEFT
               MOVE FUNCTION CURRENT-DATE (1:8) TO EM-LEFT-DATE
           ELSE
               MOVE ZERO TO EM-LEFT-DATE.
           MOVE ZERO TO EM-ANON-DATE.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE "ADD-HR-EMPLOYEE" TO EQ-PARAGRAPH
                   MOVE "EMPLOYEE-FILE" TO EQ-FILE
                   MOVE EM-EMPLOYEE-ID TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   MOVE "N" TO ROW-VALID-SW
                   MOVE "Error writing employee record"
                       TO REJECT-REASON
                   ADD 1 TO ADDED-COUNT.

       UPDATE-HR-EMPLOYEE.
           IF EM-ANON-DATE NOT = ZERO
               MOVE EM-FIRST-NAME TO HR-FIRST-NAME
               MOVE EM-SURNAME TO HR-SURNAME.
           IF EM-FIRST-NAME = HR-FIRST-NAME AND
              EM-SURNAME = HR-SURNAME AND
              EM-DEPT-CODE = HR-DEPT-CODE AND
               MOVE HR-FIRST-NAME TO EM-FIRST-NAME
               MOVE HR-SURNAME TO EM-SURNAME
               MOVE HR-DEPT-CODE TO EM-DEPT-CODE
               IF HR-STATUS = "L" AND NOT EM-LEFT
                   MOVE FUNCTION CURRENT-DATE (1:8) TO EM-LEFT-DATE
               END-IF
               IF HR-STATUS NOT = "L"
                   MOVE ZERO TO EM-LEFT-DATE
               END-IF
               MOVE HR-STATUS TO EM-ACTIVE-FLAG
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "UPDATE-HR-EMPLOYEE" TO EQ-PARAGRAPH
                       MOVE "EMPLOYEE-FILE" TO EQ-FILE
                       MOVE EM-EMPLOYEE-ID TO EQ-KEY
                       MOVE "23" TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       MOVE "N" TO ROW-VALID-SW
                       MOVE "Error updating employee record"
                           TO REJECT-REASON
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.

