           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "DEPTADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           MOVE ACCEPT-MANAGER-ID TO DM-MANAGER-ID.
           MOVE ACCEPT-ACTIVE TO DM-ACTIVE-FLAG.
           WRITE DEPARTMENT-RECORD
               INVALID KEY
                   DISPLAY "Error adding department"
                   MOVE "WRITE-NEW-DEPARTMENT" TO EQ-PARAGRAPH
                   MOVE "DEPARTMENT-FILE" TO EQ-FILE
                   MOVE DM-CODE TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Department added.".

       REWRITE-DEPARTMENT.
           MOVE ACCEPT-MANAGER-ID TO DM-MANAGER-ID.
           MOVE ACCEPT-ACTIVE TO DM-ACTIVE-FLAG.
           REWRITE DEPARTMENT-RECORD
               INVALID KEY
                   DISPLAY "Error updating department"
                   MOVE "REWRITE-DEPARTMENT" TO EQ-PARAGRAPH
                   MOVE "DEPARTMENT-FILE" TO EQ-FILE
                   MOVE DM-CODE TO EQ-KEY
                   MOVE "23" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Department updated.".
