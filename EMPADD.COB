       77  ACCEPT-DEPT-CODE     PIC X(10)      VALUE SPACE.
       77  ACCEPT-HOURLY-RATE   PIC S9(5)V99   VALUE ZERO.
       77  ACCEPT-RATE-DATE     PIC 9(8)       VALUE ZERO.
       77  ACCEPT-GRADE         PIC X(4)       VALUE SPACE.
       77  RATHST-FILE-STATUS   PIC XX         VALUE SPACE.

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "EMPADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
           ACCEPT ACCEPT-HOURLY-RATE.
           DISPLAY "Enter rate effective date (YYYYMMDD):".
           ACCEPT ACCEPT-RATE-DATE.
           DISPLAY "Enter billing grade:".
           DISPLAY "(Leave blank if there is none)".
           ACCEPT ACCEPT-GRADE.
           MOVE ACCEPT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           MOVE ACCEPT-FIRST-NAME  TO EM-FIRST-NAME.
           MOVE ACCEPT-SURNAME     TO EM-SURNAME.
           MOVE ACCEPT-HOURLY-RATE TO EM-HOURLY-RATE.
           MOVE ACCEPT-RATE-DATE   TO EM-RATE-EFF-DATE.
           MOVE "A"                TO EM-ACTIVE-FLAG.
           MOVE ACCEPT-GRADE       TO EM-GRADE.
           MOVE ZERO               TO EM-LEFT-DATE.
           MOVE ZERO               TO EM-ANON-DATE.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "Error adding employee"
                   MOVE "GET-EMPLOYEE-INFO" TO EQ-PARAGRAPH
                   MOVE "EMPLOYEE-FILE" TO EQ-FILE
                   MOVE EM-EMPLOYEE-ID TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           PERFORM WRITE-RATE-HISTORY.
           DISPLAY "Employee added.".

               INVALID KEY
                   REWRITE RATE-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "Error saving rate history"
                           MOVE "WRITE-RATE-HISTORY" TO EQ-PARAGRAPH
                           MOVE "RATE-HISTORY-FILE" TO EQ-FILE
                           MOVE RH-KEY TO EQ-KEY
                           MOVE RATHST-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       GET-EMPLOYEE-DEPT-CODE.
           DISPLAY "Enter department code:".
