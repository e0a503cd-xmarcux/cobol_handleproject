       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRLOG.

      ****************************************
      * Module records file errors in the
      * permanent error log ERROR.LOG.
      * Called with a request area holding
      * a function code:
      *   O - operator: remembers the
      *       operator ID given for the
      *       entries that follow (HAPR
      *       calls it at login);
      *   W - write: logs the program,
      *       paragraph, file, key and file
      *       status given, with the
      *       operator and a timestamp, and
      *       counts the error;
      *   R - reset: clears the error
      *       count;
      *   C - count: returns the number of
      *       errors logged since the last
      *       reset in EQ-ERROR-COUNT.
      * NIGHTRUN uses R and C around every
      * step of the nightly chain. The log
      * is opened and closed on every entry
      * and is created when missing.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCERRLOG.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDERRLOG.COB".

       WORKING-STORAGE SECTION.
       77  ERRLOG-FILE-STATUS   PIC XX      VALUE SPACE.
       77  SESSION-OPERATOR     PIC X(10)   VALUE SPACE.
       77  ERROR-COUNT          PIC 9(5)    VALUE ZERO.
       01  ERROR-TIMESTAMP.
           05  ET-DATE          PIC 9(8).
           05  ET-TIME          PIC 9(6).
           05  FILLER           PIC XX.

       LINKAGE SECTION.
       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION      PIC X.
           05  EQ-PROGRAM       PIC X(8).
           05  EQ-PARAGRAPH     PIC X(30).
           05  EQ-FILE          PIC X(30).
           05  EQ-KEY           PIC X(100).
           05  EQ-STATUS        PIC XX.
           05  EQ-OPERATOR      PIC X(10).
           05  EQ-ERROR-COUNT   PIC 9(5).

       PROCEDURE DIVISION USING ERROR-LOG-REQUEST.

       EVALUATE EQ-FUNCTION
           WHEN "O"
               MOVE EQ-OPERATOR TO SESSION-OPERATOR
           WHEN "W"
               PERFORM WRITE-ERROR-ENTRY
           WHEN "R"
               MOVE ZERO TO ERROR-COUNT
           WHEN "C"
               CONTINUE
           WHEN OTHER
               CONTINUE.
       MOVE ERROR-COUNT TO EQ-ERROR-COUNT.

       EXIT PROGRAM.

       WRITE-ERROR-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO ERROR-TIMESTAMP.
           OPEN EXTEND ERROR-LOG-FILE.
           IF ERRLOG-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE.
           MOVE SPACE TO ERROR-LOG-RECORD.
           MOVE ET-DATE TO EL-DATE.
           MOVE ET-TIME TO EL-TIME.
           MOVE EQ-PROGRAM TO EL-PROGRAM.
           MOVE EQ-PARAGRAPH TO EL-PARAGRAPH.
           MOVE EQ-FILE TO EL-FILE.
           MOVE EQ-STATUS TO EL-STATUS.
           IF EQ-OPERATOR = SPACE
               MOVE SESSION-OPERATOR TO EL-OPERATOR
           ELSE
               MOVE EQ-OPERATOR TO EL-OPERATOR.
           MOVE EQ-KEY TO EL-KEY.
           INSPECT ERROR-LOG-RECORD REPLACING ALL LOW-VALUE BY SPACE.
           WRITE ERROR-LOG-RECORD.
           CLOSE ERROR-LOG-FILE.
           ADD 1 TO ERROR-COUNT.
