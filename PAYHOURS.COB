       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHOURS.

      ****************************************
      * Batch program that sends approved
      * timesheet hours to the payroll
      * system. Every approved TIMESHEET-FILE
      * entry not yet sent is totalled per
      * employee, week and hour type (so
      * payroll can pay overtime, travel and
      * on-call at its own rate) and written
      * to the
      * fixed-format file PAYROLL_HOURS.TXT
      * with the employee's department from
      * the employee master: an "H" record
      * for the hours as first approved,
      * and an "A" adjustment record for the
      * net of any reversal and replacement
      * entries booked later by TIMECORR, so
      * corrections reach payroll instead of
      * being dropped. A trailer carries the
      * record count and the hours hash
      * total. Each entry sent is flagged
      * with the date it went, so a week is
      * never transmitted twice; entries
      * that do not fit the run's table stay
      * unsent for the next run.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCEMPLOYEE.COB".
           COPY "FCTIMESHT.COB".
           SELECT PAYROLL-FILE ASSIGN TO "PAYROLL_HOURS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDEMPLOYEE.COB".
           COPY "FDTIMESHT.COB".

       FD  PAYROLL-FILE
               LABEL RECORDS ARE STANDARD.
       01  PAYROLL-LINE             PIC X(64).

       WORKING-STORAGE SECTION.
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  SENT-ENTRY-COUNT         PIC 9(7)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(7)    VALUE ZERO.
       77  RECORD-COUNT             PIC 9(7)    VALUE ZERO.
       77  HOURS-HASH               PIC S9(12)V99 VALUE ZERO.
       77  PAY-IDX                  PIC 9(4)    VALUE ZERO.
       77  PAY-TYPE                 PIC X       VALUE SPACE.

       01  TIMESHEET-FILE-SW        PIC X       VALUE "N".
           88  TIMESHEET-FILE-AT-END            VALUE "Y".
       01  PAY-FOUND-SW             PIC X       VALUE "N".
           88  PAY-FOUND                        VALUE "Y".

       01  RUN-DATE.
           05  RD-YEAR              PIC 9(4).
           05  RD-MONTH             PIC 9(2).
           05  RD-DAY               PIC 9(2).

       01  PAY-TABLE.
           05  PAY-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON PAY-COUNT
                   INDEXED BY PY-IDX.
               10  PY-EMPLOYEE-ID   PIC X(10).
               10  PY-WEEK          PIC 9(6).
               10  PY-TYPE          PIC X.
               10  PY-HOUR-TYPE     PIC X(4).
               10  PY-HOURS         PIC S9(5)V99.
       77  PAY-COUNT                PIC 9(4)    VALUE ZERO.

       01  PAYROLL-DETAIL.
           05  PD-TYPE              PIC X.
           05  PD-EMPLOYEE-ID       PIC X(10).
           05  PD-DEPT-CODE         PIC X(10).
           05  PD-WEEK              PIC 9(6).
           05  PD-HOUR-TYPE         PIC X(4).
           05  PD-HOURS             PIC S9(5)V99.
           05  PD-SENT-DATE         PIC 9(8).

       01  PAYROLL-TRAILER.
           05  FILLER               PIC X(3)    VALUE "TRL".
           05  PT-RECORD-COUNT      PIC 9(7).
           05  PT-HOURS-HASH        PIC S9(12)V99.
           05  PT-SENT-DATE         PIC 9(8).

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "PAYHOURS".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM COLLECT-ONE-TIMESHEET
           UNTIL TIMESHEET-FILE-AT-END.
       PERFORM SORT-PAY-TABLE.
       PERFORM WRITE-ONE-PAY-RECORD
           VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > PAY-COUNT.
       MOVE RECORD-COUNT TO PT-RECORD-COUNT.
       MOVE HOURS-HASH TO PT-HOURS-HASH.
       MOVE RUN-DATE TO PT-SENT-DATE.
       WRITE PAYROLL-LINE FROM PAYROLL-TRAILER.
       DISPLAY "Sent " SENT-ENTRY-COUNT " timesheet entr(ies) as "
           RECORD-COUNT " payroll record(s), see PAYROLL_HOURS.TXT.".
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Table full, " DROPPED-COUNT
               " entr(ies) left for the next run.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS NOT = "00"
               SET TIMESHEET-FILE-AT-END TO TRUE.
           OPEN OUTPUT PAYROLL-FILE.
           MOVE ZERO TO PAY-COUNT.
           MOVE ZERO TO SENT-ENTRY-COUNT.
           MOVE ZERO TO DROPPED-COUNT.
           MOVE ZERO TO RECORD-COUNT.
           MOVE ZERO TO HOURS-HASH.

       PROGRAM-CLEANUP.
           CLOSE EMPLOYEE-FILE.
           IF TIMESHT-FILE-STATUS NOT = "35"
               CLOSE TIMESHEET-FILE.
           CLOSE PAYROLL-FILE.

       COLLECT-ONE-TIMESHEET.
           READ TIMESHEET-FILE NEXT
               AT END SET TIMESHEET-FILE-AT-END TO TRUE.
           IF NOT TIMESHEET-FILE-AT-END
              AND TS-APPROVED
              AND NOT TS-PAYROLL-SENT
               PERFORM TALLY-ONE-TIMESHEET.

       TALLY-ONE-TIMESHEET.
           IF TS-ORIGINAL-ENTRY
               MOVE "H" TO PAY-TYPE
           ELSE
               MOVE "A" TO PAY-TYPE.
           PERFORM FIND-PAY-ENTRY.
           IF PY-IDX NOT = ZERO
               ADD TS-HOURS TO PY-HOURS (PY-IDX)
               SET TS-PAYROLL-SENT TO TRUE
               MOVE RUN-DATE TO TS-PAYROLL-DATE
               REWRITE TIMESHEET-RECORD
                   INVALID KEY
                       DISPLAY "Error flagging timesheet sent"
                       MOVE "TALLY-ONE-TIMESHEET" TO EQ-PARAGRAPH
                       MOVE "TIMESHEET-FILE" TO EQ-FILE
                       MOVE TS-KEY TO EQ-KEY
                       MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-REWRITE
               ADD 1 TO SENT-ENTRY-COUNT.

       FIND-PAY-ENTRY.
           MOVE "N" TO PAY-FOUND-SW.
           PERFORM CHECK-ONE-PAY-ENTRY
               VARYING PY-IDX FROM 1 BY 1
               UNTIL PY-IDX > PAY-COUNT OR PAY-FOUND.
           IF PAY-FOUND
               SET PY-IDX DOWN BY 1
           ELSE
               IF PAY-COUNT < 5000
                   ADD 1 TO PAY-COUNT
                   SET PY-IDX TO PAY-COUNT
                   MOVE TS-EMPLOYEE-ID TO PY-EMPLOYEE-ID (PY-IDX)
                   MOVE TS-WEEK TO PY-WEEK (PY-IDX)
                   MOVE PAY-TYPE TO PY-TYPE (PY-IDX)
                   MOVE TS-HOUR-TYPE TO PY-HOUR-TYPE (PY-IDX)
                   MOVE ZERO TO PY-HOURS (PY-IDX)
               ELSE
                   ADD 1 TO DROPPED-COUNT
                   SET PY-IDX TO ZERO.

       CHECK-ONE-PAY-ENTRY.
           IF PY-EMPLOYEE-ID (PY-IDX) = TS-EMPLOYEE-ID
              AND PY-WEEK (PY-IDX) = TS-WEEK
              AND PY-HOUR-TYPE (PY-IDX) = TS-HOUR-TYPE
              AND PY-TYPE (PY-IDX) = PAY-TYPE
               SET PAY-FOUND TO TRUE.

       SORT-PAY-TABLE.
           IF PAY-COUNT NOT = ZERO
               SORT PAY-ENTRY ASCENDING KEY PY-EMPLOYEE-ID
                                            PY-WEEK
                                            PY-HOUR-TYPE
                                            PY-TYPE.

       WRITE-ONE-PAY-RECORD.
           MOVE PY-EMPLOYEE-ID (PAY-IDX) TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
               INVALID KEY MOVE SPACE TO EM-DEPT-CODE.
           MOVE PY-TYPE (PAY-IDX) TO PD-TYPE.
           MOVE PY-EMPLOYEE-ID (PAY-IDX) TO PD-EMPLOYEE-ID.
           MOVE EM-DEPT-CODE TO PD-DEPT-CODE.
           MOVE PY-WEEK (PAY-IDX) TO PD-WEEK.
           MOVE PY-HOUR-TYPE (PAY-IDX) TO PD-HOUR-TYPE.
           MOVE PY-HOURS (PAY-IDX) TO PD-HOURS.
           MOVE RUN-DATE TO PD-SENT-DATE.
           WRITE PAYROLL-LINE FROM PAYROLL-DETAIL.
           ADD 1 TO RECORD-COUNT.
           ADD PY-HOURS (PAY-IDX) TO HOURS-HASH.
