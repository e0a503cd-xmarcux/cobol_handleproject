      * with a department average. Weeks are
      * placed in the month their start day
      * falls in, numbered the way TIMEADD
      * captures them. A closing section
      * splits each employee's hours by
      * hour type (normal, overtime,
      * travel, on-call ...) for the first
      * eight types met. Written to
      * UTILIZATION.TXT. No operator
      * interaction.
      ****************************************
       77  DEPT-TOTAL-CAPACITY      PIC S9(7)V99 VALUE ZERO.
       77  ABSENT-DAY-COUNT         PIC S9(9)   VALUE ZERO.
       77  DEPT-HEADCOUNT           PIC 9(3)    VALUE ZERO.
       77  TYPE-IDX                 PIC 9       VALUE ZERO.
       77  TYPE-COUNT               PIC 9       VALUE ZERO.
       77  TYPE-DROPPED-COUNT       PIC 9(5)    VALUE ZERO.
       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           88  EMP-KNOWN                        VALUE "Y".
       01  DEPT-KNOWN-SW            PIC X       VALUE "N".
           88  DEPT-KNOWN                       VALUE "Y".
       01  TYPE-KNOWN-SW            PIC X       VALUE "N".
           88  TYPE-KNOWN                       VALUE "Y".

       01  EMPLOYEE-UTIL-TABLE.
           05  EMPLOYEE-UTIL-ENTRY OCCURS 200 TIMES.
               10  EU-CUSTOMER-HRS  PIC S9(5)V99.
               10  EU-INTERNAL-HRS  PIC S9(5)V99.
               10  EU-CAPACITY      PIC S9(5)V99.
               10  EU-TYPE-HRS      PIC S9(5)V99 OCCURS 8 TIMES.
       01  HOUR-TYPE-LIST.
           05  HOUR-TYPE-LIST-ENTRY OCCURS 8 TIMES.
               10  HL-HOUR-TYPE     PIC X(4).
       01  DEPT-LIST.
           05  DEPT-LIST-ENTRY OCCURS 100 TIMES.
               10  DL-DEPT-CODE     PIC X(10).
           05  FILLER         PIC X(12)     VALUE " employee(s)".
           05  FILLER         PIC X         VALUE ")".

       01  TYPE-SECTION-HEADER.
           05  FILLER         PIC X(40)
               VALUE "HOURS BY HOUR TYPE".

       01  TYPE-HEADING-LINE.
           05  TYH-LABEL      PIC X(10).
           05  TYH-COLUMN OCCURS 8 TIMES.
               10  FILLER     PIC X(6).
               10  TYH-CODE   PIC X(4).

       01  TYPE-DETAIL-LINE.
           05  TYD-EMPLOYEE   PIC X(10).
           05  TYD-COLUMN OCCURS 8 TIMES.
               10  FILLER     PIC X.
               10  TYD-HOURS  PIC ZZZZ9.99-.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM WRITE-ONE-DEPT-GROUP
           VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT.
       PERFORM WRITE-TYPE-SECTION.
       DISPLAY "Utilization for " REPORT-PERIOD " written to "
           "UTILIZATION.TXT.".
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: table full, " DROPPED-COUNT
               " record(s) not counted.".
       IF TYPE-DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: more than 8 hour types, "
               TYPE-DROPPED-COUNT " entr(ies) left out of the split.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.
           INITIALIZE EMPLOYEE-UTIL-TABLE.
           MOVE ZERO TO EMP-COUNT.
           MOVE ZERO TO DEPT-COUNT.
           MOVE ZERO TO TYPE-COUNT.
           MOVE ZERO TO TYPE-DROPPED-COUNT.
           PERFORM SET-REPORT-MONTH.
           PERFORM COMPUTE-MONTH-CAPACITY.
           MOVE REPORT-PERIOD TO HL-PERIOD.
               UNTIL EMP-IDX > EMP-COUNT OR EMP-KNOWN.
           IF EMP-KNOWN
               SUBTRACT 1 FROM EMP-IDX
               PERFORM SPLIT-HOURS-BY-CUSTOMER
               PERFORM SPLIT-HOURS-BY-TYPE.

       CHECK-ONE-KNOWN-EMP.
           IF EU-EMPLOYEE-ID (EMP-IDX) = TS-EMPLOYEE-ID
                   ELSE
                       ADD TS-HOURS TO EU-INTERNAL-HRS (EMP-IDX).

       SPLIT-HOURS-BY-TYPE.
           MOVE "N" TO TYPE-KNOWN-SW.
           PERFORM CHECK-ONE-KNOWN-TYPE
               VARYING TYPE-IDX FROM 1 BY 1
               UNTIL TYPE-IDX > TYPE-COUNT OR TYPE-KNOWN.
           IF TYPE-KNOWN
               SUBTRACT 1 FROM TYPE-IDX
           ELSE
               IF TYPE-COUNT < 8
                   ADD 1 TO TYPE-COUNT
                   MOVE TYPE-COUNT TO TYPE-IDX
                   MOVE TS-HOUR-TYPE TO HL-HOUR-TYPE (TYPE-IDX)
                   SET TYPE-KNOWN TO TRUE
               ELSE
                   ADD 1 TO TYPE-DROPPED-COUNT.
           IF TYPE-KNOWN
               ADD TS-HOURS TO EU-TYPE-HRS (EMP-IDX, TYPE-IDX).

       CHECK-ONE-KNOWN-TYPE.
           IF HL-HOUR-TYPE (TYPE-IDX) = TS-HOUR-TYPE
               SET TYPE-KNOWN TO TRUE.

       WRITE-ONE-DEPT-GROUP.
           MOVE DL-DEPT-CODE (DEPT-IDX) TO DH-DEPT-CODE.
           WRITE PRINT-LINE FROM DEPT-HEADER.
                   MOVE ZERO TO DT-UTIL
               END-IF
               WRITE PRINT-LINE FROM DETAIL-LINE.

       WRITE-TYPE-SECTION.
           IF TYPE-COUNT NOT = ZERO
               WRITE PRINT-LINE FROM TYPE-SECTION-HEADER
               MOVE SPACE TO TYPE-HEADING-LINE
               MOVE "EMPLOYEE" TO TYH-LABEL
               PERFORM SET-ONE-TYPE-HEADING
                   VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > TYPE-COUNT
               WRITE PRINT-LINE FROM TYPE-HEADING-LINE
               PERFORM WRITE-ONE-TYPE-LINE
                   VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT.

       SET-ONE-TYPE-HEADING.
           MOVE HL-HOUR-TYPE (TYPE-IDX) TO TYH-CODE (TYPE-IDX).

       WRITE-ONE-TYPE-LINE.
           MOVE SPACE TO TYPE-DETAIL-LINE.
           MOVE EU-EMPLOYEE-ID (EMP-IDX) TO TYD-EMPLOYEE.
           PERFORM SET-ONE-TYPE-HOURS
               VARYING TYPE-IDX FROM 1 BY 1
               UNTIL TYPE-IDX > TYPE-COUNT.
           WRITE PRINT-LINE FROM TYPE-DETAIL-LINE.

       SET-ONE-TYPE-HOURS.
           MOVE EU-TYPE-HRS (EMP-IDX, TYPE-IDX)
               TO TYD-HOURS (TYPE-IDX).
