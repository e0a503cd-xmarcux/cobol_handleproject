       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCENRUN.

      ****************************
      * Program runs a what-if
      * scenario saved in
      * SCENARIO-FILE against
      * today's data without
      * changing it. The
      * capacity-versus-demand
      * projection of CAPRPT
      * (per department, next
      * twelve months) and the
      * company cash-flow
      * forecast of CASHFLOW
      * (NOK, next twelve
      * months) are worked out
      * twice in storage, once
      * as they stand and once
      * with the adjustments
      * applied: shifted
      * projects move their
      * roster rows, budget
      * phasing and open
      * commitments by the
      * months given; a scaled
      * budget scales the
      * phasing; a cancelled
      * project drops its
      * roster rows and
      * remaining phasing (open
      * commitments and unbilled
      * work still fall due); a
      * proposal added as won
      * puts its allocation on
      * the department and its
      * budget, spread evenly,
      * into cash out over its
      * duration from the
      * expected start. The
      * baseline and scenario
      * figures are printed
      * side by side in
      * SCENARIO_COMPARE.TXT and
      * the scenario's last run
      * date is updated. The
      * run flag is set to Y
      * when a comparison was
      * written. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCSCENAR.COB".
           COPY "FCEMPLOYEE.COB".
           COPY "FCTEAM.COB".
           COPY "FCPROJECT.COB".
           COPY "FCPROPOS.COB".
           COPY "FCPHASE.COB".
           COPY "FCCOMMIT.COB".
           COPY "FCTIMESHT.COB".
           COPY "FCCOSTLN.COB".
           COPY "FCEXCHRT.COB".
           SELECT PRINT-FILE ASSIGN TO "SCENARIO_COMPARE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDSCENAR.COB".
           COPY "FDEMPLOYEE.COB".
           COPY "FDTEAM.COB".
           COPY "FDPROJECT.COB".
           COPY "FDPROPOS.COB".
           COPY "FDPHASE.COB".
           COPY "FDCOMMIT.COB".
           COPY "FDTIMESHT.COB".
           COPY "FDCOSTLN.COB".
           COPY "FDEXCHRT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  ACCEPT-NAME              PIC X(20)   VALUE SPACE.
       77  SCENARIO-FILE-STATUS     PIC XX      VALUE SPACE.
       77  PHASE-FILE-STATUS        PIC XX      VALUE SPACE.
       77  PHASE-OPEN-SW            PIC X       VALUE "N".
       77  COMMIT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  COMMIT-OPEN-SW           PIC X       VALUE "N".
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  TIMESHT-OPEN-SW          PIC X       VALUE "N".
       77  COSTLN-FILE-STATUS       PIC XX      VALUE SPACE.
       77  COSTLN-OPEN-SW           PIC X       VALUE "N".
       77  PROJECT-RATE             PIC 9(5)V9(4) VALUE 1.
       77  NOK-RATE                 PIC 9(5)V9(4) VALUE 1.
       77  RATE-LOOKUP-CODE         PIC X(3)    VALUE SPACE.
       77  WEEK-RATE                PIC S9(5)V99 VALUE ZERO.
       77  MONTH-IDX                PIC 9(2)    VALUE ZERO.
       77  DEPT-IDX                 PIC 9(3)    VALUE ZERO.
       77  DEPT-COUNT               PIC 9(3)    VALUE ZERO.
       77  SLOT-DEPT-CODE           PIC X(10)   VALUE SPACE.
       77  ADJUST-NUMBER            PIC X(80)   VALUE SPACE.
       77  WA-IDX                   PIC 9(3)    VALUE ZERO.
       77  WA-COUNT                 PIC 9(3)    VALUE ZERO.
       77  DUR-IDX                  PIC 9(3)    VALUE ZERO.
       77  WORK-YEAR                PIC 9(4)    VALUE ZERO.
       77  WORK-MONTH               PIC 9(2)    VALUE ZERO.
       77  WORK-PERIOD              PIC 9(6)    VALUE ZERO.
       77  SCEN-PERIOD              PIC 9(6)    VALUE ZERO.
       77  SCEN-FROM-DATE           PIC 9(8)    VALUE ZERO.
       77  SCEN-TO-DATE             PIC 9(8)    VALUE ZERO.
       77  START-PERIOD             PIC 9(6)    VALUE ZERO.
       77  SHIFT-BY                 PIC S9(4)   VALUE ZERO.
       77  MONTH-COUNT              PIC S9(7)   VALUE ZERO.
       77  MONTH-REMAINDER          PIC 9(2)    VALUE ZERO.
       77  PROJECT-SHIFT            PIC S9(4)   VALUE ZERO.
       77  PROJECT-SCALE-PCT        PIC 9(5)V99 VALUE 100.
       77  CAPACITY-PCT             PIC 9(6)    VALUE ZERO.
       77  FLAG-VALUE               PIC 9(6)    VALUE ZERO.
       77  FLAG-TEXT                PIC X(13)   VALUE SPACE.
       77  PROPOSAL-MONTH-NOK       PIC S9(12)V99 VALUE ZERO.
       77  PROJECT-COUNT            PIC 9(5)    VALUE ZERO.

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  SHIFT-DATE.
           05  SD-YEAR              PIC 9(4).
           05  SD-MONTH             PIC 9(2).
           05  SD-DAY               PIC 9(2).
       01  SHIFT-DATE-NUM REDEFINES SHIFT-DATE
                                    PIC 9(8).

       01  SHIFT-PERIOD.
           05  SP-YEAR              PIC 9(4).
           05  SP-MONTH             PIC 9(2).
       01  SHIFT-PERIOD-NUM REDEFINES SHIFT-PERIOD
                                    PIC 9(6).

       01  SWITCHES.
           05  CANCEL-ADD-SW        PIC X       VALUE "N".
               88  CANCEL-ADD                   VALUE "Y".
       01  SCENARIO-CHOSEN-SW       PIC X       VALUE "N".
           88  SCENARIO-CHOSEN                  VALUE "Y".
       01  SCENARIO-FILE-SW         PIC X       VALUE "N".
           88  SCENARIO-FILE-AT-END             VALUE "Y".
       01  EMPLOYEE-FILE-SW         PIC X       VALUE "N".
           88  EMPLOYEE-FILE-AT-END             VALUE "Y".
       01  TEAM-FILE-SW             PIC X       VALUE "N".
           88  TEAM-FILE-AT-END                 VALUE "Y".
       01  PROJECT-FILE-SW          PIC X       VALUE "N".
           88  PROJECT-FILE-AT-END              VALUE "Y".
       01  DEPT-KNOWN-SW            PIC X       VALUE "N".
           88  DEPT-KNOWN                       VALUE "Y".
       01  PROJECT-CANCEL-SW        PIC X       VALUE "N".
           88  PROJECT-CANCELLED                VALUE "Y".

       01  ADJUSTMENT-TABLE.
           05  ADJUSTMENT-ENTRY OCCURS 100 TIMES.
               10  WA-TYPE          PIC X.
               10  WA-TARGET        PIC X(80).
               10  WA-MONTHS        PIC S9(3).
               10  WA-SCALE-PCT     PIC 9(3)V99.
               10  WA-DEPT-CODE     PIC X(10).
               10  WA-ALLOC-PCT     PIC 9(4).
               10  WA-DURATION      PIC 9(3).

       01  MONTH-WINDOW-TABLE.
           05  MONTH-WINDOW-ENTRY OCCURS 12 TIMES.
               10  MW-PERIOD        PIC 9(6).
               10  MW-START-NUM     PIC 9(8).
               10  MW-END-NUM       PIC 9(8).

       01  DEPT-CAPACITY-TABLE.
           05  DEPT-CAPACITY-ENTRY OCCURS 100 TIMES.
               10  DC-DEPT-CODE     PIC X(10).
               10  DC-HEADCOUNT     PIC 9(4).
               10  DC-BASE          PIC 9(6)  OCCURS 12 TIMES.
               10  DC-SCEN          PIC 9(6)  OCCURS 12 TIMES.

       01  COMPANY-FLOW-TABLE.
           05  COMPANY-FLOW-ENTRY OCCURS 12 TIMES.
               10  CF-BASE-OUT      PIC S9(12)V99.
               10  CF-BASE-IN       PIC S9(12)V99.
               10  CF-SCEN-OUT      PIC S9(12)V99.
               10  CF-SCEN-IN       PIC S9(12)V99.

       01  HEADER-LINE.
           05  FILLER         PIC X(48)  VALUE
               "Handle Project - What-if scenario comparison".

       01  SCENARIO-LINE.
           05  FILLER         PIC X(10)  VALUE "SCENARIO: ".
           05  SL-NAME        PIC X(20).
           05  FILLER         PIC X      VALUE SPACE.
           05  SL-DESCRIPTION PIC X(60).

       01  RUN-LINE.
           05  FILLER         PIC X(10)  VALUE "RUN DATE: ".
           05  RL-DATE        PIC 9(8).
           05  FILLER         PIC X(14)  VALUE "  PROJECTS:   ".
           05  RL-PROJECTS    PIC ZZZZ9.

       01  ADJUSTMENT-LINE.
           05  FILLER         PIC X(2)   VALUE SPACE.
           05  AL-SEQ         PIC 9(3).
           05  FILLER         PIC X      VALUE SPACE.
           05  AL-TYPE        PIC X(7).
           05  FILLER         PIC X      VALUE SPACE.
           05  AL-TARGET      PIC X(30).
           05  FILLER         PIC X(8)   VALUE " months ".
           05  AL-MONTHS      PIC ---9.
           05  FILLER         PIC X(7)   VALUE " pct   ".
           05  AL-PCT         PIC ZZ9.99.
           05  FILLER         PIC X(6)   VALUE " dept ".
           05  AL-DEPT        PIC X(10).
           05  FILLER         PIC X(7)   VALUE " alloc ".
           05  AL-ALLOC       PIC ZZZ9.
           05  FILLER         PIC X(5)   VALUE " for ".
           05  AL-DURATION    PIC ZZ9.

       01  CAPACITY-HEADING-LINE.
           05  FILLER         PIC X(60)  VALUE
               "Capacity versus demand, percent (baseline / scenario)".

       01  DEPT-HEADER.
           05  FILLER         PIC X(12)  VALUE "DEPARTMENT: ".
           05  DH-DEPT-CODE   PIC X(10).
           05  FILLER         PIC X(12)  VALUE " headcount: ".
           05  DH-HEADCOUNT   PIC ZZZ9.

       01  CAPACITY-COLUMN-LINE.
           05  FILLER         PIC X(2)   VALUE SPACE.
           05  FILLER         PIC X(6)   VALUE "PERIOD".
           05  FILLER         PIC X(1)   VALUE SPACE.
           05  FILLER         PIC X(7)   VALUE "CAPACTY".
           05  FILLER         PIC X(1)   VALUE SPACE.
           05  FILLER         PIC X(7)   VALUE "BASELIN".
           05  FILLER         PIC X(1)   VALUE SPACE.
           05  FILLER         PIC X(13)  VALUE SPACE.
           05  FILLER         PIC X(1)   VALUE SPACE.
           05  FILLER         PIC X(7)   VALUE "SCENARI".
           05  FILLER         PIC X(1)   VALUE SPACE.
           05  FILLER         PIC X(13)  VALUE SPACE.

       01  CAPACITY-LINE.
           05  FILLER         PIC X(2)   VALUE SPACE.
           05  CP-PERIOD      PIC 9(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  CP-CAPACITY    PIC Z(6)9.
           05  FILLER         PIC X      VALUE SPACE.
           05  CP-BASE        PIC Z(6)9.
           05  FILLER         PIC X      VALUE SPACE.
           05  CP-BASE-FLAG   PIC X(13).
           05  FILLER         PIC X      VALUE SPACE.
           05  CP-SCEN        PIC Z(6)9.
           05  FILLER         PIC X      VALUE SPACE.
           05  CP-SCEN-FLAG   PIC X(13).
           05  FILLER         PIC X      VALUE SPACE.
           05  CP-CHANGED     PIC X.

       01  CASH-HEADING-LINE.
           05  FILLER         PIC X(60)  VALUE
               "Company cash flow, NOK (baseline / scenario)".

       01  CASH-COLUMN-LINE.
           05  FILLER         PIC X(6)   VALUE "PERIOD".
           05  FILLER         PIC X(17)  VALUE "    BASE CASH OUT".
           05  FILLER         PIC X(17)  VALUE "  BASE BILLING IN".
           05  FILLER         PIC X(17)  VALUE "    SCEN CASH OUT".
           05  FILLER         PIC X(17)  VALUE "  SCEN BILLING IN".
           05  FILLER         PIC X(17)  VALUE "   CHANGE IN NET".

       01  CASH-LINE.
           05  CS-PERIOD      PIC 9(6).
           05  FILLER         PIC X      VALUE SPACE.
           05  CS-BASE-OUT    PIC Z(11)9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  CS-BASE-IN     PIC Z(11)9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  CS-SCEN-OUT    PIC Z(11)9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  CS-SCEN-IN     PIC Z(11)9.99-.
           05  FILLER         PIC X      VALUE SPACE.
           05  CS-CHANGE      PIC Z(11)9.99-.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "SCENRUN".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  SCENARIO-RUN-PARM        PIC X.

       PROCEDURE DIVISION USING SCENARIO-RUN-PARM.

       MOVE "N" TO SCENARIO-RUN-PARM.
       PERFORM INIT-PROGRAM.
       PERFORM SELECT-SCENARIO
           UNTIL CANCEL-ADD OR SCENARIO-CHOSEN.
       IF SCENARIO-CHOSEN
           PERFORM RUN-SCENARIO
           MOVE "Y" TO SCENARIO-RUN-PARM.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE "N" TO CANCEL-ADD-SW.
           MOVE "N" TO SCENARIO-CHOSEN-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           OPEN I-O SCENARIO-FILE.
           IF SCENARIO-FILE-STATUS NOT = "00"
               DISPLAY "No what-if scenarios saved yet."
               SET CANCEL-ADD TO TRUE.

       PROGRAM-CLEANUP.
           IF SCENARIO-FILE-STATUS NOT = "35"
               CLOSE SCENARIO-FILE.

       SELECT-SCENARIO.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*     Run what-if scenario     *".
           DISPLAY "********************************".
           PERFORM LIST-SCENARIOS.
           DISPLAY "Enter scenario name:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-NAME.
           IF ACCEPT-NAME = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ACCEPT-NAME TO WI-NAME
               MOVE ZERO TO WI-SEQ
               READ SCENARIO-FILE
                   INVALID KEY
                       DISPLAY "Scenario not found, try again ..."
                   NOT INVALID KEY
                       SET SCENARIO-CHOSEN TO TRUE.

       LIST-SCENARIOS.
           MOVE "N" TO SCENARIO-FILE-SW.
           MOVE LOW-VALUE TO WI-KEY.
           START SCENARIO-FILE KEY IS NOT LESS THAN WI-KEY
               INVALID KEY SET SCENARIO-FILE-AT-END TO TRUE.
           DISPLAY "Saved scenarios (name, last run, description):".
           PERFORM LIST-ONE-SCENARIO
               UNTIL SCENARIO-FILE-AT-END.

       LIST-ONE-SCENARIO.
           READ SCENARIO-FILE NEXT
               AT END SET SCENARIO-FILE-AT-END TO TRUE.
           IF NOT SCENARIO-FILE-AT-END
              AND WI-HEADER
               DISPLAY "  " WI-NAME " " WI-LAST-RUN-DATE " "
                   WI-DESCRIPTION (1:40).

       RUN-SCENARIO.
           MOVE WI-NAME TO SL-NAME.
           MOVE WI-DESCRIPTION TO SL-DESCRIPTION.
           PERFORM OPEN-DATA-FILES.
           PERFORM BUILD-MONTH-WINDOWS.
           INITIALIZE DEPT-CAPACITY-TABLE.
           INITIALIZE COMPANY-FLOW-TABLE.
           MOVE ZERO TO DEPT-COUNT.
           MOVE ZERO TO PROJECT-COUNT.
           WRITE PRINT-LINE FROM HEADER-LINE.
           WRITE PRINT-LINE FROM SCENARIO-LINE.
           PERFORM LOAD-ADJUSTMENTS.
           PERFORM COUNT-ONE-EMPLOYEE
               UNTIL EMPLOYEE-FILE-AT-END.
           PERFORM TALLY-ONE-ROSTER-ROW
               UNTIL TEAM-FILE-AT-END.
           PERFORM FORECAST-ONE-PROJECT
               UNTIL PROJECT-FILE-AT-END.
           PERFORM APPLY-ONE-WON-PROPOSAL
               VARYING WA-IDX FROM 1 BY 1
                   UNTIL WA-IDX > WA-COUNT.
           MOVE CURRENT-DATE-NUM TO RL-DATE.
           MOVE PROJECT-COUNT TO RL-PROJECTS.
           WRITE PRINT-LINE FROM RUN-LINE.
           PERFORM WRITE-CAPACITY-SECTION.
           PERFORM WRITE-CASH-SECTION.
           PERFORM CLOSE-DATA-FILES.
           PERFORM MARK-SCENARIO-RUN.
           DISPLAY "Comparison written to SCENARIO_COMPARE.TXT.".

       OPEN-DATA-FILES.
           MOVE "N" TO EMPLOYEE-FILE-SW.
           MOVE "N" TO TEAM-FILE-SW.
           MOVE "N" TO PROJECT-FILE-SW.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT TEAM-FILE.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT PROPOSAL-FILE.
           OPEN INPUT PHASING-FILE.
           IF PHASE-FILE-STATUS = "00"
               MOVE "Y" TO PHASE-OPEN-SW.
           OPEN INPUT COMMITMENT-FILE.
           IF COMMIT-FILE-STATUS = "00"
               MOVE "Y" TO COMMIT-OPEN-SW.
           OPEN INPUT TIMESHEET-FILE.
           IF TIMESHT-FILE-STATUS = "00"
               MOVE "Y" TO TIMESHT-OPEN-SW.
           OPEN INPUT COST-LINE-FILE.
           IF COSTLN-FILE-STATUS = "00"
               MOVE "Y" TO COSTLN-OPEN-SW.
           OPEN INPUT EXCHANGE-RATE-FILE.
           OPEN OUTPUT PRINT-FILE.

       CLOSE-DATA-FILES.
           CLOSE EMPLOYEE-FILE.
           CLOSE TEAM-FILE.
           CLOSE PROJECT-FILE.
           CLOSE PROPOSAL-FILE.
           CLOSE PHASING-FILE.
           CLOSE COMMITMENT-FILE.
           CLOSE TIMESHEET-FILE.
           CLOSE COST-LINE-FILE.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE PRINT-FILE.

       MARK-SCENARIO-RUN.
           MOVE ACCEPT-NAME TO WI-NAME.
           MOVE ZERO TO WI-SEQ.
           READ SCENARIO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CURRENT-DATE-NUM TO WI-LAST-RUN-DATE
                   REWRITE SCENARIO-RECORD
                       INVALID KEY
                           MOVE "MARK-SCENARIO-RUN" TO EQ-PARAGRAPH
                           MOVE "SCENARIO-FILE" TO EQ-FILE
                           MOVE WI-KEY TO EQ-KEY
                           MOVE SCENARIO-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.


       LOAD-ADJUSTMENTS.
           MOVE ZERO TO WA-COUNT.
           MOVE ACCEPT-NAME TO WI-NAME.
           MOVE 1 TO WI-SEQ.
           START SCENARIO-FILE KEY IS NOT LESS THAN WI-KEY
               INVALID KEY MOVE SPACE TO WI-NAME.
           PERFORM LOAD-ONE-ADJUSTMENT
               UNTIL WI-NAME NOT = ACCEPT-NAME.

       LOAD-ONE-ADJUSTMENT.
           READ SCENARIO-FILE NEXT
               AT END MOVE SPACE TO WI-NAME.
           IF WI-NAME = ACCEPT-NAME
              AND WA-COUNT < 100
               ADD 1 TO WA-COUNT
               MOVE WI-ADJ-TYPE TO WA-TYPE (WA-COUNT)
               MOVE WI-TARGET TO WA-TARGET (WA-COUNT)
               MOVE WI-MONTHS TO WA-MONTHS (WA-COUNT)
               MOVE WI-SCALE-PCT TO WA-SCALE-PCT (WA-COUNT)
               MOVE WI-DEPT-CODE TO WA-DEPT-CODE (WA-COUNT)
               MOVE WI-ALLOC-PCT TO WA-ALLOC-PCT (WA-COUNT)
               MOVE WI-DURATION TO WA-DURATION (WA-COUNT)
               PERFORM WRITE-ADJUSTMENT-LINE.

       WRITE-ADJUSTMENT-LINE.
           MOVE WI-SEQ TO AL-SEQ.
           EVALUATE TRUE
               WHEN WI-SHIFT
                   MOVE "SHIFT" TO AL-TYPE
               WHEN WI-SCALE
                   MOVE "BUDGET" TO AL-TYPE
               WHEN WI-ADD-PROPOSAL
                   MOVE "WON" TO AL-TYPE
               WHEN WI-CANCEL
                   MOVE "CANCEL" TO AL-TYPE
               WHEN OTHER
                   MOVE "?" TO AL-TYPE
           END-EVALUATE.
           MOVE WI-TARGET TO AL-TARGET.
           MOVE WI-MONTHS TO AL-MONTHS.
           MOVE WI-SCALE-PCT TO AL-PCT.
           MOVE WI-DEPT-CODE TO AL-DEPT.
           MOVE WI-ALLOC-PCT TO AL-ALLOC.
           MOVE WI-DURATION TO AL-DURATION.
           WRITE PRINT-LINE FROM ADJUSTMENT-LINE.

       BUILD-MONTH-WINDOWS.
           MOVE CD-YEAR TO WORK-YEAR.
           MOVE CD-MONTH TO WORK-MONTH.
           PERFORM BUILD-ONE-MONTH-WINDOW
               VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > 12.

       BUILD-ONE-MONTH-WINDOW.
           COMPUTE MW-PERIOD (MONTH-IDX) =
               WORK-YEAR * 100 + WORK-MONTH.
           COMPUTE MW-START-NUM (MONTH-IDX) =
               WORK-YEAR * 10000 + WORK-MONTH * 100 + 1.
           COMPUTE MW-END-NUM (MONTH-IDX) =
               WORK-YEAR * 10000 + WORK-MONTH * 100 + 31.
           IF WORK-MONTH = 12
               ADD 1 TO WORK-YEAR
               MOVE 1 TO WORK-MONTH
           ELSE
               ADD 1 TO WORK-MONTH.

      *    Adjustments that apply to one project: total shift in
      *    months, budget percentage and whether it is cancelled.
       GET-PROJECT-ADJUSTMENTS.
           MOVE ZERO TO PROJECT-SHIFT.
           MOVE 100 TO PROJECT-SCALE-PCT.
           MOVE "N" TO PROJECT-CANCEL-SW.
           PERFORM CHECK-ONE-ADJUSTMENT
               VARYING WA-IDX FROM 1 BY 1
                   UNTIL WA-IDX > WA-COUNT.

       CHECK-ONE-ADJUSTMENT.
           IF WA-TARGET (WA-IDX) = ADJUST-NUMBER
              AND WA-TYPE (WA-IDX) NOT = "W"
               EVALUATE WA-TYPE (WA-IDX)
                   WHEN "S"
                       ADD WA-MONTHS (WA-IDX) TO PROJECT-SHIFT
                   WHEN "B"
                       COMPUTE PROJECT-SCALE-PCT ROUNDED =
                           PROJECT-SCALE-PCT
                           * WA-SCALE-PCT (WA-IDX) / 100
                   WHEN "C"
                       SET PROJECT-CANCELLED TO TRUE
               END-EVALUATE.

      *    Moves SHIFT-DATE-NUM by SHIFT-BY months; open or
      *    unusable dates are left as they are.
       SHIFT-ONE-DATE.
           IF SHIFT-BY NOT = ZERO
              AND SD-MONTH > ZERO AND SD-MONTH < 13
              AND SD-YEAR > 1900 AND SD-YEAR < 9000
               COMPUTE MONTH-COUNT =
                   SD-YEAR * 12 + SD-MONTH - 1 + SHIFT-BY
               DIVIDE MONTH-COUNT BY 12 GIVING SD-YEAR
                   REMAINDER MONTH-REMAINDER
               COMPUTE SD-MONTH = MONTH-REMAINDER + 1.

       SHIFT-ONE-PERIOD.
           IF SHIFT-BY NOT = ZERO
              AND SP-MONTH > ZERO AND SP-MONTH < 13
               COMPUTE MONTH-COUNT =
                   SP-YEAR * 12 + SP-MONTH - 1 + SHIFT-BY
               DIVIDE MONTH-COUNT BY 12 GIVING SP-YEAR
                   REMAINDER MONTH-REMAINDER
               COMPUTE SP-MONTH = MONTH-REMAINDER + 1.

       COUNT-ONE-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT
               AT END SET EMPLOYEE-FILE-AT-END TO TRUE.
           IF NOT EMPLOYEE-FILE-AT-END
              AND EM-ACTIVE
               MOVE EM-DEPT-CODE TO SLOT-DEPT-CODE
               PERFORM FIND-DEPT-SLOT
               IF DEPT-KNOWN
                   ADD 1 TO DC-HEADCOUNT (DEPT-IDX).

       FIND-DEPT-SLOT.
           MOVE "N" TO DEPT-KNOWN-SW.
           PERFORM CHECK-ONE-DEPT-SLOT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT OR DEPT-KNOWN.
           IF DEPT-KNOWN
               SUBTRACT 1 FROM DEPT-IDX
           ELSE
               IF DEPT-COUNT < 100
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-IDX
                   MOVE SLOT-DEPT-CODE TO DC-DEPT-CODE (DEPT-IDX)
                   SET DEPT-KNOWN TO TRUE.

       CHECK-ONE-DEPT-SLOT.
           IF DC-DEPT-CODE (DEPT-IDX) = SLOT-DEPT-CODE
               SET DEPT-KNOWN TO TRUE.

       TALLY-ONE-ROSTER-ROW.
           READ TEAM-FILE NEXT
               AT END SET TEAM-FILE-AT-END TO TRUE.
           IF NOT TEAM-FILE-AT-END
              AND TM-EMPLOYEE-ID NOT = SPACE
               MOVE TM-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EM-ACTIVE
                           PERFORM TALLY-ROSTER-MONTHS.

       TALLY-ROSTER-MONTHS.
           MOVE EM-DEPT-CODE TO SLOT-DEPT-CODE.
           PERFORM FIND-DEPT-SLOT.
           IF DEPT-KNOWN
               MOVE TM-NUMBER TO ADJUST-NUMBER
               PERFORM GET-PROJECT-ADJUSTMENTS
               MOVE PROJECT-SHIFT TO SHIFT-BY
               MOVE TM-FROM-DATE TO SHIFT-DATE-NUM
               PERFORM SHIFT-ONE-DATE
               MOVE SHIFT-DATE-NUM TO SCEN-FROM-DATE
               MOVE TM-TO-DATE TO SHIFT-DATE-NUM
               PERFORM SHIFT-ONE-DATE
               MOVE SHIFT-DATE-NUM TO SCEN-TO-DATE
               PERFORM TALLY-ONE-ROSTER-MONTH
                   VARYING MONTH-IDX FROM 1 BY 1
                       UNTIL MONTH-IDX > 12.

       TALLY-ONE-ROSTER-MONTH.
           IF TM-FROM-DATE <= MW-END-NUM (MONTH-IDX)
              AND TM-TO-DATE >= MW-START-NUM (MONTH-IDX)
               ADD TM-ALLOC-PCT
                   TO DC-BASE (DEPT-IDX, MONTH-IDX).
           IF NOT PROJECT-CANCELLED
              AND SCEN-FROM-DATE <= MW-END-NUM (MONTH-IDX)
              AND SCEN-TO-DATE >= MW-START-NUM (MONTH-IDX)
               ADD TM-ALLOC-PCT
                   TO DC-SCEN (DEPT-IDX, MONTH-IDX).

       FORECAST-ONE-PROJECT.
           READ PROJECT-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
              AND PR-STATUS-ACTIVE
               PERFORM BUILD-PROJECT-FORECAST.

       BUILD-PROJECT-FORECAST.
           ADD 1 TO PROJECT-COUNT.
           MOVE PR-NUMBER TO ADJUST-NUMBER.
           PERFORM GET-PROJECT-ADJUSTMENTS.
           MOVE PROJECT-SHIFT TO SHIFT-BY.
           PERFORM LOOK-UP-PROJECT-RATE.
           PERFORM ADD-PHASED-SPEND.
           PERFORM ADD-OPEN-COMMITMENTS.
           PERFORM ADD-UNBILLED-TIMESHEETS.
           PERFORM ADD-UNBILLED-COST-LINES.

       LOOK-UP-PROJECT-RATE.
           MOVE 1 TO PROJECT-RATE.
           IF PR-CURRENCY NOT = "NOK"
               MOVE PR-CURRENCY TO XR-CODE
               READ EXCHANGE-RATE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF XR-RATE-TO-NOK NOT = ZERO
                           MOVE XR-RATE-TO-NOK TO PROJECT-RATE.

       ADD-PHASED-SPEND.
           IF PHASE-OPEN-SW = "Y"
               MOVE PR-NUMBER TO PH-NUMBER
               MOVE ZERO TO PH-YEAR
               MOVE ZERO TO PH-MONTH
               START PHASING-FILE KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY MOVE SPACE TO PH-NUMBER
               END-START
               PERFORM ADD-ONE-PHASE
                   UNTIL PH-NUMBER NOT = PR-NUMBER.

       ADD-ONE-PHASE.
           READ PHASING-FILE NEXT
               AT END MOVE SPACE TO PH-NUMBER.
           IF PH-NUMBER = PR-NUMBER
               COMPUTE WORK-PERIOD = PH-YEAR * 100 + PH-MONTH
               MOVE WORK-PERIOD TO SHIFT-PERIOD-NUM
               PERFORM SHIFT-ONE-PERIOD
               MOVE SHIFT-PERIOD-NUM TO SCEN-PERIOD
               PERFORM ADD-PHASE-TO-MONTH
                   VARYING MONTH-IDX FROM 1 BY 1
                       UNTIL MONTH-IDX > 12.

       ADD-PHASE-TO-MONTH.
           IF MW-PERIOD (MONTH-IDX) = WORK-PERIOD
               COMPUTE CF-BASE-OUT (MONTH-IDX) =
                   CF-BASE-OUT (MONTH-IDX)
                   + PH-AMOUNT * PROJECT-RATE.
           IF MW-PERIOD (MONTH-IDX) = SCEN-PERIOD
              AND NOT PROJECT-CANCELLED
               COMPUTE CF-SCEN-OUT (MONTH-IDX) =
                   CF-SCEN-OUT (MONTH-IDX)
                   + PH-AMOUNT * PROJECT-RATE
                   * PROJECT-SCALE-PCT / 100.

       ADD-OPEN-COMMITMENTS.
           IF COMMIT-OPEN-SW = "Y"
               MOVE PR-NUMBER TO CM-NUMBER
               MOVE ZERO TO CM-SEQ
               START COMMITMENT-FILE KEY IS NOT LESS THAN CM-KEY
                   INVALID KEY MOVE SPACE TO CM-NUMBER
               END-START
               PERFORM ADD-ONE-COMMITMENT
                   UNTIL CM-NUMBER NOT = PR-NUMBER.

       ADD-ONE-COMMITMENT.
           READ COMMITMENT-FILE NEXT
               AT END MOVE SPACE TO CM-NUMBER.
           IF CM-NUMBER = PR-NUMBER
              AND CM-OPEN
               MOVE CM-CURRENCY TO RATE-LOOKUP-CODE
               PERFORM LOOK-UP-NOK-RATE
               COMPUTE WORK-PERIOD = CM-EXPECTED-DATE / 100
               MOVE WORK-PERIOD TO SHIFT-PERIOD-NUM
               IF NOT PROJECT-CANCELLED
                   PERFORM SHIFT-ONE-PERIOD
               END-IF
               MOVE SHIFT-PERIOD-NUM TO SCEN-PERIOD
               PERFORM ADD-COMMITMENT-TO-MONTH
                   VARYING MONTH-IDX FROM 1 BY 1
                       UNTIL MONTH-IDX > 12.

       ADD-COMMITMENT-TO-MONTH.
           IF MW-PERIOD (MONTH-IDX) = WORK-PERIOD
              OR (MONTH-IDX = 1 AND WORK-PERIOD < MW-PERIOD (1))
               COMPUTE CF-BASE-OUT (MONTH-IDX) =
                   CF-BASE-OUT (MONTH-IDX)
                   + (CM-AMOUNT - CM-LIQUIDATED-AMT) * NOK-RATE.
           IF MW-PERIOD (MONTH-IDX) = SCEN-PERIOD
              OR (MONTH-IDX = 1 AND SCEN-PERIOD < MW-PERIOD (1))
               COMPUTE CF-SCEN-OUT (MONTH-IDX) =
                   CF-SCEN-OUT (MONTH-IDX)
                   + (CM-AMOUNT - CM-LIQUIDATED-AMT) * NOK-RATE.

       LOOK-UP-NOK-RATE.
           MOVE 1 TO NOK-RATE.
           IF RATE-LOOKUP-CODE NOT = "NOK"
              AND RATE-LOOKUP-CODE NOT = SPACE
               MOVE RATE-LOOKUP-CODE TO XR-CODE
               READ EXCHANGE-RATE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF XR-RATE-TO-NOK NOT = ZERO
                           MOVE XR-RATE-TO-NOK TO NOK-RATE.

       ADD-UNBILLED-TIMESHEETS.
           IF TIMESHT-OPEN-SW = "Y"
              AND PR-CUSTOMER-CODE NOT = SPACE
               MOVE PR-NUMBER TO TS-NUMBER
               MOVE SPACE TO TS-EMPLOYEE-ID
               MOVE ZERO TO TS-WEEK
               MOVE ZERO TO TS-ENTRY-SEQ
               START TIMESHEET-FILE KEY IS NOT LESS THAN TS-KEY
                   INVALID KEY MOVE SPACE TO TS-NUMBER
               END-START
               PERFORM ADD-ONE-UNBILLED-WEEK
                   UNTIL TS-NUMBER NOT = PR-NUMBER.

       ADD-ONE-UNBILLED-WEEK.
           READ TIMESHEET-FILE NEXT
               AT END MOVE SPACE TO TS-NUMBER.
           IF TS-NUMBER = PR-NUMBER
              AND TS-PRICED
              AND NOT TS-BILLED
               PERFORM SET-WEEK-RATE
               COMPUTE CF-BASE-IN (1) = CF-BASE-IN (1)
                   + TS-HOURS * WEEK-RATE
               COMPUTE CF-SCEN-IN (1) = CF-SCEN-IN (1)
                   + TS-HOURS * WEEK-RATE.

       SET-WEEK-RATE.
           MOVE TS-PRICED-RATE TO WEEK-RATE.
           IF WEEK-RATE = ZERO
               MOVE TS-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY MOVE ZERO TO WEEK-RATE
                   NOT INVALID KEY
                       MOVE EM-HOURLY-RATE TO WEEK-RATE.

       ADD-UNBILLED-COST-LINES.
           IF COSTLN-OPEN-SW = "Y"
              AND PR-CUSTOMER-CODE NOT = SPACE
               MOVE PR-NUMBER TO CL-NUMBER
               MOVE ZERO TO CL-SEQ
               START COST-LINE-FILE KEY IS NOT LESS THAN CL-KEY
                   INVALID KEY MOVE SPACE TO CL-NUMBER
               END-START
               PERFORM ADD-ONE-UNBILLED-LINE
                   UNTIL CL-NUMBER NOT = PR-NUMBER.

       ADD-ONE-UNBILLED-LINE.
           READ COST-LINE-FILE NEXT
               AT END MOVE SPACE TO CL-NUMBER.
           IF CL-NUMBER = PR-NUMBER
              AND CL-BILLABLE
              AND NOT CL-BILLED
               COMPUTE CF-BASE-IN (1) = CF-BASE-IN (1)
                   + CL-AMOUNT * PROJECT-RATE
               COMPUTE CF-SCEN-IN (1) = CF-SCEN-IN (1)
                   + CL-AMOUNT * PROJECT-RATE.

       APPLY-ONE-WON-PROPOSAL.
           IF WA-TYPE (WA-IDX) = "W"
               MOVE WA-TARGET (WA-IDX) TO PP-NUMBER
               READ PROPOSAL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM SPREAD-WON-PROPOSAL.

       SPREAD-WON-PROPOSAL.
           IF PP-EXPECTED-START = ZERO
               COMPUTE START-PERIOD = CD-YEAR * 100 + CD-MONTH
           ELSE
               COMPUTE START-PERIOD = PP-EXPECTED-START / 100.
           MOVE START-PERIOD TO SHIFT-PERIOD-NUM.
           MOVE WA-MONTHS (WA-IDX) TO SHIFT-BY.
           PERFORM SHIFT-ONE-PERIOD.
           MOVE SHIFT-PERIOD-NUM TO START-PERIOD.
           MOVE PP-CURRENCY TO RATE-LOOKUP-CODE.
           PERFORM LOOK-UP-NOK-RATE.
           IF WA-DURATION (WA-IDX) = ZERO
               MOVE 1 TO WA-DURATION (WA-IDX).
           COMPUTE PROPOSAL-MONTH-NOK ROUNDED =
               PP-BUDGET * NOK-RATE / WA-DURATION (WA-IDX).
           MOVE WA-DEPT-CODE (WA-IDX) TO SLOT-DEPT-CODE.
           PERFORM FIND-DEPT-SLOT.
           PERFORM ADD-ONE-PROPOSAL-MONTH
               VARYING DUR-IDX FROM 0 BY 1
                   UNTIL DUR-IDX NOT < WA-DURATION (WA-IDX).

       ADD-ONE-PROPOSAL-MONTH.
           MOVE START-PERIOD TO SHIFT-PERIOD-NUM.
           MOVE DUR-IDX TO SHIFT-BY.
           PERFORM SHIFT-ONE-PERIOD.
           MOVE SHIFT-PERIOD-NUM TO SCEN-PERIOD.
           PERFORM ADD-PROPOSAL-TO-MONTH
               VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > 12.

       ADD-PROPOSAL-TO-MONTH.
           IF MW-PERIOD (MONTH-IDX) = SCEN-PERIOD
               ADD PROPOSAL-MONTH-NOK TO CF-SCEN-OUT (MONTH-IDX)
               IF DEPT-KNOWN
                   ADD WA-ALLOC-PCT (WA-IDX)
                       TO DC-SCEN (DEPT-IDX, MONTH-IDX).

       WRITE-CAPACITY-SECTION.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM CAPACITY-HEADING-LINE.
           PERFORM WRITE-ONE-DEPT-GROUP
               VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT.

       WRITE-ONE-DEPT-GROUP.
           MOVE DC-DEPT-CODE (DEPT-IDX) TO DH-DEPT-CODE.
           MOVE DC-HEADCOUNT (DEPT-IDX) TO DH-HEADCOUNT.
           WRITE PRINT-LINE FROM DEPT-HEADER.
           WRITE PRINT-LINE FROM CAPACITY-COLUMN-LINE.
           COMPUTE CAPACITY-PCT = DC-HEADCOUNT (DEPT-IDX) * 100.
           PERFORM WRITE-ONE-CAPACITY-LINE
               VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > 12.

       WRITE-ONE-CAPACITY-LINE.
           MOVE MW-PERIOD (MONTH-IDX) TO CP-PERIOD.
           MOVE CAPACITY-PCT TO CP-CAPACITY.
           MOVE DC-BASE (DEPT-IDX, MONTH-IDX) TO CP-BASE.
           MOVE DC-BASE (DEPT-IDX, MONTH-IDX) TO FLAG-VALUE.
           PERFORM SET-CAPACITY-FLAG.
           MOVE FLAG-TEXT TO CP-BASE-FLAG.
           MOVE DC-SCEN (DEPT-IDX, MONTH-IDX) TO CP-SCEN.
           MOVE DC-SCEN (DEPT-IDX, MONTH-IDX) TO FLAG-VALUE.
           PERFORM SET-CAPACITY-FLAG.
           MOVE FLAG-TEXT TO CP-SCEN-FLAG.
           IF DC-BASE (DEPT-IDX, MONTH-IDX)
                  = DC-SCEN (DEPT-IDX, MONTH-IDX)
               MOVE SPACE TO CP-CHANGED
           ELSE
               MOVE "*" TO CP-CHANGED.
           WRITE PRINT-LINE FROM CAPACITY-LINE.

       SET-CAPACITY-FLAG.
           EVALUATE TRUE
               WHEN FLAG-VALUE > CAPACITY-PCT
                   MOVE "OVERCOMMITTED" TO FLAG-TEXT
               WHEN FLAG-VALUE * 2 < CAPACITY-PCT
                   MOVE "IDLE" TO FLAG-TEXT
               WHEN OTHER
                   MOVE SPACE TO FLAG-TEXT
           END-EVALUATE.

       WRITE-CASH-SECTION.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM CASH-HEADING-LINE.
           WRITE PRINT-LINE FROM CASH-COLUMN-LINE.
           PERFORM WRITE-ONE-CASH-LINE
               VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > 12.

       WRITE-ONE-CASH-LINE.
           MOVE MW-PERIOD (MONTH-IDX) TO CS-PERIOD.
           MOVE CF-BASE-OUT (MONTH-IDX) TO CS-BASE-OUT.
           MOVE CF-BASE-IN (MONTH-IDX) TO CS-BASE-IN.
           MOVE CF-SCEN-OUT (MONTH-IDX) TO CS-SCEN-OUT.
           MOVE CF-SCEN-IN (MONTH-IDX) TO CS-SCEN-IN.
           COMPUTE CS-CHANGE =
               (CF-SCEN-IN (MONTH-IDX) - CF-SCEN-OUT (MONTH-IDX))
               - (CF-BASE-IN (MONTH-IDX) - CF-BASE-OUT (MONTH-IDX)).
           WRITE PRINT-LINE FROM CASH-LINE.
