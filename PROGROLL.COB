       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGROLL.

      ****************************************
      * Batch program that rolls programmes
      * up. Every project in PROJECT-FILE
      * and HISTORY-FILE is loaded with its
      * parent link (PR-PARENT-NUMBER or
      * HI-PARENT-NUMBER). Each top-level
      * project that has sub-projects is
      * printed as a tree, every level
      * indented under its parent, with the
      * budget, cost, actual cost, percent
      * complete (closed projects count as
      * 100) and open commitments, all in
      * NOK through EXCHANGE-RATE-FILE. A
      * parent is followed by a subtotal of
      * itself and everything below it, the
      * subtotal percent weighted by budget.
      * Projects whose parent chain loops
      * back on itself, hang below such a
      * loop or name a parent that does not
      * exist are listed at the end instead
      * of being rolled up. Written to
      * PROGRAMME_ROLLUP.TXT. No operator
      * interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCHISTORY.COB".
           COPY "FCCOMMIT.COB".
           COPY "FCEXCHRT.COB".
           SELECT PRINT-FILE ASSIGN TO "PROGRAMME_ROLLUP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDHISTORY.COB".
           COPY "FDCOMMIT.COB".
           COPY "FDEXCHRT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  COMMIT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  COMMIT-OPEN-SW           PIC X       VALUE "N".
       77  NOK-RATE                 PIC 9(5)V9(4) VALUE 1.
       77  RATE-LOOKUP-CODE         PIC X(3)    VALUE SPACE.
       77  NODE-IDX                 PIC 9(4)    VALUE ZERO.
       77  WALK-IDX                 PIC 9(4)    VALUE ZERO.
       77  CHILD-IDX                PIC 9(4)    VALUE ZERO.
       77  CUR-IDX                  PIC 9(4)    VALUE ZERO.
       77  CUR-EXIT                 PIC X       VALUE SPACE.
       77  WALK-STEPS               PIC 9(5)    VALUE ZERO.
       77  STACK-TOP                PIC 9(4)    VALUE ZERO.
       77  INDENT-POS               PIC 9(2)    VALUE ZERO.
       77  COMMIT-NOK               PIC S9(12)V99 VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  PROGRAMME-COUNT          PIC 9(5)    VALUE ZERO.
       77  EXCEPTION-COUNT          PIC 9(5)    VALUE ZERO.
       77  TREE-LABEL               PIC X(40)   VALUE SPACE.

       01  PROJECT-FILE-SW          PIC X       VALUE "N".
           88  PROJECT-FILE-AT-END              VALUE "Y".
       01  HISTORY-FILE-SW          PIC X       VALUE "N".
           88  HISTORY-FILE-AT-END              VALUE "Y".

       01  NODE-TABLE.
           05  NODE-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON NODE-COUNT
                   INDEXED BY ND-IDX.
               10  ND-NUMBER        PIC X(80).
               10  ND-PARENT        PIC X(80).
               10  ND-SOURCE        PIC X.
               10  ND-PARENT-IDX    PIC 9(4).
               10  ND-CHILD-COUNT   PIC 9(4).
               10  ND-DEPTH         PIC 9(3).
               10  ND-LINK-FLAG     PIC X.
                   88  ND-LINK-OK               VALUE " " "O".
                   88  ND-ORPHAN                VALUE "O".
                   88  ND-CIRCULAR              VALUE "C".
                   88  ND-UNDER-CIRCULAR        VALUE "U".
               10  ND-PCT           PIC 9(3).
               10  ND-BUDGET        PIC S9(12)V99.
               10  ND-COST          PIC S9(12)V99.
               10  ND-ACTUAL        PIC S9(12)V99.
               10  ND-COMMIT        PIC S9(12)V99.
               10  ND-SUB-BUDGET    PIC S9(13)V99.
               10  ND-SUB-COST      PIC S9(13)V99.
               10  ND-SUB-ACTUAL    PIC S9(13)V99.
               10  ND-SUB-COMMIT    PIC S9(13)V99.
               10  ND-SUB-WEIGHT    PIC S9(16)V99.
       77  NODE-COUNT               PIC 9(4)    VALUE ZERO.

       01  STACK-TABLE.
           05  STACK-ENTRY OCCURS 6000 TIMES.
               10  ST-NODE          PIC 9(4).
               10  ST-EXIT          PIC X.

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  HEADER-LINE.
           05  FILLER         PIC X(44)
               VALUE "Handle Project - Programme roll-up (NOK)".
           05  FILLER         PIC X(9)      VALUE "As of:".
           05  HL-DATE        PIC 9(8).

       01  PROGRAMME-LINE.
           05  FILLER         PIC X(11)     VALUE "PROGRAMME: ".
           05  PL-NUMBER      PIC X(30).
           05  FILLER         PIC X         VALUE SPACE.
           05  PL-NAME        PIC X(60).

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(40)     VALUE "PROJECT".
           05  FILLER         PIC X(2)      VALUE "S".
           05  FILLER         PIC X(17)     VALUE "          BUDGET".
           05  FILLER         PIC X(17)     VALUE "            COST".
           05  FILLER         PIC X(17)     VALUE "     ACTUAL COST".
           05  FILLER         PIC X(5)      VALUE " PCT".
           05  FILLER         PIC X(17)     VALUE "     COMMITMENTS".

       01  DETAIL-LINE.
           05  DT-TREE        PIC X(40).
           05  DT-SOURCE      PIC X.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-BUDGET      PIC Z(12)9.99-.
           05  DT-COST        PIC Z(12)9.99-.
           05  DT-ACTUAL      PIC Z(12)9.99-.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-PCT         PIC ZZ9.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-COMMIT      PIC Z(12)9.99-.

       01  EXCEPTION-HEADING-LINE.
           05  FILLER         PIC X(60)     VALUE
               "Parent links not rolled up:".

       01  EXCEPTION-LINE.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  EL-REASON      PIC X(18).
           05  EL-NUMBER      PIC X(40).
           05  FILLER         PIC X(4)      VALUE " -> ".
           05  EL-PARENT      PIC X(40).

       01  SUMMARY-LINE.
           05  FILLER         PIC X(22)
               VALUE "Programmes listed:".
           05  SL-PROGRAMMES  PIC Z(4)9.
           05  FILLER         PIC X(24)
               VALUE "   Links not rolled up:".
           05  SL-EXCEPTIONS  PIC Z(4)9.

       01  WARNING-LINE.
           05  FILLER         PIC X(20)
               VALUE "Warning: table full,".
           05  WL-COUNT       PIC Z(6)9.
           05  FILLER         PIC X(25)
               VALUE " project(s) not included.".

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM LOAD-ONE-PROJECT
           UNTIL PROJECT-FILE-AT-END.
       PERFORM LOAD-ONE-HISTORY
           UNTIL HISTORY-FILE-AT-END.
       PERFORM RESOLVE-ONE-PARENT
           VARYING NODE-IDX FROM 1 BY 1
               UNTIL NODE-IDX > NODE-COUNT.
       PERFORM CHECK-ONE-CHAIN
           VARYING NODE-IDX FROM 1 BY 1
               UNTIL NODE-IDX > NODE-COUNT.
       PERFORM ROLL-UP-ONE-NODE
           VARYING NODE-IDX FROM 1 BY 1
               UNTIL NODE-IDX > NODE-COUNT.
       PERFORM WRITE-ONE-PROGRAMME
           VARYING NODE-IDX FROM 1 BY 1
               UNTIL NODE-IDX > NODE-COUNT.
       PERFORM WRITE-EXCEPTIONS.
       PERFORM WRITE-SUMMARY.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE "N" TO PROJECT-FILE-SW.
           MOVE "N" TO HISTORY-FILE-SW.
           MOVE ZERO TO NODE-COUNT.
           MOVE ZERO TO DROPPED-COUNT.
           MOVE ZERO TO PROGRAMME-COUNT.
           MOVE ZERO TO EXCEPTION-COUNT.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT COMMITMENT-FILE.
           IF COMMIT-FILE-STATUS = "00"
               MOVE "Y" TO COMMIT-OPEN-SW.
           OPEN INPUT EXCHANGE-RATE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE HISTORY-FILE.
           IF COMMIT-FILE-STATUS NOT = "35"
               CLOSE COMMITMENT-FILE.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE PRINT-FILE.

       LOAD-ONE-PROJECT.
           READ PROJECT-FILE NEXT
               AT END SET PROJECT-FILE-AT-END TO TRUE.
           IF NOT PROJECT-FILE-AT-END
               IF NODE-COUNT < 3000
                   ADD 1 TO NODE-COUNT
                   PERFORM CLEAR-NODE
                   MOVE PR-NUMBER TO ND-NUMBER (NODE-COUNT)
                   MOVE PR-PARENT-NUMBER TO ND-PARENT (NODE-COUNT)
                   MOVE "P" TO ND-SOURCE (NODE-COUNT)
                   MOVE PR-PERCENT-COMPLETE TO ND-PCT (NODE-COUNT)
                   MOVE PR-CURRENCY TO RATE-LOOKUP-CODE
                   PERFORM LOOK-UP-NOK-RATE
                   COMPUTE ND-BUDGET (NODE-COUNT) ROUNDED =
                       PR-BUDGET * NOK-RATE
                   COMPUTE ND-COST (NODE-COUNT) ROUNDED =
                       PR-COST * NOK-RATE
                   COMPUTE ND-ACTUAL (NODE-COUNT) ROUNDED =
                       PR-ACTUAL-COST * NOK-RATE
                   PERFORM ADD-OPEN-COMMITMENTS
               ELSE
                   ADD 1 TO DROPPED-COUNT.

       LOAD-ONE-HISTORY.
           READ HISTORY-FILE NEXT
               AT END SET HISTORY-FILE-AT-END TO TRUE.
           IF NOT HISTORY-FILE-AT-END
               IF NODE-COUNT < 3000
                   ADD 1 TO NODE-COUNT
                   PERFORM CLEAR-NODE
                   MOVE HI-NUMBER TO ND-NUMBER (NODE-COUNT)
                   MOVE HI-PARENT-NUMBER TO ND-PARENT (NODE-COUNT)
                   MOVE "H" TO ND-SOURCE (NODE-COUNT)
                   MOVE 100 TO ND-PCT (NODE-COUNT)
                   MOVE HI-CURRENCY TO RATE-LOOKUP-CODE
                   PERFORM LOOK-UP-NOK-RATE
                   COMPUTE ND-BUDGET (NODE-COUNT) ROUNDED =
                       HI-BUDGET * NOK-RATE
                   COMPUTE ND-COST (NODE-COUNT) ROUNDED =
                       HI-COST * NOK-RATE
                   COMPUTE ND-ACTUAL (NODE-COUNT) ROUNDED =
                       HI-ACTUAL-COST * NOK-RATE
                   PERFORM ADD-OPEN-COMMITMENTS
               ELSE
                   ADD 1 TO DROPPED-COUNT.

       CLEAR-NODE.
           MOVE ZERO TO ND-PARENT-IDX (NODE-COUNT).
           MOVE ZERO TO ND-CHILD-COUNT (NODE-COUNT).
           MOVE ZERO TO ND-DEPTH (NODE-COUNT).
           MOVE SPACE TO ND-LINK-FLAG (NODE-COUNT).
           MOVE ZERO TO ND-COMMIT (NODE-COUNT).
           MOVE ZERO TO ND-SUB-BUDGET (NODE-COUNT).
           MOVE ZERO TO ND-SUB-COST (NODE-COUNT).
           MOVE ZERO TO ND-SUB-ACTUAL (NODE-COUNT).
           MOVE ZERO TO ND-SUB-COMMIT (NODE-COUNT).
           MOVE ZERO TO ND-SUB-WEIGHT (NODE-COUNT).

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

       ADD-OPEN-COMMITMENTS.
           IF COMMIT-OPEN-SW = "Y"
               MOVE ND-NUMBER (NODE-COUNT) TO CM-NUMBER
               MOVE ZERO TO CM-SEQ
               START COMMITMENT-FILE KEY IS NOT LESS THAN CM-KEY
                   INVALID KEY MOVE SPACE TO CM-NUMBER
               END-START
               PERFORM ADD-ONE-COMMITMENT
                   UNTIL CM-NUMBER NOT = ND-NUMBER (NODE-COUNT).

       ADD-ONE-COMMITMENT.
           READ COMMITMENT-FILE NEXT
               AT END MOVE SPACE TO CM-NUMBER.
           IF CM-NUMBER = ND-NUMBER (NODE-COUNT)
              AND CM-OPEN
               MOVE CM-CURRENCY TO RATE-LOOKUP-CODE
               PERFORM LOOK-UP-NOK-RATE
               COMPUTE COMMIT-NOK ROUNDED =
                   (CM-AMOUNT - CM-LIQUIDATED-AMT) * NOK-RATE
               ADD COMMIT-NOK TO ND-COMMIT (NODE-COUNT).

       RESOLVE-ONE-PARENT.
           IF ND-PARENT (NODE-IDX) NOT = SPACE
               SET ND-IDX TO 1
               SEARCH NODE-ENTRY
                   AT END
                       SET ND-ORPHAN (NODE-IDX) TO TRUE
                   WHEN ND-NUMBER (ND-IDX) = ND-PARENT (NODE-IDX)
                       SET ND-PARENT-IDX (NODE-IDX) TO ND-IDX
                       ADD 1 TO ND-CHILD-COUNT (ND-IDX).

      *    Walks up from the parent. Coming back to the starting
      *    project means it sits on a loop; taking more steps than
      *    there are projects means a loop further up.
       CHECK-ONE-CHAIN.
           IF ND-PARENT-IDX (NODE-IDX) NOT = ZERO
               MOVE ND-PARENT-IDX (NODE-IDX) TO WALK-IDX
               MOVE ZERO TO WALK-STEPS
               PERFORM STEP-UP-ONE-LEVEL
                   UNTIL WALK-IDX = ZERO
                      OR WALK-IDX = NODE-IDX
                      OR WALK-STEPS > NODE-COUNT
               IF WALK-IDX = NODE-IDX
                   SET ND-CIRCULAR (NODE-IDX) TO TRUE
               ELSE IF WALK-STEPS > NODE-COUNT
                   SET ND-UNDER-CIRCULAR (NODE-IDX) TO TRUE.

       STEP-UP-ONE-LEVEL.
           MOVE ND-PARENT-IDX (WALK-IDX) TO WALK-IDX.
           ADD 1 TO WALK-STEPS.

       ROLL-UP-ONE-NODE.
           IF ND-LINK-OK (NODE-IDX)
               MOVE NODE-IDX TO WALK-IDX
               PERFORM ADD-TO-ONE-ANCESTOR
                   UNTIL WALK-IDX = ZERO.

       ADD-TO-ONE-ANCESTOR.
           ADD ND-BUDGET (NODE-IDX) TO ND-SUB-BUDGET (WALK-IDX).
           ADD ND-COST (NODE-IDX) TO ND-SUB-COST (WALK-IDX).
           ADD ND-ACTUAL (NODE-IDX) TO ND-SUB-ACTUAL (WALK-IDX).
           ADD ND-COMMIT (NODE-IDX) TO ND-SUB-COMMIT (WALK-IDX).
           COMPUTE ND-SUB-WEIGHT (WALK-IDX) =
               ND-SUB-WEIGHT (WALK-IDX)
               + ND-BUDGET (NODE-IDX) * ND-PCT (NODE-IDX).
           MOVE ND-PARENT-IDX (WALK-IDX) TO WALK-IDX.

       WRITE-ONE-PROGRAMME.
           IF ND-PARENT (NODE-IDX) = SPACE
              AND ND-CHILD-COUNT (NODE-IDX) > ZERO
               PERFORM WRITE-PROGRAMME-HEADING
               MOVE ZERO TO ND-DEPTH (NODE-IDX)
               MOVE 1 TO STACK-TOP
               MOVE NODE-IDX TO ST-NODE (1)
               MOVE "N" TO ST-EXIT (1)
               PERFORM PROCESS-STACK-TOP
                   UNTIL STACK-TOP = ZERO
               MOVE SPACE TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO PROGRAMME-COUNT.

       WRITE-PROGRAMME-HEADING.
           IF ND-SOURCE (NODE-IDX) = "P"
               MOVE ND-NUMBER (NODE-IDX) TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY MOVE SPACE TO PR-NAME
               END-READ
               MOVE PR-NAME TO PL-NAME
           ELSE
               MOVE ND-NUMBER (NODE-IDX) TO HI-NUMBER
               READ HISTORY-FILE
                   INVALID KEY MOVE SPACE TO HI-NAME
               END-READ
               MOVE HI-NAME TO PL-NAME.
           MOVE ND-NUMBER (NODE-IDX) TO PL-NUMBER.
           WRITE PRINT-LINE FROM PROGRAMME-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

      *    Depth-first walk of one programme. A parent is pushed a
      *    second time as an exit entry below its children so that
      *    its subtotal is printed once they are all done.
       PROCESS-STACK-TOP.
           MOVE ST-NODE (STACK-TOP) TO CUR-IDX.
           MOVE ST-EXIT (STACK-TOP) TO CUR-EXIT.
           SUBTRACT 1 FROM STACK-TOP.
           IF CUR-EXIT = "Y"
               PERFORM WRITE-SUBTOTAL-LINE
           ELSE
               PERFORM WRITE-NODE-LINE
               IF ND-CHILD-COUNT (CUR-IDX) > ZERO
                   ADD 1 TO STACK-TOP
                   MOVE CUR-IDX TO ST-NODE (STACK-TOP)
                   MOVE "Y" TO ST-EXIT (STACK-TOP)
                   PERFORM PUSH-ONE-CHILD
                       VARYING CHILD-IDX FROM NODE-COUNT BY -1
                           UNTIL CHILD-IDX < 1.

       PUSH-ONE-CHILD.
           IF ND-PARENT-IDX (CHILD-IDX) = CUR-IDX
              AND STACK-TOP < 6000
               ADD 1 TO STACK-TOP
               MOVE CHILD-IDX TO ST-NODE (STACK-TOP)
               MOVE "N" TO ST-EXIT (STACK-TOP)
               COMPUTE ND-DEPTH (CHILD-IDX) =
                   ND-DEPTH (CUR-IDX) + 1.

       SET-INDENT.
           IF ND-DEPTH (CUR-IDX) > 10
               MOVE 21 TO INDENT-POS
           ELSE
               COMPUTE INDENT-POS = ND-DEPTH (CUR-IDX) * 2 + 1.

       WRITE-NODE-LINE.
           PERFORM SET-INDENT.
           MOVE SPACE TO DT-TREE.
           MOVE ND-NUMBER (CUR-IDX) TO DT-TREE (INDENT-POS:).
           MOVE ND-SOURCE (CUR-IDX) TO DT-SOURCE.
           MOVE ND-BUDGET (CUR-IDX) TO DT-BUDGET.
           MOVE ND-COST (CUR-IDX) TO DT-COST.
           MOVE ND-ACTUAL (CUR-IDX) TO DT-ACTUAL.
           MOVE ND-PCT (CUR-IDX) TO DT-PCT.
           MOVE ND-COMMIT (CUR-IDX) TO DT-COMMIT.
           WRITE PRINT-LINE FROM DETAIL-LINE.

       WRITE-SUBTOTAL-LINE.
           PERFORM SET-INDENT.
           MOVE SPACE TO TREE-LABEL.
           STRING "TOTAL " DELIMITED BY SIZE
                  ND-NUMBER (CUR-IDX) DELIMITED BY SPACE
               INTO TREE-LABEL.
           MOVE SPACE TO DT-TREE.
           MOVE TREE-LABEL TO DT-TREE (INDENT-POS:).
           MOVE SPACE TO DT-SOURCE.
           MOVE ND-SUB-BUDGET (CUR-IDX) TO DT-BUDGET.
           MOVE ND-SUB-COST (CUR-IDX) TO DT-COST.
           MOVE ND-SUB-ACTUAL (CUR-IDX) TO DT-ACTUAL.
           IF ND-SUB-BUDGET (CUR-IDX) > ZERO
               COMPUTE DT-PCT ROUNDED =
                   ND-SUB-WEIGHT (CUR-IDX) / ND-SUB-BUDGET (CUR-IDX)
           ELSE
               MOVE ND-PCT (CUR-IDX) TO DT-PCT.
           MOVE ND-SUB-COMMIT (CUR-IDX) TO DT-COMMIT.
           WRITE PRINT-LINE FROM DETAIL-LINE.

       WRITE-EXCEPTIONS.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM EXCEPTION-HEADING-LINE.
           PERFORM WRITE-ONE-EXCEPTION
               VARYING NODE-IDX FROM 1 BY 1
                   UNTIL NODE-IDX > NODE-COUNT.

       WRITE-ONE-EXCEPTION.
           IF NOT ND-LINK-FLAG (NODE-IDX) = SPACE
               EVALUATE TRUE
                   WHEN ND-CIRCULAR (NODE-IDX)
                       MOVE "CIRCULAR LINK" TO EL-REASON
                   WHEN ND-UNDER-CIRCULAR (NODE-IDX)
                       MOVE "BELOW A LOOP" TO EL-REASON
                   WHEN OTHER
                       MOVE "PARENT NOT FOUND" TO EL-REASON
               END-EVALUATE
               MOVE ND-NUMBER (NODE-IDX) TO EL-NUMBER
               MOVE ND-PARENT (NODE-IDX) TO EL-PARENT
               WRITE PRINT-LINE FROM EXCEPTION-LINE
               ADD 1 TO EXCEPTION-COUNT.

       WRITE-SUMMARY.
           IF DROPPED-COUNT NOT = ZERO
               MOVE DROPPED-COUNT TO WL-COUNT
               WRITE PRINT-LINE FROM WARNING-LINE
               DISPLAY "Warning: table full, " DROPPED-COUNT
                   " project(s) not included in the report.".
           MOVE PROGRAMME-COUNT TO SL-PROGRAMMES.
           MOVE EXCEPTION-COUNT TO SL-EXCEPTIONS.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           IF EXCEPTION-COUNT NOT = ZERO
               DISPLAY EXCEPTION-COUNT " parent link(s) could not be"
                   " rolled up, see PROGRAMME_ROLLUP.TXT.".
