      * so "what are we doing for client X
      * and what has it cost" is one report.
      * Projects without a customer code are
      * grouped under (none), listed first.
      * The customer totals from both files
      * are sorted before printing, so the
      * customers are listed in code order.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
           88  CUSTOMER-FOUND                   VALUE "Y".

       01  CUSTOMER-STATS.
           05  CUSTOMER-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON CUSTOMER-COUNT
                   INDEXED BY CS-IDX.
               10  CST-CODE       PIC X(10)     VALUE SPACE.
               10  CST-COUNT      PIC 9(5)      VALUE ZERO.
           UNTIL PROJECT-FILE-AT-END.
       PERFORM TALLY-ONE-HISTORY
           UNTIL HISTORY-FILE-AT-END.
       PERFORM SORT-CUSTOMER-TABLE.
       PERFORM WRITE-ONE-CUSTOMER-LINE
           VARYING GROUP-IDX FROM 1 BY 1
               UNTIL GROUP-IDX > CUSTOMER-COUNT.
           OPEN OUTPUT PRINT-FILE.
           MOVE "N" TO PROJECT-FILE-SW.
           MOVE "N" TO HISTORY-FILE-SW.
           MOVE LOW-VALUE TO PR-CUSTOMER-CODE.
           START PROJECT-FILE KEY IS NOT LESS THAN PR-CUSTOMER-CODE
               INVALID KEY SET PROJECT-FILE-AT-END TO TRUE.
           MOVE LOW-VALUE TO HI-CUSTOMER-CODE.
           START HISTORY-FILE KEY IS NOT LESS THAN HI-CUSTOMER-CODE
               INVALID KEY SET HISTORY-FILE-AT-END TO TRUE.
           MOVE ZERO TO CUSTOMER-COUNT.
           WRITE PRINT-LINE FROM HEADER-LINE.

                   ADD 1 TO CUSTOMER-COUNT
                   SET CS-IDX TO CUSTOMER-COUNT
                   MOVE GROUP-CUSTOMER TO CST-CODE (CS-IDX)
                   MOVE ZERO TO CST-COUNT (CS-IDX)
                   MOVE ZERO TO CST-BUDGET (CS-IDX)
                   MOVE ZERO TO CST-COST (CS-IDX)
               ELSE
                   ADD 1 TO DROPPED-COUNT
                   SET CS-IDX TO ZERO.
           IF CST-CODE (CS-IDX) = GROUP-CUSTOMER
               SET CUSTOMER-FOUND TO TRUE.

       SORT-CUSTOMER-TABLE.
           IF CUSTOMER-COUNT NOT = ZERO
               SORT CUSTOMER-ENTRY ASCENDING KEY CST-CODE.

       WRITE-ONE-CUSTOMER-LINE.
           SET CS-IDX TO GROUP-IDX.
           MOVE CST-CODE (CS-IDX) TO DL-CODE.
