           05  FILLER         PIC X(9)   VALUE " carried ".
           05  DT-CARRY       PIC Z(11)9.99-.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "YEARROLL".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM     PIC X(10).

                   MOVE ZERO TO OLD-JAN-AMOUNT
                   MOVE CARRY-AMOUNT TO PH-AMOUNT
                   WRITE PHASING-RECORD
                       INVALID KEY
                           DISPLAY "Error writing phase"
                           MOVE "APPLY-CARRY-AMOUNT" TO EQ-PARAGRAPH
                           MOVE "PHASING-FILE" TO EQ-FILE
                           MOVE PH-KEY TO EQ-KEY
                           MOVE PHASE-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-WRITE
               NOT INVALID KEY
                   MOVE PH-AMOUNT TO OLD-JAN-AMOUNT
                   ADD CARRY-AMOUNT TO PH-AMOUNT
                   REWRITE PHASING-RECORD
                       INVALID KEY
                           DISPLAY "Error saving phase"
                           MOVE "APPLY-CARRY-AMOUNT" TO EQ-PARAGRAPH
                           MOVE "PHASING-FILE" TO EQ-FILE
                           MOVE PH-KEY TO EQ-KEY
                           MOVE PHASE-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE.
           ADD 1 TO ROLLED-COUNT.
           MOVE PR-NUMBER TO DL-NUMBER.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.

           MOVE PH-AMOUNT TO BR-NEW-AMOUNT.
           MOVE "YREN" TO BR-REASON-CODE.
           MOVE "YEARROLL" TO BR-REQUESTED-BY.
           MOVE ZERO TO BR-TRANSFER-REF.
           MOVE ZERO TO BR-CHANGE-REQ-REF.
           WRITE BUDGET-REVISION-RECORD
               INVALID KEY
                   DISPLAY "Error writing budget revision"
                   MOVE "WRITE-ROLL-REVISION" TO EQ-PARAGRAPH
                   MOVE "BUDGET-REVISION-FILE" TO EQ-FILE
                   MOVE BR-KEY TO EQ-KEY
                   MOVE "22" TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       FIND-NEXT-REVISION-SEQ.
           MOVE PR-NUMBER TO BR-NUMBER.
