       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESAGED.

      ****************************************
      * Batch program that reports the
      * unfilled (open or proposed) resource
      * requests in RESOURCE-REQUEST-FILE
      * grouped by skill code. Each skill
      * gets a heading with the name from
      * SKILL-CODE-FILE, then one line per
      * request with the project, level,
      * allocation, period, leader, status,
      * manager it waits on and the number
      * of days since it was raised, and a
      * total line counting the requests and
      * percentage asked for, by age (0-30,
      * 31-60 and over 60 days), showing
      * where the company is short-staffed.
      * Written to RESOURCE_REQUESTS.TXT. No
      * operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCRESREQ.COB".
           COPY "FCSKLCODE.COB".
           SELECT PRINT-FILE ASSIGN TO "RESOURCE_REQUESTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRESREQ.COB".
           COPY "FDSKLCODE.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  RESREQ-FILE-STATUS       PIC XX      VALUE SPACE.
       77  SKLCODE-FILE-STATUS      PIC XX      VALUE SPACE.
       77  SKILL-IDX                PIC 9(3)    VALUE ZERO.
       77  SKILL-COUNT              PIC 9(3)    VALUE ZERO.
       77  DROPPED-COUNT            PIC 9(5)    VALUE ZERO.
       77  DAYS-WAITING             PIC S9(5)   VALUE ZERO.
       77  SKILL-OPEN-COUNT         PIC 9(5)    VALUE ZERO.
       77  SKILL-ALLOC-TOTAL        PIC 9(7)    VALUE ZERO.
       77  SKILL-AGE-1-COUNT        PIC 9(5)    VALUE ZERO.
       77  SKILL-AGE-2-COUNT        PIC 9(5)    VALUE ZERO.
       77  SKILL-AGE-3-COUNT        PIC 9(5)    VALUE ZERO.
       77  TOTAL-OPEN-COUNT         PIC 9(5)    VALUE ZERO.
       77  TOTAL-OVER-60-COUNT      PIC 9(5)    VALUE ZERO.

       01  REQUEST-FILE-SW          PIC X       VALUE "N".
           88  REQUEST-FILE-AT-END              VALUE "Y".
       01  SKILL-KNOWN-SW           PIC X       VALUE "N".
           88  SKILL-KNOWN                      VALUE "Y".

       01  SKILL-LIST.
           05  SKILL-LIST-ENTRY OCCURS 200 TIMES.
               10  SL-SKILL-CODE    PIC X(4).

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  HEADER-LINE.
           05  FILLER         PIC X(44)
               VALUE "Handle Project - Unfilled resource requests".
           05  FILLER         PIC X(9)      VALUE "As of:".
           05  HL-DATE        PIC 9(8).

       01  SKILL-LINE.
           05  FILLER         PIC X(7)      VALUE "SKILL: ".
           05  SKL-CODE       PIC X(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  SKL-NAME       PIC X(30).

       01  COLUMN-HEADING-LINE.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  FILLER         PIC X(20)     VALUE "PROJECT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(4)      VALUE "REQ".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(2)      VALUE "LV".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(4)      VALUE "PCT".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "FROM".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(8)      VALUE "TO".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(10)     VALUE "LEADER".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(2)      VALUE "ST".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(10)     VALUE "MANAGER".
           05  FILLER         PIC X(1)      VALUE SPACE.
           05  FILLER         PIC X(5)      VALUE " DAYS".

       01  DETAIL-LINE.
           05  FILLER         PIC X(2)      VALUE SPACE.
           05  DT-NUMBER      PIC X(20).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-SEQ         PIC 9(4).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-LEVEL       PIC Z9.
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-ALLOC       PIC ZZ9.
           05  FILLER         PIC X(2)      VALUE "%".
           05  DT-FROM        PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-TO          PIC 9(8).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-LEADER      PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-STATUS      PIC X(2).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-MANAGER     PIC X(10).
           05  FILLER         PIC X         VALUE SPACE.
           05  DT-DAYS        PIC ZZZZ9.

       01  SKILL-TOTAL-LINE.
           05  FILLER         PIC X(10)     VALUE "  UNFILLED".
           05  STL-OPEN       PIC ZZZZ9.
           05  FILLER         PIC X(10)     VALUE "  PCT:    ".
           05  STL-ALLOC      PIC Z(6)9.
           05  FILLER         PIC X(14)     VALUE "  AGED 0-30:  ".
           05  STL-AGE-1      PIC ZZZZ9.
           05  FILLER         PIC X(10)     VALUE "  31-60:  ".
           05  STL-AGE-2      PIC ZZZZ9.
           05  FILLER         PIC X(10)     VALUE "  OVER 60:".
           05  STL-AGE-3      PIC ZZZZ9.

       01  SUMMARY-LINE.
           05  FILLER         PIC X(26)
               VALUE "Unfilled requests listed:".
           05  SL-OPEN        PIC Z(4)9.
           05  FILLER         PIC X(12)     VALUE "   Over 60:".
           05  SL-OVER-60     PIC Z(4)9.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM COLLECT-ONE-SKILL
           UNTIL REQUEST-FILE-AT-END.
       PERFORM WRITE-ONE-SKILL
           VARYING SKILL-IDX FROM 1 BY 1
               UNTIL SKILL-IDX > SKILL-COUNT.
       MOVE TOTAL-OPEN-COUNT TO SL-OPEN.
       MOVE TOTAL-OVER-60-COUNT TO SL-OVER-60.
       WRITE PRINT-LINE FROM SUMMARY-LINE.
       IF DROPPED-COUNT NOT = ZERO
           DISPLAY "Warning: skill table full, " DROPPED-COUNT
               " request(s) left out.".
       DISPLAY TOTAL-OPEN-COUNT " unfilled request(s) written to "
           "RESOURCE_REQUESTS.TXT.".
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE "N" TO REQUEST-FILE-SW.
           OPEN INPUT RESOURCE-REQUEST-FILE.
           IF RESREQ-FILE-STATUS NOT = "00"
               SET REQUEST-FILE-AT-END TO TRUE.
           OPEN INPUT SKILL-CODE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZERO TO SKILL-COUNT.
           MOVE ZERO TO DROPPED-COUNT.
           MOVE ZERO TO TOTAL-OPEN-COUNT.
           MOVE ZERO TO TOTAL-OVER-60-COUNT.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.

       PROGRAM-CLEANUP.
           IF RESREQ-FILE-STATUS NOT = "35"
               CLOSE RESOURCE-REQUEST-FILE.
           IF SKLCODE-FILE-STATUS NOT = "35"
               CLOSE SKILL-CODE-FILE.
           CLOSE PRINT-FILE.

       COLLECT-ONE-SKILL.
           READ RESOURCE-REQUEST-FILE NEXT
               AT END SET REQUEST-FILE-AT-END TO TRUE.
           IF NOT REQUEST-FILE-AT-END
              AND RB-UNFILLED
               PERFORM NOTE-SKILL-CODE.

       NOTE-SKILL-CODE.
           MOVE "N" TO SKILL-KNOWN-SW.
           PERFORM CHECK-ONE-KNOWN-SKILL
               VARYING SKILL-IDX FROM 1 BY 1
               UNTIL SKILL-IDX > SKILL-COUNT OR SKILL-KNOWN.
           IF NOT SKILL-KNOWN
               IF SKILL-COUNT < 200
                   ADD 1 TO SKILL-COUNT
                   MOVE RB-SKILL-CODE TO SL-SKILL-CODE (SKILL-COUNT)
               ELSE
                   ADD 1 TO DROPPED-COUNT.

       CHECK-ONE-KNOWN-SKILL.
           IF SL-SKILL-CODE (SKILL-IDX) = RB-SKILL-CODE
               SET SKILL-KNOWN TO TRUE.

       WRITE-ONE-SKILL.
           PERFORM WRITE-SKILL-HEADING.
           MOVE ZERO TO SKILL-OPEN-COUNT.
           MOVE ZERO TO SKILL-ALLOC-TOTAL.
           MOVE ZERO TO SKILL-AGE-1-COUNT.
           MOVE ZERO TO SKILL-AGE-2-COUNT.
           MOVE ZERO TO SKILL-AGE-3-COUNT.
           MOVE "N" TO REQUEST-FILE-SW.
           MOVE LOW-VALUE TO RB-KEY.
           START RESOURCE-REQUEST-FILE KEY IS NOT LESS THAN RB-KEY
               INVALID KEY SET REQUEST-FILE-AT-END TO TRUE.
           PERFORM LIST-ONE-REQUEST
               UNTIL REQUEST-FILE-AT-END.
           MOVE SKILL-OPEN-COUNT TO STL-OPEN.
           MOVE SKILL-ALLOC-TOTAL TO STL-ALLOC.
           MOVE SKILL-AGE-1-COUNT TO STL-AGE-1.
           MOVE SKILL-AGE-2-COUNT TO STL-AGE-2.
           MOVE SKILL-AGE-3-COUNT TO STL-AGE-3.
           WRITE PRINT-LINE FROM SKILL-TOTAL-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-SKILL-HEADING.
           MOVE SL-SKILL-CODE (SKILL-IDX) TO SKL-CODE.
           MOVE SL-SKILL-CODE (SKILL-IDX) TO SC-CODE.
           READ SKILL-CODE-FILE
               INVALID KEY MOVE "(unknown)" TO SKL-NAME
               NOT INVALID KEY MOVE SC-NAME TO SKL-NAME.
           WRITE PRINT-LINE FROM SKILL-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE.

       LIST-ONE-REQUEST.
           READ RESOURCE-REQUEST-FILE NEXT
               AT END SET REQUEST-FILE-AT-END TO TRUE.
           IF NOT REQUEST-FILE-AT-END
              AND RB-UNFILLED
              AND RB-SKILL-CODE = SL-SKILL-CODE (SKILL-IDX)
               PERFORM WRITE-REQUEST-LINE.

       WRITE-REQUEST-LINE.
           MOVE ZERO TO DAYS-WAITING.
           IF RB-REQUESTED-DATE NOT = ZERO
              AND RB-REQUESTED-DATE < CURRENT-DATE-NUM
               COMPUTE DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE (CURRENT-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (RB-REQUESTED-DATE).
           ADD 1 TO SKILL-OPEN-COUNT.
           ADD 1 TO TOTAL-OPEN-COUNT.
           ADD RB-ALLOC-PCT TO SKILL-ALLOC-TOTAL.
           IF DAYS-WAITING > 60
               ADD 1 TO SKILL-AGE-3-COUNT
               ADD 1 TO TOTAL-OVER-60-COUNT
           ELSE IF DAYS-WAITING > 30
               ADD 1 TO SKILL-AGE-2-COUNT
           ELSE
               ADD 1 TO SKILL-AGE-1-COUNT.
           MOVE RB-NUMBER TO DT-NUMBER.
           MOVE RB-SEQ TO DT-SEQ.
           MOVE RB-LEVEL TO DT-LEVEL.
           MOVE RB-ALLOC-PCT TO DT-ALLOC.
           MOVE RB-FROM-DATE TO DT-FROM.
           MOVE RB-TO-DATE TO DT-TO.
           MOVE RB-LEADER-ID TO DT-LEADER.
           MOVE RB-STATUS TO DT-STATUS.
           MOVE RB-MANAGER-ID TO DT-MANAGER.
           MOVE DAYS-WAITING TO DT-DAYS.
           WRITE PRINT-LINE FROM DETAIL-LINE.
