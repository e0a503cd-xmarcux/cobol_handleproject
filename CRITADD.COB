       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRITADD.

      ****************************
      * Program maintains the
      * prioritisation criteria
      * (CRITERION-FILE): four-
      * character codes with a
      * description, a weight
      * and an active flag. A
      * new file is seeded with
      * strategic fit, customer
      * value, risk and
      * regulatory need at equal
      * weight. PRISCORE scores
      * projects and proposals
      * against the active
      * criteria and PRIRANK
      * ranks them by weighted
      * score. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCCRIT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCRIT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-CODE          PIC X(4)       VALUE SPACE.
       77  ACCEPT-DESCRIPTION   PIC X(30)      VALUE SPACE.
       77  ACCEPT-WEIGHT        PIC 9(3)       VALUE ZERO.
       77  ACCEPT-ACTIVE        PIC X          VALUE SPACE.
       77  CRIT-FILE-STATUS     PIC XX         VALUE SPACE.
       77  TOTAL-WEIGHT         PIC 9(5)       VALUE ZERO.

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
       01  CRIT-FILE-SW         PIC X          VALUE "N".
           88  CRIT-FILE-AT-END                VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "CRITADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM MAINTAIN-CRITERION
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O CRITERION-FILE.
           IF CRIT-FILE-STATUS = "35"
               OPEN OUTPUT CRITERION-FILE
               PERFORM SEED-CRITERIA
               CLOSE CRITERION-FILE
               OPEN I-O CRITERION-FILE.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE CRITERION-FILE.

       SEED-CRITERIA.
           MOVE 25 TO PW-WEIGHT.
           MOVE "A" TO PW-ACTIVE-FLAG.
           MOVE "STRA" TO PW-CODE.
           MOVE "Strategic fit" TO PW-DESCRIPTION.
           WRITE CRITERION-RECORD.
           MOVE "CUST" TO PW-CODE.
           MOVE "Customer value" TO PW-DESCRIPTION.
           WRITE CRITERION-RECORD.
           MOVE "REGU" TO PW-CODE.
           MOVE "Regulatory need" TO PW-DESCRIPTION.
           WRITE CRITERION-RECORD.
           MOVE "RISK" TO PW-CODE.
           MOVE "Risk (10 = lowest risk)" TO PW-DESCRIPTION.
           WRITE CRITERION-RECORD.

       MAINTAIN-CRITERION.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*  Prioritisation criteria     *".
           DISPLAY "********************************".
           PERFORM LIST-CRITERIA.
           DISPLAY "Enter criterion code (e.g. STRA):".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-CODE.
           IF ACCEPT-CODE = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ACCEPT-CODE TO PW-CODE
               READ CRITERION-FILE
                   INVALID KEY
                       PERFORM GET-CRITERION-INFO
                       PERFORM WRITE-NEW-CRITERION
                   NOT INVALID KEY
                       PERFORM SHOW-CURRENT-CRITERION
                       PERFORM GET-CRITERION-INFO
                       PERFORM REWRITE-CRITERION.

       LIST-CRITERIA.
           MOVE ZERO TO TOTAL-WEIGHT.
           MOVE "N" TO CRIT-FILE-SW.
           MOVE LOW-VALUE TO PW-CODE.
           START CRITERION-FILE KEY IS NOT LESS THAN PW-CODE
               INVALID KEY SET CRIT-FILE-AT-END TO TRUE.
           DISPLAY "Code Description                    Wgt A".
           PERFORM LIST-ONE-CRITERION
               UNTIL CRIT-FILE-AT-END.
           DISPLAY "Total active weight: " TOTAL-WEIGHT.

       LIST-ONE-CRITERION.
           READ CRITERION-FILE NEXT
               AT END SET CRIT-FILE-AT-END TO TRUE.
           IF NOT CRIT-FILE-AT-END
               DISPLAY PW-CODE " " PW-DESCRIPTION " " PW-WEIGHT
                   " " PW-ACTIVE-FLAG
               IF PW-ACTIVE
                   ADD PW-WEIGHT TO TOTAL-WEIGHT.

       SHOW-CURRENT-CRITERION.
           DISPLAY "Current description: " PW-DESCRIPTION.
           DISPLAY "Weight:              " PW-WEIGHT.
           DISPLAY "Active flag:         " PW-ACTIVE-FLAG.

       GET-CRITERION-INFO.
           DISPLAY "Enter description:".
           ACCEPT ACCEPT-DESCRIPTION.
           DISPLAY "Enter weight (0-999):".
           ACCEPT ACCEPT-WEIGHT.
           DISPLAY "Active? (A=active/I=inactive):".
           ACCEPT ACCEPT-ACTIVE.
           IF ACCEPT-ACTIVE NOT = "I"
               MOVE "A" TO ACCEPT-ACTIVE.

       WRITE-NEW-CRITERION.
           MOVE ACCEPT-CODE TO PW-CODE.
           MOVE ACCEPT-DESCRIPTION TO PW-DESCRIPTION.
           MOVE ACCEPT-WEIGHT TO PW-WEIGHT.
           MOVE ACCEPT-ACTIVE TO PW-ACTIVE-FLAG.
           WRITE CRITERION-RECORD
               INVALID KEY
                   DISPLAY "Error adding criterion"
                   MOVE "WRITE-NEW-CRITERION" TO EQ-PARAGRAPH
                   MOVE "CRITERION-FILE" TO EQ-FILE
                   MOVE PW-CODE TO EQ-KEY
                   MOVE CRIT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Criterion added.".

       REWRITE-CRITERION.
           MOVE ACCEPT-DESCRIPTION TO PW-DESCRIPTION.
           MOVE ACCEPT-WEIGHT TO PW-WEIGHT.
           MOVE ACCEPT-ACTIVE TO PW-ACTIVE-FLAG.
           REWRITE CRITERION-RECORD
               INVALID KEY
                   DISPLAY "Error updating criterion"
                   MOVE "REWRITE-CRITERION" TO EQ-PARAGRAPH
                   MOVE "CRITERION-FILE" TO EQ-FILE
                   MOVE PW-CODE TO EQ-KEY
                   MOVE CRIT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Criterion updated.".
