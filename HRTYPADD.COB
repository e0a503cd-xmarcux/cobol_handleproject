       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRTYPADD.

      ****************************
      * Program maintains the
      * hour-type master file
      * (HOUR-TYPE-FILE): codes
      * like NORM, OT50, O100,
      * TRAV and ONCL that each
      * timesheet entry is booked
      * against, with the cost
      * multiplier TIMEPRCE
      * applies to the hourly
      * rate and whether PROJINV
      * may bill the hours to the
      * customer. The standard
      * types are set up the
      * first time the file is
      * opened. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCHRTYPE.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDHRTYPE.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-CODE          PIC X(4)       VALUE SPACE.
       77  ACCEPT-DESCRIPTION   PIC X(30)      VALUE SPACE.
       77  ACCEPT-MULTIPLIER    PIC 9V99       VALUE ZERO.
       77  ACCEPT-BILLABLE      PIC X          VALUE SPACE.
       77  SHOW-MULTIPLIER      PIC 9.99       VALUE ZERO.
       77  HRTYPE-FILE-STATUS   PIC XX         VALUE SPACE.
       77  SEED-IDX             PIC 9          VALUE ZERO.

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  STANDARD-TYPE-LIST.
           05  FILLER               PIC X(38)  VALUE
               "NORMNormal hours                  100Y".
           05  FILLER               PIC X(38)  VALUE
               "OT50Overtime 50 percent           150Y".
           05  FILLER               PIC X(38)  VALUE
               "O100Overtime 100 percent          200Y".
           05  FILLER               PIC X(38)  VALUE
               "TRAVTravel time                   100Y".
           05  FILLER               PIC X(38)  VALUE
               "ONCLOn-call standby               100N".
       01  STANDARD-TYPE-TABLE REDEFINES STANDARD-TYPE-LIST.
           05  STANDARD-TYPE        PIC X(38)  OCCURS 5 TIMES.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "HRTYPADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM MAINTAIN-HOUR-TYPE
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O HOUR-TYPE-FILE.
           IF HRTYPE-FILE-STATUS = "35"
               OPEN OUTPUT HOUR-TYPE-FILE
               PERFORM WRITE-STANDARD-TYPE
                   VARYING SEED-IDX FROM 1 BY 1
                       UNTIL SEED-IDX > 5
               CLOSE HOUR-TYPE-FILE
               OPEN I-O HOUR-TYPE-FILE.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE HOUR-TYPE-FILE.

       WRITE-STANDARD-TYPE.
           MOVE STANDARD-TYPE (SEED-IDX) TO HOUR-TYPE-RECORD.
           WRITE HOUR-TYPE-RECORD
               INVALID KEY
                   MOVE "WRITE-STANDARD-TYPE" TO EQ-PARAGRAPH
                   MOVE "HOUR-TYPE-FILE" TO EQ-FILE
                   MOVE HT-CODE TO EQ-KEY
                   MOVE HRTYPE-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.


       MAINTAIN-HOUR-TYPE.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*     Maintain hour types     *".
           DISPLAY "********************************".
           DISPLAY "Enter hour type code (e.g. OT50):".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-CODE.
           IF ACCEPT-CODE = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ACCEPT-CODE TO HT-CODE
               READ HOUR-TYPE-FILE
                   INVALID KEY
                       PERFORM GET-HOUR-TYPE-INFO
                       PERFORM WRITE-NEW-HOUR-TYPE
                   NOT INVALID KEY
                       PERFORM SHOW-CURRENT-HOUR-TYPE
                       PERFORM GET-HOUR-TYPE-INFO
                       PERFORM REWRITE-HOUR-TYPE.

       SHOW-CURRENT-HOUR-TYPE.
           MOVE HT-MULTIPLIER TO SHOW-MULTIPLIER.
           DISPLAY "Current description: " HT-DESCRIPTION.
           DISPLAY "Current multiplier:  " SHOW-MULTIPLIER.
           DISPLAY "Current billable:    " HT-BILLABLE-FLAG.

       GET-HOUR-TYPE-INFO.
           DISPLAY "Enter description:".
           ACCEPT ACCEPT-DESCRIPTION.
           DISPLAY "Enter cost multiplier (e.g. 1.50):".
           ACCEPT ACCEPT-MULTIPLIER.
           IF ACCEPT-MULTIPLIER = ZERO
               MOVE 1 TO ACCEPT-MULTIPLIER.
           DISPLAY "Billable to the customer? (Y/N):".
           ACCEPT ACCEPT-BILLABLE.
           IF ACCEPT-BILLABLE NOT = "N"
               MOVE "Y" TO ACCEPT-BILLABLE.

       WRITE-NEW-HOUR-TYPE.
           MOVE ACCEPT-CODE TO HT-CODE.
           MOVE ACCEPT-DESCRIPTION TO HT-DESCRIPTION.
           MOVE ACCEPT-MULTIPLIER TO HT-MULTIPLIER.
           MOVE ACCEPT-BILLABLE TO HT-BILLABLE-FLAG.
           WRITE HOUR-TYPE-RECORD
               INVALID KEY
                   DISPLAY "Error adding hour type"
                   MOVE "WRITE-NEW-HOUR-TYPE" TO EQ-PARAGRAPH
                   MOVE "HOUR-TYPE-FILE" TO EQ-FILE
                   MOVE HT-CODE TO EQ-KEY
                   MOVE HRTYPE-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Hour type added.".

       REWRITE-HOUR-TYPE.
           MOVE ACCEPT-DESCRIPTION TO HT-DESCRIPTION.
           MOVE ACCEPT-MULTIPLIER TO HT-MULTIPLIER.
           MOVE ACCEPT-BILLABLE TO HT-BILLABLE-FLAG.
           REWRITE HOUR-TYPE-RECORD
               INVALID KEY
                   DISPLAY "Error updating hour type"
                   MOVE "REWRITE-HOUR-TYPE" TO EQ-PARAGRAPH
                   MOVE "HOUR-TYPE-FILE" TO EQ-FILE
                   MOVE HT-CODE TO EQ-KEY
                   MOVE HRTYPE-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Hour type updated.".
