       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVHADD.

      ****************************
      * Program maintains the
      * monthly overhead pools
      * (OVERHEAD-POOL-FILE): the
      * running cost in NOK of a
      * department for one month
      * (management, facilities,
      * licences), which OVHALLOC
      * spreads over the
      * department's projects.
      * The department is
      * validated against the
      * department master. A pool
      * may be changed after it
      * was allocated; the next
      * OVHALLOC run for the
      * month posts the
      * difference. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCOVHPOOL.COB".
           COPY "FCDEPT.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDOVHPOOL.COB".
           COPY "FDDEPT.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-DEPT-CODE     PIC X(10)      VALUE SPACE.
       77  ACCEPT-PERIOD        PIC 9(6)       VALUE ZERO.
       77  ACCEPT-DESCRIPTION   PIC X(30)      VALUE SPACE.
       77  ACCEPT-AMOUNT        PIC S9(10)V99  VALUE ZERO.
       77  SHOW-MONEY           PIC Z(10)9.99- VALUE ZERO.
       77  OVHPOOL-FILE-STATUS  PIC XX         VALUE SPACE.
       77  PERIOD-MONTH         PIC 9(2)       VALUE ZERO.

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "OVHADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM MAINTAIN-OVERHEAD-POOL
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN I-O OVERHEAD-POOL-FILE.
           IF OVHPOOL-FILE-STATUS = "35"
               OPEN OUTPUT OVERHEAD-POOL-FILE
               CLOSE OVERHEAD-POOL-FILE
               OPEN I-O OVERHEAD-POOL-FILE.
           OPEN INPUT DEPARTMENT-FILE.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE OVERHEAD-POOL-FILE.
           CLOSE DEPARTMENT-FILE.

       MAINTAIN-OVERHEAD-POOL.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*    Maintain overhead pools   *".
           DISPLAY "********************************".
           DISPLAY "Enter department code:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-DEPT-CODE.
           IF ACCEPT-DEPT-CODE = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ACCEPT-DEPT-CODE TO DM-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY
                       DISPLAY "Department not found, try again ..."
                   NOT INVALID KEY
                       PERFORM GET-POOL-PERIOD.

       GET-POOL-PERIOD.
           DISPLAY "Department: " DM-NAME.
           DISPLAY "Enter month (YYYYMM):".
           ACCEPT ACCEPT-PERIOD.
           COMPUTE PERIOD-MONTH = FUNCTION REM (ACCEPT-PERIOD, 100).
           IF ACCEPT-PERIOD < 190001
              OR PERIOD-MONTH = ZERO OR PERIOD-MONTH > 12
               DISPLAY "Month must be YYYYMM, try again ..."
           ELSE
               MOVE ACCEPT-DEPT-CODE TO OP-DEPT-CODE
               MOVE ACCEPT-PERIOD TO OP-PERIOD
               READ OVERHEAD-POOL-FILE
                   INVALID KEY
                       PERFORM GET-POOL-INFO
                       PERFORM WRITE-NEW-POOL
                   NOT INVALID KEY
                       PERFORM SHOW-CURRENT-POOL
                       PERFORM GET-POOL-INFO
                       PERFORM REWRITE-POOL.

       SHOW-CURRENT-POOL.
           DISPLAY "Current description: " OP-DESCRIPTION.
           MOVE OP-AMOUNT TO SHOW-MONEY.
           DISPLAY "Current pool NOK:    " SHOW-MONEY.
           IF OP-ALLOCATED-DATE NOT = ZERO
               MOVE OP-ALLOCATED-AMOUNT TO SHOW-MONEY
               DISPLAY "Allocated NOK:       " SHOW-MONEY
                   " on " OP-ALLOCATED-DATE.

       GET-POOL-INFO.
           DISPLAY "Enter description:".
           ACCEPT ACCEPT-DESCRIPTION.
           DISPLAY "Enter pool amount in NOK:".
           ACCEPT ACCEPT-AMOUNT.

       WRITE-NEW-POOL.
           MOVE ACCEPT-DEPT-CODE TO OP-DEPT-CODE.
           MOVE ACCEPT-PERIOD TO OP-PERIOD.
           MOVE ACCEPT-DESCRIPTION TO OP-DESCRIPTION.
           MOVE ACCEPT-AMOUNT TO OP-AMOUNT.
           MOVE ZERO TO OP-ALLOCATED-AMOUNT.
           MOVE ZERO TO OP-ALLOCATED-DATE.
           WRITE OVERHEAD-POOL-RECORD
               INVALID KEY
                   DISPLAY "Error adding overhead pool"
                   MOVE "WRITE-NEW-POOL" TO EQ-PARAGRAPH
                   MOVE "OVERHEAD-POOL-FILE" TO EQ-FILE
                   MOVE OP-KEY TO EQ-KEY
                   MOVE OVHPOOL-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Overhead pool added.".

       REWRITE-POOL.
           MOVE ACCEPT-DESCRIPTION TO OP-DESCRIPTION.
           MOVE ACCEPT-AMOUNT TO OP-AMOUNT.
           REWRITE OVERHEAD-POOL-RECORD
               INVALID KEY
                   DISPLAY "Error updating overhead pool"
                   MOVE "REWRITE-POOL" TO EQ-PARAGRAPH
                   MOVE "OVERHEAD-POOL-FILE" TO EQ-FILE
                   MOVE OP-KEY TO EQ-KEY
                   MOVE OVHPOOL-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Overhead pool updated.".
           IF OP-ALLOCATED-DATE NOT = ZERO
               DISPLAY "Run the overhead allocation again to post"
               DISPLAY "the difference.".
