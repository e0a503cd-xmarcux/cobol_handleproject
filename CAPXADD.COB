       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPXADD.

      ****************************
      * Program maintains the
      * per-project overrides of
      * the capital/operating
      * class of cost categories
      * (CAPEX-OVERRIDE-FILE).
      * Without an override a
      * project's spend follows
      * the class on the category
      * master (CATADD); with one
      * the category is treated
      * as capital (C) or
      * operating (O) spend on
      * that project only. A
      * blank class removes the
      * override. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCCATEG.COB".
           COPY "FCCAPOVR.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDCATEG.COB".
           COPY "FDCAPOVR.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-PROJECT-NO    PIC X(80)      VALUE SPACE.
       77  ACCEPT-CATEGORY      PIC X(4)       VALUE SPACE.
       77  ACCEPT-CAPEX-FLAG    PIC X          VALUE SPACE.
       77  CATEG-FILE-STATUS    PIC XX         VALUE SPACE.
       77  CAPOVR-FILE-STATUS   PIC XX         VALUE SPACE.
       77  OVERRIDE-COUNT       PIC 9(4)       VALUE ZERO.

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-CO-SW     PIC X          VALUE "N".
               88  CANCEL-CO                   VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "CAPXADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM SELECT-PROJECT
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           OPEN INPUT PROJECT-FILE.
           OPEN I-O CATEGORY-FILE.
           IF CATEG-FILE-STATUS = "35"
               OPEN OUTPUT CATEGORY-FILE
               CLOSE CATEGORY-FILE
               OPEN I-O CATEGORY-FILE.
           OPEN I-O CAPEX-OVERRIDE-FILE.
           IF CAPOVR-FILE-STATUS = "35"
               OPEN OUTPUT CAPEX-OVERRIDE-FILE
               CLOSE CAPEX-OVERRIDE-FILE
               OPEN I-O CAPEX-OVERRIDE-FILE.
           MOVE "N" TO CANCEL-ADD-SW.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           CLOSE CATEGORY-FILE.
           CLOSE CAPEX-OVERRIDE-FILE.

       SELECT-PROJECT.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*  Capex overrides per project *".
           DISPLAY "********************************".
           DISPLAY "Enter project number:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-PROJECT-NO.
           IF ACCEPT-PROJECT-NO = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ACCEPT-PROJECT-NO TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY DISPLAY
                       "Project number not found, try again ..."
                   NOT INVALID KEY
                       MOVE "N" TO CANCEL-CO-SW
                       PERFORM MAINTAIN-OVERRIDE
                           UNTIL CANCEL-CO.

       MAINTAIN-OVERRIDE.
           PERFORM LIST-OVERRIDES.
           DISPLAY " ".
           DISPLAY "Enter category code to override:".
           DISPLAY "(Enter -1 to go back to project entry)".
           ACCEPT ACCEPT-CATEGORY.
           IF ACCEPT-CATEGORY = "-1"
               SET CANCEL-CO TO TRUE
           ELSE
               MOVE ACCEPT-CATEGORY TO CG-CODE
               READ CATEGORY-FILE
                   INVALID KEY
                       DISPLAY "Unknown category code ... try again."
                   NOT INVALID KEY
                       PERFORM GET-OVERRIDE-CLASS.

       LIST-OVERRIDES.
           MOVE PR-NUMBER TO CO-NUMBER.
           MOVE SPACE TO CO-CATEGORY.
           MOVE ZERO TO OVERRIDE-COUNT.
           DISPLAY " ".
           DISPLAY "Overrides for project:".
           DISPLAY PR-NUMBER.
           START CAPEX-OVERRIDE-FILE KEY IS NOT LESS THAN CO-KEY
               INVALID KEY MOVE SPACE TO CO-NUMBER.
           PERFORM LIST-ONE-OVERRIDE
               UNTIL CO-NUMBER NOT = PR-NUMBER.
           IF OVERRIDE-COUNT = ZERO
               DISPLAY "No overrides, category classes apply".

       LIST-ONE-OVERRIDE.
           READ CAPEX-OVERRIDE-FILE NEXT
               AT END MOVE SPACE TO CO-NUMBER.
           IF CO-NUMBER = PR-NUMBER
               ADD 1 TO OVERRIDE-COUNT
               DISPLAY CO-CATEGORY " - " CO-CAPEX-FLAG.

       GET-OVERRIDE-CLASS.
           DISPLAY "Category " CG-CODE " " CG-NAME
               " class " CG-CAPEX-FLAG.
           DISPLAY "Class on this project (C/O, blank removes):".
           ACCEPT ACCEPT-CAPEX-FLAG.
           MOVE PR-NUMBER TO CO-NUMBER.
           MOVE ACCEPT-CATEGORY TO CO-CATEGORY.
           IF ACCEPT-CAPEX-FLAG = "C" OR ACCEPT-CAPEX-FLAG = "O"
               READ CAPEX-OVERRIDE-FILE
                   INVALID KEY
                       MOVE ACCEPT-CAPEX-FLAG TO CO-CAPEX-FLAG
                       WRITE CAPEX-OVERRIDE-RECORD
                           INVALID KEY
                               DISPLAY "Error adding override"
                               MOVE "GET-OVERRIDE-CLASS" TO EQ-PARAGRAPH
                               MOVE "CAPEX-OVERRIDE-FILE" TO EQ-FILE
                               MOVE CO-KEY TO EQ-KEY
                               MOVE CAPOVR-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-WRITE
                   NOT INVALID KEY
                       MOVE ACCEPT-CAPEX-FLAG TO CO-CAPEX-FLAG
                       REWRITE CAPEX-OVERRIDE-RECORD
                           INVALID KEY
                               DISPLAY "Error updating override"
                               MOVE "GET-OVERRIDE-CLASS" TO EQ-PARAGRAPH
                               MOVE "CAPEX-OVERRIDE-FILE" TO EQ-FILE
                               MOVE CO-KEY TO EQ-KEY
                               MOVE CAPOVR-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
               END-READ
               DISPLAY "Override saved."
           ELSE
               DELETE CAPEX-OVERRIDE-FILE
                   INVALID KEY DISPLAY "No override to remove"
                   NOT INVALID KEY DISPLAY "Override removed.".
