      * list of codes like LABR,
      * MATL, EXTN and TRVL that
      * cost lines are coded
      * against, each classed as
      * capital (C) or operating
      * (O) expenditure for the
      * capitalisation run
      * (CAPITAL); CAPXADD
      * overrides the class per
      * project. Control is
      * returned to calling
      * program.
      ****************************
       WORKING-STORAGE SECTION.
       77  ACCEPT-CODE          PIC X(4)       VALUE SPACE.
       77  ACCEPT-NAME          PIC X(20)      VALUE SPACE.
       77  ACCEPT-CAPEX-FLAG    PIC X          VALUE SPACE.
       77  CATEG-FILE-STATUS    PIC XX         VALUE SPACE.

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "CATADD".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       ADD-CATEGORY.
           DISPLAY "Enter category name:".
           ACCEPT ACCEPT-NAME.
           PERFORM GET-CAPEX-FLAG.
           MOVE ACCEPT-CODE TO CG-CODE.
           MOVE ACCEPT-NAME TO CG-NAME.
           MOVE ACCEPT-CAPEX-FLAG TO CG-CAPEX-FLAG.
           WRITE CATEGORY-RECORD
               INVALID KEY
                   DISPLAY "Error adding category"
                   MOVE "ADD-CATEGORY" TO EQ-PARAGRAPH
                   MOVE "CATEGORY-FILE" TO EQ-FILE
                   MOVE CG-CODE TO EQ-KEY
                   MOVE CATEG-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Category added.".

       UPDATE-CATEGORY.
           DISPLAY "Current name: " CG-NAME.
           DISPLAY "Current class: " CG-CAPEX-FLAG.
           DISPLAY "Enter new name:".
           ACCEPT ACCEPT-NAME.
           PERFORM GET-CAPEX-FLAG.
           MOVE ACCEPT-NAME TO CG-NAME.
           MOVE ACCEPT-CAPEX-FLAG TO CG-CAPEX-FLAG.
           REWRITE CATEGORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating category"
                   MOVE "UPDATE-CATEGORY" TO EQ-PARAGRAPH
                   MOVE "CATEGORY-FILE" TO EQ-FILE
                   MOVE CG-CODE TO EQ-KEY
                   MOVE CATEG-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           DISPLAY "Category updated.".

       GET-CAPEX-FLAG.
           DISPLAY "Capital or operating expenditure? (C/O):".
           ACCEPT ACCEPT-CAPEX-FLAG.
           IF ACCEPT-CAPEX-FLAG NOT = "C"
               MOVE "O" TO ACCEPT-CAPEX-FLAG.
