       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTREOR.

      ****************************
      * Supervised department
      * reorganisation run. The
      * old-code to new-code
      * pairs are read from
      * DEPTMAP.TXT and checked
      * first (old code known in
      * DEPARTMENT-FILE, no code
      * mapped twice, no chains);
      * any error stops the run
      * before anything changes.
      * The operator gives the
      * effective date and says
      * whether history and
      * archive move too. In one
      * pass every file carrying
      * a department code is then
      * brought onto the new
      * codes: projects, staff,
      * benefits, reviews, what-
      * if scenarios, resource
      * requests (unfilled ones
      * re-routed to the new
      * department's manager),
      * and the GL mapping,
      * overhead pool and
      * contingency pool rows,
      * which are keyed on the
      * department and so are
      * rewritten under the new
      * key (pool balances are
      * added together). Rows
      * that record the past keep
      * their department: closed
      * projects ended before the
      * effective date, overhead
      * pools for earlier
      * periods, completed
      * reviews and decided
      * requests dated before it.
      * New codes missing from
      * DEPARTMENT-FILE are
      * created from the old
      * department and the
      * retired codes are set
      * inactive. Called with a
      * run mode: P previews and
      * changes nothing, anything
      * else runs for real with
      * an AUDIT-FILE entry per
      * changed record. Either
      * way every change is
      * listed in DEPT_REORG.TXT.
      * Reached through a
      * supervisor-only menu
      * option. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCDEPTMAP.COB".
           COPY "FCDEPT.COB".
           COPY "FCPROJECT.COB".
           COPY "FCEMPLOYEE.COB".
           COPY "FCHISTORY.COB".
           COPY "FCARCHIVE.COB".
           COPY "FCGLMAP.COB".
           COPY "FCOVHPOOL.COB".
           COPY "FCCONTPL.COB".
           COPY "FCBENEFIT.COB".
           COPY "FCREVIEW.COB".
           COPY "FCSCENAR.COB".
           COPY "FCRESREQ.COB".
           COPY "FCAUDIT.COB".
           SELECT PRINT-FILE ASSIGN TO "DEPT_REORG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDDEPTMAP.COB".
           COPY "FDDEPT.COB".
           COPY "FDPROJECT.COB".
           COPY "FDEMPLOYEE.COB".
           COPY "FDHISTORY.COB".
           COPY "FDARCHIVE.COB".
           COPY "FDGLMAP.COB".
           COPY "FDOVHPOOL.COB".
           COPY "FDCONTPL.COB".
           COPY "FDBENEFIT.COB".
           COPY "FDREVIEW.COB".
           COPY "FDSCENAR.COB".
           COPY "FDRESREQ.COB".
           COPY "FDAUDIT.COB".

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  DEPTMAP-FILE-STATUS  PIC XX         VALUE SPACE.
       77  GLMAP-FILE-STATUS    PIC XX         VALUE SPACE.
       77  OVHPOOL-FILE-STATUS  PIC XX         VALUE SPACE.
       77  CONTPL-FILE-STATUS   PIC XX         VALUE SPACE.
       77  BENEFIT-FILE-STATUS  PIC XX         VALUE SPACE.
       77  REVIEW-FILE-STATUS   PIC XX         VALUE SPACE.
       77  SCENARIO-FILE-STATUS PIC XX         VALUE SPACE.
       77  RESREQ-FILE-STATUS   PIC XX         VALUE SPACE.
       77  ACCEPT-ANSWER        PIC X          VALUE SPACE.
       77  ACCEPT-DATE-TEXT     PIC X(10)      VALUE SPACE.
       77  ACCEPT-DATE-NUM      PIC 9(8)       VALUE ZERO.
       77  EFFECTIVE-DATE       PIC 9(8)       VALUE ZERO.
       77  EFFECTIVE-PERIOD     PIC 9(6)       VALUE ZERO.
       77  ROW-DATE             PIC 9(8)       VALUE ZERO.
       77  LOOKUP-CODE          PIC X(10)      VALUE SPACE.
       77  MAPPED-CODE          PIC X(10)      VALUE SPACE.
       77  ENTRY-NO             PIC 9(3)       VALUE ZERO.
       77  MAP-LINE-NO          PIC 9(5)       VALUE ZERO.
       77  MAP-ERROR-COUNT      PIC 9(5)       VALUE ZERO.
       77  CHANGED-COUNT        PIC 9(7)       VALUE ZERO.
       77  KEPT-COUNT           PIC 9(7)       VALUE ZERO.
       77  CLASH-COUNT          PIC 9(7)       VALUE ZERO.
       77  OLD-POOL-BALANCE     PIC S9(10)V99  VALUE ZERO.
       77  SHOW-MONEY           PIC Z(10)9.99- VALUE ZERO.
       77  SHOW-SEQ             PIC 9(4)       VALUE ZERO.

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
       01  PREVIEW-MODE-SW      PIC X          VALUE "N".
           88  PREVIEW-MODE                    VALUE "Y".
       01  VALID-DATA-SW        PIC X          VALUE "N".
           88  VALID-DATA                      VALUE "Y".
       01  INCLUDE-HISTORY-SW   PIC X          VALUE "N".
           88  INCLUDE-HISTORY                 VALUE "Y".
       01  MAPPED-SW            PIC X          VALUE "N".
           88  CODE-IS-MAPPED                  VALUE "Y".
       01  DEPT-MAP-FILE-SW     PIC X          VALUE "N".
           88  DEPT-MAP-FILE-AT-END            VALUE "Y".
       01  SCAN-END-SW          PIC X          VALUE "N".
           88  SCAN-AT-END                     VALUE "Y".
       01  TARGET-EXISTS-SW     PIC X          VALUE "N".
           88  TARGET-EXISTS                   VALUE "Y".

       01  CURRENT-DATE.
           05  CD-YEAR              PIC 9(4).
           05  CD-MONTH             PIC 9(2).
           05  CD-DAY               PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                    PIC 9(8).

       01  MAP-TABLE.
           05  MAP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON MAP-COUNT
                   INDEXED BY MAP-IDX.
               10  MP-OLD-CODE      PIC X(10).
               10  MP-NEW-CODE      PIC X(10).
       77  MAP-COUNT                PIC 9(3)    VALUE ZERO.

       01  SAVED-GL-MAP-RECORD      PIC X(34)   VALUE SPACE.
       01  SAVED-OVERHEAD-RECORD    PIC X(78)   VALUE SPACE.

       01  AUDIT-TIMESTAMP.
           05  AU-TS-DATE           PIC 9(8).
           05  AU-TS-TIME           PIC 9(8).

       01  AUDIT-CHANGE-INFO.
           05  AU-CHANGED-FIELD     PIC X(20)   VALUE SPACE.
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  HEADER-LINE.
           05  FILLER         PIC X(44)  VALUE
               "Handle Project - Department reorganisation".
           05  HL-MODE        PIC X(30)  VALUE SPACE.
           05  FILLER         PIC X(6)   VALUE "Date: ".
           05  HL-DATE        PIC 9(8).

       01  OPTIONS-LINE.
           05  FILLER         PIC X(16)  VALUE "Effective date: ".
           05  OL-DATE        PIC 9(8).
           05  FILLER         PIC X(28)
               VALUE "   History and archive: ".
           05  OL-HISTORY     PIC X(3).

       01  MAP-ERROR-LINE.
           05  FILLER         PIC X(11)  VALUE "ERROR line ".
           05  ME-LINE-NO     PIC Z(4)9.
           05  FILLER         PIC X(2)   VALUE ": ".
           05  ME-OLD-CODE    PIC X(10).
           05  FILLER         PIC X(4)   VALUE " -> ".
           05  ME-NEW-CODE    PIC X(10).
           05  FILLER         PIC X(2)   VALUE SPACE.
           05  ME-MESSAGE     PIC X(50).

       01  CHANGE-HEADING-LINE.
           05  FILLER         PIC X(15)  VALUE "FILE".
           05  FILLER         PIC X(41)  VALUE "KEY".
           05  FILLER         PIC X(21)  VALUE "FIELD".
           05  FILLER         PIC X(15)  VALUE "OLD VALUE".
           05  FILLER         PIC X(15)  VALUE "NEW VALUE".

       01  CHANGE-LINE.
           05  CL-FILE        PIC X(14).
           05  FILLER         PIC X      VALUE SPACE.
           05  CL-KEY         PIC X(40).
           05  FILLER         PIC X      VALUE SPACE.
           05  CL-FIELD       PIC X(20).
           05  FILLER         PIC X      VALUE SPACE.
           05  CL-OLD-VALUE   PIC X(14).
           05  FILLER         PIC X      VALUE SPACE.
           05  CL-NEW-VALUE   PIC X(14).
           05  FILLER         PIC X      VALUE SPACE.
           05  CL-NOTE        PIC X(25)  VALUE SPACE.

       01  SUMMARY-LINE.
           05  FILLER         PIC X(18)  VALUE "Records changed:".
           05  SL-CHANGED     PIC Z(6)9.
           05  FILLER         PIC X(34)
               VALUE "   Kept (before effective date):".
           05  SL-KEPT        PIC Z(6)9.
           05  FILLER         PIC X(28)
               VALUE "   Not moved (key in use):".
           05  SL-CLASHES     PIC Z(6)9.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "DEPTREOR".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  RUN-MODE-PARM        PIC X.
       01  OPERATOR-ID-PARM     PIC X(10).

       PROCEDURE DIVISION USING RUN-MODE-PARM OPERATOR-ID-PARM.

       IF RUN-MODE-PARM = "P"
           SET PREVIEW-MODE TO TRUE
       ELSE
           MOVE "N" TO PREVIEW-MODE-SW.
       PERFORM INIT-PROGRAM.
       PERFORM LOAD-DEPT-MAP.
       IF MAP-ERROR-COUNT NOT = ZERO
           DISPLAY MAP-ERROR-COUNT " error(s) in DEPTMAP.TXT,"
               " nothing changed - see DEPT_REORG.TXT."
       ELSE IF MAP-COUNT = ZERO
           DISPLAY "No department codes to reorganise in DEPTMAP.TXT."
       ELSE
           PERFORM GET-RUN-OPTIONS
           IF NOT CANCEL-ADD
               PERFORM REORGANISE-ALL-FILES.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE "N" TO CANCEL-ADD-SW.
           MOVE ZERO TO MAP-COUNT.
           MOVE ZERO TO MAP-ERROR-COUNT.
           MOVE ZERO TO CHANGED-COUNT.
           MOVE ZERO TO KEPT-COUNT.
           MOVE ZERO TO CLASH-COUNT.
           OPEN I-O DEPARTMENT-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF PREVIEW-MODE
               MOVE "  PREVIEW - nothing changed" TO HL-MODE
           ELSE
               MOVE SPACE TO HL-MODE.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.

       PROGRAM-CLEANUP.
           CLOSE DEPARTMENT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE PRINT-FILE.

      *----------------------------------------------------------
      * Mapping file
      *----------------------------------------------------------
       LOAD-DEPT-MAP.
           MOVE ZERO TO MAP-LINE-NO.
           OPEN INPUT DEPT-MAP-FILE.
           IF DEPTMAP-FILE-STATUS NOT = "00"
               MOVE SPACE TO ME-OLD-CODE
               MOVE SPACE TO ME-NEW-CODE
               MOVE "DEPTMAP.TXT not found" TO ME-MESSAGE
               PERFORM WRITE-MAP-ERROR
           ELSE
               MOVE "N" TO DEPT-MAP-FILE-SW
               PERFORM LOAD-ONE-MAPPING
                   UNTIL DEPT-MAP-FILE-AT-END
               CLOSE DEPT-MAP-FILE
               PERFORM CHECK-ONE-CHAIN
                   VARYING ENTRY-NO FROM 1 BY 1
                       UNTIL ENTRY-NO > MAP-COUNT.

       LOAD-ONE-MAPPING.
           READ DEPT-MAP-FILE
               AT END SET DEPT-MAP-FILE-AT-END TO TRUE.
           IF NOT DEPT-MAP-FILE-AT-END
               ADD 1 TO MAP-LINE-NO.
           IF NOT DEPT-MAP-FILE-AT-END
              AND RO-OLD-CODE NOT = SPACE
               MOVE RO-OLD-CODE TO ME-OLD-CODE
               MOVE RO-NEW-CODE TO ME-NEW-CODE
               MOVE RO-OLD-CODE TO LOOKUP-CODE
               PERFORM FIND-MAPPING
               MOVE RO-OLD-CODE TO DM-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY MOVE SPACE TO DM-CODE
               END-READ
               IF RO-NEW-CODE = SPACE
                  OR RO-NEW-CODE = RO-OLD-CODE
                   MOVE "New code missing or same as old code"
                       TO ME-MESSAGE
                   PERFORM WRITE-MAP-ERROR
               ELSE IF DM-CODE = SPACE
                   MOVE "Old code not in the department file"
                       TO ME-MESSAGE
                   PERFORM WRITE-MAP-ERROR
               ELSE IF CODE-IS-MAPPED
                   MOVE "Old code is mapped more than once"
                       TO ME-MESSAGE
                   PERFORM WRITE-MAP-ERROR
               ELSE IF MAP-COUNT NOT < 200
                   MOVE "More than 200 codes in one run"
                       TO ME-MESSAGE
                   PERFORM WRITE-MAP-ERROR
               ELSE
                   ADD 1 TO MAP-COUNT
                   MOVE RO-OLD-CODE TO MP-OLD-CODE (MAP-COUNT)
                   MOVE RO-NEW-CODE TO MP-NEW-CODE (MAP-COUNT).

      *    A new code that is itself being retired would leave
      *    records on a code that is set inactive in the same run.
       CHECK-ONE-CHAIN.
           MOVE MP-NEW-CODE (ENTRY-NO) TO LOOKUP-CODE.
           PERFORM FIND-MAPPING.
           IF CODE-IS-MAPPED
               MOVE ZERO TO MAP-LINE-NO
               MOVE MP-OLD-CODE (ENTRY-NO) TO ME-OLD-CODE
               MOVE MP-NEW-CODE (ENTRY-NO) TO ME-NEW-CODE
               MOVE "New code is also being retired"
                   TO ME-MESSAGE
               PERFORM WRITE-MAP-ERROR.

       WRITE-MAP-ERROR.
           ADD 1 TO MAP-ERROR-COUNT.
           MOVE MAP-LINE-NO TO ME-LINE-NO.
           WRITE PRINT-LINE FROM MAP-ERROR-LINE.

       FIND-MAPPING.
           MOVE "N" TO MAPPED-SW.
           MOVE SPACE TO MAPPED-CODE.
           IF MAP-COUNT > ZERO
              AND LOOKUP-CODE NOT = SPACE
               SET MAP-IDX TO 1
               SEARCH MAP-ENTRY
                   AT END MOVE "N" TO MAPPED-SW
                   WHEN MP-OLD-CODE (MAP-IDX) = LOOKUP-CODE
                       SET CODE-IS-MAPPED TO TRUE
                       MOVE MP-NEW-CODE (MAP-IDX) TO MAPPED-CODE.

      *----------------------------------------------------------
      * Operator options
      *----------------------------------------------------------
       GET-RUN-OPTIONS.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*  Department reorganisation   *".
           DISPLAY "********************************".
           DISPLAY MAP-COUNT " department code(s) to retire.".
           MOVE "N" TO VALID-DATA-SW.
           PERFORM GET-EFFECTIVE-DATE
               UNTIL VALID-DATA.
           MOVE ACCEPT-DATE-NUM TO EFFECTIVE-DATE.
           COMPUTE EFFECTIVE-PERIOD = EFFECTIVE-DATE / 100.
           DISPLAY "Move history and archive as well? (Y/N):".
           ACCEPT ACCEPT-ANSWER.
           IF ACCEPT-ANSWER = "Y"
               SET INCLUDE-HISTORY TO TRUE
           ELSE
               MOVE "N" TO INCLUDE-HISTORY-SW.
           IF NOT PREVIEW-MODE
               DISPLAY "Reorganise the departments now? (Y/N):"
               ACCEPT ACCEPT-ANSWER
               IF ACCEPT-ANSWER NOT = "Y"
                   DISPLAY "Nothing changed."
                   SET CANCEL-ADD TO TRUE.

       GET-EFFECTIVE-DATE.
           DISPLAY "Enter the effective date (YYYYMMDD):".
           ACCEPT ACCEPT-DATE-TEXT.
           CALL "DATEOK" USING VALID-DATA-SW
                               ACCEPT-DATE-TEXT
                               ACCEPT-DATE-NUM.
           IF NOT VALID-DATA
               DISPLAY "Wrong date format."
               DISPLAY "Format should be: YYYYMMDD"
               DISPLAY " ... try again.".

      *----------------------------------------------------------
      * The run itself
      *----------------------------------------------------------
       REORGANISE-ALL-FILES.
           MOVE EFFECTIVE-DATE TO OL-DATE.
           IF INCLUDE-HISTORY
               MOVE "Yes" TO OL-HISTORY
           ELSE
               MOVE "No" TO OL-HISTORY.
           WRITE PRINT-LINE FROM OPTIONS-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM CHANGE-HEADING-LINE.
           PERFORM OPEN-ONE-NEW-DEPARTMENT
               VARYING ENTRY-NO FROM 1 BY 1
                   UNTIL ENTRY-NO > MAP-COUNT.
           PERFORM REORGANISE-PROJECTS.
           PERFORM REORGANISE-EMPLOYEES.
           PERFORM REORGANISE-BENEFITS.
           PERFORM REORGANISE-REVIEWS.
           PERFORM REORGANISE-SCENARIOS.
           PERFORM REORGANISE-RESOURCE-REQUESTS.
           PERFORM REORGANISE-GL-MAP.
           PERFORM REORGANISE-OVERHEAD-POOLS.
           PERFORM REORGANISE-CONTINGENCY-POOLS.
           IF INCLUDE-HISTORY
               PERFORM REORGANISE-HISTORY
               PERFORM REORGANISE-ARCHIVE.
           PERFORM RETIRE-ONE-OLD-DEPARTMENT
               VARYING ENTRY-NO FROM 1 BY 1
                   UNTIL ENTRY-NO > MAP-COUNT.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE CHANGED-COUNT TO SL-CHANGED.
           MOVE KEPT-COUNT TO SL-KEPT.
           MOVE CLASH-COUNT TO SL-CLASHES.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
           IF PREVIEW-MODE
               DISPLAY "Preview: " CHANGED-COUNT
                   " record(s) would change, see DEPT_REORG.TXT."
           ELSE
               DISPLAY "Changed " CHANGED-COUNT
                   " record(s), see DEPT_REORG.TXT.".
           IF CLASH-COUNT NOT = ZERO
               DISPLAY CLASH-COUNT " keyed row(s) not moved because"
                   " the new key is already in use.".

      *    The caller has set AU-OPERATION, AU-FILE, AU-KEY and the
      *    change info. The report line is written in both modes,
      *    the audit entry only when records are really changed.
       RECORD-CHANGE.
           ADD 1 TO CHANGED-COUNT.
           MOVE AU-FILE TO CL-FILE.
           MOVE AU-KEY TO CL-KEY.
           MOVE AU-CHANGED-FIELD TO CL-FIELD.
           MOVE AU-BEFORE-VALUE TO CL-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO CL-NEW-VALUE.
           MOVE SPACE TO CL-NOTE.
           WRITE PRINT-LINE FROM CHANGE-LINE.
           IF PREVIEW-MODE
               MOVE SPACE TO AUDIT-CHANGE-INFO
           ELSE
               PERFORM WRITE-AUDIT-RECORD.

       RECORD-CLASH.
           ADD 1 TO CLASH-COUNT.
           MOVE AU-FILE TO CL-FILE.
           MOVE AU-KEY TO CL-KEY.
           MOVE AU-CHANGED-FIELD TO CL-FIELD.
           MOVE AU-BEFORE-VALUE TO CL-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO CL-NEW-VALUE.
           MOVE "NOT MOVED - key in use" TO CL-NOTE.
           WRITE PRINT-LINE FROM CHANGE-LINE.
           MOVE SPACE TO AUDIT-CHANGE-INFO.

       SET-CODE-CHANGE.
           MOVE LOOKUP-CODE TO AU-BEFORE-VALUE.
           MOVE MAPPED-CODE TO AU-AFTER-VALUE.

      *----------------------------------------------------------
      * Department master
      *----------------------------------------------------------
       OPEN-ONE-NEW-DEPARTMENT.
           MOVE MP-NEW-CODE (ENTRY-NO) TO DM-CODE.
           READ DEPARTMENT-FILE
               INVALID KEY MOVE SPACE TO DM-CODE.
           IF DM-CODE = SPACE
               MOVE MP-OLD-CODE (ENTRY-NO) TO DM-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY CONTINUE
               END-READ
               MOVE MP-NEW-CODE (ENTRY-NO) TO DM-CODE
               SET DM-ACTIVE TO TRUE
               IF NOT PREVIEW-MODE
                   WRITE DEPARTMENT-RECORD
                       INVALID KEY
                           DISPLAY "Error adding department "
                               DM-CODE
                           MOVE "OPEN-ONE-NEW-DEPARTMENT"
                               TO EQ-PARAGRAPH
                           MOVE "DEPARTMENT-FILE" TO EQ-FILE
                           MOVE DM-CODE TO EQ-KEY
                           MOVE "22" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-WRITE
               END-IF
               MOVE "WRITE" TO AU-OPERATION
               MOVE "DM-CODE" TO AU-CHANGED-FIELD
               MOVE MP-OLD-CODE (ENTRY-NO) TO AU-BEFORE-VALUE
               MOVE MP-NEW-CODE (ENTRY-NO) TO AU-AFTER-VALUE
               PERFORM RECORD-DEPARTMENT-CHANGE
           ELSE IF DM-INACTIVE
               SET DM-ACTIVE TO TRUE
               IF NOT PREVIEW-MODE
                   REWRITE DEPARTMENT-RECORD
                       INVALID KEY
                           DISPLAY "Error updating department "
                               DM-CODE
                           MOVE "OPEN-ONE-NEW-DEPARTMENT"
                               TO EQ-PARAGRAPH
                           MOVE "DEPARTMENT-FILE" TO EQ-FILE
                           MOVE DM-CODE TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
               END-IF
               MOVE "REWRITE" TO AU-OPERATION
               MOVE "DM-ACTIVE-FLAG" TO AU-CHANGED-FIELD
               MOVE "I" TO AU-BEFORE-VALUE
               MOVE "A" TO AU-AFTER-VALUE
               PERFORM RECORD-DEPARTMENT-CHANGE.

       RETIRE-ONE-OLD-DEPARTMENT.
           MOVE MP-OLD-CODE (ENTRY-NO) TO DM-CODE.
           READ DEPARTMENT-FILE
               INVALID KEY MOVE SPACE TO DM-CODE.
           IF DM-CODE NOT = SPACE
              AND DM-ACTIVE
               SET DM-INACTIVE TO TRUE
               IF NOT PREVIEW-MODE
                   REWRITE DEPARTMENT-RECORD
                       INVALID KEY
                           DISPLAY "Error updating department "
                               DM-CODE
                           MOVE "RETIRE-ONE-OLD-DEPARTMENT"
                               TO EQ-PARAGRAPH
                           MOVE "DEPARTMENT-FILE" TO EQ-FILE
                           MOVE DM-CODE TO EQ-KEY
                           MOVE "23" TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
               END-IF
               MOVE "REWRITE" TO AU-OPERATION
               MOVE "DM-ACTIVE-FLAG" TO AU-CHANGED-FIELD
               MOVE "A" TO AU-BEFORE-VALUE
               MOVE "I" TO AU-AFTER-VALUE
               PERFORM RECORD-DEPARTMENT-CHANGE.

       RECORD-DEPARTMENT-CHANGE.
           MOVE "DEPARTMENT" TO AU-FILE.
           MOVE DM-CODE TO AU-KEY.
           PERFORM RECORD-CHANGE.

      *----------------------------------------------------------
      * Files where the department is an ordinary field
      *----------------------------------------------------------
       REORGANISE-PROJECTS.
           OPEN I-O PROJECT-FILE.
           MOVE "N" TO SCAN-END-SW.
           MOVE LOW-VALUE TO PR-NUMBER.
           START PROJECT-FILE KEY IS NOT LESS THAN PR-NUMBER
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM MOVE-ONE-PROJECT
               UNTIL SCAN-AT-END.
           CLOSE PROJECT-FILE.

       MOVE-ONE-PROJECT.
           READ PROJECT-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE PR-DEPT-CODE TO LOOKUP-CODE
               PERFORM FIND-MAPPING
               IF CODE-IS-MAPPED
                   MOVE MAPPED-CODE TO PR-DEPT-CODE
                   IF NOT PREVIEW-MODE
                       REWRITE PROJECT-RECORD
                           INVALID KEY
                               DISPLAY "Error updating project "
                                   PR-NUMBER
                               MOVE "MOVE-ONE-PROJECT" TO EQ-PARAGRAPH
                               MOVE "PROJECT-FILE" TO EQ-FILE
                               MOVE PR-NUMBER TO EQ-KEY
                               MOVE "23" TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
                   END-IF
                   MOVE "REWRITE" TO AU-OPERATION
                   MOVE "PROJECT-FILE" TO AU-FILE
                   MOVE PR-NUMBER TO AU-KEY
                   MOVE "PR-DEPT-CODE" TO AU-CHANGED-FIELD
                   PERFORM SET-CODE-CHANGE
                   PERFORM RECORD-CHANGE.

       REORGANISE-EMPLOYEES.
           OPEN I-O EMPLOYEE-FILE.
           MOVE "N" TO SCAN-END-SW.
           MOVE LOW-VALUE TO EM-EMPLOYEE-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EM-EMPLOYEE-ID
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM MOVE-ONE-EMPLOYEE
               UNTIL SCAN-AT-END.
           CLOSE EMPLOYEE-FILE.

       MOVE-ONE-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE EM-DEPT-CODE TO LOOKUP-CODE
               PERFORM FIND-MAPPING
               IF CODE-IS-MAPPED
                   MOVE MAPPED-CODE TO EM-DEPT-CODE
                   IF NOT PREVIEW-MODE
                       REWRITE EMPLOYEE-RECORD
                           INVALID KEY
                               DISPLAY "Error updating employee "
                                   EM-EMPLOYEE-ID
                               MOVE "MOVE-ONE-EMPLOYEE" TO EQ-PARAGRAPH
                               MOVE "EMPLOYEE-FILE" TO EQ-FILE
                               MOVE EM-EMPLOYEE-ID TO EQ-KEY
                               MOVE "23" TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
                   END-IF
                   MOVE "REWRITE" TO AU-OPERATION
                   MOVE "EMPLOYEE-FILE" TO AU-FILE
                   MOVE EM-EMPLOYEE-ID TO AU-KEY
                   MOVE "EM-DEPT-CODE" TO AU-CHANGED-FIELD
                   PERFORM SET-CODE-CHANGE
                   PERFORM RECORD-CHANGE.

       REORGANISE-BENEFITS.
           OPEN I-O BENEFIT-FILE.
           IF BENEFIT-FILE-STATUS = "00"
               MOVE "N" TO SCAN-END-SW
               MOVE LOW-VALUE TO BN-KEY
               START BENEFIT-FILE KEY IS NOT LESS THAN BN-KEY
                   INVALID KEY SET SCAN-AT-END TO TRUE
               END-START
               PERFORM MOVE-ONE-BENEFIT
                   UNTIL SCAN-AT-END.
           IF BENEFIT-FILE-STATUS NOT = "35"
               CLOSE BENEFIT-FILE.

       MOVE-ONE-BENEFIT.
           READ BENEFIT-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE BN-DEPT-CODE TO LOOKUP-CODE
               PERFORM FIND-MAPPING
               IF CODE-IS-MAPPED
                   MOVE MAPPED-CODE TO BN-DEPT-CODE
                   IF NOT PREVIEW-MODE
                       REWRITE BENEFIT-RECORD
                           INVALID KEY
                               DISPLAY "Error updating benefit "
                                   BN-NUMBER
                               MOVE "MOVE-ONE-BENEFIT" TO EQ-PARAGRAPH
                               MOVE "BENEFIT-FILE" TO EQ-FILE
                               MOVE BN-KEY TO EQ-KEY
                               MOVE BENEFIT-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
                   END-IF
                   MOVE "REWRITE" TO AU-OPERATION
                   MOVE "BENEFIT" TO AU-FILE
                   MOVE BN-SEQ TO SHOW-SEQ
                   MOVE SPACE TO AU-KEY
                   STRING FUNCTION TRIM(BN-NUMBER) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          SHOW-SEQ DELIMITED BY SIZE
                          INTO AU-KEY
                   MOVE "BN-DEPT-CODE" TO AU-CHANGED-FIELD
                   PERFORM SET-CODE-CHANGE
                   PERFORM RECORD-CHANGE.

       REORGANISE-REVIEWS.
           OPEN I-O REVIEW-FILE.
           IF REVIEW-FILE-STATUS = "00"
               MOVE "N" TO SCAN-END-SW
               MOVE LOW-VALUE TO RV-NUMBER
               START REVIEW-FILE KEY IS NOT LESS THAN RV-NUMBER
                   INVALID KEY SET SCAN-AT-END TO TRUE
               END-START
               PERFORM MOVE-ONE-REVIEW
                   UNTIL SCAN-AT-END.
           IF REVIEW-FILE-STATUS NOT = "35"
               CLOSE REVIEW-FILE.

       MOVE-ONE-REVIEW.
           READ REVIEW-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE RV-DEPT-CODE TO LOOKUP-CODE
               PERFORM FIND-MAPPING
               IF CODE-IS-MAPPED
                   IF RV-COMPLETED
                      AND RV-REVIEW-DATE < EFFECTIVE-DATE
                       ADD 1 TO KEPT-COUNT
                   ELSE
                       MOVE MAPPED-CODE TO RV-DEPT-CODE
                       IF NOT PREVIEW-MODE
                           REWRITE REVIEW-RECORD
                               INVALID KEY
                                   DISPLAY "Error updating review "
                                       RV-NUMBER
                                   MOVE "MOVE-ONE-REVIEW"
                                       TO EQ-PARAGRAPH
                                   MOVE "REVIEW-FILE" TO EQ-FILE
                                   MOVE RV-NUMBER TO EQ-KEY
                                   MOVE REVIEW-FILE-STATUS TO EQ-STATUS
                                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                           END-REWRITE
                       END-IF
                       MOVE "REWRITE" TO AU-OPERATION
                       MOVE "REVIEW" TO AU-FILE
                       MOVE RV-NUMBER TO AU-KEY
                       MOVE "RV-DEPT-CODE" TO AU-CHANGED-FIELD
                       PERFORM SET-CODE-CHANGE
                       PERFORM RECORD-CHANGE.

       REORGANISE-SCENARIOS.
           OPEN I-O SCENARIO-FILE.
           IF SCENARIO-FILE-STATUS = "00"
               MOVE "N" TO SCAN-END-SW
               MOVE LOW-VALUE TO WI-KEY
               START SCENARIO-FILE KEY IS NOT LESS THAN WI-KEY
                   INVALID KEY SET SCAN-AT-END TO TRUE
               END-START
               PERFORM MOVE-ONE-SCENARIO-ROW
                   UNTIL SCAN-AT-END.
           IF SCENARIO-FILE-STATUS NOT = "35"
               CLOSE SCENARIO-FILE.

       MOVE-ONE-SCENARIO-ROW.
           READ SCENARIO-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE WI-DEPT-CODE TO LOOKUP-CODE
               PERFORM FIND-MAPPING
               IF CODE-IS-MAPPED
                   MOVE MAPPED-CODE TO WI-DEPT-CODE
                   IF NOT PREVIEW-MODE
                       REWRITE SCENARIO-RECORD
                           INVALID KEY
                               DISPLAY "Error updating scenario "
                                   WI-NAME
                               MOVE "MOVE-ONE-SCENARIO-ROW"
                                   TO EQ-PARAGRAPH
                               MOVE "SCENARIO-FILE" TO EQ-FILE
                               MOVE WI-KEY TO EQ-KEY
                               MOVE SCENARIO-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
                       END-REWRITE
                   END-IF
                   MOVE "REWRITE" TO AU-OPERATION
                   MOVE "SCENARIO" TO AU-FILE
                   MOVE WI-SEQ TO SHOW-SEQ
                   MOVE SPACE TO AU-KEY
                   STRING FUNCTION TRIM(WI-NAME) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          SHOW-SEQ DELIMITED BY SIZE
                          INTO AU-KEY
                   MOVE "WI-DEPT-CODE" TO AU-CHANGED-FIELD
                   PERFORM SET-CODE-CHANGE
                   PERFORM RECORD-CHANGE.

      *    Requests still waiting for a decision are re-routed to
      *    the manager of the new department.
       REORGANISE-RESOURCE-REQUESTS.
           OPEN I-O RESOURCE-REQUEST-FILE.
           IF RESREQ-FILE-STATUS = "00"
               MOVE "N" TO SCAN-END-SW
               MOVE LOW-VALUE TO RB-KEY
               START RESOURCE-REQUEST-FILE KEY IS NOT LESS THAN RB-KEY
                   INVALID KEY SET SCAN-AT-END TO TRUE
               END-START
               PERFORM MOVE-ONE-RESOURCE-REQUEST
                   UNTIL SCAN-AT-END.
           IF RESREQ-FILE-STATUS NOT = "35"
               CLOSE RESOURCE-REQUEST-FILE.

       MOVE-ONE-RESOURCE-REQUEST.
           READ RESOURCE-REQUEST-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE RB-DEPT-CODE TO LOOKUP-CODE
               PERFORM FIND-MAPPING
               IF CODE-IS-MAPPED
                   IF NOT RB-UNFILLED
                      AND RB-DECIDED-DATE < EFFECTIVE-DATE
                       ADD 1 TO KEPT-COUNT
                   ELSE
                       PERFORM REROUTE-RESOURCE-REQUEST.

       REROUTE-RESOURCE-REQUEST.
           MOVE MAPPED-CODE TO RB-DEPT-CODE.
           IF RB-UNFILLED
               MOVE MAPPED-CODE TO DM-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY MOVE SPACE TO DM-MANAGER-ID
               END-READ
               IF DM-MANAGER-ID NOT = SPACE
                   MOVE DM-MANAGER-ID TO RB-MANAGER-ID.
           IF NOT PREVIEW-MODE
               REWRITE RESOURCE-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "Error updating request "
                           RB-NUMBER
                       MOVE "REROUTE-RESOURCE-REQUEST" TO EQ-PARAGRAPH
                       MOVE "RESOURCE-REQUEST-FILE" TO EQ-FILE
                       MOVE RB-KEY TO EQ-KEY
                       MOVE RESREQ-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           MOVE "REWRITE" TO AU-OPERATION.
           MOVE "RESOURCE-REQ" TO AU-FILE.
           MOVE RB-SEQ TO SHOW-SEQ.
           MOVE SPACE TO AU-KEY.
           STRING FUNCTION TRIM(RB-NUMBER) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SHOW-SEQ DELIMITED BY SIZE
                  INTO AU-KEY.
           MOVE "RB-DEPT-CODE" TO AU-CHANGED-FIELD.
           PERFORM SET-CODE-CHANGE.
           PERFORM RECORD-CHANGE.

       REORGANISE-HISTORY.
           OPEN I-O HISTORY-FILE.
           MOVE "N" TO SCAN-END-SW.
           MOVE LOW-VALUE TO HI-NUMBER.
           START HISTORY-FILE KEY IS NOT LESS THAN HI-NUMBER
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM MOVE-ONE-HISTORY
               UNTIL SCAN-AT-END.
           CLOSE HISTORY-FILE.

       MOVE-ONE-HISTORY.
           READ HISTORY-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE HI-DEPT-CODE TO LOOKUP-CODE
               PERFORM FIND-MAPPING
               MOVE HI-ACTUAL-END-DATE TO ROW-DATE
               IF CODE-IS-MAPPED
                   IF ROW-DATE < EFFECTIVE-DATE
                       ADD 1 TO KEPT-COUNT
                   ELSE
                       MOVE MAPPED-CODE TO HI-DEPT-CODE
                       IF NOT PREVIEW-MODE
                           REWRITE HISTORY-RECORD
                               INVALID KEY
                                   DISPLAY "Error updating history "
                                       HI-NUMBER
                                   MOVE "MOVE-ONE-HISTORY"
                                       TO EQ-PARAGRAPH
                                   MOVE "HISTORY-FILE" TO EQ-FILE
                                   MOVE HI-NUMBER TO EQ-KEY
                                   MOVE "23" TO EQ-STATUS
                                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                           END-REWRITE
                       END-IF
                       MOVE "REWRITE" TO AU-OPERATION
                       MOVE "HISTORY-FILE" TO AU-FILE
                       MOVE HI-NUMBER TO AU-KEY
                       MOVE "HI-DEPT-CODE" TO AU-CHANGED-FIELD
                       PERFORM SET-CODE-CHANGE
                       PERFORM RECORD-CHANGE.

       REORGANISE-ARCHIVE.
           OPEN I-O ARCHIVE-FILE.
           MOVE "N" TO SCAN-END-SW.
           MOVE LOW-VALUE TO AR-NUMBER.
           START ARCHIVE-FILE KEY IS NOT LESS THAN AR-NUMBER
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM MOVE-ONE-ARCHIVE
               UNTIL SCAN-AT-END.
           CLOSE ARCHIVE-FILE.

       MOVE-ONE-ARCHIVE.
           READ ARCHIVE-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               MOVE AR-DEPT-CODE TO LOOKUP-CODE
               PERFORM FIND-MAPPING
               MOVE AR-ACTUAL-END-DATE TO ROW-DATE
               IF CODE-IS-MAPPED
                   IF ROW-DATE < EFFECTIVE-DATE
                       ADD 1 TO KEPT-COUNT
                   ELSE
                       MOVE MAPPED-CODE TO AR-DEPT-CODE
                       IF NOT PREVIEW-MODE
                           REWRITE ARCHIVE-RECORD
                               INVALID KEY
                                   DISPLAY "Error updating archive "
                                       AR-NUMBER
                                   MOVE "MOVE-ONE-ARCHIVE"
                                       TO EQ-PARAGRAPH
                                   MOVE "ARCHIVE-FILE" TO EQ-FILE
                                   MOVE AR-NUMBER TO EQ-KEY
                                   MOVE "23" TO EQ-STATUS
                                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
                           END-REWRITE
                       END-IF
                       MOVE "REWRITE" TO AU-OPERATION
                       MOVE "ARCHIVE-FILE" TO AU-FILE
                       MOVE AR-NUMBER TO AU-KEY
                       MOVE "AR-DEPT-CODE" TO AU-CHANGED-FIELD
                       PERFORM SET-CODE-CHANGE
                       PERFORM RECORD-CHANGE.

      *----------------------------------------------------------
      * Files keyed on the department: each row is written under
      * the new key and the old row deleted. The GL map is keyed on
      * company first, so the whole map is walked for each old
      * code, restarting with START after each row so that the
      * random READ of the new key does not lose the place.
      *----------------------------------------------------------
       REORGANISE-GL-MAP.
           OPEN I-O GL-MAP-FILE.
           IF GLMAP-FILE-STATUS = "00"
               PERFORM MOVE-GL-MAP-FOR-ONE-CODE
                   VARYING ENTRY-NO FROM 1 BY 1
                       UNTIL ENTRY-NO > MAP-COUNT.
           IF GLMAP-FILE-STATUS NOT = "35"
               CLOSE GL-MAP-FILE.

       MOVE-GL-MAP-FOR-ONE-CODE.
           MOVE "N" TO SCAN-END-SW.
           MOVE LOW-VALUE TO GM-KEY.
           START GL-MAP-FILE KEY IS NOT LESS THAN GM-KEY
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM MOVE-ONE-GL-MAP
               UNTIL SCAN-AT-END.

       MOVE-ONE-GL-MAP.
           READ GL-MAP-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               IF GM-DEPT-CODE = MP-OLD-CODE (ENTRY-NO)
                   PERFORM REKEY-GL-MAP-ROW
                   MOVE SAVED-GL-MAP-RECORD TO GL-MAP-RECORD
                   START GL-MAP-FILE KEY IS GREATER THAN GM-KEY
                       INVALID KEY SET SCAN-AT-END TO TRUE.

       REKEY-GL-MAP-ROW.
           MOVE GL-MAP-RECORD TO SAVED-GL-MAP-RECORD.
           MOVE "N" TO TARGET-EXISTS-SW.
           MOVE MP-NEW-CODE (ENTRY-NO) TO GM-DEPT-CODE.
           READ GL-MAP-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET TARGET-EXISTS TO TRUE.
           MOVE "GL-MAP-FILE" TO AU-FILE.
           MOVE SPACE TO AU-KEY.
           STRING GM-COMPANY-CODE DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(MP-OLD-CODE (ENTRY-NO))
                      DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  GM-CATEGORY DELIMITED BY SIZE
                  INTO AU-KEY.
           MOVE "GM-DEPT-CODE" TO AU-CHANGED-FIELD.
           MOVE MP-OLD-CODE (ENTRY-NO) TO AU-BEFORE-VALUE.
           MOVE MP-NEW-CODE (ENTRY-NO) TO AU-AFTER-VALUE.
           IF TARGET-EXISTS
               PERFORM RECORD-CLASH
           ELSE
               IF NOT PREVIEW-MODE
                   MOVE SAVED-GL-MAP-RECORD TO GL-MAP-RECORD
                   MOVE MP-NEW-CODE (ENTRY-NO) TO GM-DEPT-CODE
                   WRITE GL-MAP-RECORD
                       INVALID KEY
                           DISPLAY "Error adding GL mapping"
                           MOVE "REKEY-GL-MAP-ROW" TO EQ-PARAGRAPH
                           MOVE "GL-MAP-FILE" TO EQ-FILE
                           MOVE GM-KEY TO EQ-KEY
                           MOVE GLMAP-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-WRITE
                   MOVE SAVED-GL-MAP-RECORD TO GL-MAP-RECORD
                   DELETE GL-MAP-FILE
                       INVALID KEY
                           DISPLAY "Error removing GL mapping"
                           MOVE "REKEY-GL-MAP-ROW" TO EQ-PARAGRAPH
                           MOVE "GL-MAP-FILE" TO EQ-FILE
                           MOVE GM-KEY TO EQ-KEY
                           MOVE GLMAP-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-DELETE
               END-IF
               MOVE "REWRITE" TO AU-OPERATION
               PERFORM RECORD-CHANGE.

       REORGANISE-OVERHEAD-POOLS.
           OPEN I-O OVERHEAD-POOL-FILE.
           IF OVHPOOL-FILE-STATUS = "00"
               PERFORM MOVE-OVERHEAD-FOR-ONE-CODE
                   VARYING ENTRY-NO FROM 1 BY 1
                       UNTIL ENTRY-NO > MAP-COUNT.
           IF OVHPOOL-FILE-STATUS NOT = "35"
               CLOSE OVERHEAD-POOL-FILE.

       MOVE-OVERHEAD-FOR-ONE-CODE.
           MOVE "N" TO SCAN-END-SW.
           MOVE MP-OLD-CODE (ENTRY-NO) TO OP-DEPT-CODE.
           MOVE EFFECTIVE-PERIOD TO OP-PERIOD.
           START OVERHEAD-POOL-FILE KEY IS NOT LESS THAN OP-KEY
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM MOVE-ONE-OVERHEAD-POOL
               UNTIL SCAN-AT-END.
           PERFORM COUNT-KEPT-OVERHEAD-POOLS.

       MOVE-ONE-OVERHEAD-POOL.
           READ OVERHEAD-POOL-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               IF OP-DEPT-CODE NOT = MP-OLD-CODE (ENTRY-NO)
                   SET SCAN-AT-END TO TRUE
               ELSE
                   PERFORM REKEY-OVERHEAD-POOL-ROW
                   MOVE SAVED-OVERHEAD-RECORD TO OVERHEAD-POOL-RECORD
                   START OVERHEAD-POOL-FILE KEY IS GREATER THAN OP-KEY
                       INVALID KEY SET SCAN-AT-END TO TRUE.

       REKEY-OVERHEAD-POOL-ROW.
           MOVE OVERHEAD-POOL-RECORD TO SAVED-OVERHEAD-RECORD.
           MOVE "N" TO TARGET-EXISTS-SW.
           MOVE MP-NEW-CODE (ENTRY-NO) TO OP-DEPT-CODE.
           READ OVERHEAD-POOL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET TARGET-EXISTS TO TRUE.
           MOVE "OVERHEAD-POOL" TO AU-FILE.
           MOVE SPACE TO AU-KEY.
           STRING FUNCTION TRIM(MP-OLD-CODE (ENTRY-NO))
                      DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  OP-PERIOD DELIMITED BY SIZE
                  INTO AU-KEY.
           MOVE "OP-DEPT-CODE" TO AU-CHANGED-FIELD.
           MOVE MP-OLD-CODE (ENTRY-NO) TO AU-BEFORE-VALUE.
           MOVE MP-NEW-CODE (ENTRY-NO) TO AU-AFTER-VALUE.
           IF TARGET-EXISTS
               PERFORM RECORD-CLASH
           ELSE
               IF NOT PREVIEW-MODE
                   MOVE SAVED-OVERHEAD-RECORD TO OVERHEAD-POOL-RECORD
                   MOVE MP-NEW-CODE (ENTRY-NO) TO OP-DEPT-CODE
                   WRITE OVERHEAD-POOL-RECORD
                       INVALID KEY
                           DISPLAY "Error adding overhead pool"
                           MOVE "REKEY-OVERHEAD-POOL-ROW"
                               TO EQ-PARAGRAPH
                           MOVE "OVERHEAD-POOL-FILE" TO EQ-FILE
                           MOVE OP-KEY TO EQ-KEY
                           MOVE OVHPOOL-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-WRITE
                   MOVE SAVED-OVERHEAD-RECORD TO OVERHEAD-POOL-RECORD
                   DELETE OVERHEAD-POOL-FILE
                       INVALID KEY
                           DISPLAY "Error removing overhead pool"
                           MOVE "REKEY-OVERHEAD-POOL-ROW"
                               TO EQ-PARAGRAPH
                           MOVE "OVERHEAD-POOL-FILE" TO EQ-FILE
                           MOVE OP-KEY TO EQ-KEY
                           MOVE OVHPOOL-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-DELETE
               END-IF
               MOVE "REWRITE" TO AU-OPERATION
               PERFORM RECORD-CHANGE.

      *    Pools for periods before the effective date stay with
      *    the old department; they are only counted.
       COUNT-KEPT-OVERHEAD-POOLS.
           MOVE "N" TO SCAN-END-SW.
           MOVE MP-OLD-CODE (ENTRY-NO) TO OP-DEPT-CODE.
           MOVE ZERO TO OP-PERIOD.
           START OVERHEAD-POOL-FILE KEY IS NOT LESS THAN OP-KEY
               INVALID KEY SET SCAN-AT-END TO TRUE.
           PERFORM COUNT-ONE-KEPT-OVERHEAD-POOL
               UNTIL SCAN-AT-END.

       COUNT-ONE-KEPT-OVERHEAD-POOL.
           READ OVERHEAD-POOL-FILE NEXT
               AT END SET SCAN-AT-END TO TRUE.
           IF NOT SCAN-AT-END
               IF OP-DEPT-CODE NOT = MP-OLD-CODE (ENTRY-NO)
                  OR OP-PERIOD NOT < EFFECTIVE-PERIOD
                   SET SCAN-AT-END TO TRUE
               ELSE
                   ADD 1 TO KEPT-COUNT.

      *    The old pool balance is added to the new department's
      *    pool, which is opened if it does not exist yet.
       REORGANISE-CONTINGENCY-POOLS.
           OPEN I-O CONTINGENCY-POOL-FILE.
           IF CONTPL-FILE-STATUS = "00"
               PERFORM MOVE-ONE-CONTINGENCY-POOL
                   VARYING ENTRY-NO FROM 1 BY 1
                       UNTIL ENTRY-NO > MAP-COUNT.
           IF CONTPL-FILE-STATUS NOT = "35"
               CLOSE CONTINGENCY-POOL-FILE.

       MOVE-ONE-CONTINGENCY-POOL.
           MOVE MP-OLD-CODE (ENTRY-NO) TO CP-DEPT-CODE.
           READ CONTINGENCY-POOL-FILE
               INVALID KEY MOVE SPACE TO CP-DEPT-CODE.
           IF CP-DEPT-CODE NOT = SPACE
               MOVE CP-BALANCE TO OLD-POOL-BALANCE
               IF NOT PREVIEW-MODE
                   DELETE CONTINGENCY-POOL-FILE
                       INVALID KEY
                           DISPLAY "Error removing pool"
                           MOVE "MOVE-ONE-CONTINGENCY-POOL"
                               TO EQ-PARAGRAPH
                           MOVE "CONTINGENCY-POOL-FILE" TO EQ-FILE
                           MOVE CP-DEPT-CODE TO EQ-KEY
                           MOVE CONTPL-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-DELETE
               END-IF
               MOVE "DELETE" TO AU-OPERATION
               MOVE "CONTPOOL-FILE" TO AU-FILE
               MOVE MP-OLD-CODE (ENTRY-NO) TO AU-KEY
               MOVE "CP-BALANCE" TO AU-CHANGED-FIELD
               MOVE OLD-POOL-BALANCE TO SHOW-MONEY
               MOVE SHOW-MONEY TO AU-BEFORE-VALUE
               MOVE ZERO TO SHOW-MONEY
               MOVE SHOW-MONEY TO AU-AFTER-VALUE
               PERFORM RECORD-CHANGE
               PERFORM ADD-TO-NEW-CONTINGENCY-POOL.

       ADD-TO-NEW-CONTINGENCY-POOL.
           MOVE "N" TO TARGET-EXISTS-SW.
           MOVE MP-NEW-CODE (ENTRY-NO) TO CP-DEPT-CODE.
           READ CONTINGENCY-POOL-FILE
               INVALID KEY MOVE ZERO TO CP-BALANCE
               NOT INVALID KEY SET TARGET-EXISTS TO TRUE.
           MOVE MP-NEW-CODE (ENTRY-NO) TO CP-DEPT-CODE.
           MOVE CP-BALANCE TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-BEFORE-VALUE.
           ADD OLD-POOL-BALANCE TO CP-BALANCE.
           MOVE CP-BALANCE TO SHOW-MONEY.
           MOVE SHOW-MONEY TO AU-AFTER-VALUE.
           MOVE CURRENT-DATE-NUM TO CP-LAST-CHANGE-DATE.
           MOVE "CP-BALANCE" TO AU-CHANGED-FIELD.
           IF TARGET-EXISTS
               IF NOT PREVIEW-MODE
                   REWRITE CONTINGENCY-POOL-RECORD
                       INVALID KEY
                           DISPLAY "Error updating pool"
                           MOVE "ADD-TO-NEW-CONTINGENCY-POOL"
                               TO EQ-PARAGRAPH
                           MOVE "CONTINGENCY-POOL-FILE" TO EQ-FILE
                           MOVE CP-DEPT-CODE TO EQ-KEY
                           MOVE CONTPL-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-REWRITE
               END-IF
               MOVE "REWRITE" TO AU-OPERATION
           ELSE
               IF NOT PREVIEW-MODE
                   WRITE CONTINGENCY-POOL-RECORD
                       INVALID KEY
                           DISPLAY "Error adding pool"
                           MOVE "ADD-TO-NEW-CONTINGENCY-POOL"
                               TO EQ-PARAGRAPH
                           MOVE "CONTINGENCY-POOL-FILE" TO EQ-FILE
                           MOVE CP-DEPT-CODE TO EQ-KEY
                           MOVE CONTPL-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   END-WRITE
               END-IF
               MOVE "WRITE" TO AU-OPERATION.
           MOVE "CONTPOOL-FILE" TO AU-FILE.
           MOVE MP-NEW-CODE (ENTRY-NO) TO AU-KEY.
           PERFORM RECORD-CHANGE.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-TS-DATE TO AU-DATE.
           MOVE AU-TS-TIME TO AU-TIME.
           MOVE "DEPTREOR" TO AU-PROGRAM.
           MOVE OPERATOR-ID-PARM TO AU-OPERATOR.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
