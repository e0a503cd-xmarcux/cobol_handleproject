      * replacement entry for the
      * corrected hours as extra
      * entry sequences under the
      * same project, employee,
      * week and hour type. Both
      * entries
      * are written pre-approved
      * and unpriced so the next
      * TIMEPRCE run carries the
      * net difference into the
      * project's actual cost,
      * and both are recorded in
      * AUDIT-FILE; PAYHOURS
      * sends them to payroll as
      * an adjustment to the
      * week. The original
      * entry is flagged
      * corrected so it can only
      * be corrected once.
       77  ACCEPT-EMPLOYEE-ID   PIC X(10)      VALUE SPACE.
       77  ACCEPT-WEEK          PIC 9(6)       VALUE ZERO.
       77  ACCEPT-HOURS         PIC 9(3)V99    VALUE ZERO.
       77  ACCEPT-HOUR-TYPE     PIC X(4)       VALUE SPACE.
       77  CHECK-SEQ            PIC 99         VALUE ZERO.
       77  ORIGINAL-SEQ         PIC 99         VALUE ZERO.
       77  ORIGINAL-HOURS       PIC S9(3)V99   VALUE ZERO.
       77  NEXT-ENTRY-SEQ       PIC 9(2)       VALUE ZERO.
       77  SHOW-HOURS           PIC ZZ9.99-    VALUE ZERO.
       77  TIMESHT-FILE-STATUS  PIC XX         VALUE SPACE.
       01  SEQ-FREE-SW          PIC X          VALUE "N".
           88  SEQ-FREE                        VALUE "Y".
       01  ORIGINAL-FOUND-SW    PIC X          VALUE "N".
           88  ORIGINAL-FOUND                  VALUE "Y".

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
           05  AU-BEFORE-VALUE      PIC X(40)   VALUE SPACE.
           05  AU-AFTER-VALUE       PIC X(40)   VALUE SPACE.

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "TIMECORR".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM     PIC X(10).

               ACCEPT ACCEPT-EMPLOYEE-ID
               DISPLAY "Enter week (YYYYWW):"
               ACCEPT ACCEPT-WEEK
               DISPLAY "Enter hour type (blank for NORM):"
               ACCEPT ACCEPT-HOUR-TYPE
               IF ACCEPT-HOUR-TYPE = SPACE
                   MOVE "NORM" TO ACCEPT-HOUR-TYPE
               END-IF
               PERFORM READ-ORIGINAL-ENTRY.

       READ-ORIGINAL-ENTRY.
           MOVE "N" TO ORIGINAL-FOUND-SW.
           PERFORM CHECK-ONE-ORIGINAL
               VARYING CHECK-SEQ FROM 0 BY 1
               UNTIL CHECK-SEQ > 98 OR ORIGINAL-FOUND.
           IF ORIGINAL-FOUND
               MOVE TS-ENTRY-SEQ TO ORIGINAL-SEQ
               PERFORM CHECK-ORIGINAL-ENTRY
           ELSE
               DISPLAY "Week not found, try again ...".

       CHECK-ONE-ORIGINAL.
           MOVE ACCEPT-PROJECT-NO TO TS-NUMBER.
           MOVE ACCEPT-EMPLOYEE-ID TO TS-EMPLOYEE-ID.
           MOVE ACCEPT-WEEK TO TS-WEEK.
           MOVE CHECK-SEQ TO TS-ENTRY-SEQ.
           READ TIMESHEET-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TS-ORIGINAL-ENTRY
                      AND TS-HOUR-TYPE = ACCEPT-HOUR-TYPE
                       SET ORIGINAL-FOUND TO TRUE.

       CHECK-ORIGINAL-ENTRY.
           IF NOT TS-PRICED
           MOVE "N" TO TS-BILLED-FLAG.
           MOVE ZERO TO TS-PRICED-RATE.
           MOVE "N" TO TS-EXPORTED-FLAG.
           MOVE "N" TO TS-PAYROLL-FLAG.
           MOVE ZERO TO TS-PAYROLL-DATE.
           MOVE ACCEPT-HOUR-TYPE TO TS-HOUR-TYPE.
           SET TS-CORRECTION-ENTRY TO TRUE.
           MOVE 1 TO TS-COST-MULTIPLIER.
           MOVE "Y" TO TS-BILLABLE-FLAG.
           SET TS-APPROVED TO TRUE.
           MOVE OPERATOR-ID-PARM TO TS-APPROVED-BY.
           MOVE SPACE TO TS-REJECT-REASON.
           WRITE TIMESHEET-RECORD
               INVALID KEY
                   DISPLAY "Error booking correction entry"
                   MOVE "WRITE-CORRECTION-ENTRY" TO EQ-PARAGRAPH
                   MOVE "TIMESHEET-FILE" TO EQ-FILE
                   MOVE TS-KEY TO EQ-KEY
                   MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST
               NOT INVALID KEY
                   MOVE "TS-HOURS" TO AU-CHANGED-FIELD
                   MOVE ORIGINAL-HOURS TO SHOW-HOURS
           MOVE ACCEPT-PROJECT-NO TO TS-NUMBER.
           MOVE ACCEPT-EMPLOYEE-ID TO TS-EMPLOYEE-ID.
           MOVE ACCEPT-WEEK TO TS-WEEK.
           MOVE ORIGINAL-SEQ TO TS-ENTRY-SEQ.
           READ TIMESHEET-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET TS-CORRECTED TO TRUE
                   REWRITE TIMESHEET-RECORD
                       INVALID KEY
                           MOVE "FLAG-ORIGINAL-CORRECTED"
                               TO EQ-PARAGRAPH
                           MOVE "TIMESHEET-FILE" TO EQ-FILE
                           MOVE TS-KEY TO EQ-KEY
                           MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AU-CHANGED-FIELD TO AU-FIELD-NAME.
           MOVE AU-BEFORE-VALUE TO AU-OLD-VALUE.
           MOVE AU-AFTER-VALUE TO AU-NEW-VALUE.
           CALL "AUDCHAIN" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACE TO AUDIT-CHANGE-INFO.
