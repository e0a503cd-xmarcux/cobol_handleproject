       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECONV.

      ****************************************
      * Batch program that converts the
      * files whose records have grown since
      * their earlier layout: customers,
      * invoice register, GL mapping,
      * operators, employees, timesheets,
      * commitments, pending approvals,
      * budget revisions and categories.
      * Each file still in the earlier
      * layout is unloaded to a sequential
      * work copy (CUSTOMER.CVW and so on),
      * recreated and reloaded from that copy
      * in one pass. The new fields take
      * their defaults: no credit limit, the
      * main company (blank company code),
      * invoices and credit notes are
      * treated as already exported to the
      * ledger and never dunned, timesheets
      * as already sent to payroll (normal,
      * billable, original hours at a cost
      * multiplier of one), commitments
      * accrue and categories are operating
      * costs. Operators keep their PIN for
      * PINCONV to hash and may work for the
      * main company only. The GL mapping is
      * re-keyed with the blank company code
      * in front of department and category.
      * The records are counted before and
      * after, and CONVERT_REPORT.TXT shows
      * both counts per file with OK or
      * MISMATCH. The work copies are kept,
      * so a mismatch can be put right from
      * them or from the PROJBKUP set. Files
      * already in the current layout are
      * left alone; when none needs
      * converting nothing is written, so
      * HAPR runs it before every login,
      * ahead of PROJREOR and PINCONV, and it
      * only does work once. Also on the
      * supervisor menu.
      * No operator interaction.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCCUST.COB".
           COPY "FCINVREG.COB".
           COPY "FCGLMAP.COB".
           COPY "FCOPERATOR.COB".
           COPY "FCEMPLOYEE.COB".
           COPY "FCTIMESHT.COB".
           COPY "FCCOMMIT.COB".
           COPY "FCAPPROVE.COB".
           COPY "FCBUDREV.COB".
           COPY "FCCATEG.COB".
           SELECT OLD-CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-CODE
               FILE STATUS IS OLD-CUSTOMER-STATUS.
           SELECT OLD-INVREG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XI-INVOICE-NO
               FILE STATUS IS OLD-INVREG-STATUS.
           SELECT OLD-GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XG-KEY
               FILE STATUS IS OLD-GLMAP-STATUS.
           SELECT OLD-OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XO-OPERATOR-ID
               FILE STATUS IS OLD-OPERATOR-STATUS.
           SELECT OLD-EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XE-EMPLOYEE-ID
               FILE STATUS IS OLD-EMPLOYEE-STATUS.
           SELECT OLD-TIMESHEET-FILE ASSIGN TO "TIMESHEET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XT-KEY
               FILE STATUS IS OLD-TIMESHEET-STATUS.
           SELECT OLD-COMMITMENT-FILE ASSIGN TO "COMMIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-KEY
               FILE STATUS IS OLD-COMMITMENT-STATUS.
           SELECT OLD-APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XA-SEQ
               FILE STATUS IS OLD-APPROVAL-STATUS.
           SELECT OLD-BUDREV-FILE ASSIGN TO "BUDREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XB-KEY
               FILE STATUS IS OLD-BUDREV-STATUS.
           SELECT OLD-CATEGORY-FILE ASSIGN TO "CATEGORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-CODE
               FILE STATUS IS OLD-CATEGORY-STATUS.
           SELECT CUSTOMER-WORK ASSIGN TO "CUSTOMER.CVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INVREG-WORK ASSIGN TO "INVREG.CVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GLMAP-WORK ASSIGN TO "GLMAP.CVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPERATOR-WORK ASSIGN TO "OPERATOR.CVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMPLOYEE-WORK ASSIGN TO "EMPLOYEE.CVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TIMESHEET-WORK ASSIGN TO "TIMESHEET.CVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMMITMENT-WORK ASSIGN TO "COMMIT.CVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APPROVAL-WORK ASSIGN TO "APPROVAL.CVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BUDREV-WORK ASSIGN TO "BUDREV.CVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CATEGORY-WORK ASSIGN TO "CATEGORY.CVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "CONVERT_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCUST.COB".
           COPY "FDINVREG.COB".
           COPY "FDGLMAP.COB".
           COPY "FDOPERATOR.COB".
           COPY "FDEMPLOYEE.COB".
           COPY "FDTIMESHT.COB".
           COPY "FDCOMMIT.COB".
           COPY "FDAPPROVE.COB".
           COPY "FDBUDREV.COB".
           COPY "FDCATEG.COB".

       FD  OLD-CUSTOMER-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-CUSTOMER-RECORD.
           05  XC-CODE              PIC X(10).
           05  FILLER               PIC X(79).

       FD  OLD-INVREG-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-INVREG-RECORD.
           05  XI-INVOICE-NO        PIC 9(6).
           05  FILLER               PIC X(166).

       FD  OLD-GLMAP-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-GLMAP-RECORD.
           05  XG-KEY               PIC X(14).
           05  FILLER               PIC X(16).

       FD  OLD-OPERATOR-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-OPERATOR-RECORD.
           05  XO-OPERATOR-ID       PIC X(10).
           05  FILLER               PIC X(76).

       FD  OLD-EMPLOYEE-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-EMPLOYEE-RECORD.
           05  XE-EMPLOYEE-ID       PIC X(10).
           05  FILLER               PIC X(186).

       FD  OLD-TIMESHEET-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-TIMESHEET-RECORD.
           05  XT-KEY               PIC X(98).
           05  FILLER               PIC X(67).

       FD  OLD-COMMITMENT-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-COMMITMENT-RECORD.
           05  XM-KEY               PIC X(84).
           05  FILLER               PIC X(100).

       FD  OLD-APPROVAL-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-APPROVAL-RECORD.
           05  XA-SEQ               PIC 9(6).
           05  FILLER               PIC X(146).

       FD  OLD-BUDREV-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-BUDREV-RECORD.
           05  XB-KEY               PIC X(84).
           05  FILLER               PIC X(86).

       FD  OLD-CATEGORY-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-CATEGORY-RECORD.
           05  XK-CODE              PIC X(4).
           05  FILLER               PIC X(20).

       FD  CUSTOMER-WORK
               LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-WORK-RECORD     PIC X(89).

       FD  INVREG-WORK
               LABEL RECORDS ARE STANDARD.
       01  INVREG-WORK-RECORD       PIC X(172).

       FD  GLMAP-WORK
               LABEL RECORDS ARE STANDARD.
       01  GLMAP-WORK-RECORD.
           05  WG-DEPT-CODE         PIC X(10).
           05  WG-CATEGORY          PIC X(4).
           05  WG-DEBIT-ACCT        PIC X(8).
           05  WG-CREDIT-ACCT       PIC X(8).

       FD  OPERATOR-WORK
               LABEL RECORDS ARE STANDARD.
       01  OPERATOR-WORK-RECORD     PIC X(86).

       FD  EMPLOYEE-WORK
               LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-WORK-RECORD     PIC X(196).

       FD  TIMESHEET-WORK
               LABEL RECORDS ARE STANDARD.
       01  TIMESHEET-WORK-RECORD    PIC X(165).

       FD  COMMITMENT-WORK
               LABEL RECORDS ARE STANDARD.
       01  COMMITMENT-WORK-RECORD   PIC X(184).

       FD  APPROVAL-WORK
               LABEL RECORDS ARE STANDARD.
       01  APPROVAL-WORK-RECORD     PIC X(152).

       FD  BUDREV-WORK
               LABEL RECORDS ARE STANDARD.
       01  BUDREV-WORK-RECORD       PIC X(170).

       FD  CATEGORY-WORK
               LABEL RECORDS ARE STANDARD.
       01  CATEGORY-WORK-RECORD     PIC X(24).

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       01  PRINT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       77  INVREG-FILE-STATUS       PIC XX      VALUE SPACE.
       77  GLMAP-FILE-STATUS        PIC XX      VALUE SPACE.
       77  TIMESHT-FILE-STATUS      PIC XX      VALUE SPACE.
       77  COMMIT-FILE-STATUS       PIC XX      VALUE SPACE.
       77  CATEG-FILE-STATUS        PIC XX      VALUE SPACE.
       77  OLD-CUSTOMER-STATUS      PIC XX      VALUE SPACE.
       77  OLD-INVREG-STATUS        PIC XX      VALUE SPACE.
       77  OLD-GLMAP-STATUS         PIC XX      VALUE SPACE.
       77  OLD-OPERATOR-STATUS      PIC XX      VALUE SPACE.
       77  OLD-EMPLOYEE-STATUS      PIC XX      VALUE SPACE.
       77  OLD-TIMESHEET-STATUS     PIC XX      VALUE SPACE.
       77  OLD-COMMITMENT-STATUS    PIC XX      VALUE SPACE.
       77  OLD-APPROVAL-STATUS      PIC XX      VALUE SPACE.
       77  OLD-BUDREV-STATUS        PIC XX      VALUE SPACE.
       77  OLD-CATEGORY-STATUS      PIC XX      VALUE SPACE.
       77  BEFORE-COUNT             PIC 9(7)    VALUE ZERO.
       77  AFTER-COUNT              PIC 9(7)    VALUE ZERO.
       77  TOTAL-BEFORE-COUNT       PIC 9(7)    VALUE ZERO.
       77  TOTAL-AFTER-COUNT        PIC 9(7)    VALUE ZERO.
       77  CONVERTED-COUNT          PIC 9(3)    VALUE ZERO.
       77  MISMATCH-COUNT           PIC 9(3)    VALUE ZERO.
       77  RESULT-COUNT             PIC 9(3)    VALUE ZERO.
       77  RESULT-IDX               PIC 9(3)    VALUE ZERO.
       01  FILE-AT-END-SW           PIC X       VALUE "N".
           88  FILE-AT-END                      VALUE "Y".

       01  RESULT-TABLE.
           05  RESULT-ENTRY OCCURS 10 TIMES.
               10  RE-FILE          PIC X(13).
               10  RE-OPEN-STATUS   PIC XX.
               10  RE-BEFORE        PIC 9(7).
               10  RE-AFTER         PIC 9(7).

       01  CURRENT-DATE.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
           05  CD-DAY           PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                PIC 9(8).

       01  HEADER-LINE.
           05  FILLER         PIC X(40)
               VALUE "Handle Project - File layout conversion".
           05  HL-DATE        PIC 9(8).

       01  HEADING-LINE.
           05  FILLER         PIC X(14)  VALUE "FILE".
           05  FILLER         PIC X(9)   VALUE "   BEFORE".
           05  FILLER         PIC X(9)   VALUE "    AFTER".
           05  FILLER         PIC X(2)   VALUE SPACE.
           05  FILLER         PIC X(6)   VALUE "RESULT".

       01  RESULT-LINE.
           05  RL-FILE        PIC X(13).
           05  FILLER         PIC X      VALUE SPACE.
           05  RL-BEFORE      PIC Z(8)9.
           05  RL-AFTER       PIC Z(8)9.
           05  FILLER         PIC X(2)   VALUE SPACE.
           05  RL-RESULT      PIC X(40).

       01  SKIPPED-RESULT.
           05  FILLER         PIC X(27)
               VALUE "Not converted, file status ".
           05  SR-STATUS      PIC XX.

       01  RUN-LOG-REQUEST.
           05  RQ-FUNCTION     PIC X          VALUE SPACE.
           05  RQ-PROGRAM      PIC X(8)       VALUE "FILECONV".
           05  RQ-READ-COUNT   PIC 9(7)       VALUE ZERO.
           05  RQ-WRITE-COUNT  PIC 9(7)       VALUE ZERO.
           05  RQ-REJECT-COUNT PIC 9(7)       VALUE ZERO.
           05  RQ-OUTCOME      PIC X(2)       VALUE SPACE.
           05  RQ-ALREADY-RAN  PIC X          VALUE "N".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "FILECONV".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM INIT-PROGRAM.
       PERFORM CONVERT-CUSTOMER.
       PERFORM CONVERT-INVREG.
       PERFORM CONVERT-GLMAP.
       PERFORM CONVERT-OPERATOR.
       PERFORM CONVERT-EMPLOYEE.
       PERFORM CONVERT-TIMESHEET.
       PERFORM CONVERT-COMMITMENT.
       PERFORM CONVERT-APPROVAL.
       PERFORM CONVERT-BUDREV.
       PERFORM CONVERT-CATEGORY.
       IF CONVERTED-COUNT = ZERO
           DISPLAY "All files are already in the current layout,"
           DISPLAY "nothing to convert."
       ELSE
           PERFORM WRITE-REPORT
           PERFORM RECORD-RUN-END
           IF MISMATCH-COUNT = ZERO
               DISPLAY "Files converted, see CONVERT_REPORT.TXT."
           ELSE
               DISPLAY "Record counts differ after the conversion,"
               DISPLAY "see CONVERT_REPORT.TXT before going on.".

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE ZERO TO TOTAL-BEFORE-COUNT.
           MOVE ZERO TO TOTAL-AFTER-COUNT.
           MOVE ZERO TO CONVERTED-COUNT.
           MOVE ZERO TO MISMATCH-COUNT.
           MOVE ZERO TO RESULT-COUNT.

       RECORD-RUN-START.
           MOVE "S" TO RQ-FUNCTION.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.

       RECORD-RUN-END.
           MOVE "E" TO RQ-FUNCTION.
           MOVE TOTAL-BEFORE-COUNT TO RQ-READ-COUNT.
           MOVE TOTAL-AFTER-COUNT TO RQ-WRITE-COUNT.
           MOVE ZERO TO RQ-REJECT-COUNT.
           IF TOTAL-AFTER-COUNT < TOTAL-BEFORE-COUNT
               COMPUTE RQ-REJECT-COUNT =
                   TOTAL-BEFORE-COUNT - TOTAL-AFTER-COUNT.
           IF MISMATCH-COUNT = ZERO
               MOVE "OK" TO RQ-OUTCOME
           ELSE
               MOVE "ER" TO RQ-OUTCOME.
           CALL "RUNLOG" USING RUN-LOG-REQUEST.

       START-CONVERSION.
           IF CONVERTED-COUNT = ZERO
               PERFORM RECORD-RUN-START.
           ADD 1 TO CONVERTED-COUNT.

       STORE-RESULT.
           ADD 1 TO RESULT-COUNT.
           MOVE RL-FILE TO RE-FILE (RESULT-COUNT).
           MOVE SR-STATUS TO RE-OPEN-STATUS (RESULT-COUNT).
           MOVE BEFORE-COUNT TO RE-BEFORE (RESULT-COUNT).
           MOVE AFTER-COUNT TO RE-AFTER (RESULT-COUNT).
           ADD BEFORE-COUNT TO TOTAL-BEFORE-COUNT.
           ADD AFTER-COUNT TO TOTAL-AFTER-COUNT.
           IF SR-STATUS = "00"
              AND BEFORE-COUNT NOT = AFTER-COUNT
               ADD 1 TO MISMATCH-COUNT.
           IF SR-STATUS NOT = "00"
              AND SR-STATUS NOT = "35"
              AND SR-STATUS NOT = "39"
               MOVE RL-FILE TO EQ-KEY
               MOVE SR-STATUS TO EQ-STATUS
               CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       LOG-WRITE-ERROR.
           MOVE "22" TO EQ-STATUS.
           CALL "ERRLOG" USING ERROR-LOG-REQUEST.

       WRITE-REPORT.
           OPEN OUTPUT PRINT-FILE.
           MOVE CURRENT-DATE-NUM TO HL-DATE.
           WRITE PRINT-LINE FROM HEADER-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-LINE.
           PERFORM WRITE-ONE-RESULT
               VARYING RESULT-IDX FROM 1 BY 1
                   UNTIL RESULT-IDX > RESULT-COUNT.
           CLOSE PRINT-FILE.

       WRITE-ONE-RESULT.
           MOVE RE-FILE (RESULT-IDX) TO RL-FILE.
           MOVE RE-BEFORE (RESULT-IDX) TO RL-BEFORE.
           MOVE RE-AFTER (RESULT-IDX) TO RL-AFTER.
           MOVE RE-OPEN-STATUS (RESULT-IDX) TO SR-STATUS.
           IF SR-STATUS NOT = "00"
               MOVE SKIPPED-RESULT TO RL-RESULT
           ELSE
               IF RE-BEFORE (RESULT-IDX) = RE-AFTER (RESULT-IDX)
                   MOVE "OK" TO RL-RESULT
               ELSE
                   MOVE "MISMATCH, work copy kept" TO RL-RESULT.
           WRITE PRINT-LINE FROM RESULT-LINE.

       CONVERT-CUSTOMER.
           MOVE "CUSTOMER.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-CUSTOMER-FILE.
           MOVE OLD-CUSTOMER-STATUS TO SR-STATUS.
           IF OLD-CUSTOMER-STATUS NOT = "00"
               MOVE "CONVERT-CUSTOMER" TO EQ-PARAGRAPH
               MOVE "OLD-CUSTOMER-FILE" TO EQ-FILE
           ELSE
               PERFORM START-CONVERSION
               OPEN OUTPUT CUSTOMER-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-CUSTOMER
                   UNTIL FILE-AT-END
               CLOSE OLD-CUSTOMER-FILE
               CLOSE CUSTOMER-WORK
               OPEN OUTPUT CUSTOMER-FILE
               OPEN INPUT CUSTOMER-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-CUSTOMER
                   UNTIL FILE-AT-END
               CLOSE CUSTOMER-FILE
               CLOSE CUSTOMER-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-CUSTOMER.
           READ OLD-CUSTOMER-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE CUSTOMER-WORK-RECORD FROM OLD-CUSTOMER-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-CUSTOMER.
           READ CUSTOMER-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-CUSTOMER-RECORD
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-CUSTOMER" TO EQ-PARAGRAPH
                       MOVE "CUSTOMER-FILE" TO EQ-FILE
                       MOVE CU-CODE TO EQ-KEY
                       PERFORM LOG-WRITE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-CUSTOMER-RECORD.
           MOVE CUSTOMER-WORK-RECORD TO CUSTOMER-RECORD.
           MOVE ZERO TO CU-CREDIT-LIMIT.
           MOVE SPACE TO CU-COMPANY-CODE.

       CONVERT-INVREG.
           MOVE "INVREG.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-INVREG-FILE.
           MOVE OLD-INVREG-STATUS TO SR-STATUS.
           IF OLD-INVREG-STATUS NOT = "00"
               MOVE "CONVERT-INVREG" TO EQ-PARAGRAPH
               MOVE "OLD-INVREG-FILE" TO EQ-FILE
           ELSE
               PERFORM START-CONVERSION
               OPEN OUTPUT INVREG-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-INVREG
                   UNTIL FILE-AT-END
               CLOSE OLD-INVREG-FILE
               CLOSE INVREG-WORK
               OPEN OUTPUT INVOICE-REGISTER-FILE
               OPEN INPUT INVREG-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-INVREG
                   UNTIL FILE-AT-END
               CLOSE INVOICE-REGISTER-FILE
               CLOSE INVREG-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-INVREG.
           READ OLD-INVREG-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE INVREG-WORK-RECORD FROM OLD-INVREG-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-INVREG.
           READ INVREG-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-INVREG-RECORD
               WRITE INVOICE-REGISTER-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-INVREG" TO EQ-PARAGRAPH
                       MOVE "INVOICE-REGISTER-FILE" TO EQ-FILE
                       MOVE IV-INVOICE-NO TO EQ-KEY
                       MOVE INVREG-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-INVREG-RECORD.
           MOVE INVREG-WORK-RECORD TO INVOICE-REGISTER-RECORD.
           MOVE "I" TO IV-DOC-TYPE.
           MOVE ZERO TO IV-ORIG-INVOICE-NO.
           MOVE ZERO TO IV-CREDITED-AMOUNT.
           MOVE "Y" TO IV-EXPORTED-FLAG.
           MOVE ZERO TO IV-DUNNING-LEVEL.
           MOVE ZERO TO IV-DUNNED-DATE.
           MOVE SPACE TO IV-COMPANY-CODE.

       CONVERT-GLMAP.
           MOVE "GLMAP.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-GLMAP-FILE.
           MOVE OLD-GLMAP-STATUS TO SR-STATUS.
           IF OLD-GLMAP-STATUS NOT = "00"
               MOVE "CONVERT-GLMAP" TO EQ-PARAGRAPH
               MOVE "OLD-GLMAP-FILE" TO EQ-FILE
           ELSE
               PERFORM START-CONVERSION
               OPEN OUTPUT GLMAP-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-GLMAP
                   UNTIL FILE-AT-END
               CLOSE OLD-GLMAP-FILE
               CLOSE GLMAP-WORK
               OPEN OUTPUT GL-MAP-FILE
               OPEN INPUT GLMAP-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-GLMAP
                   UNTIL FILE-AT-END
               CLOSE GL-MAP-FILE
               CLOSE GLMAP-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-GLMAP.
           READ OLD-GLMAP-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE GLMAP-WORK-RECORD FROM OLD-GLMAP-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-GLMAP.
           READ GLMAP-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-GLMAP-RECORD
               WRITE GL-MAP-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-GLMAP" TO EQ-PARAGRAPH
                       MOVE "GL-MAP-FILE" TO EQ-FILE
                       MOVE GM-KEY TO EQ-KEY
                       MOVE GLMAP-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-GLMAP-RECORD.
           MOVE SPACE TO GM-COMPANY-CODE.
           MOVE WG-DEPT-CODE TO GM-DEPT-CODE.
           MOVE WG-CATEGORY TO GM-CATEGORY.
           MOVE WG-DEBIT-ACCT TO GM-DEBIT-ACCT.
           MOVE WG-CREDIT-ACCT TO GM-CREDIT-ACCT.

       CONVERT-OPERATOR.
           MOVE "OPERATOR.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-OPERATOR-FILE.
           MOVE OLD-OPERATOR-STATUS TO SR-STATUS.
           IF OLD-OPERATOR-STATUS NOT = "00"
               MOVE "CONVERT-OPERATOR" TO EQ-PARAGRAPH
               MOVE "OLD-OPERATOR-FILE" TO EQ-FILE
           ELSE
               PERFORM START-CONVERSION
               OPEN OUTPUT OPERATOR-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-OPERATOR
                   UNTIL FILE-AT-END
               CLOSE OLD-OPERATOR-FILE
               CLOSE OPERATOR-WORK
               OPEN OUTPUT OPERATOR-FILE
               OPEN INPUT OPERATOR-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-OPERATOR
                   UNTIL FILE-AT-END
               CLOSE OPERATOR-FILE
               CLOSE OPERATOR-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-OPERATOR.
           READ OLD-OPERATOR-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE OPERATOR-WORK-RECORD FROM OLD-OPERATOR-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-OPERATOR.
           READ OPERATOR-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-OPERATOR-RECORD
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-OPERATOR" TO EQ-PARAGRAPH
                       MOVE "OPERATOR-FILE" TO EQ-FILE
                       MOVE OP-OPERATOR-ID TO EQ-KEY
                       PERFORM LOG-WRITE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-OPERATOR-RECORD.
           MOVE OPERATOR-WORK-RECORD TO OPERATOR-RECORD.
           MOVE SPACE TO OP-PIN-SALT.
           MOVE SPACE TO OP-PIN-HASH.
           MOVE SPACE TO OP-OLD-PIN-HASH (1).
           MOVE SPACE TO OP-OLD-PIN-HASH (2).
           MOVE SPACE TO OP-OLD-PIN-HASH (3).
           MOVE "Y" TO OP-MAIN-COMPANY-FLAG.
           MOVE SPACE TO OP-OTHER-COMPANY (1).
           MOVE SPACE TO OP-OTHER-COMPANY (2).
           MOVE SPACE TO OP-OTHER-COMPANY (3).
           MOVE SPACE TO OP-OTHER-COMPANY (4).
           MOVE SPACE TO OP-OTHER-COMPANY (5).

       CONVERT-EMPLOYEE.
           MOVE "EMPLOYEE.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-EMPLOYEE-FILE.
           MOVE OLD-EMPLOYEE-STATUS TO SR-STATUS.
           IF OLD-EMPLOYEE-STATUS NOT = "00"
               MOVE "CONVERT-EMPLOYEE" TO EQ-PARAGRAPH
               MOVE "OLD-EMPLOYEE-FILE" TO EQ-FILE
           ELSE
               PERFORM START-CONVERSION
               OPEN OUTPUT EMPLOYEE-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-EMPLOYEE
                   UNTIL FILE-AT-END
               CLOSE OLD-EMPLOYEE-FILE
               CLOSE EMPLOYEE-WORK
               OPEN OUTPUT EMPLOYEE-FILE
               OPEN INPUT EMPLOYEE-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-EMPLOYEE
                   UNTIL FILE-AT-END
               CLOSE EMPLOYEE-FILE
               CLOSE EMPLOYEE-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-EMPLOYEE.
           READ OLD-EMPLOYEE-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE EMPLOYEE-WORK-RECORD FROM OLD-EMPLOYEE-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-EMPLOYEE.
           READ EMPLOYEE-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-EMPLOYEE-RECORD
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-EMPLOYEE" TO EQ-PARAGRAPH
                       MOVE "EMPLOYEE-FILE" TO EQ-FILE
                       MOVE EM-EMPLOYEE-ID TO EQ-KEY
                       PERFORM LOG-WRITE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-EMPLOYEE-RECORD.
           MOVE EMPLOYEE-WORK-RECORD TO EMPLOYEE-RECORD.
           MOVE SPACE TO EM-GRADE.
           MOVE ZERO TO EM-LEFT-DATE.
           MOVE ZERO TO EM-ANON-DATE.

       CONVERT-TIMESHEET.
           MOVE "TIMESHEET.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-TIMESHEET-FILE.
           MOVE OLD-TIMESHEET-STATUS TO SR-STATUS.
           IF OLD-TIMESHEET-STATUS NOT = "00"
               MOVE "CONVERT-TIMESHEET" TO EQ-PARAGRAPH
               MOVE "OLD-TIMESHEET-FILE" TO EQ-FILE
           ELSE
               PERFORM START-CONVERSION
               OPEN OUTPUT TIMESHEET-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-TIMESHEET
                   UNTIL FILE-AT-END
               CLOSE OLD-TIMESHEET-FILE
               CLOSE TIMESHEET-WORK
               OPEN OUTPUT TIMESHEET-FILE
               OPEN INPUT TIMESHEET-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-TIMESHEET
                   UNTIL FILE-AT-END
               CLOSE TIMESHEET-FILE
               CLOSE TIMESHEET-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-TIMESHEET.
           READ OLD-TIMESHEET-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE TIMESHEET-WORK-RECORD FROM OLD-TIMESHEET-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-TIMESHEET.
           READ TIMESHEET-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-TIMESHEET-RECORD
               WRITE TIMESHEET-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-TIMESHEET" TO EQ-PARAGRAPH
                       MOVE "TIMESHEET-FILE" TO EQ-FILE
                       MOVE TS-KEY TO EQ-KEY
                       MOVE TIMESHT-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-TIMESHEET-RECORD.
           MOVE TIMESHEET-WORK-RECORD TO TIMESHEET-RECORD.
           MOVE "Y" TO TS-PAYROLL-FLAG.
           MOVE ZERO TO TS-PAYROLL-DATE.
           MOVE "NORM" TO TS-HOUR-TYPE.
           MOVE "O" TO TS-ENTRY-KIND.
           MOVE 1 TO TS-COST-MULTIPLIER.
           MOVE "Y" TO TS-BILLABLE-FLAG.

       CONVERT-COMMITMENT.
           MOVE "COMMIT.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-COMMITMENT-FILE.
           MOVE OLD-COMMITMENT-STATUS TO SR-STATUS.
           IF OLD-COMMITMENT-STATUS NOT = "00"
               MOVE "CONVERT-COMMITMENT" TO EQ-PARAGRAPH
               MOVE "OLD-COMMITMENT-FILE" TO EQ-FILE
           ELSE
               PERFORM START-CONVERSION
               OPEN OUTPUT COMMITMENT-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-COMMITMENT
                   UNTIL FILE-AT-END
               CLOSE OLD-COMMITMENT-FILE
               CLOSE COMMITMENT-WORK
               OPEN OUTPUT COMMITMENT-FILE
               OPEN INPUT COMMITMENT-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-COMMITMENT
                   UNTIL FILE-AT-END
               CLOSE COMMITMENT-FILE
               CLOSE COMMITMENT-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-COMMITMENT.
           READ OLD-COMMITMENT-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE COMMITMENT-WORK-RECORD
                   FROM OLD-COMMITMENT-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-COMMITMENT.
           READ COMMITMENT-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-COMMITMENT-RECORD
               WRITE COMMITMENT-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-COMMITMENT" TO EQ-PARAGRAPH
                       MOVE "COMMITMENT-FILE" TO EQ-FILE
                       MOVE CM-KEY TO EQ-KEY
                       MOVE COMMIT-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-COMMITMENT-RECORD.
           MOVE COMMITMENT-WORK-RECORD TO COMMITMENT-RECORD.
           MOVE "Y" TO CM-ACCRUAL-FLAG.
           MOVE SPACE TO CM-CONTRACT-NO.

       CONVERT-APPROVAL.
           MOVE "APPROVAL.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-APPROVAL-FILE.
           MOVE OLD-APPROVAL-STATUS TO SR-STATUS.
           IF OLD-APPROVAL-STATUS NOT = "00"
               MOVE "CONVERT-APPROVAL" TO EQ-PARAGRAPH
               MOVE "OLD-APPROVAL-FILE" TO EQ-FILE
           ELSE
               PERFORM START-CONVERSION
               OPEN OUTPUT APPROVAL-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-APPROVAL
                   UNTIL FILE-AT-END
               CLOSE OLD-APPROVAL-FILE
               CLOSE APPROVAL-WORK
               OPEN OUTPUT PENDING-APPROVAL-FILE
               OPEN INPUT APPROVAL-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-APPROVAL
                   UNTIL FILE-AT-END
               CLOSE PENDING-APPROVAL-FILE
               CLOSE APPROVAL-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-APPROVAL.
           READ OLD-APPROVAL-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE APPROVAL-WORK-RECORD FROM OLD-APPROVAL-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-APPROVAL.
           READ APPROVAL-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-APPROVAL-RECORD
               WRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-APPROVAL" TO EQ-PARAGRAPH
                       MOVE "PENDING-APPROVAL-FILE" TO EQ-FILE
                       MOVE AP-SEQ TO EQ-KEY
                       PERFORM LOG-WRITE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-APPROVAL-RECORD.
           MOVE APPROVAL-WORK-RECORD TO PENDING-APPROVAL-RECORD.
           MOVE ZERO TO AP-TRANSFER-REF.
           MOVE ZERO TO AP-REQUISITION-REF.

       CONVERT-BUDREV.
           MOVE "BUDREV.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-BUDREV-FILE.
           MOVE OLD-BUDREV-STATUS TO SR-STATUS.
           IF OLD-BUDREV-STATUS NOT = "00"
               MOVE "CONVERT-BUDREV" TO EQ-PARAGRAPH
               MOVE "OLD-BUDREV-FILE" TO EQ-FILE
           ELSE
               PERFORM START-CONVERSION
               OPEN OUTPUT BUDREV-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-BUDREV
                   UNTIL FILE-AT-END
               CLOSE OLD-BUDREV-FILE
               CLOSE BUDREV-WORK
               OPEN OUTPUT BUDGET-REVISION-FILE
               OPEN INPUT BUDREV-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-BUDREV
                   UNTIL FILE-AT-END
               CLOSE BUDGET-REVISION-FILE
               CLOSE BUDREV-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-BUDREV.
           READ OLD-BUDREV-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE BUDREV-WORK-RECORD FROM OLD-BUDREV-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-BUDREV.
           READ BUDREV-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-BUDREV-RECORD
               WRITE BUDGET-REVISION-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-BUDREV" TO EQ-PARAGRAPH
                       MOVE "BUDGET-REVISION-FILE" TO EQ-FILE
                       MOVE BR-KEY TO EQ-KEY
                       PERFORM LOG-WRITE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-BUDREV-RECORD.
           MOVE BUDREV-WORK-RECORD TO BUDGET-REVISION-RECORD.
           MOVE ZERO TO BR-TRANSFER-REF.
           MOVE ZERO TO BR-CHANGE-REQ-REF.

       CONVERT-CATEGORY.
           MOVE "CATEGORY.DAT" TO RL-FILE.
           MOVE ZERO TO BEFORE-COUNT.
           MOVE ZERO TO AFTER-COUNT.
           OPEN INPUT OLD-CATEGORY-FILE.
           MOVE OLD-CATEGORY-STATUS TO SR-STATUS.
           IF OLD-CATEGORY-STATUS NOT = "00"
               MOVE "CONVERT-CATEGORY" TO EQ-PARAGRAPH
               MOVE "OLD-CATEGORY-FILE" TO EQ-FILE
           ELSE
               PERFORM START-CONVERSION
               OPEN OUTPUT CATEGORY-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM UNLOAD-ONE-CATEGORY
                   UNTIL FILE-AT-END
               CLOSE OLD-CATEGORY-FILE
               CLOSE CATEGORY-WORK
               OPEN OUTPUT CATEGORY-FILE
               OPEN INPUT CATEGORY-WORK
               MOVE "N" TO FILE-AT-END-SW
               PERFORM RELOAD-ONE-CATEGORY
                   UNTIL FILE-AT-END
               CLOSE CATEGORY-FILE
               CLOSE CATEGORY-WORK.
           PERFORM STORE-RESULT.

       UNLOAD-ONE-CATEGORY.
           READ OLD-CATEGORY-FILE NEXT
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               WRITE CATEGORY-WORK-RECORD FROM OLD-CATEGORY-RECORD
               ADD 1 TO BEFORE-COUNT.

       RELOAD-ONE-CATEGORY.
           READ CATEGORY-WORK
               AT END SET FILE-AT-END TO TRUE.
           IF NOT FILE-AT-END
               PERFORM BUILD-CATEGORY-RECORD
               WRITE CATEGORY-RECORD
                   INVALID KEY
                       MOVE "RELOAD-ONE-CATEGORY" TO EQ-PARAGRAPH
                       MOVE "CATEGORY-FILE" TO EQ-FILE
                       MOVE CG-CODE TO EQ-KEY
                       MOVE CATEG-FILE-STATUS TO EQ-STATUS
                       CALL "ERRLOG" USING ERROR-LOG-REQUEST
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT.

       BUILD-CATEGORY-RECORD.
           MOVE CATEGORY-WORK-RECORD TO CATEGORY-RECORD.
           MOVE "O" TO CG-CAPEX-FLAG.
