       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPAPPR.

      ****************************
      * Program lets a project
      * leader review the
      * submitted expense claim
      * lines charged to their
      * projects and approve or
      * reject each one. Only
      * approved lines are posted
      * to cost lines by EXPPOST;
      * a rejected line carries
      * the reason back to the
      * employee, who corrects
      * and resubmits it through
      * EXPADD. Control is
      * returned to calling
      * program.
      ****************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCPROJECT.COB".
           COPY "FCEXPCLM.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPROJECT.COB".
           COPY "FDEXPCLM.COB".

       WORKING-STORAGE SECTION.
       77  ACCEPT-LEADER-ID     PIC X(10)      VALUE SPACE.
       77  ACCEPT-ACTION        PIC X(2)       VALUE SPACE.
       77  ACCEPT-REASON        PIC X(40)      VALUE SPACE.
       77  EXPCLM-FILE-STATUS   PIC XX         VALUE SPACE.
       77  REVIEWED-COUNT       PIC 9(5)       VALUE ZERO.
       77  APPROVED-COUNT       PIC 9(5)       VALUE ZERO.
       77  REJECTED-COUNT       PIC 9(5)       VALUE ZERO.
       77  SHOW-MONEY           PIC Z(7)9.99-  VALUE ZERO.

       01  SWITCHES.
           05  CANCEL-ADD-SW    PIC X          VALUE "N".
               88  CANCEL-ADD                  VALUE "Y".
           05  CANCEL-REVIEW-SW PIC X          VALUE "N".
               88  CANCEL-REVIEW               VALUE "Y".
       01  CLAIM-FILE-SW        PIC X          VALUE "N".
           88  CLAIM-FILE-AT-END               VALUE "Y".

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "EXPAPPR".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  OPERATOR-ID-PARM     PIC X(10).

       PROCEDURE DIVISION USING OPERATOR-ID-PARM.

       PERFORM INIT-PROGRAM.
       PERFORM REVIEW-FOR-LEADER
           UNTIL CANCEL-ADD.
       PERFORM PROGRAM-CLEANUP.

       EXIT PROGRAM.

       INIT-PROGRAM.
           MOVE "N" TO CANCEL-ADD-SW.
           OPEN INPUT PROJECT-FILE.
           OPEN I-O EXPENSE-CLAIM-FILE.
           IF EXPCLM-FILE-STATUS NOT = "00"
               DISPLAY "No expense claims yet, nothing to review."
               SET CANCEL-ADD TO TRUE.

       PROGRAM-CLEANUP.
           CLOSE PROJECT-FILE.
           IF EXPCLM-FILE-STATUS NOT = "35"
               CLOSE EXPENSE-CLAIM-FILE.

       REVIEW-FOR-LEADER.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "*   Approve expense claims    *".
           DISPLAY "********************************".
           DISPLAY "Enter project leader employee ID:".
           DISPLAY "(Enter -1 to return to main menu)".
           ACCEPT ACCEPT-LEADER-ID.
           IF ACCEPT-LEADER-ID = "-1"
               SET CANCEL-ADD TO TRUE
           ELSE
               MOVE ZERO TO REVIEWED-COUNT
               MOVE ZERO TO APPROVED-COUNT
               MOVE ZERO TO REJECTED-COUNT
               MOVE "N" TO CANCEL-REVIEW-SW
               MOVE "N" TO CLAIM-FILE-SW
               PERFORM REWIND-CLAIM-FILE
               PERFORM REVIEW-ONE-CLAIM-LINE
                   UNTIL CLAIM-FILE-AT-END OR CANCEL-REVIEW
               DISPLAY "Reviewed " REVIEWED-COUNT " line(s): "
                   APPROVED-COUNT " approved, "
                   REJECTED-COUNT " rejected.".

       REWIND-CLAIM-FILE.
           MOVE LOW-VALUE TO EC-KEY.
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN EC-KEY
               INVALID KEY SET CLAIM-FILE-AT-END TO TRUE.

       REVIEW-ONE-CLAIM-LINE.
           READ EXPENSE-CLAIM-FILE NEXT
               AT END SET CLAIM-FILE-AT-END TO TRUE.
           IF NOT CLAIM-FILE-AT-END
              AND EC-SUBMITTED
              AND NOT EC-POSTED
               MOVE EC-NUMBER TO PR-NUMBER
               READ PROJECT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PR-LEADER-ID = ACCEPT-LEADER-ID
                           PERFORM JUDGE-ONE-LINE.

       JUDGE-ONE-LINE.
           DISPLAY " ".
           DISPLAY "Project:  " EC-NUMBER (1:40).
           DISPLAY "Employee: " EC-EMPLOYEE-ID
               "  claim " EC-CLAIM-NO " line " EC-LINE-SEQ.
           MOVE EC-AMOUNT TO SHOW-MONEY.
           DISPLAY EC-DATE " " EC-CATEGORY " " SHOW-MONEY " "
               EC-CURRENCY " receipt " EC-RECEIPT-REF.
           DISPLAY EC-NOTE.
           DISPLAY "Approve, reject or skip? (A/R/S):".
           DISPLAY "(Enter -1 to stop reviewing)".
           ACCEPT ACCEPT-ACTION.
           EVALUATE ACCEPT-ACTION
               WHEN "A"
                   PERFORM APPROVE-LINE
               WHEN "R"
                   PERFORM REJECT-LINE
               WHEN "-1"
                   SET CANCEL-REVIEW TO TRUE
               WHEN OTHER
                   CONTINUE.

       APPROVE-LINE.
           SET EC-APPROVED TO TRUE.
           MOVE OPERATOR-ID-PARM TO EC-APPROVED-BY.
           MOVE SPACE TO EC-REJECT-REASON.
           REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "Error saving approval"
                   MOVE "APPROVE-LINE" TO EQ-PARAGRAPH
                   MOVE "EXPENSE-CLAIM-FILE" TO EQ-FILE
                   MOVE EC-KEY TO EQ-KEY
                   MOVE EXPCLM-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           ADD 1 TO REVIEWED-COUNT.
           ADD 1 TO APPROVED-COUNT.

       REJECT-LINE.
           DISPLAY "Enter reason for rejection:".
           ACCEPT ACCEPT-REASON.
           SET EC-REJECTED TO TRUE.
           MOVE OPERATOR-ID-PARM TO EC-APPROVED-BY.
           MOVE ACCEPT-REASON TO EC-REJECT-REASON.
           REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "Error saving rejection"
                   MOVE "REJECT-LINE" TO EQ-PARAGRAPH
                   MOVE "EXPENSE-CLAIM-FILE" TO EQ-FILE
                   MOVE EC-KEY TO EQ-KEY
                   MOVE EXPCLM-FILE-STATUS TO EQ-STATUS
                   CALL "ERRLOG" USING ERROR-LOG-REQUEST.
           ADD 1 TO REVIEWED-COUNT.
           ADD 1 TO REJECTED-COUNT.
