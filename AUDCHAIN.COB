       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHAIN.

      ****************************************
      * Module stamps an audit trail entry
      * just before it is written to
      * AUDIT.LOG: it takes the next
      * sequence number and the check value
      * of the last entry from the chain
      * control file AUDCHAIN.DAT, stores
      * the sequence number in the entry,
      * computes the entry's chained check
      * value through AUDCHECK and saves
      * both back to the control file. When
      * there is no control file yet the
      * chain starts again at 1. Every
      * program that writes AUDIT.LOG calls
      * it; LOGPURGE and PROJRSTR copy
      * entries that are already stamped
      * and do not.
      ****************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCAUDCHN.COB".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDAUDCHN.COB".

       WORKING-STORAGE SECTION.
       77  AUDCHAIN-FILE-STATUS     PIC XX      VALUE SPACE.
       77  LAST-SEQ                 PIC 9(9)    VALUE ZERO.
       77  LAST-CHECK               PIC X(16)   VALUE SPACE.

       LINKAGE SECTION.
       01  CHAIN-RECORD.
           05  CR-TEXT              PIC X(256).
           05  CR-CHAINED REDEFINES CR-TEXT.
               10  FILLER           PIC X(246).
               10  CR-SEQ           PIC 9(9).
               10  FILLER           PIC X.
           05  CR-CHECK             PIC X(16).

       PROCEDURE DIVISION USING CHAIN-RECORD.

       PERFORM READ-CHAIN-CONTROL.
       PERFORM STAMP-THE-ENTRY.
       PERFORM SAVE-CHAIN-CONTROL.

       EXIT PROGRAM.

       READ-CHAIN-CONTROL.
           MOVE ZERO TO LAST-SEQ.
           MOVE ZERO TO LAST-CHECK.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF AUDCHAIN-FILE-STATUS = "00"
               READ AUDIT-CHAIN-FILE
                   AT END MOVE SPACE TO AUDIT-CHAIN-RECORD
               END-READ
               IF AC-LAST-SEQ IS NUMERIC
                   MOVE AC-LAST-SEQ TO LAST-SEQ
                   MOVE AC-LAST-CHECK TO LAST-CHECK.
           IF AUDCHAIN-FILE-STATUS NOT = "35"
               CLOSE AUDIT-CHAIN-FILE.

       STAMP-THE-ENTRY.
           INSPECT CR-TEXT REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACE TO CR-TEXT (246:1).
           MOVE SPACE TO CR-TEXT (256:1).
           ADD 1 TO LAST-SEQ.
           MOVE LAST-SEQ TO CR-SEQ.
           CALL "AUDCHECK" USING CR-TEXT
                                 LAST-CHECK
                                 CR-CHECK.

       SAVE-CHAIN-CONTROL.
           OPEN OUTPUT AUDIT-CHAIN-FILE.
           MOVE SPACE TO AUDIT-CHAIN-RECORD.
           MOVE LAST-SEQ TO AC-LAST-SEQ.
           MOVE CR-CHECK TO AC-LAST-CHECK.
           WRITE AUDIT-CHAIN-RECORD.
           CLOSE AUDIT-CHAIN-FILE.
