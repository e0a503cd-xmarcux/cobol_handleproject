      * the rest in the live file. The
      * archived audit trail stays
      * queryable through AUDVIEW's archive
      * option. Audit entries are moved as
      * they stand, sequence number and
      * chained check value included, so the
      * chain runs on from the archive into
      * the live file, and each audit archive
      * is listed in AUDIT_ARCH.LST, oldest
      * first, for AUDVERIF to walk. The run
      * summary of counts
      * moved and kept goes to
      * LOG_PURGE.TXT, and a submenu sets
      * the retention days per file.
           COPY "FCNOTE.COB".
           COPY "FCRUNLOG.COB".
           COPY "FCRETN.COB".
           COPY "FCAUDARC.COB".
           SELECT ARCHIVE-OUT-FILE ASSIGN TO ARCHIVE-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KEEP-FILE ASSIGN TO "PURGE_KEEP.TMP"
           COPY "FDNOTE.COB".
           COPY "FDRUNLOG.COB".
           COPY "FDRETN.COB".
           COPY "FDAUDARC.COB".

       FD  ARCHIVE-OUT-FILE
               LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-OUT-RECORD       PIC X(272).

       FD  KEEP-FILE
               LABEL RECORDS ARE STANDARD.
       01  KEEP-RECORD              PIC X(272).

       FD  PRINT-FILE
               LABEL RECORDS ARE STANDARD.
       77  RETN-FILE-STATUS         PIC XX      VALUE SPACE.
       77  NOTE-FILE-STATUS         PIC XX      VALUE SPACE.
       77  RUNLOG-FILE-STATUS       PIC XX      VALUE SPACE.
       77  AUDARC-FILE-STATUS       PIC XX      VALUE SPACE.
       77  ARCHIVE-OUT-NAME         PIC X(30)   VALUE SPACE.
       77  RETENTION-DAYS           PIC 9(4)    VALUE ZERO.
       77  DEFAULT-RETENTION-DAYS   PIC 9(4)    VALUE 365.
           05  FILLER         PIC X(5)   VALUE " to  ".
           05  SM-ARCHIVE     PIC X(30).

       01  ERROR-LOG-REQUEST.
           05  EQ-FUNCTION     PIC X          VALUE "W".
           05  EQ-PROGRAM      PIC X(8)       VALUE "LOGPURGE".
           05  EQ-PARAGRAPH    PIC X(30)      VALUE SPACE.
           05  EQ-FILE         PIC X(30)      VALUE SPACE.
           05  EQ-KEY          PIC X(100)     VALUE SPACE.
           05  EQ-STATUS       PIC XX         VALUE SPACE.
           05  EQ-OPERATOR     PIC X(10)      VALUE SPACE.
           05  EQ-ERROR-COUNT  PIC 9(5)       VALUE ZERO.

       LINKAGE SECTION.
       01  RUN-MODE-PARM            PIC X.

                       REWRITE RETENTION-RECORD
                           INVALID KEY
                               DISPLAY "Error saving retention"
                               MOVE "SET-RETENTION-DAYS" TO EQ-PARAGRAPH
                               MOVE "RETENTION-FILE" TO EQ-FILE
                               MOVE RT-FILE-ID TO EQ-KEY
                               MOVE RETN-FILE-STATUS TO EQ-STATUS
                               CALL "ERRLOG" USING ERROR-LOG-REQUEST
               END-WRITE
               DISPLAY "Retention saved.".

           CLOSE ARCHIVE-OUT-FILE.
           CLOSE KEEP-FILE.
           PERFORM REWRITE-AUDIT-FROM-KEEP.
           IF MOVED-COUNT NOT = ZERO
               PERFORM LIST-AUDIT-ARCHIVE.
           PERFORM WRITE-SUMMARY-LINE.

       SPLIT-ONE-AUDIT-ENTRY.
           IF NOT LOG-FILE-AT-END
               WRITE AUDIT-RECORD FROM KEEP-RECORD.

       LIST-AUDIT-ARCHIVE.
           OPEN EXTEND AUDIT-ARCH-LIST.
           IF AUDARC-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-ARCH-LIST.
           MOVE ARCHIVE-OUT-NAME TO AL-ARCHIVE-NAME.
           WRITE AUDIT-ARCH-LIST-RECORD.
           CLOSE AUDIT-ARCH-LIST.

       PURGE-STATUS-HISTORY.
           MOVE "STATHIST" TO ACCEPT-FILE-ID.
           PERFORM LOAD-RETENTION-DAYS.
