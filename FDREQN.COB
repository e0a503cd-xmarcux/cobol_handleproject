       FD  REQUISITION-FILE
               LABEL RECORDS ARE STANDARD.
       01  REQUISITION-RECORD.
           05  PQ-REQ-NO            PIC 9(6).
           05  PQ-NUMBER            PIC X(80).
           05  PQ-SUPPLIER-CODE     PIC X(10).
           05  PQ-CATEGORY          PIC X(4).
           05  PQ-AMOUNT            PIC S9(10)V99.
           05  PQ-CURRENCY          PIC X(3).
           05  PQ-NEEDED-BY         PIC 9(8).
           05  PQ-DESCRIPTION       PIC X(30).
           05  PQ-OPERATOR          PIC X(10).
           05  PQ-DATE              PIC 9(8).
           05  PQ-STATUS            PIC X       VALUE "P".
               88  PQ-PENDING                   VALUE "P".
               88  PQ-APPROVED                  VALUE "A".
               88  PQ-SENT                      VALUE "S".
               88  PQ-CONVERTED                 VALUE "C".
               88  PQ-REJECTED                  VALUE "R".
               88  PQ-OUTSTANDING               VALUE "P" "A" "S".
           05  PQ-APPROVED-DATE     PIC 9(8)    VALUE ZERO.
           05  PQ-SENT-DATE         PIC 9(8)    VALUE ZERO.
           05  PQ-PO-REF            PIC X(15)   VALUE SPACE.
           05  PQ-CONVERTED-DATE    PIC 9(8)    VALUE ZERO.
