       FD  RESOURCE-REQUEST-FILE
               LABEL RECORDS ARE STANDARD.
       01  RESOURCE-REQUEST-RECORD.
           05  RB-KEY.
               10  RB-NUMBER        PIC X(80).
               10  RB-SEQ           PIC 9(4).
           05  RB-SKILL-CODE        PIC X(4).
           05  RB-LEVEL             PIC 9       VALUE ZERO.
           05  RB-ALLOC-PCT         PIC 9(3)    VALUE ZERO.
           05  RB-FROM-DATE         PIC 9(8)    VALUE ZERO.
           05  RB-TO-DATE           PIC 9(8)    VALUE ZERO.
           05  RB-LEADER-ID         PIC X(10).
           05  RB-REQUESTED-DATE    PIC 9(8)    VALUE ZERO.
           05  RB-EMPLOYEE-ID       PIC X(10)   VALUE SPACE.
           05  RB-DEPT-CODE         PIC X(10).
           05  RB-MANAGER-ID        PIC X(10).
           05  RB-STATUS            PIC X       VALUE "O".
               88  RB-OPEN                      VALUE "O".
               88  RB-PROPOSED                  VALUE "P".
               88  RB-ACCEPTED                  VALUE "A".
               88  RB-DECLINED                  VALUE "D".
               88  RB-UNFILLED                  VALUE "O" "P".
           05  RB-DECIDED-DATE      PIC 9(8)    VALUE ZERO.
           05  RB-DECLINE-REASON    PIC X(40)   VALUE SPACE.
           05  RB-TM-SEQ            PIC 9(4)    VALUE ZERO.
           05  RB-OPERATOR          PIC X(10)   VALUE SPACE.
