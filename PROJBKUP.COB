       01  EMPLOYEE-BAK-RECORD             PIC X(250).
       FD  OPERATOR-BAK
               LABEL RECORDS ARE STANDARD.
       01  OPERATOR-BAK-RECORD             PIC X(200).
       FD  TIMESHEET-BAK
               LABEL RECORDS ARE STANDARD.
       01  TIMESHEET-BAK-RECORD            PIC X(200).
       01  CATEGORY-BAK-RECORD             PIC X(50).
       FD  CUSTOMER-BAK
               LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-BAK-RECORD             PIC X(150).
       FD  PROPOSAL-BAK
               LABEL RECORDS ARE STANDARD.
       01  PROPOSAL-BAK-RECORD             PIC X(250).
