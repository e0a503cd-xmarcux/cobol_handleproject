           05  HI-PARENT-NUMBER     PIC X(80)   VALUE SPACE.
           05  HI-CLOSED-DATE       PIC 9(8)    VALUE ZERO.
           05  HI-CUSTOMER-CODE     PIC X(10)   VALUE SPACE.
           05  HI-COMPANY-CODE      PIC X(4)    VALUE SPACE.
