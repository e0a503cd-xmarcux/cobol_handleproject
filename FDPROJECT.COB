           05  PR-PCT-SOURCE        PIC X       VALUE "M".
               88  PR-PCT-MANUAL                VALUE "M".
               88  PR-PCT-MILESTONE             VALUE "W".
           05  PR-BILLING-BASIS     PIC X       VALUE "T".
               88  PR-TIME-AND-MATERIALS        VALUE "T".
               88  PR-FIXED-PRICE               VALUE "F".
           05  PR-CONTRACT-VALUE    PIC S9(10)V99 VALUE ZERO.
           05  PR-WIP-POSTED        PIC S9(10)V99 VALUE ZERO.
           05  PR-COMPANY-CODE      PIC X(4)    VALUE SPACE.
