           05  AU-OLD-VALUE         PIC X(40).
           05  FILLER               PIC X       VALUE SPACE.
           05  AU-NEW-VALUE         PIC X(40).
           05  FILLER               PIC X       VALUE SPACE.
           05  AU-SEQ               PIC 9(9).
           05  FILLER               PIC X       VALUE SPACE.
           05  AU-CHECK             PIC X(16).
