           05  EM-ACTIVE-FLAG       PIC X       VALUE "A".
               88  EM-ACTIVE                    VALUE "A".
               88  EM-LEFT                      VALUE "L".
           05  EM-GRADE             PIC X(4)    VALUE SPACE.
           05  EM-LEFT-DATE         PIC 9(8)    VALUE ZERO.
           05  EM-ANON-DATE         PIC 9(8)    VALUE ZERO.
