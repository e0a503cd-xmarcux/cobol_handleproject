               88  IV-OPEN                      VALUE "O".
               88  IV-PART-PAID                 VALUE "P".
               88  IV-PAID                      VALUE "F".
           05  IV-DOC-TYPE          PIC X       VALUE "I".
               88  IV-INVOICE                   VALUE "I".
               88  IV-CREDIT-NOTE               VALUE "C".
           05  IV-ORIG-INVOICE-NO   PIC 9(6)    VALUE ZERO.
           05  IV-CREDITED-AMOUNT   PIC S9(10)V99  VALUE ZERO.
           05  IV-EXPORTED-FLAG     PIC X       VALUE "N".
               88  IV-EXPORTED                  VALUE "Y".
           05  IV-DUNNING-LEVEL     PIC 9       VALUE ZERO.
           05  IV-DUNNED-DATE       PIC 9(8)    VALUE ZERO.
           05  IV-COMPANY-CODE      PIC X(4)    VALUE SPACE.
