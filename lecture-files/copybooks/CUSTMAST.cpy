               88  CM-ON-CREDIT-HOLD           VALUE "H".
               88  CM-NOT-ON-CREDIT-HOLD       VALUE " ".
           05  CM-HOLD-RELEASE-SUPV    PIC X(8).
      *
      * SET BY THE BAD-DEBT WRITE-OFF RUN (ARWRTOFF) WHEN ANY OF THE
      * CUSTOMER'S A/R ITEMS IS WRITTEN OFF, WITH THE LATEST DATE.
      *
           05  CM-WRITE-OFF-FLAG       PIC X.
               88  CM-HAS-WRITE-OFF            VALUE "W".
           05  CM-LAST-WRITE-OFF-DATE  PIC 9(8).
           05  FILLER                  PIC X(7).
