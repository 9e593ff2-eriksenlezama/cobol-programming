      *****************************************************************
      * INSURANCE CLIENT MASTER RECORD (KC03D65.TSU.CLIENTMST)        *
      * ONE RECORD PER CLIENT IN CLIENT-NUMBER ORDER, MAINTAINED BY   *
      * CLTMAINT. INSBILL PRICES THE PERIOD PREMIUM FROM THE AGE,     *
      * CLASS AND COVERAGE UNITS; INSRECV LAPSES AND REINSTATES. THE  *
      * AGENT IS THE OUTSIDE AGENT WHO WROTE THE CLIENT AND IS PAID   *
      * COMMISSION ON THE PREMIUM COLLECTED (AGTCOMM) - AGENT 0000 IS *
      * BUSINESS WRITTEN DIRECT, WITH NO COMMISSION. THE ISSUE DATE   *
      * IS WHEN THE POLICY WAS FIRST WRITTEN AND STARTS THE FIRST     *
      * POLICY YEAR; ZERO MEANS THE POLICY PREDATES THE DATE BEING    *
      * KEPT AND IS TREATED AS PAST ITS FIRST YEAR. THE QUOTED RATE   *
      * IS THE RATE GUARANTEED BY THE QUOTE A POLICY WAS WRITTEN FROM *
      * (QUOTECNV); BILLING CHARGES IT IN PLACE OF THE RATETABL RATE  *
      * UNTIL THE AGE OR CLASS CHANGES - AT THE LATEST AT THE FIRST   *
      * ANNUAL RENEWAL (INSRENEW). BLANK OR ZERO MEANS NONE.          *
      *****************************************************************
       01  CLIENT-MASTER-RECORD.
           05  CM-CLIENT-NUMBER        PIC 9(5).
           05  CM-CLIENT-NAME          PIC X(25).
           05  CM-AGE                  PIC 99.
           05  CM-CLASS-NUMBER         PIC 99.
           05  CM-COVERAGE-UNITS       PIC 9(3).
           05  CM-CLIENT-STATUS        PIC X.
               88  CM-CLIENT-ACTIVE        VALUE "A" " ".
               88  CM-CLIENT-LAPSED        VALUE "L".
               88  CM-CLIENT-TERMINATED    VALUE "T".
           05  CM-AGENT-NUMBER         PIC 9(4).
           05  CM-ISSUE-DATE           PIC 9(8).
           05  CM-QUOTED-RATE          PIC 99V99.
           05  CM-QUOTED-RATE-X REDEFINES CM-QUOTED-RATE
                                       PIC X(4).
               88  CM-NO-QUOTED-RATE       VALUE SPACES "0000".
           05  FILLER                  PIC X(6).
