      *****************************************************************
      * PREMIUM COLLECTION EVENT RECORD (KC03D65.TSU.INSCOLL)         *
      * WRITTEN BY INSRECV, WHICH EXTENDS THE MONTH'S FILE ON EVERY   *
      * RUN: ONE 'P' RECORD FOR EACH PAYMENT POSTED TO A CLIENT'S     *
      * BALANCE (THE PREMIUM ACTUALLY COLLECTED, DATED AT THE         *
      * PAYMENT DATE) AND ONE 'L' RECORD FOR EACH CLIENT LAPSED       *
      * (DATED AT THE AS-OF DATE OF THE RUN). THE MONTHLY AGENT       *
      * COMMISSION RUN (AGTCOMM) PAYS ON THE 'P' RECORDS AND CHARGES  *
      * BACK ON THE 'L' RECORDS; A NEW GENERATION IS STARTED AFTER IT.*
      *****************************************************************
       01  COLLECTION-EVENT-RECORD.
           05  CO-EVENT-TYPE               PIC X.
               88  CO-PREMIUM-COLLECTED        VALUE "P".
               88  CO-POLICY-LAPSED            VALUE "L".
           05  CO-CLIENT-NUMBER            PIC 9(5).
           05  CO-AMOUNT                   PIC 9(7)V9(2).
           05  CO-EVENT-DATE               PIC 9(8).
           05  CO-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(49).
