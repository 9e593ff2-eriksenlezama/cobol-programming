      *****************************************************************
      * STUDENT HOLDS MASTER RECORD (KC03D65.TSU.STUHOLD)             *
      * ONE RECORD PER HOLD PLACED ON A STUDENT, MAINTAINED AS        *
      * OLD/NEW GENERATIONS BY HOLDMNT. A HOLD IS ACTIVE UNTIL IT     *
      * IS RELEASED - THE RELEASE DATE IS ZERO WHILE IT STANDS.       *
      * RELEASED HOLDS STAY ON FILE AS THE HISTORY OF THE ACCOUNT.    *
      * A BLOCKING HOLD STOPS REGISTRATION ADDS (REGMAINT) AND        *
      * OFFICIAL TRANSCRIPTS (TRANSCPT); A NON-BLOCKING HOLD IS A     *
      * NOTICE ONLY. A STUDENT HAS AT MOST ONE ACTIVE HOLD OF EACH    *
      * TYPE. FINANCIAL HOLDS ARE PLACED AUTOMATICALLY FROM THE       *
      * BURSAR RUN AS WELL AS BY THE BURSAR'S OFFICE DIRECTLY.        *
      *****************************************************************
       01  STUDENT-HOLD-RECORD.
           05  SH-STUDENT-ID           PIC 9(9).
           05  SH-HOLD-TYPE            PIC X(3).
               88  SH-FINANCIAL-HOLD       VALUE "FIN".
               88  SH-ACADEMIC-HOLD        VALUE "ACA".
               88  SH-CONDUCT-HOLD         VALUE "CON".
               88  SH-REGISTRAR-HOLD       VALUE "REG".
               88  SH-LIBRARY-HOLD         VALUE "LIB".
               88  SH-ADVISING-HOLD        VALUE "ADV".
               88  SH-VALID-HOLD-TYPE      VALUE "FIN" "ACA" "CON"
                                                 "REG" "LIB" "ADV".
           05  SH-BLOCKING-FLAG        PIC X.
               88  SH-BLOCKING             VALUE "Y".
               88  SH-NOTICE-ONLY          VALUE "N".
           05  SH-PLACING-OFFICE       PIC X(8).
           05  SH-DATE-PLACED          PIC 9(8).
           05  SH-DATE-RELEASED        PIC 9(8).
               88  SH-HOLD-ACTIVE          VALUE ZERO.
           05  SH-HOLD-REASON          PIC X(20).
           05  SH-PLACED-BY            PIC X(8).
           05  SH-RELEASED-BY          PIC X(8).
           05  FILLER                  PIC X(7).
