      *****************************************************************
      * PREMIUM EXPERIENCE HISTORY RECORD (KC03D65.TSU.LOSSEXP)       *
      * ONE RECORD PER RATING CELL - CLASS WITHIN RATETABL AGE BAND - *
      * FOR EACH BILLING PERIOD, ADDED BY THE LOSS-RATIO REPORT       *
      * (LOSSRPT) FROM THAT PERIOD'S INSINV INVOICES AND DATED WITH   *
      * THE BUSINESS DATE OF THE RUN. A PERIOD IS ONLY ADDED ONCE.    *
      * THE PREMIUM IS NET OF RETURN PREMIUM AND CAN BE NEGATIVE.     *
      * THE RATE INDICATION RUN (RATEIND) SUMS A MULTI-YEAR WINDOW    *
      * OF THESE AGAINST THE CLAIMS INCURRED IN THE SAME WINDOW.      *
      *****************************************************************
       01  PREMIUM-EXPERIENCE-RECORD.
           05  LX-PERIOD-DATE              PIC 9(8).
           05  LX-CLASS-NUMBER             PIC 99.
           05  LX-LOW-AGE                  PIC 99.
           05  LX-HIGH-AGE                 PIC 99.
           05  LX-PREMIUM                  PIC S9(9)V9(2)
                                           SIGN IS LEADING SEPARATE.
           05  FILLER                      PIC X(14).
