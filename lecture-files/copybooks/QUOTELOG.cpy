      *****************************************************************
      * INSURANCE QUOTE LOG RECORD (KC03D65.TSU.QUOTELOG)             *
      * ONE RECORD PER QUOTE ISSUED, ADDED TO THE END OF THE LOG BY   *
      * THE QUOTATION RUN (INSQUOTE). THE QUOTE NUMBER IS THE NEXT    *
      * AFTER THE HIGHEST ON THE LOG AND IS PRINTED ON THE QUOTE      *
      * DOCUMENT. THE RATE IS THE RATETABL RATE THE OPTIONS WERE      *
      * PRICED AT; IT IS GUARANTEED THROUGH THE EXPIRY DATE. AN       *
      * OPTION WITH ZERO UNITS WAS NOT QUOTED. AGENT 0000 IS A        *
      * DIRECT PROSPECT. THE QUOTE CONVERSION RUN (QUOTECNV) TURNS    *
      * ACCEPTED QUOTES INTO NEW CLIENTS FROM THESE TERMS.            *
      *****************************************************************
       01  QUOTE-LOG-RECORD.
           05  QL-PROSPECT-NUMBER          PIC 9(5).
           05  QL-QUOTE-DATE               PIC 9(8).
           05  QL-EXPIRY-DATE              PIC 9(8).
           05  QL-AGE                      PIC 99.
           05  QL-CLASS-NUMBER             PIC 99.
           05  QL-PREMIUM-OPTION           OCCURS 3 TIMES
                                           PIC 9(7)V9(2).
           05  QL-QUOTE-NUMBER             PIC 9(7).
           05  QL-PROSPECT-NAME            PIC X(25).
           05  QL-QUOTE-RATE               PIC 99V99.
           05  QL-UNIT-OPTION              OCCURS 3 TIMES
                                           PIC 9(3).
           05  QL-AGENT-NUMBER             PIC 9(4).
           05  FILLER                      PIC X(19).
