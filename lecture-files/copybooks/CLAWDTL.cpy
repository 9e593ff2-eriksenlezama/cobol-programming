      *****************************************************************
      * COMMISSION CLAWBACK DETAIL RECORD (KC03D65.TSU.CLAWDTL)       *
      * ONE RECORD PER RETURNED-GOODS (RT) OR DAMAGED-GOODS (DG)     *
      * CREDIT POSTED IN THE PAY PERIOD AGAINST A REP ALREADY PAID   *
      * COMMISSION IN AN EARLIER PERIOD, PRICED AT THE RATE OF THE   *
      * TIER LAST PAID. WRITTEN BY COMMCALC IN BRANCH/REP/CUSTOMER   *
      * ORDER AND PRINTED ON THE REP STATEMENTS BY COMMSTMT.         *
      *****************************************************************
       01  CLAWBACK-DETAIL-RECORD.
           05  CD-BRANCH-NUMBER        PIC 9(2).
           05  CD-SALESREP-NUMBER      PIC 9(2).
           05  CD-CUSTOMER-NUMBER      PIC 9(5).
           05  CD-BUSINESS-DATE        PIC 9(8).
           05  CD-REASON-CODE          PIC X(2).
           05  CD-CREDIT-AMOUNT        PIC 9(5)V9(2).
           05  CD-PAID-PERIOD          PIC 9(6).
           05  CD-TIER                 PIC 9(2).
           05  CD-RATE                 PIC 9V9(4).
           05  CD-CLAWBACK             PIC 9(7)V9(2).
           05  CD-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(26).
