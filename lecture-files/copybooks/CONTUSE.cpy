      *****************************************************************
      * CONTRACT USAGE RECORD (KC03D65.TSU.CONTUSE)                   *
      * WRITTEN BY SLSPOST FOR EVERY ITEM LINE OF AN ACCEPTED DEBIT  *
      * THAT WAS PRICED UNDER A CONTRACT - LIST AND CONTRACT PRICE   *
      * SIDE BY SIDE. THE FILE IS EXTENDED EVERY NIGHT; THE MONTHLY  *
      * CONTRACT USAGE REPORT (CTRUSRPT) SELECTS THE PROCESSING      *
      * MONTH FROM IT.                                               *
      *****************************************************************
       01  CONTRACT-USAGE-RECORD.
           05  CTU-CONTRACT-NUMBER     PIC X(6).
           05  CTU-CUSTOMER-NUMBER     PIC 9(5).
           05  CTU-BRANCH-NUMBER       PIC 9(2).
           05  CTU-ITEM-NUMBER         PIC 9(6).
           05  CTU-PRODUCT-LINE        PIC X(3).
           05  CTU-QUANTITY            PIC 9(3).
           05  CTU-LIST-PRICE          PIC 9(5)V9(2).
           05  CTU-CONTRACT-PRICE      PIC 9(5)V9(2).
           05  CTU-LIST-AMOUNT         PIC 9(7)V9(2).
           05  CTU-CONTRACT-AMOUNT     PIC 9(7)V9(2).
           05  CTU-BUSINESS-DATE       PIC 9(8).
           05  CTU-BUSINESS-DATE-X REDEFINES CTU-BUSINESS-DATE.
               10  CTU-BUSINESS-YEAR       PIC 9(4).
               10  CTU-BUSINESS-MONTH      PIC 9(2).
               10  CTU-BUSINESS-DAY        PIC 9(2).
           05  FILLER                  PIC X(15).
