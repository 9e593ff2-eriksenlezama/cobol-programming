      *****************************************************************
      * CUSTOMER CONTRACT PRICE RECORD (KC03D65.TSU.CONTRACT)         *
      * ONE RECORD PER NEGOTIATED PRICE OR DISCOUNT. AN ITEM         *
      * CONTRACT NAMES CUSTOMER AND ITEM AND CARRIES EITHER A FIXED  *
      * CONTRACT PRICE OR A PERCENT OFF LIST; A BLANKET CONTRACT     *
      * HAS A ZERO ITEM NUMBER, NAMES CUSTOMER AND PRODUCT LINE AND  *
      * CARRIES A PERCENT OFF LIST. A CONTRACT IS IN FORCE FROM ITS  *
      * START DATE THROUGH ITS END DATE (ZERO END DATE = OPEN). READ *
      * BY SLSPOST - AN ITEM CONTRACT WINS OVER A BLANKET ONE.       *
      *****************************************************************
       01  CONTRACT-PRICE-RECORD.
           05  CP-CONTRACT-NUMBER      PIC X(6).
           05  CP-CUSTOMER-NUMBER      PIC 9(5).
           05  CP-ITEM-NUMBER          PIC 9(6).
               88  CP-BLANKET-CONTRACT         VALUE ZERO.
           05  CP-PRODUCT-LINE         PIC X(3).
           05  CP-CONTRACT-PRICE       PIC 9(5)V9(2).
           05  CP-DISCOUNT-PERCENT     PIC 9(2)V9(2).
           05  CP-START-DATE           PIC 9(8).
           05  CP-END-DATE             PIC 9(8).
           05  FILLER                  PIC X(33).
