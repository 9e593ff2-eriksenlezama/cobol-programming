      * ITEM SALES LINE EXTRACT (KC03D65.TSU.ITEMTRN)                 *
      * WRITTEN BY SLSPOST - ONE RECORD PER ITEM/QUANTITY LINE ON    *
      * EVERY ACCEPTED DEBIT TRANSACTION, PRICED AT THE ITEM         *
      * MASTER UNIT PRICE, COSTED AT THE ITEM STANDARD COST AND      *
      * STAMPED WITH THE PRODUCT LINE AND CUSTOMER. CONSUMED BY THE  *
      * SALES-BY-PRODUCT-LINE REPORT (SLSPLRPT), THE MARGIN REPORT   *
      * (MARGNRPT) AND THE INVENTORY POSTING (INVPOST).              *
      * THE SALES POSTING REVERSAL (SLSREVRS) WRITES THE SAME LINES  *
      * BACK OUT FLAGGED AS REVERSALS - THE CONSUMERS TAKE A         *
      * REVERSAL LINE'S QUANTITY AND DOLLARS AS NEGATIVE.            *
      *****************************************************************
       01  ITEM-TRANS-RECORD.
           05  ITR-BRANCH-NUMBER       PIC 9(2).
           05  ITR-QUANTITY            PIC 9(3).
           05  ITR-EXTENDED-AMOUNT     PIC 9(7)V9(2).
           05  ITR-BUSINESS-DATE       PIC 9(8).
           05  ITR-CUSTOMER-NUMBER     PIC 9(5).
           05  ITR-EXTENDED-COST       PIC 9(7)V9(2).
           05  ITR-LINE-TYPE           PIC X.
               88  ITR-REVERSAL-LINE           VALUE "R".
           05  FILLER                  PIC X(34).
