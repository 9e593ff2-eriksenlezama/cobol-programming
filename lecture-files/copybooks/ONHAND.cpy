      *****************************************************************
      * PERPETUAL INVENTORY ON-HAND RECORD (KC03D65.TSU.ONHAND)       *
      * ONE RECORD PER ITEM ON THE ITEM MASTER, IN ITEM-NUMBER       *
      * ORDER, CARRIED FORWARD NIGHTLY BY INVPOST: RELIEVED BY THE   *
      * ITEM SALES EXTRACT (ITEMTRN), REPLENISHED BY RECEIPTS AND    *
      * RESET BY PHYSICAL COUNTS (INVTRAN). THE ON-HAND QUANTITY     *
      * MAY GO NEGATIVE WHEN SHIPMENTS ARE POSTED AHEAD OF THEIR     *
      * RECEIPT. THE USAGE TABLE HOLDS UNITS SHIPPED PER BUSINESS    *
      * DAY IN A 30-SLOT RING - A DAY'S SLOT IS ITS DAY NUMBER       *
      * MODULO 30, SO EACH SLOT IS REUSED AFTER 30 DAYS.             *
      *****************************************************************
       01  ON-HAND-RECORD.
           05  OH-ITEM-NUMBER          PIC 9(6).
           05  OH-QUANTITY-ON-HAND     PIC S9(7)
                                       SIGN LEADING SEPARATE.
           05  OH-LAST-RECEIPT-DATE    PIC 9(8).
           05  OH-LAST-SALE-DATE       PIC 9(8).
           05  OH-LAST-COUNT-DATE      PIC 9(8).
           05  OH-DAILY-USAGE          OCCURS 30 TIMES.
               10  OH-USAGE-DATE       PIC 9(8).
               10  OH-USAGE-QUANTITY   PIC 9(5).
           05  FILLER                  PIC X(22).
