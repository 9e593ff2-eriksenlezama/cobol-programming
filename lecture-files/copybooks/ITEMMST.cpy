      * POSTING RUN (SLSPOST) VALIDATES SALES TRANSACTION LINE       *
      * ITEMS AGAINST THIS FILE AND PRICES THE LINE EXTRACT FROM     *
      * THE UNIT PRICE; THE PRODUCT LINE DRIVES THE SALES-BY-        *
      * PRODUCT-LINE REPORT. ITEMS ARE ADDED, REPRICED AND           *
      * DISCONTINUED ONLY THROUGH ITMMAINT; A DISCONTINUED ITEM      *
      * STAYS ON FILE SO OLD INVOICES STILL RESOLVE, BUT NEW SALES   *
      * LINES FOR IT ARE REJECTED. THE REORDER POINT IS THE ON-HAND  *
      * QUANTITY BELOW WHICH INVPOST LISTS THE ITEM FOR REORDER      *
      * (ZERO = NEVER REORDERED). THE STANDARD COST IS COSTED ONTO   *
      * EVERY ITEM SALES LINE BY SLSPOST FOR THE MARGIN REPORT.      *
      *****************************************************************
       01  ITEM-MASTER-RECORD.
           05  IM-ITEM-NUMBER          PIC 9(6).
           05  IM-DESCRIPTION          PIC X(20).
           05  IM-PRODUCT-LINE         PIC X(3).
           05  IM-UNIT-PRICE           PIC 9(5)V9(2).
           05  IM-ITEM-STATUS          PIC X.
               88  IM-ITEM-ACTIVE              VALUE "A" " ".
               88  IM-ITEM-DISCONTINUED        VALUE "D".
           05  IM-REORDER-POINT        PIC 9(7).
           05  IM-STANDARD-COST        PIC 9(5)V9(2).
           05  FILLER                  PIC X(29).
