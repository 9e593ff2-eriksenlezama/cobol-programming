      *****************************************************************
      * PRODUCT-LINE TABLE RECORD (KC03D65.TSU.PRODLINE)              *
      * ONE RECORD PER PRODUCT LINE THE ITEM MASTER MAY CARRY. THE   *
      * ITEM MAINTENANCE RUN (ITMMAINT) LOADS THIS FILE AND REJECTS  *
      * ANY ADD OR CHANGE NAMING A PRODUCT LINE NOT ON IT.           *
      *****************************************************************
       01  PRODUCT-LINE-RECORD.
           05  PL-PRODUCT-LINE         PIC X(3).
           05  PL-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(57).
