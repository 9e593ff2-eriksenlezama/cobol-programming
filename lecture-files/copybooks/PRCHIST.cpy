      *****************************************************************
      * ITEM PRICE HISTORY RECORD (KC03D65.TSU.PRCHIST)               *
      * ONE RECORD PER PRICE SET ON AN ITEM, WRITTEN BY ITMMAINT     *
      * WHEN AN ITEM IS ADDED (OLD PRICE ZERO) OR REPRICED. THE      *
      * FILE IS EXTENDED IN RUN ORDER; THE PRICE IN FORCE FOR AN     *
      * ITEM ON ANY DATE IS THE NEW PRICE OF THE LATEST RECORD FOR   *
      * THAT ITEM WHOSE EFFECTIVE DATE IS NOT AFTER THE DATE.        *
      *****************************************************************
       01  PRICE-HISTORY-RECORD.
           05  PH-ITEM-NUMBER          PIC 9(6).
           05  PH-EFFECTIVE-DATE       PIC 9(8).
           05  PH-OLD-PRICE            PIC 9(5)V9(2).
           05  PH-NEW-PRICE            PIC 9(5)V9(2).
           05  PH-TRANS-CODE           PIC X.
           05  PH-CHANGE-DATE          PIC 9(8).
           05  PH-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(35).
