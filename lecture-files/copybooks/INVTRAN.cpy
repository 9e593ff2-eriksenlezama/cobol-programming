      *****************************************************************
      * INVENTORY TRANSACTION RECORD (KC03D65.TSU.INVTRAN)            *
      * KEYED BY THE WAREHOUSE AND POSTED TO THE ON-HAND FILE BY     *
      * INVPOST. A RECEIPT ADDS THE QUANTITY RECEIVED; A PHYSICAL    *
      * COUNT GIVES THE QUANTITY COUNTED ON THE SHELF, AND THE RUN   *
      * POSTS THE DIFFERENCE FROM THE BOOK QUANTITY AS AN            *
      * ADJUSTMENT UNDER THE REASON CODE. A BLANK TRANSACTION DATE   *
      * IS TAKEN AS THE BUSINESS DATE. COUNT REASON CODES:           *
      *   CC CYCLE COUNT         PI ANNUAL PHYSICAL INVENTORY        *
      *   DM DAMAGED/SCRAPPED    SH SHRINKAGE                        *
      *   RC RECOUNT CORRECTION                                      *
      *****************************************************************
       01  INVENTORY-TRANS-RECORD.
           05  IV-TRANS-CODE           PIC X.
               88  IV-RECEIPT                  VALUE "R".
               88  IV-PHYSICAL-COUNT           VALUE "C".
           05  IV-ITEM-NUMBER          PIC 9(6).
           05  IV-QUANTITY             PIC 9(7).
           05  IV-TRANS-DATE           PIC X(8).
           05  IV-TRANS-DATE-N REDEFINES IV-TRANS-DATE
                                       PIC 9(8).
           05  IV-REFERENCE            PIC X(10).
           05  IV-REASON-CODE          PIC X(2).
               88  IV-REASON-VALID             VALUE "CC" "PI" "DM"
                                                     "SH" "RC".
           05  FILLER                  PIC X(46).
