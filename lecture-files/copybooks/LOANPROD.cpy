      *****************************************************************
      * MORTGAGE PRODUCT TABLE RECORD (KC03D65.TSU.LOANPROD)          *
      * ONE RECORD PER LOAN PRODUCT CODE CARRIED ON THE SERVICING     *
      * MASTER. THE ADJUSTABLE-RATE TERMS (FLAG A, ADJUSTMENT PERIOD  *
      * IN MONTHS, STEP, CAP AND MARGIN - MONTHLY RATES) ARE USED BY  *
      * THE RESET RUN (ARMRESET). THE LATE-CHARGE TERMS ARE USED BY   *
      * THE POSTING RUN (LOANPOST): AN INSTALLMENT NOT RECEIVED BY    *
      * THE GRACE DAYS AFTER ITS DUE DATE IS CHARGED THE LATE-CHARGE  *
      * PERCENTAGE (0.0500 = 5%) OF THE MONTHLY P&I. A ZERO           *
      * PERCENTAGE MEANS THE PRODUCT CARRIES NO LATE CHARGE.          *
      *****************************************************************
       01  LOAN-PRODUCT-RECORD.
           05  LP-PRODUCT-CODE         PIC X(3).
           05  LP-INTST-RATE           PIC 9V9(4).
           05  LP-MONTHS               PIC 9(3).
           05  LP-ADJUST-FLAG          PIC X.
               88  LP-ADJUSTABLE           VALUE "A".
           05  LP-ADJUST-PERIOD        PIC 9(3).
           05  LP-ADJUST-STEP          PIC 9V9(4).
           05  LP-RATE-CAP             PIC 9V9(4).
           05  LP-MARGIN               PIC 9V9(4).
           05  LP-GRACE-DAYS           PIC 9(2).
           05  LP-LATE-CHARGE-PCT      PIC 9V9(4).
           05  FILLER                  PIC X(43).
