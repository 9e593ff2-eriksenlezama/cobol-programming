      *****************************************************************
      * CLAIM BENEFIT TABLE RECORD (KC03D65.TSU.BENEFIT)              *
      * ONE RECORD PER CLIENT CLASS NUMBER. THE DEDUCTIBLE COMES OFF  *
      * EACH CLAIM'S ALLOWED AMOUNT AND WHAT IS LEFT IS PAID UP TO    *
      * THE PER-CLAIM MAXIMUM. A CLASS WITH NO RECORD HAS NO BENEFIT  *
      * DEFINED AND ITS CLAIMS ARE NOT TAKEN.                         *
      *****************************************************************
       01  BENEFIT-TABLE-RECORD.
           05  BN-CLASS-NUMBER             PIC 99.
           05  BN-DEDUCTIBLE               PIC 9(5)V9(2).
           05  BN-CLAIM-MAXIMUM            PIC 9(7)V9(2).
           05  FILLER                      PIC X(62).
