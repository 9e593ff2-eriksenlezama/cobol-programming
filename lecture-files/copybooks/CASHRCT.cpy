      *****************************************************************
      * CUSTOMER REMITTANCE RECORD (KC03D65.TSU.CASHRCT)              *
      * ONE RECORD PER CHECK IN THE DAY'S BANK DEPOSIT, KEYED BY THE  *
      * CASH DEPARTMENT FROM THE REMITTANCE STUBS AND POSTED TO THE   *
      * A/R OPEN-ITEM MASTER BY CASHPOST. THE INVOICE DATE/SEQUENCE   *
      * IS OPTIONAL - WHEN THE CUSTOMER NAMED THE ITEM BEING PAID IT  *
      * IS KEYED EXACTLY AS IT PRINTS ON THE STATEMENT, OTHERWISE IT  *
      * IS LEFT ZERO AND THE CHECK IS APPLIED OLDEST ITEM FIRST.      *
      *****************************************************************
       01  CASH-RECEIPT-RECORD.
           05  RM-CUSTOMER-NUMBER      PIC 9(5).
           05  RM-CHECK-NUMBER         PIC X(8).
           05  RM-AMOUNT               PIC 9(5)V9(2).
           05  RM-INVOICE-REF.
               10  RM-INVOICE-DATE     PIC 9(8).
               10  RM-INVOICE-SEQUENCE PIC 9(3).
           05  FILLER                  PIC X(49).
