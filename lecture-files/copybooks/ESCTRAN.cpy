      *****************************************************************
      * ESCROW DISBURSEMENT TRANSACTION (KC03D65.TSU.ESCTRAN)         *
      * ONE BILL PAID OUT OF A SERVICED LOAN'S ESCROW ACCOUNT ON THE  *
      * BORROWER'S BEHALF - PROPERTY TAX (T) OR HAZARD INSURANCE (H)  *
      * - OR A REFUND OF ESCROW SURPLUS TO THE BORROWER (R). KEYED    *
      * FROM THE BILLS FOR THE DISBURSEMENT RUN (ESCDISB); REFUNDS    *
      * ARE WRITTEN IN THIS LAYOUT BY THE ESCROW ANALYSIS (ESCANAL).  *
      * A BLANK PAID DATE MEANS THE BUSINESS DATE OF THE RUN.         *
      *****************************************************************
       01  ESCROW-TRANS-RECORD.
           05  ET-LOAN-NUMBER              PIC 9(4).
           05  ET-LOAN-NUMBER-X REDEFINES ET-LOAN-NUMBER
                                           PIC X(4).
           05  ET-DISB-TYPE                PIC X.
               88  ET-PROPERTY-TAX             VALUE "T".
               88  ET-HAZARD-INSURANCE         VALUE "H".
               88  ET-SURPLUS-REFUND           VALUE "R".
               88  ET-VALID-TYPE               VALUE "T" "H" "R".
           05  ET-PAID-DATE                PIC 9(8).
           05  ET-PAID-DATE-X REDEFINES ET-PAID-DATE.
               10  ET-PAID-YEAR            PIC 9(4).
               10  ET-PAID-MONTH           PIC 9(2).
               10  ET-PAID-DAY             PIC 9(2).
           05  ET-AMOUNT                   PIC 9(7)V9(2).
           05  ET-AMOUNT-X REDEFINES ET-AMOUNT
                                           PIC X(9).
           05  ET-PAYEE                    PIC X(30).
           05  FILLER                      PIC X(28).
