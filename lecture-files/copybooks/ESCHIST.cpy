      *****************************************************************
      * ESCROW DISBURSEMENT HISTORY RECORD (KC03D65.TSU.ESCHIST)      *
      * ONE RECORD PER DISBURSEMENT PAID FROM A LOAN'S ESCROW, ADDED  *
      * TO THE END OF THE FILE BY THE DISBURSEMENT RUN (ESCDISB) WITH *
      * THE ESCROW BALANCE LEFT AFTER IT. THE ANNUAL ESCROW ANALYSIS  *
      * (ESCANAL) PROJECTS THE COMING YEAR'S TAX AND INSURANCE BILLS  *
      * FROM THE LAST TWELVE MONTHS OF THIS HISTORY.                  *
      *****************************************************************
       01  ESCROW-HISTORY-RECORD.
           05  EH-LOAN-NUMBER              PIC 9(4).
           05  EH-DISB-TYPE                PIC X.
               88  EH-PROPERTY-TAX             VALUE "T".
               88  EH-HAZARD-INSURANCE         VALUE "H".
               88  EH-SURPLUS-REFUND           VALUE "R".
           05  EH-PAID-DATE                PIC 9(8).
           05  EH-PAID-DATE-X REDEFINES EH-PAID-DATE.
               10  EH-PAID-YEAR            PIC 9(4).
               10  EH-PAID-MONTH           PIC 9(2).
               10  EH-PAID-DAY             PIC 9(2).
           05  EH-AMOUNT                   PIC 9(7)V9(2).
           05  EH-PAYEE                    PIC X(30).
           05  EH-BALANCE-AFTER            PIC S9(7)V9(2)
                                           SIGN IS LEADING SEPARATE.
           05  EH-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(10).
