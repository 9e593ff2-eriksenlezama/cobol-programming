      *****************************************************************
      * LOAN PAYMENT HISTORY RECORD (KC03D65.TSU.LOANHIST)            *
      * ONE RECORD PER PAYMENT POSTED TO A SERVICED LOAN, ADDED TO    *
      * THE END OF THE FILE BY THE POSTING RUN (LOANPOST) WITH THE    *
      * SPLIT APPLIED - INTEREST, PRINCIPAL, ESCROW AND ANY UNPAID    *
      * LATE CHARGES COLLECTED (ZERO ON RECORDS WRITTEN BEFORE LATE   *
      * CHARGES WERE ASSESSED, WHICH HOLD SPACES THERE) - AND THE     *
      * BALANCE LEFT AFTER IT. THE FILE IS IN RUN ORDER. THE LOAN     *
      * HISTORY INQUIRY (LOANHINQ) LISTS IT BY LOAN; THE YEAR-END     *
      * INTEREST RUN (LOANINT) TOTALS THE INTEREST BY CALENDAR YEAR.  *
      *****************************************************************
       01  LOAN-HISTORY-RECORD.
           05  LH-LOAN-NUMBER              PIC 9(4).
           05  LH-PAYMENT-DATE             PIC 9(8).
           05  LH-PAYMENT-DATE-X REDEFINES LH-PAYMENT-DATE.
               10  LH-PAYMENT-YEAR         PIC 9(4).
               10  LH-PAYMENT-MONTH        PIC 9(2).
               10  LH-PAYMENT-DAY          PIC 9(2).
           05  LH-PAYMENT-TYPE             PIC X.
               88  LH-REGULAR-PAYMENT          VALUE "R".
               88  LH-PAYOFF-PAYMENT           VALUE "P".
           05  LH-PAYMENT-AMOUNT           PIC 9(7)V9(2).
           05  LH-INTEREST                 PIC 9(7)V9(2).
           05  LH-PRINCIPAL                PIC 9(7)V9(2).
           05  LH-ESCROW                   PIC 9(7)V9(2).
           05  LH-BALANCE-AFTER            PIC 9(7)V9(2).
           05  LH-RUN-DATE                 PIC 9(8).
           05  LH-LATE-CHARGES             PIC 9(5)V9(2).
           05  FILLER                      PIC X(7).
