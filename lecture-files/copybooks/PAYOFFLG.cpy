      *****************************************************************
      * MORTGAGE PAYOFF QUOTE LOG RECORD (KC03D65.TSU.PAYOFFLG)       *
      * ONE RECORD PER PAYOFF QUOTE ISSUED, ADDED TO THE END OF THE   *
      * LOG BY THE PAYOFF QUOTE RUN (PAYOFFQ) AND NUMBERED ON FROM    *
      * THE HIGHEST QUOTE NUMBER ALREADY LOGGED. THE PAYOFF AMOUNT    *
      * IS GOOD THROUGH THE GOOD-THROUGH DATE; FUNDS RECEIVED LATER   *
      * OWE THE PER-DIEM FOR EACH EXTRA DAY. THE ESCROW CREDIT IS     *
      * THE ESCROW BALANCE NETTED OFF THE PAYOFF (NEGATIVE WHEN THE   *
      * SERVICER HAS ADVANCED A BILL). THE POSTING RUN (LOANPOST)     *
      * CLOSES THE LOAN FROM THE LATEST QUOTE WHEN THE PAYOFF COMES.  *
      *****************************************************************
       01  PAYOFF-LOG-RECORD.
           05  PQ-QUOTE-NUMBER             PIC 9(7).
           05  PQ-LOAN-NUMBER              PIC 9(4).
           05  PQ-QUOTE-DATE               PIC 9(8).
           05  PQ-GOOD-THROUGH-DATE        PIC 9(8).
           05  PQ-PAID-THROUGH-DATE        PIC 9(8).
           05  PQ-PRINCIPAL                PIC 9(7)V9(2).
           05  PQ-INTEREST-DAYS            PIC 9(3).
           05  PQ-INTEREST                 PIC 9(7)V9(2).
           05  PQ-LATE-CHARGES             PIC 9(5)V9(2).
           05  PQ-ESCROW-CREDIT            PIC S9(7)V9(2)
                                           SIGN IS LEADING SEPARATE.
           05  PQ-PAYOFF-AMOUNT            PIC 9(7)V9(2).
           05  PQ-PER-DIEM                 PIC 9(5)V9(2).
           05  PQ-REQUESTED-BY             PIC X(25).
           05  FILLER                      PIC X(6).
