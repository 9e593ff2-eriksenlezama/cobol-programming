      * WHICH APPLIES PAYMENTS WITH THE SAME INTEREST/PRINCIPAL/    *
      * ESCROW SPLIT THE AMORTIZATION LOGIC USES AND COUNTS         *
      * DELINQUENT MONTHS.                                          *
      * AN ADJUSTABLE LOAN CARRIES ITS LOANPROD PRODUCT CODE, THE   *
      * DATE ITS RATE NEXT RESETS AND THE LIFETIME RATE CAP; THE    *
      * MONTHLY RESET RUN (ARMRESET) MOVES THE RATE AND THE P&I ON  *
      * THAT DATE. A FIXED-RATE LOAN HAS A ZERO ADJUSTMENT DATE.    *
      * THE ESCROW BALANCE IS CREDITED WITH THE ESCROW PART OF EACH *
      * PAYMENT BY LOANPOST AND DEBITED BY THE ESCROW DISBURSEMENT  *
      * RUN (ESCDISB); IT GOES NEGATIVE WHEN A BILL IS ADVANCED.    *
      * THE ANNUAL ESCROW ANALYSIS (ESCANAL) RESETS THE MONTHLY     *
      * ESCROW. 120 BYTES SINCE THE ESCROW BALANCE WAS ADDED        *
      * (CNVLOAN CONVERTED THE 80-BYTE GENERATION).                 *
      * THE PAID-THROUGH DATE IS THE DATE INTEREST HAS BEEN PAID TO *
      * - THE FUNDING DATE, MOVED ON A MONTH BY EACH PAYMENT. THE   *
      * PAYOFF QUOTE RUN (PAYOFFQ) ACCRUES PER-DIEM INTEREST FROM   *
      * IT; LOANPOST MARKS THE LOAN PAID OFF (STATUS P) WHEN THE    *
      * QUOTED PAYOFF IS RECEIVED AND RELEASES THE LIEN.            *
      * AN INSTALLMENT PAID (OR STILL UNPAID) AFTER ITS GRACE DAYS  *
      * IS CHARGED A LATE CHARGE BY LOANPOST, CARRIED IN THE UNPAID *
      * LATE CHARGES UNTIL A PAYMENT COVERS IT; THE LATE-CHARGE DUE *
      * DATE IS THE DUE DATE OF THE LAST INSTALLMENT CHARGED, SO    *
      * NONE IS CHARGED TWICE. THE NOTICE LEVEL IS THE LAST DEFAULT *
      * LETTER THE DEFAULT NOTICE RUN (LOANDFLT) SENT - 1 REMINDER, *
      * 2 NOTICE OF DEFAULT, 3 DEMAND AND FORECLOSURE REFERRAL -    *
      * AND GOES BACK TO 0 WHEN THE LOAN IS BROUGHT CURRENT.        *
      *****************************************************************
       01  LOAN-MASTER-RECORD.
           05  LN-LOAN-NUMBER          PIC 9(4).
           05  LN-MONTHLY-ESCROW       PIC 9(5).
           05  LN-BALANCE              PIC 9(7)V9(2).
           05  LN-DELINQ-MONTHS        PIC 9(2).
           05  LN-PRODUCT-CODE         PIC X(3).
           05  LN-NEXT-ADJUST-DATE     PIC 9(8).
           05  LN-NEXT-ADJUST-DATE-X REDEFINES LN-NEXT-ADJUST-DATE.
               10  LN-ADJUST-YEAR      PIC 9(4).
               10  LN-ADJUST-MONTH     PIC 9(2).
               10  LN-ADJUST-DAY       PIC 9(2).
           05  LN-RATE-CAP             PIC 9V9(4).
           05  LN-ESCROW-BALANCE       PIC S9(7)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  LN-PAID-THROUGH-DATE    PIC 9(8).
           05  LN-PAID-THROUGH-DATE-X REDEFINES LN-PAID-THROUGH-DATE.
               10  LN-PAID-THROUGH-YEAR    PIC 9(4).
               10  LN-PAID-THROUGH-MONTH   PIC 9(2).
               10  LN-PAID-THROUGH-DAY     PIC 9(2).
           05  LN-UNPAID-LATE-CHARGES  PIC 9(5)V9(2).
           05  LN-LOAN-STATUS          PIC X.
               88  LN-LOAN-ACTIVE              VALUE "A" " ".
               88  LN-LOAN-PAID-OFF            VALUE "P".
           05  LN-LATE-CHARGE-DUE-DATE PIC 9(8).
           05  LN-NOTICE-LEVEL         PIC 9.
               88  LN-NO-NOTICE-SENT           VALUE 0.
               88  LN-REMINDER-SENT            VALUE 1.
               88  LN-DEFAULT-NOTICE-SENT      VALUE 2.
               88  LN-DEMAND-SENT              VALUE 3.
           05  FILLER                  PIC X(5).
