      *****************************************************************
      * GENERAL LEDGER ACCOUNT MASTER RECORD (KC03D65.TSU.GLACCT)     *
      * ONE RECORD PER ACCOUNT IN ACCOUNT ORDER, KEPT AS OLD/NEW     *
      * GENERATIONS (GLAOLD/GLANEW) BY GLPOST, WHICH ADDS AND        *
      * CHANGES ACCOUNTS FROM THE GLACTRN CARDS AND POSTS THE        *
      * NIGHT'S GLJRNL. BALANCES ARE SIGNED, DEBIT POSITIVE AND      *
      * CREDIT NEGATIVE. THE PERIOD BALANCE IS THE NET ACTIVITY FOR  *
      * GA-PERIOD (YEAR/MONTH); THE YEAR-TO-DATE BALANCE IS THE NET  *
      * ACTIVITY SINCE JANUARY OF THAT YEAR. BOTH START AGAIN AT     *
      * ZERO THE FIRST TIME AN ACCOUNT IS CARRIED INTO A NEW MONTH   *
      * (YEAR-TO-DATE ONLY INTO A NEW YEAR).                         *
      *****************************************************************
       01  GL-ACCOUNT-RECORD.
           05  GA-ACCOUNT              PIC X(8).
           05  GA-DESCRIPTION          PIC X(30).
           05  GA-ACCOUNT-TYPE         PIC X.
               88  GA-ASSET                    VALUE "A".
               88  GA-LIABILITY                VALUE "L".
               88  GA-EQUITY                   VALUE "Q".
               88  GA-REVENUE                  VALUE "R".
               88  GA-EXPENSE                  VALUE "E".
           05  GA-PERIOD               PIC 9(6).
           05  GA-PERIOD-X REDEFINES GA-PERIOD.
               10  GA-PERIOD-YEAR      PIC 9(4).
               10  GA-PERIOD-MONTH     PIC 9(2).
           05  GA-PERIOD-BALANCE       PIC S9(9)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  GA-YTD-BALANCE          PIC S9(9)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  GA-LAST-POSTED          PIC 9(8).
           05  FILLER                  PIC X(3).
