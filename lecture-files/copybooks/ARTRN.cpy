      * SALES MASTER, IN THE SAME BRANCH/REP/CUSTOMER ORDER AS THE    *
      * MASTER PASS, AND CONSUMED BY THE A/R OPEN-ITEM POSTING RUN    *
      * (ARPOST). REJECTED TRANSACTIONS NEVER REACH THIS FILE.        *
      * THE SAME RECORD IS WRITTEN TO THE MONTH-TO-DATE SALES         *
      * HISTORY (SALESHST), WHICH SLSHUPD APPENDS AT MONTH END TO THE *
      * CUMULATIVE SALES HISTORY MASTER (SLSHIST) READ BY SLSHINQ.   *
      *****************************************************************
       01  ACCEPTED-TRANS-RECORD.
           05  AT-BRANCH-NUMBER        PIC 9(2).
      * OV/OT) - SPACES ON DEBITS. FEEDS THE RETURNS ANALYSIS.
      *
           05  AT-REASON-CODE          PIC X(2).
      *
      * ITEM LINES OF AN ACCEPTED DEBIT AS PRICED (UNIT PRICE IS THE
      * LIST OR CONTRACT PRICE CHARGED). SPACES ON CREDITS, ON UNUSED
      * LINES, AND ON HISTORY WRITTEN BEFORE THE LINES WERE CARRIED.
      *
           05  AT-ITEM-LINE            OCCURS 3 TIMES.
               10  AT-ITEM-NUMBER      PIC 9(6).
               10  AT-QUANTITY         PIC 9(3).
               10  AT-UNIT-PRICE       PIC 9(5)V9(2).
           05  FILLER                  PIC X(5).
