      * ONE RECORD PER OPEN INVOICE ITEM OR UNAPPLIED CREDIT,         *
      * MAINTAINED AS OLD/NEW GENERATIONS BY THE NIGHTLY A/R          *
      * POSTING RUN (ARPOST) FROM THE ACCEPTED-TRANSACTION EXTRACT    *
      * SLSPOST WRITES, AND BY THE CASH RECEIPTS RUN (CASHPOST) FROM  *
      * THE DAY'S CUSTOMER REMITTANCES. THE FILE IS KEPT IN BRANCH/   *
      * REP/CUSTOMER/ITEM-DATE/SEQUENCE ORDER - THE SAME BREAK ORDER  *
      * THE SALES REPORT USES. FULLY APPLIED ITEMS STAY ON FILE       *
      * MARKED PAID (OR WRITTEN OFF) UNTIL THE MONTH-END PURGE SO     *
      * DISPUTES CAN BE ANSWERED.                                     *
      *****************************************************************
       01  OPEN-ITEM-RECORD.
           05  AR-ITEM-KEY.
           05  AR-ITEM-STATUS              PIC X.
               88  AR-ITEM-OPEN                VALUE "O".
               88  AR-ITEM-PAID                VALUE "P".
               88  AR-ITEM-WRITTEN-OFF         VALUE "W".
               88  AR-ITEM-REVERSED            VALUE "R".
               88  AR-ITEM-CLOSED              VALUE "P" "W" "R".
      *
      * CHECK NUMBER OF THE REMITTANCE THAT CREATED AN UNAPPLIED CASH
      * ITEM - SPACES ON INVOICE ITEMS AND ON UNAPPLIED CREDIT MEMOS.
      *
           05  AR-CHECK-NUMBER             PIC X(8).
      *
      * BUSINESS DATE THE ITEM WAS CLOSED (PAID, WRITTEN OFF, OR
      * REVERSED BY THE SALES POSTING REVERSAL SLSREVRS) -
      * ZERO OR SPACES WHILE IT IS OPEN. A WRITTEN-OFF ITEM KEEPS THE
      * AMOUNT WRITTEN OFF IN AR-OPEN-BALANCE. THE MONTH-END PURGE
      * MOVES ITEMS CLOSED BEFORE THE CURRENT MONTH TO THE CLOSED-
      * ITEM HISTORY FILE.
      *
           05  AR-CLOSED-DATE              PIC 9(8).
           05  FILLER                      PIC X(28).
