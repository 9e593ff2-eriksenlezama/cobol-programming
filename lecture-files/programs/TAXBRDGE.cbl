      * POSTING AND THE TAX SIDE. CREDITS DO NOT GENERATE TAX
      * INPUT. CUSTOMERS MISSING FROM THE CROSS-REFERENCE ARE
      * LISTED FOR FOLLOW-UP AND PRODUCE NO TAX RECORD.
      * AN EXTRACT DATED IN A CLOSED FISCAL PERIOD IS REFUSED (SEE
      * PERDCHK) UNLESS AN AUTHORIZED OVERRIDE CARD IS SUPPLIED.
      *
      * CUSTJURX RECORDS: CUSTOMER 9(5), JURISDICTION X(4), EXEMPT
      * CODE X(1), CERTIFICATE NUMBER X(8).
           05  CT-SALESIN-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CREDITS-SKIPPED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NO-XREF          PIC S9(7)     COMP-3 VALUE ZERO.
      *
       01  PERIOD-CHECK-FIELDS.
           05  WS-PERIOD-PROGRAM   PIC X(8)      VALUE "TAXBRDGE".
           05  WS-PERIOD-STATUS    PIC 9(1).
               88  PERIOD-POSTING-REFUSED        VALUE 2.
           05  WS-PERIOD-REASON    PIC X(40).
      *
       COPY DATETIME.
      *
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 110-LOAD-XREF-TABLE.
           PERFORM 130-READ-ACCEPTED-TRANS.
           IF NOT ARTRN-EOF
               PERFORM 135-CHECK-POSTING-PERIOD
           END-IF.
           PERFORM 200-BRIDGE-ONE-TRANS
               UNTIL ARTRN-EOF.
           PERFORM 400-PRINT-CONTROL-TOTALS.
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.
      *
      * A BUSINESS DATE IN A CLOSED FISCAL PERIOD IS NOT BRIDGED
      * UNLESS PERDCHK FINDS AN AUTHORIZED OVERRIDE CARD.
      *
       135-CHECK-POSTING-PERIOD.
      *
           CALL "PERDCHK" USING WS-PERIOD-PROGRAM, AT-BUSINESS-DATE,
                WS-PERIOD-STATUS, WS-PERIOD-REASON.
           IF PERIOD-POSTING-REFUSED
               DISPLAY "TAXBRDGE NOT RUN FOR " AT-BUSINESS-DATE
                   " - " WS-PERIOD-REASON
               PERFORM 900-ABORT
           END-IF.
      *
       200-BRIDGE-ONE-TRANS.
      *
