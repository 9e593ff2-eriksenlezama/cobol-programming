      * FILES ARRIVE IN BRANCH/REP/CUSTOMER ORDER, SO THE MERGE IS A
      * SINGLE BALANCED PASS. FULLY APPLIED ITEMS STAY ON THE NEW
      * MASTER MARKED PAID SO A DISPUTE CAN BE ANSWERED FROM FILE.
      *
      * THE EXTRACT IS SORTED INTO MASTER ORDER (ARRIVAL ORDER WITHIN
      * A CUSTOMER) AND MATCHED FROM THE SORT'S OUTPUT PROCEDURE. A
      * CUSTOMER WITH TRANSACTIONS HAS ITS OPEN ITEMS COPIED TO THE
      * GROUP WORK FILE (GRPWORK), WHERE NEW ITEMS ARE ADDED AT THE
      * END AND CREDITS ARE APPLIED IN PLACE; A CUSTOMER WITHOUT ANY
      * IS COPIED STRAIGHT TO THE NEW MASTER. NEITHER THE NIGHT'S
      * VOLUME NOR THE SIZE OF AN ACCOUNT IS LIMITED BY A TABLE.
      *
      * A BUSINESS DATE IN A CLOSED FISCAL PERIOD IS REFUSED (SEE
      * PERDCHK) UNLESS AN AUTHORIZED OVERRIDE CARD IS SUPPLIED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WF-ARREG-STATUS.
           SELECT PROCDATE   ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT GRPWORK    ASSIGN TO GRPWORK
           FILE STATUS IS WF-GRPWORK-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  GRPWORK
           RECORD CONTAINS 80 CHARACTERS.
       01  GROUP-WORK-RECORD           PIC X(80).
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-CUSTOMER-KEY.
               10  SRT-BRANCH-NUMBER   PIC 9(2).
               10  SRT-SALESREP-NUMBER PIC 9(2).
               10  SRT-CUSTOMER-NUMBER PIC 9(5).
           05  SRT-INVOICE-AMOUNT      PIC 9(5)V9(2).
           05  SRT-DEBIT-CREDIT-CODE   PIC X.
           05  SRT-BUSINESS-DATE       PIC 9(8).
           05  SRT-READ-SEQUENCE       PIC 9(7).
      *
       WORKING-STORAGE SECTION.
      *
               88  AROPEN-EOF                   VALUE "Y".
           05  ARTRN-EOF-SWITCH        PIC X    VALUE "N".
               88  ARTRN-EOF                    VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  GRPWORK-EOF-SWITCH      PIC X    VALUE "N".
               88  GRPWORK-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-AROLD-STATUS     PIC XX.
               88  ARREG-FILE-OK           VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-GRPWORK-STATUS   PIC XX.
               88  GRPWORK-FILE-OK         VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
      * THE TRANSACTION BEING POSTED, AS RETURNED FROM THE SORT.
      *
       01  TRANS-ENTRY.
           05  TX-CUSTOMER-KEY.
               10  TX-BRANCH-NUMBER    PIC 9(2).
               10  TX-SALESREP-NUMBER  PIC 9(2).
               10  TX-CUSTOMER-NUMBER  PIC 9(5).
           05  TX-INVOICE-AMOUNT       PIC 9(5)V9(2).
           05  TX-DEBIT-CREDIT-CODE    PIC X.
           05  TX-BUSINESS-DATE        PIC 9(8).
           05  TX-READ-SEQUENCE        PIC 9(7).
      *
       01  GROUP-FIELDS.
           05  WS-GROUP-KEY.
               10  WS-GROUP-BRANCH     PIC 9(2).
               10  WS-GROUP-SALESREP   PIC 9(2).
               10  WS-GROUP-CUSTOMER   PIC 9(5).
      *
       01  WORK-FIELDS.
           05  WS-CREDIT-REMAINING PIC S9(7)V99  COMP-3.
           05  WS-APPLY-PORTION    PIC S9(7)V99  COMP-3.
           05  WS-NEXT-SEQUENCE    PIC S9(3)     COMP.
      *
      * ITEM WORK RECORD IN THE ARITEM LAYOUT - THE GROUP WORK FILE
      * AND THE NEW MASTER ARE BOTH WRITTEN FROM HERE.
      *
       01  WS-ITEM-OUT.
           05  WO-BRANCH-NUMBER        PIC 9(2).
           05  WO-ORIGINAL-AMOUNT      PIC 9(5)V9(2).
           05  WO-OPEN-BALANCE         PIC 9(5)V9(2).
           05  WO-ITEM-STATUS          PIC X.
           05  WO-CHECK-NUMBER         PIC X(8).
           05  WO-CLOSED-DATE          PIC 9(8).
           05  FILLER                  PIC X(28)   VALUE SPACE.
      *
       01  CONTROL-TOTALS.
           05  CT-TRANS-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CREDITS-APPLIED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CREDITS-ON-ACCT  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-OPEN-BALANCE     PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       01  PERIOD-CHECK-FIELDS.
           05  WS-PERIOD-PROGRAM   PIC X(8)      VALUE "ARPOST  ".
           05  WS-PERIOD-STATUS    PIC 9(1).
               88  PERIOD-POSTING-REFUSED        VALUE 2.
           05  WS-PERIOD-REASON    PIC X(40).
      *
       COPY DATETIME.
      *
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 117-CHECK-POSTING-PERIOD.
           PERFORM 230-PRINT-HEADING-LINES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-KEY
               ON ASCENDING KEY SRT-READ-SEQUENCE
               INPUT PROCEDURE 120-RELEASE-ACCEPTED-TRANS
               OUTPUT PROCEDURE 160-MERGE-SORTED-TRANS.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE AROPEN-OLD
                 AROPEN-NEW
           END-READ.
           CLOSE PROCDATE.
      *
      * A BUSINESS DATE IN A CLOSED FISCAL PERIOD IS NOT POSTED
      * UNLESS PERDCHK FINDS AN AUTHORIZED OVERRIDE CARD.
      *
       117-CHECK-POSTING-PERIOD.
      *
           CALL "PERDCHK" USING WS-PERIOD-PROGRAM, PD-BUSINESS-DATE,
                WS-PERIOD-STATUS, WS-PERIOD-REASON.
           IF PERIOD-POSTING-REFUSED
               DISPLAY "ARPOST NOT RUN FOR " PD-BUSINESS-DATE
                   " - " WS-PERIOD-REASON
               PERFORM 900-ABORT
           END-IF.
      *
       120-RELEASE-ACCEPTED-TRANS.
      *
           PERFORM 130-READ-ACCEPTED-TRANS.
           PERFORM 140-RELEASE-ONE-TRANS
               UNTIL ARTRN-EOF.
      *
       130-READ-ACCEPTED-TRANS.
                   ADD 1 TO CT-TRANS-READ
           END-READ.
      *
       140-RELEASE-ONE-TRANS.
      *
           MOVE AT-BRANCH-NUMBER     TO SRT-BRANCH-NUMBER.
           MOVE AT-SALESREP-NUMBER   TO SRT-SALESREP-NUMBER.
           MOVE AT-CUSTOMER-NUMBER   TO SRT-CUSTOMER-NUMBER.
           MOVE AT-INVOICE-AMOUNT    TO SRT-INVOICE-AMOUNT.
           MOVE AT-DEBIT-CREDIT-CODE TO SRT-DEBIT-CREDIT-CODE.
           MOVE AT-BUSINESS-DATE     TO SRT-BUSINESS-DATE.
           MOVE CT-TRANS-READ        TO SRT-READ-SEQUENCE.
           RELEASE SORT-RECORD.
           PERFORM 130-READ-ACCEPTED-TRANS.
      *
       150-READ-OPEN-ITEM.
               NOT AT END
                   ADD 1 TO CT-ITEMS-READ
           END-READ.
      *
       160-MERGE-SORTED-TRANS.
      *
           PERFORM 170-RETURN-SORTED-TRANS.
           PERFORM 150-READ-OPEN-ITEM.
           PERFORM 200-PROCESS-MASTER-GROUP
               UNTIL AROPEN-EOF.
           PERFORM 330-FLUSH-REMAINING-TRANS
               UNTIL SORT-EOF.
      *
       170-RETURN-SORTED-TRANS.
      *
           RETURN SORT-FILE INTO TRANS-ENTRY
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.
      *
      * ONE PASS OF THE BALANCED LINE. TRANSACTION CUSTOMERS WITH A
      * KEY BELOW THE NEXT MASTER GROUP HAVE NO PRIOR OPEN ITEMS
       200-PROCESS-MASTER-GROUP.
      *
           PERFORM 205-EMIT-EARLIER-TRANS-GROUPS
               UNTIL SORT-EOF
               OR TX-CUSTOMER-KEY NOT < AR-ITEM-KEY (1:9).
           MOVE AR-BRANCH-NUMBER   TO WS-GROUP-BRANCH.
           MOVE AR-SALESREP-NUMBER TO WS-GROUP-SALESREP.
           MOVE AR-CUSTOMER-NUMBER TO WS-GROUP-CUSTOMER.
           IF NOT SORT-EOF
                   AND TX-CUSTOMER-KEY = WS-GROUP-KEY
               PERFORM 210-LOAD-ITEM-GROUP
               PERFORM 220-APPLY-GROUP-TRANS
                   UNTIL SORT-EOF
                   OR TX-CUSTOMER-KEY NOT = WS-GROUP-KEY
               PERFORM 320-WRITE-ITEM-GROUP
           ELSE
               PERFORM 212-COPY-ONE-ITEM
                   UNTIL AROPEN-EOF
                   OR AR-ITEM-KEY (1:9) NOT = WS-GROUP-KEY
           END-IF.
      *
       205-EMIT-EARLIER-TRANS-GROUPS.
      *
           MOVE TX-CUSTOMER-KEY TO WS-GROUP-KEY.
           OPEN OUTPUT GRPWORK.
           PERFORM 290-CHECK-GRPWORK-OPEN.
           CLOSE GRPWORK.
           PERFORM 220-APPLY-GROUP-TRANS
               UNTIL SORT-EOF
               OR TX-CUSTOMER-KEY NOT = WS-GROUP-KEY.
           PERFORM 320-WRITE-ITEM-GROUP.
      *
       210-LOAD-ITEM-GROUP.
      *
           OPEN OUTPUT GRPWORK.
           PERFORM 290-CHECK-GRPWORK-OPEN.
           PERFORM 215-STORE-ONE-ITEM
               UNTIL AROPEN-EOF
               OR AR-ITEM-KEY (1:9) NOT = WS-GROUP-KEY.
           CLOSE GRPWORK.
      *
       212-COPY-ONE-ITEM.
      *
           PERFORM 217-FORMAT-OLD-ITEM.
           PERFORM 327-WRITE-NEW-ITEM.
           PERFORM 150-READ-OPEN-ITEM.
      *
       215-STORE-ONE-ITEM.
      *
           PERFORM 217-FORMAT-OLD-ITEM.
           WRITE GROUP-WORK-RECORD FROM WS-ITEM-OUT.
           PERFORM 150-READ-OPEN-ITEM.
      *
       217-FORMAT-OLD-ITEM.
      *
           MOVE WS-GROUP-BRANCH     TO WO-BRANCH-NUMBER.
           MOVE WS-GROUP-SALESREP   TO WO-SALESREP-NUMBER.
           MOVE WS-GROUP-CUSTOMER   TO WO-CUSTOMER-NUMBER.
           MOVE AR-ITEM-DATE        TO WO-ITEM-DATE.
           MOVE AR-ITEM-SEQUENCE    TO WO-ITEM-SEQUENCE.
           MOVE AR-ITEM-TYPE        TO WO-ITEM-TYPE.
           MOVE AR-ORIGINAL-AMOUNT  TO WO-ORIGINAL-AMOUNT.
           MOVE AR-OPEN-BALANCE     TO WO-OPEN-BALANCE.
           MOVE AR-ITEM-STATUS      TO WO-ITEM-STATUS.
           MOVE AR-CHECK-NUMBER     TO WO-CHECK-NUMBER.
           IF AR-CLOSED-DATE NUMERIC
               MOVE AR-CLOSED-DATE TO WO-CLOSED-DATE
           ELSE
               MOVE ZERO TO WO-CLOSED-DATE
           END-IF.
      *
       220-APPLY-GROUP-TRANS.
      *
           IF TX-DEBIT-CREDIT-CODE = "D"
               PERFORM 240-CREATE-DEBIT-ITEM
           ELSE
               PERFORM 260-APPLY-CREDIT
           END-IF.
           PERFORM 170-RETURN-SORTED-TRANS.
      *
       240-CREATE-DEBIT-ITEM.
      *
           PERFORM 250-NEXT-ITEM-SEQUENCE.
           MOVE WS-GROUP-BRANCH     TO WO-BRANCH-NUMBER.
           MOVE WS-GROUP-SALESREP   TO WO-SALESREP-NUMBER.
           MOVE WS-GROUP-CUSTOMER   TO WO-CUSTOMER-NUMBER.
           MOVE TX-BUSINESS-DATE    TO WO-ITEM-DATE.
           MOVE WS-NEXT-SEQUENCE    TO WO-ITEM-SEQUENCE.
           MOVE "D"                 TO WO-ITEM-TYPE.
           MOVE TX-INVOICE-AMOUNT   TO WO-ORIGINAL-AMOUNT.
           MOVE TX-INVOICE-AMOUNT   TO WO-OPEN-BALANCE.
           MOVE "O"                 TO WO-ITEM-STATUS.
           MOVE SPACE               TO WO-CHECK-NUMBER.
           MOVE ZERO                TO WO-CLOSED-DATE.
           PERFORM 285-ADD-GROUP-ITEM.
           ADD 1 TO CT-DEBIT-ITEMS-NEW.
           MOVE "NEW ITEM    " TO POL-ACTION.
           MOVE WO-ITEM-DATE      TO POL-ITEM-DATE.
           MOVE WO-ITEM-SEQUENCE  TO POL-ITEM-SEQUENCE.
           MOVE WO-OPEN-BALANCE   TO POL-ITEM-BALANCE.
           PERFORM 310-PRINT-POSTING-LINE.
      *
      * NEXT SEQUENCE FOR THE TRANSACTION'S DATE IS ONE PAST THE
      * HIGHEST ALREADY IN THE CUSTOMER'S GROUP FOR THAT DATE.
      *
       250-NEXT-ITEM-SEQUENCE.
      *
           MOVE 1 TO WS-NEXT-SEQUENCE.
           OPEN INPUT GRPWORK.
           PERFORM 290-CHECK-GRPWORK-OPEN.
           PERFORM 295-READ-GROUP-WORK.
           PERFORM 255-CHECK-ONE-SEQUENCE
               UNTIL GRPWORK-EOF.
           CLOSE GRPWORK.
      *
       255-CHECK-ONE-SEQUENCE.
      *
           IF WO-ITEM-DATE = TX-BUSINESS-DATE
                   AND WO-ITEM-SEQUENCE >= WS-NEXT-SEQUENCE
               COMPUTE WS-NEXT-SEQUENCE = WO-ITEM-SEQUENCE + 1
           END-IF.
           PERFORM 295-READ-GROUP-WORK.
      *
      * CREDITS ARE APPLIED OLDEST ITEM FIRST - THE GROUP WORK FILE
      * IS ALREADY IN ITEM-DATE/SEQUENCE ORDER, AND EACH ITEM A
      * CREDIT TOUCHES IS REWRITTEN WHERE IT STANDS. A CREDIT LARGER
      * THAN THE CUSTOMER'S OPEN DEBITS IS CARRIED AS AN UNAPPLIED
      * CREDIT ITEM FOR THE NEXT RUN.
      *
       260-APPLY-CREDIT.
      *
           MOVE TX-INVOICE-AMOUNT TO WS-CREDIT-REMAINING.
           OPEN I-O GRPWORK.
           PERFORM 290-CHECK-GRPWORK-OPEN.
           PERFORM 295-READ-GROUP-WORK.
           PERFORM 270-APPLY-TO-ONE-ITEM
               UNTIL GRPWORK-EOF
               OR WS-CREDIT-REMAINING = ZERO.
           CLOSE GRPWORK.
           IF WS-CREDIT-REMAINING > ZERO
               PERFORM 280-CARRY-UNAPPLIED-CREDIT
           END-IF.
      *
       270-APPLY-TO-ONE-ITEM.
      *
           IF WO-ITEM-TYPE = "D"
                   AND WO-ITEM-STATUS = "O"
               IF WS-CREDIT-REMAINING >= WO-OPEN-BALANCE
                   MOVE WO-OPEN-BALANCE TO WS-APPLY-PORTION
               ELSE
                   MOVE WS-CREDIT-REMAINING TO WS-APPLY-PORTION
               END-IF
               SUBTRACT WS-APPLY-PORTION FROM WO-OPEN-BALANCE
               SUBTRACT WS-APPLY-PORTION FROM WS-CREDIT-REMAINING
               IF WO-OPEN-BALANCE = ZERO
                   MOVE "P" TO WO-ITEM-STATUS
                   MOVE TX-BUSINESS-DATE TO WO-CLOSED-DATE
               END-IF
               REWRITE GROUP-WORK-RECORD FROM WS-ITEM-OUT
               ADD 1 TO CT-CREDITS-APPLIED
               MOVE "APPLIED     " TO POL-ACTION
               MOVE WO-ITEM-DATE     TO POL-ITEM-DATE
               MOVE WO-ITEM-SEQUENCE TO POL-ITEM-SEQUENCE
               MOVE WO-OPEN-BALANCE  TO POL-ITEM-BALANCE
               PERFORM 310-PRINT-POSTING-LINE
           END-IF.
           IF WS-CREDIT-REMAINING > ZERO
               PERFORM 295-READ-GROUP-WORK
           END-IF.
      *
       280-CARRY-UNAPPLIED-CREDIT.
      *
           PERFORM 250-NEXT-ITEM-SEQUENCE.
           MOVE WS-GROUP-BRANCH     TO WO-BRANCH-NUMBER.
           MOVE WS-GROUP-SALESREP   TO WO-SALESREP-NUMBER.
           MOVE WS-GROUP-CUSTOMER   TO WO-CUSTOMER-NUMBER.
           MOVE TX-BUSINESS-DATE    TO WO-ITEM-DATE.
           MOVE WS-NEXT-SEQUENCE    TO WO-ITEM-SEQUENCE.
           MOVE "C"                 TO WO-ITEM-TYPE.
           MOVE WS-CREDIT-REMAINING TO WO-ORIGINAL-AMOUNT.
           MOVE WS-CREDIT-REMAINING TO WO-OPEN-BALANCE.
           MOVE "O"                 TO WO-ITEM-STATUS.
           MOVE SPACE               TO WO-CHECK-NUMBER.
           MOVE ZERO                TO WO-CLOSED-DATE.
           PERFORM 285-ADD-GROUP-ITEM.
           ADD 1 TO CT-CREDITS-ON-ACCT.
           MOVE "ON ACCOUNT  " TO POL-ACTION.
           MOVE WO-ITEM-DATE      TO POL-ITEM-DATE.
           MOVE WO-ITEM-SEQUENCE  TO POL-ITEM-SEQUENCE.
           MOVE WO-OPEN-BALANCE   TO POL-ITEM-BALANCE.
           PERFORM 310-PRINT-POSTING-LINE.
      *
       285-ADD-GROUP-ITEM.
      *
           OPEN EXTEND GRPWORK.
           PERFORM 290-CHECK-GRPWORK-OPEN.
           WRITE GROUP-WORK-RECORD FROM WS-ITEM-OUT.
           CLOSE GRPWORK.
      *
       290-CHECK-GRPWORK-OPEN.
      *
           IF NOT GRPWORK-FILE-OK
              DISPLAY "GRPWORK OPEN ERROR: " WF-GRPWORK-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       295-READ-GROUP-WORK.
      *
           MOVE "N" TO GRPWORK-EOF-SWITCH.
           READ GRPWORK INTO WS-ITEM-OUT
               AT END
                   MOVE "Y" TO GRPWORK-EOF-SWITCH
           END-READ.
      *
       310-PRINT-POSTING-LINE.
      *
           MOVE WS-GROUP-BRANCH     TO POL-BRANCH-NUMBER.
           MOVE WS-GROUP-SALESREP   TO POL-SALESREP-NUMBER.
           MOVE WS-GROUP-CUSTOMER   TO POL-CUSTOMER-NUMBER.
           MOVE TX-DEBIT-CREDIT-CODE TO POL-DEBIT-CREDIT.
           MOVE TX-INVOICE-AMOUNT    TO POL-AMOUNT.
           MOVE POSTING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       320-WRITE-ITEM-GROUP.
      *
           OPEN INPUT GRPWORK.
           PERFORM 290-CHECK-GRPWORK-OPEN.
           PERFORM 295-READ-GROUP-WORK.
           PERFORM 325-WRITE-ONE-ITEM
               UNTIL GRPWORK-EOF.
           CLOSE GRPWORK.
      *
       325-WRITE-ONE-ITEM.
      *
           PERFORM 327-WRITE-NEW-ITEM.
           PERFORM 295-READ-GROUP-WORK.
      *
       327-WRITE-NEW-ITEM.
      *
           MOVE WS-ITEM-OUT TO OPEN-ITEM-NEW-REC.
           WRITE OPEN-ITEM-NEW-REC.
           ADD 1 TO CT-ITEMS-WRITTEN.
           IF WO-ITEM-STATUS = "O"
               IF WO-ITEM-TYPE = "D"
                   ADD WO-OPEN-BALANCE TO CT-OPEN-BALANCE
               ELSE
                   SUBTRACT WO-OPEN-BALANCE FROM CT-OPEN-BALANCE
               END-IF
           END-IF.
      *
           MOVE CT-OPEN-BALANCE      TO BTL-AMOUNT.
           MOVE BALANCE-TOTAL-LINE   TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       410-WRITE-CONTROL-LINE.
      *
