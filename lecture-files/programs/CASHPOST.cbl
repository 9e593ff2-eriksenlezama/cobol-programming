       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPOST.
      *
      * CUSTOMER CASH RECEIPTS POSTING. APPLIES THE DAY'S CUSTOMER
      * REMITTANCES (CASHRCT) AGAINST THE A/R OPEN-ITEM MASTER
      * (AROPEN OLD/NEW GENERATIONS). A CHECK THAT NAMES AN INVOICE
      * ITEM IS APPLIED TO THAT ITEM; ANY OTHER CHECK IS APPLIED TO
      * THE CUSTOMER'S OPEN ITEMS OLDEST FIRST, THE SAME WAY ARPOST
      * APPLIES A CREDIT. WHATEVER IS LEFT OF A CHECK IS CARRIED AS
      * AN UNAPPLIED CASH ITEM UNDER THE CHECK NUMBER. REMITTANCES
      * FOR CUSTOMERS NOT ON THE SALES MASTER (CUSTMAST) ARE WRITTEN
      * TO CASHREJ AND LISTED ON THE REGISTER, NEVER POSTED.
      *
      * THE REMITTANCES CARRY ONLY THE CUSTOMER NUMBER, SO THE
      * BRANCH AND REP ARE TAKEN FROM CUSTMAST AND THE ACCEPTED
      * REMITTANCES ARE SORTED INTO BRANCH/REP/CUSTOMER ORDER FOR
      * A SINGLE BALANCED PASS OF THE OPEN-ITEM MASTER. CHECKS THAT
      * NAME AN ITEM SORT AHEAD OF THE CUSTOMER'S OTHER CHECKS SO
      * AN OLDEST-FIRST CHECK CANNOT TAKE THE ITEM FIRST. AS IN
      * ARPOST, A CUSTOMER'S OPEN ITEMS ARE WORKED ON THE GROUP WORK
      * FILE (GRPWORK), SO THE SIZE OF AN ACCOUNT IS NOT LIMITED BY
      * A TABLE.
      *
      * THE DEPOSIT REGISTER (DEPREG) PROVES THE CHECKS READ AGAINST
      * THE BANK DEPOSIT TOTAL KEYED ON THE SYSIN CARD - 9(7)V99 IN
      * COLS 1-9. AN OUT-OF-BALANCE DEPOSIT SETS RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHRCT    ASSIGN TO CASHRCT
           FILE STATUS IS WF-CASHRCT-STATUS.
           SELECT CUSTMAST   ASSIGN TO CUSTMAST
           FILE STATUS IS WF-CUSTMAST-STATUS.
           SELECT AROPEN-OLD ASSIGN TO AROLD
           FILE STATUS IS WF-AROLD-STATUS.
           SELECT AROPEN-NEW ASSIGN TO ARNEW
           FILE STATUS IS WF-ARNEW-STATUS.
           SELECT CASHREJ    ASSIGN TO CASHREJ
           FILE STATUS IS WF-CASHREJ-STATUS.
           SELECT DEPREG     ASSIGN TO DEPREG
           FILE STATUS IS WF-DEPREG-STATUS.
           SELECT PROCDATE   ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT GRPWORK    ASSIGN TO GRPWORK
           FILE STATUS IS WF-GRPWORK-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CASHRCT
           RECORD CONTAINS 80 CHARACTERS.
       COPY CASHRCT.
      *
       FD  CUSTMAST.
       COPY CUSTMAST.
      *
       FD  AROPEN-OLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY ARITEM.
      *
       FD  AROPEN-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  OPEN-ITEM-NEW-REC           PIC X(80).
      *
       FD  CASHREJ.
       01  CASH-REJECT-RECORD.
           05  CRJ-REASON              PIC X(20).
           05  CRJ-IMAGE               PIC X(80).
      *
       FD  DEPREG.
       01  PRINT-AREA       PIC X(132).
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
               10  SRT-BRANCH-NUMBER       PIC 9(2).
               10  SRT-SALESREP-NUMBER     PIC 9(2).
               10  SRT-CUSTOMER-NUMBER     PIC 9(5).
           05  SRT-APPLY-CLASS             PIC X.
               88  SRT-NAMED-ITEM              VALUE "1".
               88  SRT-OLDEST-FIRST            VALUE "2".
           05  SRT-READ-SEQUENCE           PIC 9(7).
           05  SRT-CHECK-NUMBER            PIC X(8).
           05  SRT-AMOUNT                  PIC 9(5)V9(2).
           05  SRT-INVOICE-DATE            PIC 9(8).
           05  SRT-INVOICE-SEQUENCE        PIC 9(3).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CASHRCT-EOF-SWITCH      PIC X    VALUE "N".
               88  CASHRCT-EOF                  VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  CUSTMAST-EOF                 VALUE "Y".
           05  AROPEN-EOF-SWITCH       PIC X    VALUE "N".
               88  AROPEN-EOF                   VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  GRPWORK-EOF-SWITCH      PIC X    VALUE "N".
               88  GRPWORK-EOF                  VALUE "Y".
           05  ITEM-FOUND-SWITCH       PIC X.
               88  ITEM-FOUND                   VALUE "Y".
           05  FC-CONTROL-SWITCH       PIC X.
               88  FC-CONTROL-RECORD            VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CASHRCT-STATUS   PIC XX.
               88  CASHRCT-FILE-OK         VALUE "00".
           05  WF-CUSTMAST-STATUS  PIC XX.
               88  CUSTMAST-FILE-OK        VALUE "00".
           05  WF-AROLD-STATUS     PIC XX.
               88  AROLD-FILE-OK           VALUE "00".
           05  WF-ARNEW-STATUS     PIC XX.
               88  ARNEW-FILE-OK           VALUE "00".
           05  WF-CASHREJ-STATUS   PIC XX.
               88  CASHREJ-FILE-OK         VALUE "00".
           05  WF-DEPREG-STATUS    PIC XX.
               88  DEPREG-FILE-OK          VALUE "00".
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
       01  CONTROL-CARD-FIELDS.
           05  WS-DEPOSIT-CARD     PIC X(9).
           05  WS-DEPOSIT-TOTAL REDEFINES WS-DEPOSIT-CARD
                                   PIC 9(7)V99.
      *
       01  CUSTOMER-TABLE-FIELDS.
           05  CU-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  CU-SUB              PIC S9(4)  COMP.
           05  CU-MATCH-SUB        PIC S9(4)  COMP.
           05  CU-OVERFLOW-COUNT   PIC S9(4)  COMP  VALUE ZERO.
      *
      * ONE ENTRY PER CUSTOMER ON THE SALES MASTER - WHERE THE
      * CUSTOMER'S OPEN ITEMS SIT IN BRANCH/REP ORDER.
      *
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY          OCCURS 5000 TIMES.
               10  CU-CUSTOMER-NUMBER      PIC 9(5).
               10  CU-BRANCH-NUMBER        PIC 9(2).
               10  CU-SALESREP-NUMBER      PIC 9(2).
      *
       01  GROUP-FIELDS.
           05  WS-GROUP-KEY.
               10  WS-GROUP-BRANCH     PIC 9(2).
               10  WS-GROUP-SALESREP   PIC 9(2).
               10  WS-GROUP-CUSTOMER   PIC 9(5).
      *
       01  WORK-FIELDS.
           05  WS-READ-SEQUENCE    PIC 9(7)      VALUE ZERO.
           05  WS-REJECT-REASON    PIC X(20).
           05  WS-CASH-REMAINING   PIC S9(7)V99  COMP-3.
           05  WS-APPLY-PORTION    PIC S9(7)V99  COMP-3.
           05  WS-NEXT-SEQUENCE    PIC S9(3)     COMP.
           05  WS-OUT-OF-BALANCE   PIC S9(9)V99  COMP-3.
      *
      * ITEM WORK RECORD IN THE ARITEM LAYOUT - THE GROUP WORK FILE
      * AND THE NEW MASTER ARE BOTH WRITTEN FROM HERE.
      *
       01  WS-ITEM-OUT.
           05  WO-BRANCH-NUMBER        PIC 9(2).
           05  WO-SALESREP-NUMBER      PIC 9(2).
           05  WO-CUSTOMER-NUMBER      PIC 9(5).
           05  WO-ITEM-DATE            PIC 9(8).
           05  WO-ITEM-SEQUENCE        PIC 9(3).
           05  WO-ITEM-TYPE            PIC X.
           05  WO-ORIGINAL-AMOUNT      PIC 9(5)V9(2).
           05  WO-OPEN-BALANCE         PIC 9(5)V9(2).
           05  WO-ITEM-STATUS          PIC X.
           05  WO-CHECK-NUMBER         PIC X(8).
           05  WO-CLOSED-DATE          PIC 9(8).
           05  FILLER                  PIC X(28)   VALUE SPACE.
      *
       01  CONTROL-TOTALS.
           05  CT-REMIT-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REMIT-POSTED     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REMIT-REJECTED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-WRITTEN    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-APPLICATIONS     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-PAID       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ON-ACCOUNT       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NAMED-NOT-OPEN   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-AMOUNT-READ      PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-AMOUNT-APPLIED   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-AMOUNT-ON-ACCT   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-AMOUNT-REJECTED  PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-OPEN-BALANCE     PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CASH RECEIPTS DEPOSI".
           05  FILLER          PIC X(20)   VALUE "T REGISTER          ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CASHPOST".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "BR REP CUST    CHECK".
           05  FILLER      PIC X(20)   VALUE " NO     AMOUNT   ACT".
           05  FILLER      PIC X(20)   VALUE "ION         ITEM DAT".
           05  FILLER      PIC X(20)   VALUE "E/SEQ ITEM BALANCE  ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  DEPOSIT-LINE.
           05  DRL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DRL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DRL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  DRL-CHECK-NUMBER    PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DRL-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  DRL-ACTION          PIC X(12).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  DRL-ITEM-DATE       PIC 9(8).
           05  FILLER              PIC X(1)     VALUE "/".
           05  DRL-ITEM-SEQUENCE   PIC 9(3).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  DRL-ITEM-BALANCE    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(54)    VALUE SPACE.
      *
       01  REJECT-LINE.
           05  FILLER              PIC X(7)     VALUE SPACE.
           05  RJL-CUSTOMER-NUMBER PIC X(5).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RJL-CHECK-NUMBER    PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RJL-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  FILLER              PIC X(15)    VALUE "REJECTED".
           05  RJL-REASON          PIC X(20).
           05  FILLER              PIC X(60)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "CASHPOST TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       01  AMOUNT-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "CASHPOST TOTALS: ".
           05  ATL-LABEL       PIC X(20).
           05  ATL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(77)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-POST-CASH-RECEIPTS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-DEPOSIT-CARD.
           PERFORM 130-LOAD-CUSTOMER-TABLE.
           PERFORM 230-PRINT-HEADING-LINES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-KEY
               ON ASCENDING KEY SRT-APPLY-CLASS
               ON ASCENDING KEY SRT-READ-SEQUENCE
               INPUT PROCEDURE 200-EDIT-REMITTANCES
               OUTPUT PROCEDURE 300-POST-REMITTANCES.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE AROPEN-OLD
                 AROPEN-NEW
                 CASHREJ
                 DEPREG.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CASHRCT
                       CUSTMAST
                       AROPEN-OLD
                OUTPUT AROPEN-NEW
                       CASHREJ
                       DEPREG.
           IF NOT CASHRCT-FILE-OK
              DISPLAY "CASHRCT OPEN ERROR: " WF-CASHRCT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CUSTMAST-FILE-OK
              DISPLAY "CUSTMAST OPEN ERROR: " WF-CUSTMAST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AROLD-FILE-OK
              DISPLAY "AROLD OPEN ERROR: " WF-AROLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ARNEW-FILE-OK
              DISPLAY "ARNEW OPEN ERROR: " WF-ARNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CASHREJ-FILE-OK
              DISPLAY "CASHREJ OPEN ERROR: " WF-CASHREJ-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT DEPREG-FILE-OK
              DISPLAY "DEPREG OPEN ERROR: " WF-DEPREG-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 115-READ-PROCESSING-DATE.
           MOVE PD-MONTH   TO HL1-MONTH.
           MOVE PD-DAY     TO HL1-DAY.
           MOVE PD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
      *
       115-READ-PROCESSING-DATE.
      *
           OPEN INPUT PROCDATE.
           IF NOT PROCDATE-FILE-OK
              DISPLAY "PROCDATE OPEN ERROR: " WF-PROCDATE-STATUS
              PERFORM 900-ABORT
           END-IF.
           READ PROCDATE
               AT END
                   DISPLAY "PROCDATE CONTROL FILE IS EMPTY"
                   PERFORM 900-ABORT
           END-READ.
           CLOSE PROCDATE.
      *
       120-READ-DEPOSIT-CARD.
      *
           MOVE SPACES TO WS-DEPOSIT-CARD.
           ACCEPT WS-DEPOSIT-CARD.
           IF WS-DEPOSIT-CARD NOT NUMERIC
               DISPLAY "BAD OR MISSING DEPOSIT TOTAL CARD: "
                   WS-DEPOSIT-CARD
               PERFORM 900-ABORT
           END-IF.
      *
       130-LOAD-CUSTOMER-TABLE.
      *
           PERFORM 140-READ-CUSTOMER-RECORD.
           PERFORM 150-STORE-CUSTOMER-ENTRY
               UNTIL CUSTMAST-EOF.
           CLOSE CUSTMAST.
      *
       140-READ-CUSTOMER-RECORD.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 145-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CUSTMAST-EOF.
      *
      * HDR!/TRL! INTEGRITY RECORDS ON THE MASTER ARE SKIPPED -
      * ONLY THE CUSTOMER'S BRANCH AND REP ARE WANTED HERE.
      *
       145-READ-RAW-RECORD.
      *
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   IF CUSTOMER-MASTER-RECORD (1:4) = "HDR!"
                           OR CUSTOMER-MASTER-RECORD (1:4) = "TRL!"
                       MOVE "Y" TO FC-CONTROL-SWITCH
                   ELSE
                       MOVE "N" TO FC-CONTROL-SWITCH
                   END-IF
           END-READ.
      *
       150-STORE-CUSTOMER-ENTRY.
      *
           IF CU-ENTRY-COUNT < 5000
               ADD 1 TO CU-ENTRY-COUNT
               MOVE CM-CUSTOMER-NUMBER
                   TO CU-CUSTOMER-NUMBER (CU-ENTRY-COUNT)
               MOVE CM-BRANCH-NUMBER
                   TO CU-BRANCH-NUMBER (CU-ENTRY-COUNT)
               MOVE CM-SALESREP-NUMBER
                   TO CU-SALESREP-NUMBER (CU-ENTRY-COUNT)
           ELSE
               ADD 1 TO CU-OVERFLOW-COUNT
               DISPLAY "CASHPOST CUSTOMER TABLE FULL - OMITTED "
                   CM-CUSTOMER-NUMBER
           END-IF.
           PERFORM 140-READ-CUSTOMER-RECORD.
      *
      * INPUT PROCEDURE - EVERY REMITTANCE IS COUNTED TOWARD THE
      * DEPOSIT. A GOOD ONE IS GIVEN ITS BRANCH/REP AND RELEASED TO
      * THE SORT; A BAD ONE GOES TO CASHREJ AND THE REGISTER.
      *
       200-EDIT-REMITTANCES.
      *
           PERFORM 210-READ-REMITTANCE.
           PERFORM 220-EDIT-ONE-REMITTANCE
               UNTIL CASHRCT-EOF.
           CLOSE CASHRCT.
      *
       210-READ-REMITTANCE.
      *
           READ CASHRCT
               AT END
                   MOVE "Y" TO CASHRCT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-REMIT-READ
                   ADD 1 TO WS-READ-SEQUENCE
           END-READ.
      *
       220-EDIT-ONE-REMITTANCE.
      *
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE ZERO TO CU-MATCH-SUB.
           IF RM-AMOUNT NOT NUMERIC
               MOVE "INVALID AMOUNT      " TO WS-REJECT-REASON
           ELSE
               ADD RM-AMOUNT TO CT-AMOUNT-READ
               IF RM-AMOUNT = ZERO
                   MOVE "INVALID AMOUNT      " TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACE
               IF RM-INVOICE-REF = SPACE
                   MOVE ZERO TO RM-INVOICE-REF
               END-IF
               IF RM-INVOICE-REF NOT NUMERIC
                   MOVE "INVALID INVOICE REF " TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACE
               IF RM-CUSTOMER-NUMBER NUMERIC
                   PERFORM 225-FIND-CUSTOMER
               END-IF
               IF CU-MATCH-SUB = ZERO
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACE
               PERFORM 240-RELEASE-REMITTANCE
           ELSE
               PERFORM 250-REJECT-REMITTANCE
           END-IF.
           PERFORM 210-READ-REMITTANCE.
      *
       225-FIND-CUSTOMER.
      *
           PERFORM 226-MATCH-ONE-CUSTOMER
               VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-ENTRY-COUNT
               OR CU-MATCH-SUB > ZERO.
      *
       226-MATCH-ONE-CUSTOMER.
      *
           IF CU-CUSTOMER-NUMBER (CU-SUB) = RM-CUSTOMER-NUMBER
               MOVE CU-SUB TO CU-MATCH-SUB
           END-IF.
      *
       240-RELEASE-REMITTANCE.
      *
           MOVE CU-BRANCH-NUMBER (CU-MATCH-SUB)
               TO SRT-BRANCH-NUMBER.
           MOVE CU-SALESREP-NUMBER (CU-MATCH-SUB)
               TO SRT-SALESREP-NUMBER.
           MOVE RM-CUSTOMER-NUMBER     TO SRT-CUSTOMER-NUMBER.
           IF RM-INVOICE-REF = ZERO
               MOVE "2" TO SRT-APPLY-CLASS
           ELSE
               MOVE "1" TO SRT-APPLY-CLASS
           END-IF.
           MOVE WS-READ-SEQUENCE       TO SRT-READ-SEQUENCE.
           MOVE RM-CHECK-NUMBER        TO SRT-CHECK-NUMBER.
           MOVE RM-AMOUNT              TO SRT-AMOUNT.
           MOVE RM-INVOICE-DATE        TO SRT-INVOICE-DATE.
           MOVE RM-INVOICE-SEQUENCE    TO SRT-INVOICE-SEQUENCE.
           RELEASE SORT-RECORD.
           ADD 1 TO CT-REMIT-POSTED.
      *
       250-REJECT-REMITTANCE.
      *
           MOVE WS-REJECT-REASON       TO CRJ-REASON.
           MOVE CASH-RECEIPT-RECORD    TO CRJ-IMAGE.
           WRITE CASH-REJECT-RECORD.
           ADD 1 TO CT-REMIT-REJECTED.
           IF RM-AMOUNT NUMERIC
               ADD RM-AMOUNT TO CT-AMOUNT-REJECTED
               MOVE RM-AMOUNT TO RJL-AMOUNT
           ELSE
               MOVE ZERO TO RJL-AMOUNT
           END-IF.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE CASH-RECEIPT-RECORD (1:5) TO RJL-CUSTOMER-NUMBER.
           MOVE RM-CHECK-NUMBER        TO RJL-CHECK-NUMBER.
           MOVE WS-REJECT-REASON       TO RJL-REASON.
           MOVE REJECT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       230-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 4 TO LINE-COUNT.
      *
      * OUTPUT PROCEDURE - ONE PASS OF THE BALANCED LINE. SORTED
      * REMITTANCES WITH A KEY BELOW THE NEXT MASTER GROUP BELONG TO
      * CUSTOMERS WITH NO OPEN ITEMS AND GO ON ACCOUNT AS NEW GROUPS
      * FIRST, SO THE NEW MASTER STAYS IN BRANCH/REP/CUSTOMER ORDER.
      * A CUSTOMER WITH REMITTANCES HAS ITS OPEN ITEMS COPIED TO THE
      * GROUP WORK FILE; A CUSTOMER WITHOUT ANY IS COPIED STRAIGHT TO
      * THE NEW MASTER.
      *
       300-POST-REMITTANCES.
      *
           PERFORM 310-RETURN-REMITTANCE.
           PERFORM 320-READ-OPEN-ITEM.
           PERFORM 330-PROCESS-MASTER-GROUP
               UNTIL AROPEN-EOF.
           PERFORM 335-EMIT-EARLIER-REMIT-GROUPS
               UNTIL SORT-EOF.
      *
       310-RETURN-REMITTANCE.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.
      *
       320-READ-OPEN-ITEM.
      *
           READ AROPEN-OLD
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ITEMS-READ
           END-READ.
      *
       330-PROCESS-MASTER-GROUP.
      *
           PERFORM 335-EMIT-EARLIER-REMIT-GROUPS
               UNTIL SORT-EOF
               OR SRT-CUSTOMER-KEY NOT < AR-ITEM-KEY (1:9).
           MOVE AR-BRANCH-NUMBER   TO WS-GROUP-BRANCH.
           MOVE AR-SALESREP-NUMBER TO WS-GROUP-SALESREP.
           MOVE AR-CUSTOMER-NUMBER TO WS-GROUP-CUSTOMER.
           IF NOT SORT-EOF
                   AND SRT-CUSTOMER-KEY = WS-GROUP-KEY
               PERFORM 340-LOAD-ITEM-GROUP
               PERFORM 350-APPLY-REMITTANCE
                   UNTIL SORT-EOF
                   OR SRT-CUSTOMER-KEY NOT = WS-GROUP-KEY
               PERFORM 380-WRITE-ITEM-GROUP
           ELSE
               PERFORM 342-COPY-ONE-ITEM
                   UNTIL AROPEN-EOF
                   OR AR-ITEM-KEY (1:9) NOT = WS-GROUP-KEY
           END-IF.
      *
       335-EMIT-EARLIER-REMIT-GROUPS.
      *
           MOVE SRT-CUSTOMER-KEY TO WS-GROUP-KEY.
           OPEN OUTPUT GRPWORK.
           PERFORM 390-CHECK-GRPWORK-OPEN.
           CLOSE GRPWORK.
           PERFORM 350-APPLY-REMITTANCE
               UNTIL SORT-EOF
               OR SRT-CUSTOMER-KEY NOT = WS-GROUP-KEY.
           PERFORM 380-WRITE-ITEM-GROUP.
      *
       340-LOAD-ITEM-GROUP.
      *
           OPEN OUTPUT GRPWORK.
           PERFORM 390-CHECK-GRPWORK-OPEN.
           PERFORM 345-STORE-ONE-ITEM
               UNTIL AROPEN-EOF
               OR AR-ITEM-KEY (1:9) NOT = WS-GROUP-KEY.
           CLOSE GRPWORK.
      *
       342-COPY-ONE-ITEM.
      *
           PERFORM 347-FORMAT-OLD-ITEM.
           PERFORM 387-WRITE-NEW-ITEM.
           PERFORM 320-READ-OPEN-ITEM.
      *
       345-STORE-ONE-ITEM.
      *
           PERFORM 347-FORMAT-OLD-ITEM.
           WRITE GROUP-WORK-RECORD FROM WS-ITEM-OUT.
           PERFORM 320-READ-OPEN-ITEM.
      *
       347-FORMAT-OLD-ITEM.
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
      * A CHECK THAT NAMES AN ITEM PAYS THAT ITEM ONLY - ANY EXCESS,
      * OR THE WHOLE CHECK WHEN THE ITEM IS NOT OPEN, GOES ON
      * ACCOUNT FOR THE CREDIT DEPARTMENT TO PLACE. ANY OTHER CHECK
      * IS APPLIED OLDEST ITEM FIRST - THE GROUP WORK FILE IS ALREADY
      * IN ITEM-DATE/SEQUENCE ORDER, AND EACH ITEM A CHECK TOUCHES
      * IS REWRITTEN WHERE IT STANDS.
      *
       350-APPLY-REMITTANCE.
      *
           MOVE SRT-AMOUNT TO WS-CASH-REMAINING.
           IF SRT-NAMED-ITEM
               PERFORM 355-APPLY-TO-NAMED-ITEM
           ELSE
               PERFORM 358-APPLY-OLDEST-FIRST
           END-IF.
           IF WS-CASH-REMAINING > ZERO
               PERFORM 370-CARRY-UNAPPLIED-CASH
           END-IF.
           PERFORM 310-RETURN-REMITTANCE.
      *
       355-APPLY-TO-NAMED-ITEM.
      *
           MOVE "N" TO ITEM-FOUND-SWITCH.
           OPEN I-O GRPWORK.
           PERFORM 390-CHECK-GRPWORK-OPEN.
           PERFORM 395-READ-GROUP-WORK.
           PERFORM 356-MATCH-ONE-ITEM
               UNTIL GRPWORK-EOF
               OR ITEM-FOUND.
           CLOSE GRPWORK.
           IF NOT ITEM-FOUND
               PERFORM 365-PRINT-NAMED-NOT-OPEN
           END-IF.
      *
       356-MATCH-ONE-ITEM.
      *
           IF WO-ITEM-DATE = SRT-INVOICE-DATE
                   AND WO-ITEM-SEQUENCE = SRT-INVOICE-SEQUENCE
                   AND WO-ITEM-TYPE = "D"
                   AND WO-ITEM-STATUS = "O"
               MOVE "Y" TO ITEM-FOUND-SWITCH
               PERFORM 360-APPLY-TO-ONE-ITEM
           ELSE
               PERFORM 395-READ-GROUP-WORK
           END-IF.
      *
       358-APPLY-OLDEST-FIRST.
      *
           OPEN I-O GRPWORK.
           PERFORM 390-CHECK-GRPWORK-OPEN.
           PERFORM 395-READ-GROUP-WORK.
           PERFORM 359-APPLY-NEXT-ITEM
               UNTIL GRPWORK-EOF
               OR WS-CASH-REMAINING = ZERO.
           CLOSE GRPWORK.
      *
       359-APPLY-NEXT-ITEM.
      *
           PERFORM 360-APPLY-TO-ONE-ITEM.
           IF WS-CASH-REMAINING > ZERO
               PERFORM 395-READ-GROUP-WORK
           END-IF.
      *
       360-APPLY-TO-ONE-ITEM.
      *
           IF WO-ITEM-TYPE = "D"
                   AND WO-ITEM-STATUS = "O"
               IF WS-CASH-REMAINING >= WO-OPEN-BALANCE
                   MOVE WO-OPEN-BALANCE TO WS-APPLY-PORTION
               ELSE
                   MOVE WS-CASH-REMAINING TO WS-APPLY-PORTION
               END-IF
               SUBTRACT WS-APPLY-PORTION FROM WO-OPEN-BALANCE
               SUBTRACT WS-APPLY-PORTION FROM WS-CASH-REMAINING
               ADD WS-APPLY-PORTION TO CT-AMOUNT-APPLIED
               IF WO-OPEN-BALANCE = ZERO
                   MOVE "P" TO WO-ITEM-STATUS
                   MOVE PD-BUSINESS-DATE TO WO-CLOSED-DATE
                   ADD 1 TO CT-ITEMS-PAID
               END-IF
               REWRITE GROUP-WORK-RECORD FROM WS-ITEM-OUT
               ADD 1 TO CT-APPLICATIONS
               MOVE "APPLIED     " TO DRL-ACTION
               MOVE WO-ITEM-DATE     TO DRL-ITEM-DATE
               MOVE WO-ITEM-SEQUENCE TO DRL-ITEM-SEQUENCE
               MOVE WO-OPEN-BALANCE  TO DRL-ITEM-BALANCE
               PERFORM 375-PRINT-DEPOSIT-LINE
           END-IF.
      *
       365-PRINT-NAMED-NOT-OPEN.
      *
           ADD 1 TO CT-NAMED-NOT-OPEN.
           MOVE "NOT OPEN    " TO DRL-ACTION.
           MOVE SRT-INVOICE-DATE       TO DRL-ITEM-DATE.
           MOVE SRT-INVOICE-SEQUENCE   TO DRL-ITEM-SEQUENCE.
           MOVE ZERO                   TO DRL-ITEM-BALANCE.
           PERFORM 375-PRINT-DEPOSIT-LINE.
      *
       370-CARRY-UNAPPLIED-CASH.
      *
           PERFORM 372-NEXT-ITEM-SEQUENCE.
           MOVE WS-GROUP-BRANCH     TO WO-BRANCH-NUMBER.
           MOVE WS-GROUP-SALESREP   TO WO-SALESREP-NUMBER.
           MOVE WS-GROUP-CUSTOMER   TO WO-CUSTOMER-NUMBER.
           MOVE PD-BUSINESS-DATE    TO WO-ITEM-DATE.
           MOVE WS-NEXT-SEQUENCE    TO WO-ITEM-SEQUENCE.
           MOVE "C"                 TO WO-ITEM-TYPE.
           MOVE WS-CASH-REMAINING   TO WO-ORIGINAL-AMOUNT.
           MOVE WS-CASH-REMAINING   TO WO-OPEN-BALANCE.
           MOVE "O"                 TO WO-ITEM-STATUS.
           MOVE SRT-CHECK-NUMBER    TO WO-CHECK-NUMBER.
           MOVE ZERO                TO WO-CLOSED-DATE.
           PERFORM 377-ADD-GROUP-ITEM.
           ADD WS-CASH-REMAINING TO CT-AMOUNT-ON-ACCT.
           ADD 1 TO CT-ON-ACCOUNT.
           MOVE "ON ACCOUNT  " TO DRL-ACTION.
           MOVE WO-ITEM-DATE      TO DRL-ITEM-DATE.
           MOVE WO-ITEM-SEQUENCE  TO DRL-ITEM-SEQUENCE.
           MOVE WO-OPEN-BALANCE   TO DRL-ITEM-BALANCE.
           PERFORM 375-PRINT-DEPOSIT-LINE.
      *
      * NEXT SEQUENCE FOR THE BUSINESS DATE IS ONE PAST THE HIGHEST
      * ALREADY IN THE CUSTOMER'S GROUP FOR THAT DATE.
      *
       372-NEXT-ITEM-SEQUENCE.
      *
           MOVE 1 TO WS-NEXT-SEQUENCE.
           OPEN INPUT GRPWORK.
           PERFORM 390-CHECK-GRPWORK-OPEN.
           PERFORM 395-READ-GROUP-WORK.
           PERFORM 373-CHECK-ONE-SEQUENCE
               UNTIL GRPWORK-EOF.
           CLOSE GRPWORK.
      *
       373-CHECK-ONE-SEQUENCE.
      *
           IF WO-ITEM-DATE = PD-BUSINESS-DATE
                   AND WO-ITEM-SEQUENCE >= WS-NEXT-SEQUENCE
               COMPUTE WS-NEXT-SEQUENCE = WO-ITEM-SEQUENCE + 1
           END-IF.
           PERFORM 395-READ-GROUP-WORK.
      *
       375-PRINT-DEPOSIT-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE WS-GROUP-BRANCH     TO DRL-BRANCH-NUMBER.
           MOVE WS-GROUP-SALESREP   TO DRL-SALESREP-NUMBER.
           MOVE WS-GROUP-CUSTOMER   TO DRL-CUSTOMER-NUMBER.
           MOVE SRT-CHECK-NUMBER    TO DRL-CHECK-NUMBER.
           MOVE SRT-AMOUNT          TO DRL-AMOUNT.
           MOVE DEPOSIT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       377-ADD-GROUP-ITEM.
      *
           OPEN EXTEND GRPWORK.
           PERFORM 390-CHECK-GRPWORK-OPEN.
           WRITE GROUP-WORK-RECORD FROM WS-ITEM-OUT.
           CLOSE GRPWORK.
      *
       380-WRITE-ITEM-GROUP.
      *
           OPEN INPUT GRPWORK.
           PERFORM 390-CHECK-GRPWORK-OPEN.
           PERFORM 395-READ-GROUP-WORK.
           PERFORM 385-WRITE-ONE-ITEM
               UNTIL GRPWORK-EOF.
           CLOSE GRPWORK.
      *
       385-WRITE-ONE-ITEM.
      *
           PERFORM 387-WRITE-NEW-ITEM.
           PERFORM 395-READ-GROUP-WORK.
      *
       387-WRITE-NEW-ITEM.
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
       390-CHECK-GRPWORK-OPEN.
      *
           IF NOT GRPWORK-FILE-OK
              DISPLAY "GRPWORK OPEN ERROR: " WF-GRPWORK-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       395-READ-GROUP-WORK.
      *
           MOVE "N" TO GRPWORK-EOF-SWITCH.
           READ GRPWORK INTO WS-ITEM-OUT
               AT END
                   MOVE "Y" TO GRPWORK-EOF-SWITCH
           END-READ.
      *
      * THE DEPOSIT PROOF - CHECKS READ MUST EQUAL THE BANK DEPOSIT,
      * AND EVERY DOLLAR READ MUST BE APPLIED, ON ACCOUNT OR
      * REJECTED.
      *
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE "REMITTANCES READ  " TO CTL-LABEL.
           MOVE CT-REMIT-READ        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "REMITTANCES POSTED" TO CTL-LABEL.
           MOVE CT-REMIT-POSTED      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "REMITTANCES REJECTED" TO CTL-LABEL.
           MOVE CT-REMIT-REJECTED    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEM APPLICATIONS " TO CTL-LABEL.
           MOVE CT-APPLICATIONS      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEMS PAID IN FULL" TO CTL-LABEL.
           MOVE CT-ITEMS-PAID        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "NAMED ITEM NOT OPEN" TO CTL-LABEL.
           MOVE CT-NAMED-NOT-OPEN    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "CASH ON ACCOUNT   " TO CTL-LABEL.
           MOVE CT-ON-ACCOUNT        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEMS READ        " TO CTL-LABEL.
           MOVE CT-ITEMS-READ        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEMS WRITTEN     " TO CTL-LABEL.
           MOVE CT-ITEMS-WRITTEN     TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "BANK DEPOSIT TOTAL" TO ATL-LABEL.
           MOVE WS-DEPOSIT-TOTAL     TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           MOVE "CHECKS READ TOTAL " TO ATL-LABEL.
           MOVE CT-AMOUNT-READ       TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           MOVE "APPLIED TO ITEMS  " TO ATL-LABEL.
           MOVE CT-AMOUNT-APPLIED    TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           MOVE "PLACED ON ACCOUNT " TO ATL-LABEL.
           MOVE CT-AMOUNT-ON-ACCT    TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           MOVE "REJECTED          " TO ATL-LABEL.
           MOVE CT-AMOUNT-REJECTED   TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           COMPUTE WS-OUT-OF-BALANCE =
               CT-AMOUNT-READ - WS-DEPOSIT-TOTAL.
           MOVE "DEPOSIT DIFFERENCE" TO ATL-LABEL.
           MOVE WS-OUT-OF-BALANCE    TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           MOVE "NET OPEN BALANCE  " TO ATL-LABEL.
           MOVE CT-OPEN-BALANCE      TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           IF WS-OUT-OF-BALANCE NOT = ZERO
               DISPLAY "*** CASHPOST DEPOSIT OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF CT-AMOUNT-APPLIED + CT-AMOUNT-ON-ACCT
                   + CT-AMOUNT-REJECTED NOT = CT-AMOUNT-READ
               DISPLAY "*** CASHPOST CASH NOT FULLY ACCOUNTED ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF CU-OVERFLOW-COUNT > ZERO
               DISPLAY "*** CASHPOST TABLE OVERFLOW - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       410-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       420-WRITE-AMOUNT-LINE.
      *
           MOVE AMOUNT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
