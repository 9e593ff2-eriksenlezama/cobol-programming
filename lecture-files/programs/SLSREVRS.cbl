       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSREVRS.
      *
      * SALES POSTING REVERSAL. BACKS AN ENTIRE NIGHT'S SALES
      * POSTING OUT BY BUSINESS DATE - FOR A BAD SALESTRN FILE (A
      * DUPLICATE ORDLOAD FEED, THE WRONG DAY'S BATCH) THAT HAS
      * ALREADY BEEN POSTED - WITHOUT RESTORING THE PRIOR
      * GENERATIONS AND RERUNNING THE CHAIN. THE NIGHT'S ACCEPTED
      * TRANSACTIONS ARE TAKEN FROM THE MONTH-TO-DATE SALES HISTORY
      * (SALESHST, THE SAME RECORDS SLSPOST WROTE TO ARTRN) AND
      * EACH IS OFFSET EXACTLY:
      *   CUSTOMER MASTER - A DEBIT COMES BACK OFF CM-SALES-THIS-YTD
      *     AND THE MONTHLY BUCKET OF THE REVERSED DATE, A CREDIT
      *     GOES BACK ON (CUSTOLD/CUSTNEW, HEADER/TRAILER PROVED AS
      *     IN SLSPOST). A BUCKET IS NEVER TAKEN BELOW ZERO.
      *   A/R OPEN ITEMS - THE INVOICE ITEM A DEBIT CREATED THAT
      *     NIGHT IS REDUCED, OR CLOSED AS REVERSED; WHAT HAS
      *     ALREADY BEEN PAID ON IT IS CARRIED AS A CREDIT ON
      *     ACCOUNT. A CREDIT'S UNAPPLIED CREDIT ITEM IS REDUCED THE
      *     SAME WAY, AND WHAT IT HAD ALREADY PAID OFF IS REINSTATED
      *     AS A NEW DEBIT ITEM (AROLD/ARNEW).
      *   ITEM SALES - EVERY ITEM LINE OF A REVERSED DEBIT IS
      *     WRITTEN TO ITEMTRN AS A REVERSAL LINE, WHICH INVPOST
      *     PUTS BACK ON HAND AND THE PRODUCT-LINE AND MARGIN
      *     REPORTS TAKE BACK OFF.
      *   SALES HISTORY - THE NIGHT'S RECORDS ARE DROPPED FROM THE
      *     NEW GENERATION (SLSHNEW), SO THE STATEMENTS, RETURNS
      *     ANALYSIS AND COMMISSION RUNS NEVER SEE THEM. A SECOND
      *     RUN FOR THE SAME DATE FINDS NOTHING TO REVERSE.
      *
      * THE REVERSAL REGISTER (REVREG) LISTS EVERY OFFSET AND PROVES
      * THE RUN AGAINST THE NIGHT'S OWN POSTCTL RECORD: THE COUNT
      * REVERSED MUST EQUAL THE TRANSACTIONS APPLIED AND THE NET
      * REVERSED OFF THE MASTER MUST NET TO ZERO AGAINST THE NET
      * POSTED. ANYTHING ELSE SETS RETURN CODE 8.
      *
      * SYSIN CARD: BUSINESS DATE TO REVERSE, YYYYMMDD IN COLS 1-8 -
      * IN THE CURRENT BUSINESS YEAR AND NOT AFTER THE BUSINESS
      * DATE. A DATE IN A CLOSED FISCAL PERIOD IS REFUSED (SEE
      * PERDCHK) UNLESS AN AUTHORIZED OVERRIDE CARD IS SUPPLIED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-OLD ASSIGN TO CUSTOLD
           FILE STATUS IS WF-CUSTOLD-STATUS.
           SELECT CUSTMAST-NEW ASSIGN TO CUSTNEW
           FILE STATUS IS WF-CUSTNEW-STATUS.
           SELECT AROPEN-OLD ASSIGN TO AROLD
           FILE STATUS IS WF-AROLD-STATUS.
           SELECT AROPEN-NEW ASSIGN TO ARNEW
           FILE STATUS IS WF-ARNEW-STATUS.
           SELECT SALESHST ASSIGN TO SALESHST
           FILE STATUS IS WF-SALESHST-STATUS.
           SELECT SLSHNEW  ASSIGN TO SLSHNEW
           FILE STATUS IS WF-SLSHNEW-STATUS.
           SELECT ITEMMST  ASSIGN TO ITEMMST
           FILE STATUS IS WF-ITEMMST-STATUS.
           SELECT ITEMTRN  ASSIGN TO ITEMTRN
           FILE STATUS IS WF-ITEMTRN-STATUS.
           SELECT POSTCTL  ASSIGN TO POSTCTL
           FILE STATUS IS WF-POSTCTL-STATUS.
           SELECT REVREG   ASSIGN TO REVREG
           FILE STATUS IS WF-REVREG-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT REVWORK  ASSIGN TO REVWORK
           FILE STATUS IS WF-REVWORK-STATUS.
           SELECT REVERSAL-SORT ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CUSTMAST-OLD.
       COPY CUSTMAST.
      *
       FD  CUSTMAST-NEW.
       01  CUSTOMER-MASTER-NEW-REC     PIC X(160).
      *
       FD  AROPEN-OLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY ARITEM.
      *
       FD  AROPEN-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  OPEN-ITEM-NEW-REC           PIC X(80).
      *
       FD  SALESHST
           RECORD CONTAINS 80 CHARACTERS.
       01  SALES-HISTORY-RECORD        PIC X(80).
      *
       FD  SLSHNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  SALES-HISTORY-NEW-REC       PIC X(80).
      *
       FD  ITEMMST
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITEMMST.
      *
       FD  ITEMTRN
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITEMTRN.
      *
      * THE NIGHT'S POSTING TOTALS AS SLSPOST WROTE THEM.
      *
       FD  POSTCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  POSTING-CONTROL-REC.
           05  PC-PROGRAM              PIC X(8).
           05  PC-TRANS-READ           PIC 9(7).
           05  PC-TRANS-APPLIED        PIC 9(7).
           05  PC-TRANS-REJECTED       PIC 9(7).
           05  PC-NET-POSTED           PIC S9(9)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  PC-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(31).
      *
       FD  REVREG.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
      * THE NIGHT'S HISTORY RECORDS IN MASTER (BRANCH/REP/CUSTOMER)
      * ORDER, ARRIVAL ORDER WITHIN A CUSTOMER. READ ONCE FOR THE
      * CUSTOMER MASTER AND AGAIN FOR THE OPEN ITEMS.
      *
       FD  REVWORK
           RECORD CONTAINS 96 CHARACTERS.
       01  REVERSAL-WORK-RECORD.
           05  RW-CUSTOMER-KEY         PIC X(9).
           05  RW-READ-SEQUENCE        PIC 9(7).
           05  RW-HISTORY-IMAGE        PIC X(80).
      *
       SD  REVERSAL-SORT.
       01  REVERSAL-SORT-RECORD.
           05  RS-CUSTOMER-KEY         PIC X(9).
           05  RS-READ-SEQUENCE        PIC 9(7).
           05  RS-HISTORY-IMAGE        PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  CUSTMAST-EOF                 VALUE "Y".
           05  AROPEN-EOF-SWITCH       PIC X    VALUE "N".
               88  AROPEN-EOF                   VALUE "Y".
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".
               88  SALESHST-EOF                 VALUE "Y".
           05  REVWORK-EOF-SWITCH      PIC X    VALUE "N".
               88  REVWORK-EOF                  VALUE "Y".
           05  ITEMMST-EOF-SWITCH      PIC X    VALUE "N".
               88  ITEMMST-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CUSTOLD-STATUS   PIC XX.
               88  CUSTOLD-FILE-OK         VALUE "00".
           05  WF-CUSTNEW-STATUS   PIC XX.
               88  CUSTNEW-FILE-OK         VALUE "00".
           05  WF-AROLD-STATUS     PIC XX.
               88  AROLD-FILE-OK           VALUE "00".
           05  WF-ARNEW-STATUS     PIC XX.
               88  ARNEW-FILE-OK           VALUE "00".
           05  WF-SALESHST-STATUS  PIC XX.
               88  SALESHST-FILE-OK        VALUE "00".
           05  WF-SLSHNEW-STATUS   PIC XX.
               88  SLSHNEW-FILE-OK         VALUE "00".
           05  WF-ITEMMST-STATUS   PIC XX.
               88  ITEMMST-FILE-OK         VALUE "00".
           05  WF-ITEMTRN-STATUS   PIC XX.
               88  ITEMTRN-FILE-OK         VALUE "00".
           05  WF-POSTCTL-STATUS   PIC XX.
               88  POSTCTL-FILE-OK         VALUE "00".
           05  WF-REVREG-STATUS    PIC XX.
               88  REVREG-FILE-OK          VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-REVWORK-STATUS   PIC XX.
               88  REVWORK-FILE-OK         VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  REVERSAL-CARD-FIELDS.
           05  WS-REVERSAL-CARD.
               10  RC-REVERSAL-DATE.
                   15  RC-YEAR         PIC X(4).
                   15  RC-MONTH        PIC X(2).
                   15  RC-DAY          PIC X(2).
               10  FILLER              PIC X(72).
           05  WS-REVERSAL-DATE        PIC 9(8).
           05  WS-REVERSAL-MONTH       PIC 9(2).
           05  WS-YEAR-WINDOW.
               10  WS-LOW-YEAR         PIC 9(4).
               10  WS-HIGH-YEAR        PIC 9(4).
           05  WS-DATE-STATUS          PIC 9(1).
           05  WS-DATE-REASON          PIC X(20).
      *
       01  PERIOD-CHECK-FIELDS.
           05  WS-PERIOD-PROGRAM   PIC X(8)      VALUE "SLSREVRS".
           05  WS-PERIOD-STATUS    PIC 9(1).
               88  PERIOD-POSTING-REFUSED        VALUE 2.
           05  WS-PERIOD-REASON    PIC X(40).
      *
      * THE HISTORY RECORD BEING REVERSED, IN THE ARTRN LAYOUT.
      *
       COPY ARTRN.
      *
       01  MATCH-KEY-FIELDS.
           05  WS-MASTER-KEY           PIC X(9).
           05  WS-REVERSAL-KEY         PIC X(9).
           05  WS-ITEM-KEY             PIC X(9).
           05  WS-GROUP-KEY.
               10  WS-GROUP-BRANCH     PIC 9(2).
               10  WS-GROUP-SALESREP   PIC 9(2).
               10  WS-GROUP-CUSTOMER   PIC 9(5).
      *
       01  ITEM-TABLE-FIELDS.
           05  IM-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  IM-SUB              PIC S9(4)  COMP.
           05  IM-MATCH-SUB        PIC S9(4)  COMP.
           05  WS-LINE-SUB         PIC S9(1)  COMP.
           05  WS-LOOKUP-ITEM      PIC 9(6).
      *
       01  ITEM-MASTER-TABLE.
           05  ITEM-TABLE-ENTRY        OCCURS 500 TIMES.
               10  IMT-ITEM-NUMBER         PIC 9(6).
               10  IMT-PRODUCT-LINE        PIC X(3).
               10  IMT-STANDARD-COST       PIC 9(5)V9(2).
      *
      * ONE CUSTOMER'S REVERSALS WHILE ITS OPEN ITEMS ARE PASSED.
      * THE REMAINING AMOUNT IS WHAT IS STILL TO BE OFFSET AFTER
      * THE MATCHING ITEM HAS BEEN REDUCED.
      *
       01  CUSTOMER-REVERSAL-TABLE.
           05  RT-ENTRY-COUNT          PIC S9(4)  COMP  VALUE ZERO.
           05  RT-SUB                  PIC S9(4)  COMP.
           05  RT-MATCH-SUB            PIC S9(4)  COMP.
           05  RT-ENTRY                OCCURS 200 TIMES.
               10  RT-DEBIT-CREDIT         PIC X.
               10  RT-AMOUNT               PIC 9(5)V9(2).
               10  RT-REMAINING            PIC 9(5)V9(2).
               10  RT-MATCHED-SWITCH       PIC X.
                   88  RT-MATCHED                  VALUE "Y".
      *
      * ITEM WORK RECORD IN THE ARITEM LAYOUT - THE NEW OPEN-ITEM
      * MASTER IS WRITTEN FROM HERE.
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
       01  WORK-FIELDS.
           05  WS-OLD-YTD          PIC 9(5)V99.
           05  WS-NEW-YTD          PIC S9(7)V99.
           05  WS-NEW-MONTH        PIC S9(7)V99.
           05  WS-REVERSED-AMOUNT  PIC S9(5)V99.
           05  WS-APPLY-PORTION    PIC 9(5)V99.
           05  WS-LAST-SEQUENCE    PIC 9(3).
           05  WS-EXTENDED-AMOUNT  PIC S9(7)V99  COMP-3.
           05  WS-EXTENDED-COST    PIC S9(7)V99  COMP-3.
           05  WS-NET-DIFFERENCE   PIC S9(9)V99  COMP-3.
           05  WS-LINE-NOTE        PIC X(20).
      *
       01  CONTROL-TOTALS.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-KEPT     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REVERSALS        PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REVERSALS-APPLIED
                                   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NOT-ON-FILE      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-FLOORED          PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MASTERS-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MASTERS-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEM-LINES       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-UNITS-RELIEVED   PIC S9(9)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-WRITTEN    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-REDUCED    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CREDITS-ON-ACCT  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-DEBITS-REINSTATED
                                   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NIGHT-NET        PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-NET-REVERSED     PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-OPEN-BALANCE     PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       01  FILE-INTEGRITY-FIELDS.
           05  FC-HEADER-RECORD.
               10  FILLER          PIC X(4)   VALUE "HDR!".
               10  FCH-FILE-ID     PIC X(8)   VALUE "CUSTMAST".
               10  FCH-DATE        PIC 9(8)   VALUE ZERO.
               10  FCH-PROGRAM     PIC X(8)   VALUE "SLSREVRS".
               10  FILLER          PIC X(132) VALUE SPACE.
           05  FC-TRAILER-RECORD.
               10  FILLER          PIC X(4)   VALUE "TRL!".
               10  FCT-COUNT       PIC 9(9)   VALUE ZERO.
               10  FCT-HASH        PIC 9(11)V9(2) VALUE ZERO.
               10  FILLER          PIC X(134) VALUE SPACE.
           05  FC-OUT-COUNT        PIC S9(9)     COMP-3 VALUE ZERO.
           05  FC-OUT-HASH         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  FC-IN-COUNT         PIC S9(9)     COMP-3 VALUE ZERO.
           05  FC-IN-HASH          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  FC-CONTROL-SWITCH   PIC X.
               88  FC-CONTROL-RECORD   VALUE "Y".
           05  FC-TRAILER-SEEN-SW  PIC X VALUE "N".
               88  FC-TRAILER-SEEN     VALUE "Y".
           05  FC-TRAILER-IMAGE    PIC X(26).
           05  FC-TRAILER-FIELDS REDEFINES FC-TRAILER-IMAGE.
               10  FILLER          PIC X(4).
               10  FCI-COUNT       PIC 9(9).
               10  FCI-HASH        PIC 9(11)V9(2).
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "SALES POSTING REVERS".
           05  FILLER          PIC X(20)   VALUE "AL REGISTER         ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(21)   VALUE SPACE.
           05  FILLER          PIC X(27)
                               VALUE "REVERSING BUSINESS DATE    ".
           05  HL2-REVERSAL-DATE   PIC 9(8).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "SLSREVRS".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
      * THE COLUMN HEADINGS OF THE SECTION BEING PRINTED ARE MOVED
      * HERE BEFORE THE SECTION STARTS A PAGE.
      *
       01  HEADING-LINE-3              PIC X(132).
      *
       01  MASTER-COLUMN-HEADINGS.
           05  FILLER      PIC X(20)   VALUE "CUST   CUSTOMER NAME".
           05  FILLER      PIC X(20)   VALUE "          D/C  ORIGI".
           05  FILLER      PIC X(20)   VALUE "NAL   REVERSED    OL".
           05  FILLER      PIC X(20)   VALUE "D YTD     NEW YTD   ".
           05  FILLER      PIC X(20)   VALUE "NOTE                ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  OPEN-ITEM-COLUMN-HEADINGS.
           05  FILLER      PIC X(20)   VALUE "BR REP CUST   D/C   ".
           05  FILLER      PIC X(20)   VALUE "AMOUNT    ACTION    ".
           05  FILLER      PIC X(20)   VALUE "     ITEM DATE/SEQ  ".
           05  FILLER      PIC X(20)   VALUE "  ITEM BALANCE      ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  REVERSAL-LINE.
           05  RL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  RL-DEBIT-CREDIT     PIC X.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-ORIGINAL-AMOUNT  PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-REVERSED-AMOUNT  PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-OLD-YTD          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RL-NEW-YTD          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-NOTE             PIC X(20).
           05  FILLER              PIC X(32)    VALUE SPACE.
      *
       01  OPEN-ITEM-LINE.
           05  OIL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  OIL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  OIL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  OIL-DEBIT-CREDIT    PIC X.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  OIL-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  OIL-ACTION          PIC X(12).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  OIL-ITEM-DATE       PIC 9(8).
           05  FILLER              PIC X(1)     VALUE "/".
           05  OIL-ITEM-SEQUENCE   PIC 9(3).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  OIL-ITEM-BALANCE    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(61)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "SLSREVRS TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       01  AMOUNT-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "SLSREVRS TOTALS: ".
           05  ATL-LABEL       PIC X(20).
           05  ATL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(77)   VALUE SPACE.
      *
       01  PROOF-LINE.
           05  FILLER          PIC X(20)   VALUE "SLSREVRS TOTALS: ".
           05  PRL-MESSAGE     PIC X(60).
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-REVERSE-SALES-POSTING.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-REVERSAL-CARD.
           PERFORM 125-CHECK-POSTING-PERIOD.
           PERFORM 130-READ-POSTING-CONTROL.
           PERFORM 160-LOAD-ITEM-TABLE.
           SORT REVERSAL-SORT
               ON ASCENDING KEY RS-CUSTOMER-KEY
               ON ASCENDING KEY RS-READ-SEQUENCE
               INPUT PROCEDURE 140-SPLIT-SALES-HISTORY
               GIVING REVWORK.
           IF CT-REVERSALS = ZERO
               DISPLAY "SLSREVRS - NO SALES HISTORY FOR "
                   WS-REVERSAL-DATE " - NOTHING REVERSED"
               PERFORM 900-ABORT
           END-IF.
           PERFORM 800-WRITE-OUTPUT-HEADER.
           MOVE MASTER-COLUMN-HEADINGS TO HEADING-LINE-3.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 200-REVERSE-CUSTOMER-MASTER.
           MOVE OPEN-ITEM-COLUMN-HEADINGS TO HEADING-LINE-3.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 300-REVERSE-OPEN-ITEMS.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE CUSTMAST-OLD
                 CUSTMAST-NEW
                 AROPEN-OLD
                 AROPEN-NEW
                 SLSHNEW
                 ITEMTRN
                 REVREG.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CUSTMAST-OLD
                       AROPEN-OLD
                       SALESHST
                OUTPUT CUSTMAST-NEW
                       AROPEN-NEW
                       SLSHNEW
                       ITEMTRN
                       REVREG.
           IF NOT CUSTOLD-FILE-OK
              DISPLAY "CUSTOLD OPEN ERROR: " WF-CUSTOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CUSTNEW-FILE-OK
              DISPLAY "CUSTNEW OPEN ERROR: " WF-CUSTNEW-STATUS
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
           IF NOT SALESHST-FILE-OK
              DISPLAY "SALESHST OPEN ERROR: " WF-SALESHST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT SLSHNEW-FILE-OK
              DISPLAY "SLSHNEW OPEN ERROR: " WF-SLSHNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ITEMTRN-FILE-OK
              DISPLAY "ITEMTRN OPEN ERROR: " WF-ITEMTRN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT REVREG-FILE-OK
              DISPLAY "REVREG OPEN ERROR: " WF-REVREG-STATUS
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
      * ONLY A NIGHT IN THE CURRENT BUSINESS YEAR CAN BE REVERSED -
      * AN EARLIER YEAR'S SALES HAVE ALREADY ROLLED OUT OF
      * CM-SALES-THIS-YTD.
      *
       120-READ-REVERSAL-CARD.
      *
           MOVE SPACES TO WS-REVERSAL-CARD.
           ACCEPT WS-REVERSAL-CARD.
           MOVE PD-YEAR TO WS-LOW-YEAR
                           WS-HIGH-YEAR.
           CALL "DATECHK" USING RC-REVERSAL-DATE, WS-YEAR-WINDOW,
                WS-DATE-STATUS, WS-DATE-REASON.
           IF WS-DATE-STATUS NOT = 0
               DISPLAY "SLSREVRS BAD REVERSAL DATE " RC-REVERSAL-DATE
                   " - " WS-DATE-REASON
               PERFORM 900-ABORT
           END-IF.
           IF RC-DAY = "00"
               DISPLAY "SLSREVRS BAD REVERSAL DATE " RC-REVERSAL-DATE
                   " - DAY NOT 01-31"
               PERFORM 900-ABORT
           END-IF.
           MOVE RC-REVERSAL-DATE TO WS-REVERSAL-DATE.
           MOVE RC-MONTH         TO WS-REVERSAL-MONTH.
           IF WS-REVERSAL-DATE > PD-BUSINESS-DATE
               DISPLAY "SLSREVRS REVERSAL DATE " WS-REVERSAL-DATE
                   " IS AFTER THE BUSINESS DATE " PD-BUSINESS-DATE
               PERFORM 900-ABORT
           END-IF.
           MOVE WS-REVERSAL-DATE TO HL2-REVERSAL-DATE.
      *
      * THE REVERSAL CHANGES THE REVERSED NIGHT'S PERIOD, SO IT IS
      * THAT DATE'S PERIOD THAT MUST STILL BE OPEN.
      *
       125-CHECK-POSTING-PERIOD.
      *
           CALL "PERDCHK" USING WS-PERIOD-PROGRAM, WS-REVERSAL-DATE,
                WS-PERIOD-STATUS, WS-PERIOD-REASON.
           IF PERIOD-POSTING-REFUSED
               DISPLAY "SLSREVRS NOT RUN FOR " WS-REVERSAL-DATE
                   " - " WS-PERIOD-REASON
               PERFORM 900-ABORT
           END-IF.
      *
       130-READ-POSTING-CONTROL.
      *
           OPEN INPUT POSTCTL.
           IF NOT POSTCTL-FILE-OK
              DISPLAY "POSTCTL OPEN ERROR: " WF-POSTCTL-STATUS
              PERFORM 900-ABORT
           END-IF.
           READ POSTCTL
               AT END
                   DISPLAY "POSTCTL CONTROL FILE IS EMPTY"
                   PERFORM 900-ABORT
           END-READ.
           CLOSE POSTCTL.
           IF PC-PROGRAM NOT = "SLSPOST "
               DISPLAY "POSTCTL NOT FROM SLSPOST: " PC-PROGRAM
               PERFORM 900-ABORT
           END-IF.
           IF PC-BUSINESS-DATE NOT NUMERIC
                   OR PC-BUSINESS-DATE NOT = WS-REVERSAL-DATE
               DISPLAY "POSTCTL IS NOT FOR " WS-REVERSAL-DATE
                   " - SUPPLY THAT NIGHT'S POSTCTL"
               PERFORM 900-ABORT
           END-IF.
      *
      * INPUT PROCEDURE - THE REVERSED NIGHT'S HISTORY RECORDS GO TO
      * THE SORT; EVERY OTHER RECORD IS CARRIED TO THE NEW HISTORY.
      *
       140-SPLIT-SALES-HISTORY.
      *
           PERFORM 142-READ-SALES-HISTORY.
           PERFORM 144-SPLIT-ONE-RECORD
               UNTIL SALESHST-EOF.
           CLOSE SALESHST.
      *
       142-READ-SALES-HISTORY.
      *
           READ SALESHST INTO ACCEPTED-TRANS-RECORD
               AT END
                   MOVE "Y" TO SALESHST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
           END-READ.
      *
       144-SPLIT-ONE-RECORD.
      *
           IF AT-BUSINESS-DATE = WS-REVERSAL-DATE
               ADD 1 TO CT-REVERSALS
               IF AT-CREDIT-TRANS
                   SUBTRACT AT-INVOICE-AMOUNT FROM CT-NIGHT-NET
               ELSE
                   ADD AT-INVOICE-AMOUNT TO CT-NIGHT-NET
               END-IF
               MOVE ACCEPTED-TRANS-RECORD (1:9) TO RS-CUSTOMER-KEY
               MOVE CT-HISTORY-READ       TO RS-READ-SEQUENCE
               MOVE ACCEPTED-TRANS-RECORD TO RS-HISTORY-IMAGE
               RELEASE REVERSAL-SORT-RECORD
           ELSE
               MOVE ACCEPTED-TRANS-RECORD TO SALES-HISTORY-NEW-REC
               WRITE SALES-HISTORY-NEW-REC
               ADD 1 TO CT-HISTORY-KEPT
           END-IF.
           PERFORM 142-READ-SALES-HISTORY.
      *
       160-LOAD-ITEM-TABLE.
      *
           OPEN INPUT ITEMMST.
           IF NOT ITEMMST-FILE-OK
              DISPLAY "ITEMMST OPEN ERROR: " WF-ITEMMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 165-READ-ITEM-RECORD.
           PERFORM 170-STORE-ITEM-ENTRY
               UNTIL ITEMMST-EOF.
           CLOSE ITEMMST.
      *
       165-READ-ITEM-RECORD.
      *
           READ ITEMMST
               AT END
                   MOVE "Y" TO ITEMMST-EOF-SWITCH
           END-READ.
      *
       170-STORE-ITEM-ENTRY.
      *
           IF IM-ENTRY-COUNT < 500
               ADD 1 TO IM-ENTRY-COUNT
               MOVE IM-ITEM-NUMBER
                   TO IMT-ITEM-NUMBER (IM-ENTRY-COUNT)
               MOVE IM-PRODUCT-LINE
                   TO IMT-PRODUCT-LINE (IM-ENTRY-COUNT)
               IF IM-STANDARD-COST NUMERIC
                   MOVE IM-STANDARD-COST
                       TO IMT-STANDARD-COST (IM-ENTRY-COUNT)
               ELSE
                   MOVE ZERO TO IMT-STANDARD-COST (IM-ENTRY-COUNT)
               END-IF
           ELSE
               DISPLAY "ITEM TABLE FULL - ITEM OMITTED "
                   IM-ITEM-NUMBER
           END-IF.
           PERFORM 165-READ-ITEM-RECORD.
      *
       175-FIND-ITEM-ENTRY.
      *
           MOVE ZERO TO IM-MATCH-SUB.
           PERFORM 177-MATCH-ONE-ITEM
               VARYING IM-SUB FROM 1 BY 1
               UNTIL IM-SUB > IM-ENTRY-COUNT
               OR IM-MATCH-SUB > ZERO.
      *
       177-MATCH-ONE-ITEM.
      *
           IF IMT-ITEM-NUMBER (IM-SUB) = WS-LOOKUP-ITEM
               MOVE IM-SUB TO IM-MATCH-SUB
           END-IF.
      *
      * FIRST PASS - THE CUSTOMER MASTER AGAINST THE NIGHT'S
      * RECORDS, BOTH IN BRANCH/REP/CUSTOMER ORDER. A RECORD WHOSE
      * CUSTOMER IS NO LONGER ON THE MASTER UNDER THE SAME BRANCH
      * AND REP CANNOT BE OFFSET AND IS LISTED.
      *
       200-REVERSE-CUSTOMER-MASTER.
      *
           OPEN INPUT REVWORK.
           IF NOT REVWORK-FILE-OK
              DISPLAY "REVWORK OPEN ERROR: " WF-REVWORK-STATUS
              PERFORM 900-ABORT
           END-IF.
           MOVE "N" TO REVWORK-EOF-SWITCH.
           PERFORM 205-READ-REVERSAL.
           PERFORM 210-READ-MASTER-RECORD.
           PERFORM 220-MATCH-MASTER-RECORD
               UNTIL CUSTMAST-EOF AND REVWORK-EOF.
           PERFORM 805-WRITE-OUTPUT-TRAILER.
           CLOSE REVWORK.
      *
       205-READ-REVERSAL.
      *
           READ REVWORK
               AT END
                   MOVE "Y" TO REVWORK-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-REVERSAL-KEY
               NOT AT END
                   MOVE RW-HISTORY-IMAGE TO ACCEPTED-TRANS-RECORD
                   MOVE RW-CUSTOMER-KEY  TO WS-REVERSAL-KEY
           END-READ.
      *
       210-READ-MASTER-RECORD.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 215-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CUSTMAST-EOF.
           IF CUSTMAST-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               MOVE CUSTOMER-MASTER-RECORD (1:9) TO WS-MASTER-KEY
           END-IF.
      *
       215-READ-RAW-RECORD.
      *
           READ CUSTMAST-OLD
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
                   PERFORM 820-VERIFY-INPUT-TRAILER
               NOT AT END
                   PERFORM 810-CLASSIFY-INPUT-RECORD
                   IF NOT FC-CONTROL-RECORD
                       ADD 1 TO CT-MASTERS-READ
                   END-IF
           END-READ.
      *
       220-MATCH-MASTER-RECORD.
      *
           EVALUATE TRUE
               WHEN WS-REVERSAL-KEY < WS-MASTER-KEY
                   PERFORM 250-LIST-UNMATCHED-REVERSAL
                   PERFORM 205-READ-REVERSAL
               WHEN WS-REVERSAL-KEY = WS-MASTER-KEY
                   PERFORM 240-APPLY-REVERSAL
                   PERFORM 205-READ-REVERSAL
               WHEN OTHER
                   PERFORM 225-WRITE-MASTER-RECORD
                   PERFORM 210-READ-MASTER-RECORD
           END-EVALUATE.
      *
       225-WRITE-MASTER-RECORD.
      *
           MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-MASTER-NEW-REC.
           WRITE CUSTOMER-MASTER-NEW-REC.
           ADD 1 TO CT-MASTERS-WRITTEN.
           ADD 1 TO FC-OUT-COUNT.
           ADD CM-SALES-THIS-YTD TO FC-OUT-HASH.
      *
      * A DEBIT COMES BACK OFF THE YEAR-TO-DATE AND THE REVERSED
      * DATE'S MONTHLY BUCKET, A CREDIT GOES BACK ON. THE REVERSED
      * AMOUNT IS SIGNED THE WAY IT MOVES THE MASTER.
      *
       240-APPLY-REVERSAL.
      *
           MOVE CM-SALES-THIS-YTD TO WS-OLD-YTD.
           MOVE SPACES TO WS-LINE-NOTE.
           IF AT-CREDIT-TRANS
               MOVE AT-INVOICE-AMOUNT TO WS-REVERSED-AMOUNT
           ELSE
               COMPUTE WS-REVERSED-AMOUNT = ZERO - AT-INVOICE-AMOUNT
           END-IF.
           COMPUTE WS-NEW-YTD = CM-SALES-THIS-YTD + WS-REVERSED-AMOUNT.
           COMPUTE WS-NEW-MONTH =
               CM-SALES-MONTH (WS-REVERSAL-MONTH) + WS-REVERSED-AMOUNT.
           IF WS-NEW-YTD < ZERO
               MOVE ZERO TO CM-SALES-THIS-YTD
               MOVE "FLOORED AT ZERO     " TO WS-LINE-NOTE
           ELSE
               MOVE WS-NEW-YTD TO CM-SALES-THIS-YTD
           END-IF.
           IF WS-NEW-MONTH < ZERO
               MOVE ZERO TO CM-SALES-MONTH (WS-REVERSAL-MONTH)
               MOVE "FLOORED AT ZERO     " TO WS-LINE-NOTE
           ELSE
               MOVE WS-NEW-MONTH TO CM-SALES-MONTH (WS-REVERSAL-MONTH)
           END-IF.
           IF WS-LINE-NOTE NOT = SPACES
               ADD 1 TO CT-FLOORED
           END-IF.
           ADD WS-REVERSED-AMOUNT TO CT-NET-REVERSED.
           ADD 1 TO CT-REVERSALS-APPLIED.
           MOVE CM-CUSTOMER-NAME  TO RL-CUSTOMER-NAME.
           MOVE CM-SALES-THIS-YTD TO RL-NEW-YTD.
           MOVE WS-OLD-YTD        TO RL-OLD-YTD.
           PERFORM 245-PRINT-REVERSAL-LINE.
           PERFORM 260-WRITE-REVERSAL-ITEM-LINES.
      *
       245-PRINT-REVERSAL-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE AT-CUSTOMER-NUMBER    TO RL-CUSTOMER-NUMBER.
           MOVE AT-DEBIT-CREDIT-CODE  TO RL-DEBIT-CREDIT.
           MOVE AT-INVOICE-AMOUNT     TO RL-ORIGINAL-AMOUNT.
           MOVE WS-REVERSED-AMOUNT    TO RL-REVERSED-AMOUNT.
           MOVE WS-LINE-NOTE          TO RL-NOTE.
           MOVE REVERSAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       250-LIST-UNMATCHED-REVERSAL.
      *
           ADD 1 TO CT-NOT-ON-FILE.
           MOVE ZERO TO WS-REVERSED-AMOUNT.
           MOVE "CUSTOMER NOT ON FILE" TO WS-LINE-NOTE.
           MOVE SPACES TO RL-CUSTOMER-NAME.
           MOVE ZERO   TO RL-OLD-YTD
                          RL-NEW-YTD.
           PERFORM 245-PRINT-REVERSAL-LINE.
           PERFORM 260-WRITE-REVERSAL-ITEM-LINES.
      *
      * THE ITEM LINES OF A REVERSED DEBIT GO BACK OUT AS REVERSAL
      * LINES AT THE PRICE CHARGED, COSTED AT THE CURRENT STANDARD
      * COST, UNDER THE ORIGINAL BUSINESS DATE.
      *
       260-WRITE-REVERSAL-ITEM-LINES.
      *
           IF AT-DEBIT-TRANS
               PERFORM 265-WRITE-ONE-ITEM-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 3
           END-IF.
      *
       265-WRITE-ONE-ITEM-LINE.
      *
           IF AT-ITEM-NUMBER (WS-LINE-SUB) NUMERIC
                   AND AT-ITEM-NUMBER (WS-LINE-SUB) > ZERO
                   AND AT-QUANTITY (WS-LINE-SUB) NUMERIC
                   AND AT-UNIT-PRICE (WS-LINE-SUB) NUMERIC
               MOVE AT-ITEM-NUMBER (WS-LINE-SUB) TO WS-LOOKUP-ITEM
               PERFORM 175-FIND-ITEM-ENTRY
               MOVE SPACES TO ITEM-TRANS-RECORD
               MOVE AT-BRANCH-NUMBER   TO ITR-BRANCH-NUMBER
               MOVE WS-LOOKUP-ITEM     TO ITR-ITEM-NUMBER
               MOVE AT-QUANTITY (WS-LINE-SUB) TO ITR-QUANTITY
               COMPUTE WS-EXTENDED-AMOUNT =
                   AT-QUANTITY (WS-LINE-SUB)
                   * AT-UNIT-PRICE (WS-LINE-SUB)
               MOVE WS-EXTENDED-AMOUNT TO ITR-EXTENDED-AMOUNT
               MOVE AT-BUSINESS-DATE   TO ITR-BUSINESS-DATE
               MOVE AT-CUSTOMER-NUMBER TO ITR-CUSTOMER-NUMBER
               IF IM-MATCH-SUB > ZERO
                   MOVE IMT-PRODUCT-LINE (IM-MATCH-SUB)
                       TO ITR-PRODUCT-LINE
                   COMPUTE WS-EXTENDED-COST =
                       AT-QUANTITY (WS-LINE-SUB)
                       * IMT-STANDARD-COST (IM-MATCH-SUB)
               ELSE
                   MOVE ZERO TO WS-EXTENDED-COST
               END-IF
               MOVE WS-EXTENDED-COST   TO ITR-EXTENDED-COST
               SET ITR-REVERSAL-LINE   TO TRUE
               WRITE ITEM-TRANS-RECORD
               ADD 1 TO CT-ITEM-LINES
               ADD AT-QUANTITY (WS-LINE-SUB) TO CT-UNITS-RELIEVED
           END-IF.
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
      * SECOND PASS - THE OPEN-ITEM MASTER AGAINST THE SAME RECORDS.
      * A CUSTOMER WITH REVERSALS HAS THEM TABLED WHILE ITS ITEMS GO
      * BY; WHATEVER THE MATCHING ITEMS CANNOT ABSORB IS CARRIED AS
      * A NEW ITEM DATED THE BUSINESS DATE AFTER THE CUSTOMER'S
      * EXISTING ITEMS, SO THE NEW MASTER STAYS IN KEY ORDER.
      *
       300-REVERSE-OPEN-ITEMS.
      *
           OPEN INPUT REVWORK.
           IF NOT REVWORK-FILE-OK
              DISPLAY "REVWORK OPEN ERROR: " WF-REVWORK-STATUS
              PERFORM 900-ABORT
           END-IF.
           MOVE "N" TO REVWORK-EOF-SWITCH.
           PERFORM 205-READ-REVERSAL.
           PERFORM 310-READ-OPEN-ITEM.
           PERFORM 320-MATCH-OPEN-ITEMS
               UNTIL AROPEN-EOF AND REVWORK-EOF.
           CLOSE REVWORK.
      *
       310-READ-OPEN-ITEM.
      *
           READ AROPEN-OLD
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-ITEM-KEY
               NOT AT END
                   ADD 1 TO CT-ITEMS-READ
                   MOVE AR-ITEM-KEY (1:9) TO WS-ITEM-KEY
           END-READ.
      *
       320-MATCH-OPEN-ITEMS.
      *
           IF WS-REVERSAL-KEY NOT > WS-ITEM-KEY
               PERFORM 330-REVERSE-CUSTOMER-ITEMS
           ELSE
               PERFORM 315-FORMAT-OLD-ITEM
               PERFORM 370-WRITE-NEW-ITEM
               PERFORM 310-READ-OPEN-ITEM
           END-IF.
      *
       315-FORMAT-OLD-ITEM.
      *
           MOVE AR-BRANCH-NUMBER    TO WO-BRANCH-NUMBER.
           MOVE AR-SALESREP-NUMBER  TO WO-SALESREP-NUMBER.
           MOVE AR-CUSTOMER-NUMBER  TO WO-CUSTOMER-NUMBER.
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
       330-REVERSE-CUSTOMER-ITEMS.
      *
           MOVE WS-REVERSAL-KEY TO WS-GROUP-KEY.
           MOVE ZERO TO RT-ENTRY-COUNT
                        WS-LAST-SEQUENCE.
           PERFORM 335-TABLE-ONE-REVERSAL
               UNTIL REVWORK-EOF
               OR WS-REVERSAL-KEY NOT = WS-GROUP-KEY.
           PERFORM 340-REVERSE-ONE-ITEM
               UNTIL AROPEN-EOF
               OR WS-ITEM-KEY NOT = WS-GROUP-KEY.
           PERFORM 360-CARRY-REMAINDER
               VARYING RT-SUB FROM 1 BY 1
               UNTIL RT-SUB > RT-ENTRY-COUNT.
      *
       335-TABLE-ONE-REVERSAL.
      *
           IF RT-ENTRY-COUNT < 200
               ADD 1 TO RT-ENTRY-COUNT
               MOVE AT-DEBIT-CREDIT-CODE
                   TO RT-DEBIT-CREDIT (RT-ENTRY-COUNT)
               MOVE AT-INVOICE-AMOUNT
                   TO RT-AMOUNT (RT-ENTRY-COUNT)
                      RT-REMAINING (RT-ENTRY-COUNT)
               MOVE "N" TO RT-MATCHED-SWITCH (RT-ENTRY-COUNT)
           ELSE
               DISPLAY "SLSREVRS - OVER 200 REVERSALS FOR CUSTOMER "
                   AT-CUSTOMER-NUMBER
               PERFORM 900-ABORT
           END-IF.
           PERFORM 205-READ-REVERSAL.
      *
      * ONLY AN ITEM DATED THE REVERSED NIGHT CAN HAVE COME FROM IT.
      * AN INVOICE ITEM MATCHES A DEBIT OF THE SAME AMOUNT; AN
      * UNAPPLIED CREDIT MEMO ITEM MATCHES A CREDIT AT LEAST AS
      * LARGE (ONLY THE REMAINDER OF A CREDIT IS CARRIED). CASH
      * ITEMS, WHICH CARRY A CHECK NUMBER, NEVER MATCH.
      *
       340-REVERSE-ONE-ITEM.
      *
           PERFORM 315-FORMAT-OLD-ITEM.
           IF WO-ITEM-DATE = PD-BUSINESS-DATE
                   AND WO-ITEM-SEQUENCE > WS-LAST-SEQUENCE
               MOVE WO-ITEM-SEQUENCE TO WS-LAST-SEQUENCE
           END-IF.
           IF WO-ITEM-DATE = WS-REVERSAL-DATE
                   AND (AR-ITEM-OPEN OR AR-ITEM-PAID)
                   AND WO-CHECK-NUMBER = SPACES
               MOVE ZERO TO RT-MATCH-SUB
               PERFORM 345-MATCH-ONE-REVERSAL
                   VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-ENTRY-COUNT
                   OR RT-MATCH-SUB > ZERO
               IF RT-MATCH-SUB > ZERO
                   PERFORM 350-REDUCE-MATCHED-ITEM
               END-IF
           END-IF.
           PERFORM 370-WRITE-NEW-ITEM.
           PERFORM 310-READ-OPEN-ITEM.
      *
       345-MATCH-ONE-REVERSAL.
      *
           IF NOT RT-MATCHED (RT-SUB)
                   AND RT-DEBIT-CREDIT (RT-SUB) = WO-ITEM-TYPE
               IF (AR-DEBIT-ITEM
                       AND RT-AMOUNT (RT-SUB) = WO-ORIGINAL-AMOUNT)
                   OR (AR-CREDIT-ITEM
                       AND RT-AMOUNT (RT-SUB) >= WO-ORIGINAL-AMOUNT)
                   MOVE RT-SUB TO RT-MATCH-SUB
               END-IF
           END-IF.
      *
       350-REDUCE-MATCHED-ITEM.
      *
           MOVE "Y" TO RT-MATCHED-SWITCH (RT-MATCH-SUB).
           IF WO-OPEN-BALANCE > RT-REMAINING (RT-MATCH-SUB)
               MOVE RT-REMAINING (RT-MATCH-SUB) TO WS-APPLY-PORTION
           ELSE
               MOVE WO-OPEN-BALANCE TO WS-APPLY-PORTION
           END-IF.
           SUBTRACT WS-APPLY-PORTION FROM WO-OPEN-BALANCE.
           SUBTRACT WS-APPLY-PORTION FROM RT-REMAINING (RT-MATCH-SUB).
           IF WS-APPLY-PORTION = ZERO
               MOVE "ALREADY PAID" TO OIL-ACTION
           ELSE
               ADD 1 TO CT-ITEMS-REDUCED
               IF WO-OPEN-BALANCE = ZERO
                   MOVE "R"              TO WO-ITEM-STATUS
                   MOVE PD-BUSINESS-DATE TO WO-CLOSED-DATE
                   MOVE "REVERSED    " TO OIL-ACTION
               ELSE
                   MOVE "REDUCED     " TO OIL-ACTION
               END-IF
           END-IF.
           MOVE RT-DEBIT-CREDIT (RT-MATCH-SUB) TO OIL-DEBIT-CREDIT.
           MOVE RT-AMOUNT (RT-MATCH-SUB)       TO OIL-AMOUNT.
           PERFORM 380-PRINT-OPEN-ITEM-LINE.
      *
      * WHAT IS LEFT OF A REVERSED DEBIT IS MONEY THE CUSTOMER HAS
      * PAID ON A SALE THAT NO LONGER STANDS - A CREDIT ON ACCOUNT.
      * WHAT IS LEFT OF A REVERSED CREDIT HAD PAID OFF INVOICES
      * THAT ARE OWED AGAIN - A REINSTATED DEBIT.
      *
       360-CARRY-REMAINDER.
      *
           IF RT-REMAINING (RT-SUB) > ZERO
               ADD 1 TO WS-LAST-SEQUENCE
               MOVE WS-GROUP-BRANCH     TO WO-BRANCH-NUMBER
               MOVE WS-GROUP-SALESREP   TO WO-SALESREP-NUMBER
               MOVE WS-GROUP-CUSTOMER   TO WO-CUSTOMER-NUMBER
               MOVE PD-BUSINESS-DATE    TO WO-ITEM-DATE
               MOVE WS-LAST-SEQUENCE    TO WO-ITEM-SEQUENCE
               MOVE RT-REMAINING (RT-SUB) TO WO-ORIGINAL-AMOUNT
                                             WO-OPEN-BALANCE
               MOVE "O"                 TO WO-ITEM-STATUS
               MOVE SPACE               TO WO-CHECK-NUMBER
               MOVE ZERO                TO WO-CLOSED-DATE
               IF RT-DEBIT-CREDIT (RT-SUB) = "D"
                   MOVE "C"             TO WO-ITEM-TYPE
                   ADD 1 TO CT-CREDITS-ON-ACCT
                   MOVE "ON ACCOUNT  " TO OIL-ACTION
               ELSE
                   MOVE "D"             TO WO-ITEM-TYPE
                   ADD 1 TO CT-DEBITS-REINSTATED
                   MOVE "REINSTATED  " TO OIL-ACTION
               END-IF
               PERFORM 370-WRITE-NEW-ITEM
               MOVE RT-DEBIT-CREDIT (RT-SUB) TO OIL-DEBIT-CREDIT
               MOVE RT-AMOUNT (RT-SUB)       TO OIL-AMOUNT
               PERFORM 380-PRINT-OPEN-ITEM-LINE
           END-IF.
      *
       370-WRITE-NEW-ITEM.
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
       380-PRINT-OPEN-ITEM-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE WO-BRANCH-NUMBER    TO OIL-BRANCH-NUMBER.
           MOVE WO-SALESREP-NUMBER  TO OIL-SALESREP-NUMBER.
           MOVE WO-CUSTOMER-NUMBER  TO OIL-CUSTOMER-NUMBER.
           MOVE WO-ITEM-DATE        TO OIL-ITEM-DATE.
           MOVE WO-ITEM-SEQUENCE    TO OIL-ITEM-SEQUENCE.
           MOVE WO-OPEN-BALANCE     TO OIL-ITEM-BALANCE.
           MOVE OPEN-ITEM-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * THE PROOF - EVERY RECORD OF THE NIGHT REVERSED, AND THE NET
      * REVERSED OFF THE MASTER NETTING TO ZERO AGAINST THE NET THE
      * NIGHT'S POSTCTL RECORD SAYS WAS POSTED.
      *
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE "HISTORY READ      " TO CTL-LABEL.
           MOVE CT-HISTORY-READ      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "HISTORY KEPT      " TO CTL-LABEL.
           MOVE CT-HISTORY-KEPT      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "NIGHT'S RECORDS   " TO CTL-LABEL.
           MOVE CT-REVERSALS         TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "POSTCTL APPLIED   " TO CTL-LABEL.
           MOVE PC-TRANS-APPLIED     TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "REVERSALS APPLIED " TO CTL-LABEL.
           MOVE CT-REVERSALS-APPLIED TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "CUST NOT ON FILE  " TO CTL-LABEL.
           MOVE CT-NOT-ON-FILE       TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "FLOORED AT ZERO   " TO CTL-LABEL.
           MOVE CT-FLOORED           TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "MASTERS READ      " TO CTL-LABEL.
           MOVE CT-MASTERS-READ      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "MASTERS WRITTEN   " TO CTL-LABEL.
           MOVE CT-MASTERS-WRITTEN   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEM LINES REVERSED" TO CTL-LABEL.
           MOVE CT-ITEM-LINES        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "UNITS RELIEVED    " TO CTL-LABEL.
           MOVE CT-UNITS-RELIEVED    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "A/R ITEMS READ    " TO CTL-LABEL.
           MOVE CT-ITEMS-READ        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "A/R ITEMS WRITTEN " TO CTL-LABEL.
           MOVE CT-ITEMS-WRITTEN     TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "A/R ITEMS REDUCED " TO CTL-LABEL.
           MOVE CT-ITEMS-REDUCED     TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "CREDITS ON ACCOUNT" TO CTL-LABEL.
           MOVE CT-CREDITS-ON-ACCT   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "DEBITS REINSTATED " TO CTL-LABEL.
           MOVE CT-DEBITS-REINSTATED TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "POSTCTL NET POSTED  " TO ATL-LABEL.
           MOVE PC-NET-POSTED          TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           MOVE "NIGHT'S HISTORY NET " TO ATL-LABEL.
           MOVE CT-NIGHT-NET           TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           MOVE "NET REVERSED        " TO ATL-LABEL.
           MOVE CT-NET-REVERSED        TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           COMPUTE WS-NET-DIFFERENCE = PC-NET-POSTED + CT-NET-REVERSED.
           MOVE "NET DIFFERENCE      " TO ATL-LABEL.
           MOVE WS-NET-DIFFERENCE      TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           MOVE "NET OPEN BALANCE    " TO ATL-LABEL.
           MOVE CT-OPEN-BALANCE        TO ATL-AMOUNT.
           PERFORM 420-WRITE-AMOUNT-LINE.
           IF WS-NET-DIFFERENCE = ZERO
                   AND CT-REVERSALS = PC-TRANS-APPLIED
                   AND CT-REVERSALS-APPLIED = CT-REVERSALS
                   AND CT-MASTERS-WRITTEN = CT-MASTERS-READ
               MOVE "REVERSAL NETS TO ZERO AGAINST THE NIGHT'S POSTCTL"
                   TO PRL-MESSAGE
               DISPLAY "*** SLSREVRS RUN IS IN BALANCE ***"
           ELSE
               MOVE "*** REVERSAL DOES NOT NET TO ZERO - REVIEW ***"
                   TO PRL-MESSAGE
               DISPLAY "*** SLSREVRS RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
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
      *
       800-WRITE-OUTPUT-HEADER.
      *
           MOVE PD-BUSINESS-DATE TO FCH-DATE.
           MOVE FC-HEADER-RECORD TO CUSTOMER-MASTER-NEW-REC.
           WRITE CUSTOMER-MASTER-NEW-REC.
      *
       805-WRITE-OUTPUT-TRAILER.
      *
           MOVE FC-OUT-COUNT TO FCT-COUNT.
           MOVE FC-OUT-HASH  TO FCT-HASH.
           MOVE FC-TRAILER-RECORD TO CUSTOMER-MASTER-NEW-REC.
           WRITE CUSTOMER-MASTER-NEW-REC.
      *
      * STANDARD HEADER/TRAILER HANDLING FOR THE CUSTOMER MASTER -
      * HDR!/TRL! CONTROL RECORDS ARE SKIPPED ON INPUT, THE TRAILER
      * COUNT AND SALES HASH ARE PROVED AT END OF FILE, AND A
      * MISMATCH ABORTS THE STEP. A FILE WITH NO HEADER AT ALL IS
      * TREATED AS A LEGACY FILE WITH A WARNING.
      *
       810-CLASSIFY-INPUT-RECORD.
      *
           EVALUATE CUSTOMER-MASTER-RECORD (1:4)
               WHEN "HDR!"
                   PERFORM 815-VERIFY-INPUT-HEADER
               WHEN "TRL!"
                   MOVE CUSTOMER-MASTER-RECORD (1:26)
                       TO FC-TRAILER-IMAGE
                   MOVE "Y" TO FC-TRAILER-SEEN-SW
               WHEN OTHER
                   MOVE "N" TO FC-CONTROL-SWITCH
                   ADD 1 TO FC-IN-COUNT
                   ADD CM-SALES-THIS-YTD TO FC-IN-HASH
           END-EVALUATE.
      *
       815-VERIFY-INPUT-HEADER.
      *
           IF CUSTOMER-MASTER-RECORD (5:8) NOT = "CUSTMAST"
               DISPLAY "SLSREVRS WRONG FILE ID ON INPUT HEADER"
                   " - STEP ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       820-VERIFY-INPUT-TRAILER.
      *
           IF NOT FC-TRAILER-SEEN
               DISPLAY "SLSREVRS WARNING - NO TRAILER ON INPUT"
                   " MASTER - LEGACY FILE ASSUMED"
           ELSE
               IF FCI-COUNT NOT = FC-IN-COUNT
                       OR FCI-HASH NOT = FC-IN-HASH
                   DISPLAY "SLSREVRS INPUT TRAILER MISMATCH -"
                       " FILE SHORT OR STALE - STEP ABORTED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
