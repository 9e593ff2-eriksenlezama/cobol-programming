           FILE STATUS IS WF-ITEMMST-STATUS.
           SELECT ITEMTRN  ASSIGN TO ITEMTRN
           FILE STATUS IS WF-ITEMTRN-STATUS.
           SELECT CONTRACT ASSIGN TO CONTRACT
           FILE STATUS IS WF-CONTRACT-STATUS.
           SELECT CONTUSE  ASSIGN TO CONTUSE
           FILE STATUS IS WF-CONTUSE-STATUS.
           SELECT POSTCTL  ASSIGN TO POSTCTL
           FILE STATUS IS WF-POSTCTL-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT TRNWORK  ASSIGN TO TRNWORK
           FILE STATUS IS WF-TRNWORK-STATUS.
           SELECT CUSTOMER-SORT ASSIGN TO SORTWORK.
           SELECT MASTER-SORT   ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FD  ITEMTRN
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITEMTRN.
      *
       FD  CONTRACT
           RECORD CONTAINS 80 CHARACTERS.
       COPY CONTRACT.
      *
       FD  CONTUSE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CONTUSE.
      *
      * MACHINE-READABLE POSTING TOTALS FOR THE INDEPENDENT DOLLAR
      * VERIFIER (DLRVERFY) - THE SAME IDEA AS THE CSTMAINT CTLCNTS
      * CONTROL FILE. THE SALES POSTING REVERSAL (SLSREVRS) PROVES
      * ITSELF AGAINST THE NIGHT'S RECORD, FOUND BY BUSINESS DATE.
      *
       FD  POSTCTL
           RECORD CONTAINS 80 CHARACTERS.
           05  PC-TRANS-REJECTED       PIC 9(7).
           05  PC-NET-POSTED           PIC S9(9)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  PC-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(31).
      *
       FD  ARTRN
           RECORD CONTAINS 80 CHARACTERS.
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
      * THE NIGHT'S EDITED TRANSACTIONS, STAMPED WITH THE BRANCH AND
      * REP OF THE CUSTOMER THEY POST TO, BETWEEN THE TWO SORTS.
      *
       FD  TRNWORK
           RECORD CONTAINS 128 CHARACTERS.
       01  TRANS-WORK-RECORD           PIC X(128).
      *
      * FIRST SORT - CUSTOMER NUMBER ORDER. ONE KEY RECORD PER
      * CUSTOMER ON THE MASTER SORTS AHEAD OF THAT CUSTOMER'S
      * TRANSACTIONS AND CARRIES THE BRANCH/REP TO THEM.
      *
       SD  CUSTOMER-SORT.
       01  CUSTOMER-SORT-RECORD.
           05  CS-CUSTOMER-NUMBER      PIC 9(5).
           05  CS-RECORD-TYPE          PIC X.
               88  CS-MASTER-KEY               VALUE "0".
               88  CS-TRANSACTION              VALUE "1".
           05  CS-READ-SEQUENCE        PIC 9(7).
           05  CS-TRANS-ENTRY          PIC X(128).
      *
      * SECOND SORT - MASTER (BRANCH/REP/CUSTOMER) ORDER, ARRIVAL
      * ORDER WITHIN A CUSTOMER. TRANSACTIONS FOR CUSTOMERS NOT ON
      * THE MASTER SORT LAST, IN ARRIVAL ORDER.
      *
       SD  MASTER-SORT.
       01  MASTER-SORT-RECORD.
           05  MS-MATCH-CLASS          PIC X.
           05  MS-CUSTOMER-KEY         PIC 9(9).
           05  MS-READ-SEQUENCE        PIC 9(7).
           05  FILLER                  PIC X(111).
      *
       WORKING-STORAGE SECTION.
      *
               88  CUSTMAST-EOF                 VALUE "Y".
           05  SALESTRN-EOF-SWITCH     PIC X    VALUE "N".
               88  SALESTRN-EOF                 VALUE "Y".
           05  MASTER-KEY-EOF-SWITCH   PIC X    VALUE "N".
               88  MASTER-KEY-EOF               VALUE "Y".
           05  CUSTOMER-SORT-EOF-SWITCH PIC X   VALUE "N".
               88  CUSTOMER-SORT-EOF            VALUE "Y".
           05  MASTER-SORT-EOF-SWITCH  PIC X    VALUE "N".
               88  MASTER-SORT-EOF              VALUE "Y".
           05  KEY-LOADED-SWITCH       PIC X    VALUE "N".
               88  KEY-LOADED                   VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CUSTOLD-STATUS   PIC XX.
               88  ITEMTRN-FILE-OK         VALUE "00".
           05  WF-POSTCTL-STATUS   PIC XX.
               88  POSTCTL-FILE-OK         VALUE "00".
           05  WF-CONTRACT-STATUS  PIC XX.
               88  CONTRACT-FILE-OK        VALUE "00".
           05  WF-CONTUSE-STATUS   PIC XX.
               88  CONTUSE-FILE-OK         VALUE "00".
           05  WF-TRNWORK-STATUS   PIC XX.
               88  TRNWORK-FILE-OK         VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
      * ONE EDITED AND PRICED TRANSACTION - BUILT FROM SALESTRN,
      * CARRIED THROUGH BOTH SORTS AND TRNWORK, AND POSTED FROM
      * HERE. THE FIRST 17 BYTES ARE THE MASTER-ORDER SORT KEY; A
      * CUSTOMER NOT ON THE MASTER HAS A ZERO CUSTOMER KEY.
      *
       01  TRANS-ENTRY.
           05  TT-MATCH-CLASS          PIC X.
               88  TT-CUSTOMER-MATCHED         VALUE "1".
               88  TT-CUSTOMER-UNMATCHED       VALUE "2".
           05  TT-CUSTOMER-KEY.
               10  TT-BRANCH-NUMBER        PIC 9(2).
               10  TT-SALESREP-NUMBER      PIC 9(2).
               10  TT-KEY-CUSTOMER-NUMBER  PIC 9(5).
           05  TT-READ-SEQUENCE        PIC 9(7).
           05  TT-CUSTOMER-NUMBER      PIC 9(5).
           05  TT-INVOICE-AMOUNT       PIC 9(5)V9(2).
           05  TT-DEBIT-CREDIT-CODE    PIC X.
           05  TT-REASON-CODE          PIC X(2).
           05  TT-DISCOUNT-AMOUNT      PIC 9(7)V9(2).
           05  TT-ITEM-LINE            OCCURS 3 TIMES.
               10  TT-ITEM-NUMBER          PIC 9(6).
               10  TT-QUANTITY             PIC 9(3).
               10  TT-LIST-PRICE           PIC 9(5)V9(2).
               10  TT-UNIT-PRICE           PIC 9(5)V9(2).
               10  TT-CONTRACT-NUMBER      PIC X(6).
      *
       01  MATCH-KEY-FIELDS.
           05  WS-KEY-CUSTOMER-NUMBER  PIC 9(5).
           05  WS-KEY-BRANCH-NUMBER    PIC 9(2).
           05  WS-KEY-SALESREP-NUMBER  PIC 9(2).
           05  WS-MASTER-KEY-SEQUENCE  PIC 9(7)   VALUE ZERO.
      *
       01  ITEM-TABLE-FIELDS.
           05  IM-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
               10  IMT-ITEM-NUMBER         PIC 9(6).
               10  IMT-PRODUCT-LINE        PIC X(3).
               10  IMT-UNIT-PRICE          PIC 9(5)V9(2).
               10  IMT-STANDARD-COST       PIC 9(5)V9(2).
               10  IMT-ITEM-STATUS         PIC X.
                   88  IMT-ITEM-DISCONTINUED       VALUE "D".
      *
       01  CONTRACT-TABLE-FIELDS.
           05  CPT-ENTRY-COUNT     PIC S9(4)  COMP  VALUE ZERO.
           05  CPT-SUB             PIC S9(4)  COMP.
           05  CPT-MATCH-SUB       PIC S9(4)  COMP.
           05  CONTRACT-EOF-SWITCH PIC X      VALUE "N".
               88  CONTRACT-EOF               VALUE "Y".
      *
      * ONLY THE CONTRACTS IN FORCE ON THE BUSINESS DATE ARE KEPT.
      *
       01  CONTRACT-TABLE.
           05  CONTRACT-TABLE-ENTRY    OCCURS 2000 TIMES.
               10  CPT-CONTRACT-NUMBER     PIC X(6).
               10  CPT-CUSTOMER-NUMBER     PIC 9(5).
               10  CPT-ITEM-NUMBER         PIC 9(6).
               10  CPT-PRODUCT-LINE        PIC X(3).
               10  CPT-CONTRACT-PRICE      PIC 9(5)V9(2).
               10  CPT-DISCOUNT-PERCENT    PIC 9(2)V9(2).
      *
       01  CONTROL-TOTALS.
           05  CT-TRANS-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MASTERS-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MASTERS-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-AMOUNT-POSTED    PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-CONTRACT-LINES   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CONTRACT-DISCOUNT
                                   PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       01  WORK-FIELDS.
           05  WS-OLD-YTD          PIC 9(5)V99.
           05  WS-POSTING-MONTH    PIC 9(2).
           05  WS-LOOKUP-ITEM      PIC 9(6).
           05  WS-EXTENDED-AMOUNT  PIC S9(7)V99  COMP-3.
           05  WS-EXTENDED-COST    PIC S9(7)V99  COMP-3.
           05  WS-POST-AMOUNT      PIC 9(5)V99.
      *
      *
       01  FILE-INTEGRITY-FIELDS.
           05  FILLER              PIC X(5)     VALUE SPACE.
      *
       01  WS-EDIT-REJECT-REASON   PIC X(20).
      *
       01  PERIOD-CHECK-FIELDS.
           05  WS-PERIOD-PROGRAM   PIC X(8)      VALUE "SLSPOST ".
           05  WS-PERIOD-STATUS    PIC 9(1).
               88  PERIOD-POSTING-REFUSED        VALUE 2.
           05  WS-PERIOD-REASON    PIC X(40).
      *
       COPY DATETIME.
      *
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PL-NEW-YTD          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(63)    VALUE SPACE.
      *
      * ONE LINE UNDER THE POSTING LINE FOR EACH ITEM LINE PRICED
      * UNDER A CONTRACT.
      *
       01  CONTRACT-PRICE-LINE.
           05  FILLER              PIC X(7)     VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE "ITEM ".
           05  CPL-ITEM-NUMBER     PIC 9(6).
           05  FILLER              PIC X(6)     VALUE "  QTY ".
           05  CPL-QUANTITY        PIC ZZ9.
           05  FILLER              PIC X(7)     VALUE "  LIST ".
           05  CPL-LIST-PRICE      PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(11)    VALUE "  CONTRACT ".
           05  CPL-CONTRACT-PRICE  PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(11)    VALUE "  DISCOUNT ".
           05  CPL-DISCOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(9)     VALUE "  CNTRCT ".
           05  CPL-CONTRACT-NUMBER PIC X(6).
           05  FILLER              PIC X(33)    VALUE SPACE.
      *
       01  REJECT-HEADING-LINE.
           05  FILLER   PIC X(132)
           05  FILLER          PIC X(18)   VALUE "NET AMOUNT POSTED ".
           05  ATL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(79)   VALUE SPACE.
      *
       01  DISCOUNT-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "SLSPOST TOTALS: ".
           05  FILLER          PIC X(18)   VALUE "CONTRACT DISCOUNT ".
           05  DTL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(79)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 117-CHECK-POSTING-PERIOD.
           PERFORM 800-WRITE-OUTPUT-HEADER.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 160-LOAD-ITEM-TABLE.
           PERFORM 180-LOAD-CONTRACT-TABLE.
           SORT CUSTOMER-SORT
               ON ASCENDING KEY CS-CUSTOMER-NUMBER
               ON ASCENDING KEY CS-RECORD-TYPE
               ON ASCENDING KEY CS-READ-SEQUENCE
               INPUT PROCEDURE 120-RELEASE-SORT-INPUT
               OUTPUT PROCEDURE 240-STAMP-CUSTOMER-KEYS.
           SORT MASTER-SORT
               ON ASCENDING KEY MS-MATCH-CLASS
               ON ASCENDING KEY MS-CUSTOMER-KEY
               ON ASCENDING KEY MS-READ-SEQUENCE
               USING TRNWORK
               OUTPUT PROCEDURE 250-POST-SORTED-TRANS.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE CUSTMAST-OLD
                 CUSTMAST-NEW
                 POSTREJ
                 ARTRN
                 SALESHST
                 ITEMTRN
                 CONTUSE.
           GOBACK.
      *
       100-OPEN-FILES.
              DISPLAY "SALESHST OPEN ERROR: " WF-SALESHST-STATUS
              PERFORM 900-ABORT
           END-IF.
           OPEN EXTEND CONTUSE.
           IF WF-CONTUSE-STATUS = "35"
              OPEN OUTPUT CONTUSE
           END-IF.
           IF NOT CONTUSE-FILE-OK
              DISPLAY "CONTUSE OPEN ERROR: " WF-CONTUSE-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
      * THE POSTING DATE - BOTH THE HEADING AND THE MONTHLY BUCKET
      * THE AMOUNTS POST INTO - COMES FROM THE BUSINESS
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
               DISPLAY "SLSPOST NOT RUN FOR " PD-BUSINESS-DATE
                   " - " WS-PERIOD-REASON
               PERFORM 900-ABORT
           END-IF.
      *
      * INPUT PROCEDURE - A KEY RECORD FOR EVERY CUSTOMER ON THE
      * MASTER, THEN EVERY TRANSACTION THAT PASSES THE EDITS. THE
      * MASTER IS REOPENED AFTERWARD FOR THE POSTING PASS.
      *
       120-RELEASE-SORT-INPUT.
      *
           PERFORM 122-READ-MASTER-KEY.
           PERFORM 124-RELEASE-MASTER-KEY
               UNTIL MASTER-KEY-EOF.
           CLOSE CUSTMAST-OLD.
           OPEN INPUT CUSTMAST-OLD.
           IF NOT CUSTOLD-FILE-OK
              DISPLAY "CUSTOLD OPEN ERROR: " WF-CUSTOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 130-READ-SALES-TRANS.
           PERFORM 140-STORE-TRANS-ENTRY
               UNTIL SALESTRN-EOF.
      *
       122-READ-MASTER-KEY.
      *
           READ CUSTMAST-OLD
               AT END
                   MOVE "Y" TO MASTER-KEY-EOF-SWITCH
           END-READ.
      *
       124-RELEASE-MASTER-KEY.
      *
           IF CUSTOMER-MASTER-RECORD (1:4) NOT = "HDR!"
                   AND CUSTOMER-MASTER-RECORD (1:4) NOT = "TRL!"
               ADD 1 TO WS-MASTER-KEY-SEQUENCE
               MOVE SPACES TO TRANS-ENTRY
               MOVE CM-BRANCH-NUMBER       TO TT-BRANCH-NUMBER
               MOVE CM-SALESREP-NUMBER     TO TT-SALESREP-NUMBER
               MOVE CM-CUSTOMER-NUMBER     TO TT-KEY-CUSTOMER-NUMBER
               MOVE CM-CUSTOMER-NUMBER     TO CS-CUSTOMER-NUMBER
               MOVE "0"                    TO CS-RECORD-TYPE
               MOVE WS-MASTER-KEY-SEQUENCE TO CS-READ-SEQUENCE
               MOVE TRANS-ENTRY            TO CS-TRANS-ENTRY
               RELEASE CUSTOMER-SORT-RECORD
           END-IF.
           PERFORM 122-READ-MASTER-KEY.
      *
       130-READ-SALES-TRANS.
      *
           IF WS-EDIT-REJECT-REASON NOT = SPACES
               PERFORM 150-REJECT-INVALID-TRANS
           ELSE
               MOVE SPACES TO TRANS-ENTRY
               MOVE ZERO                 TO TT-CUSTOMER-KEY
               MOVE CT-TRANS-READ        TO TT-READ-SEQUENCE
               MOVE ST-CUSTOMER-NUMBER   TO TT-CUSTOMER-NUMBER
               MOVE ST-INVOICE-AMOUNT    TO TT-INVOICE-AMOUNT
               MOVE ST-DEBIT-CREDIT-CODE TO TT-DEBIT-CREDIT-CODE
               MOVE ST-REASON-CODE       TO TT-REASON-CODE
               MOVE ZERO TO TT-DISCOUNT-AMOUNT
               PERFORM 148-STORE-ITEM-LINES
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 3
               IF TT-DISCOUNT-AMOUNT > ST-INVOICE-AMOUNT
                   MOVE "DISCOUNT EXCEEDS INV"
                       TO WS-EDIT-REJECT-REASON
                   PERFORM 150-REJECT-INVALID-TRANS
               ELSE
                   MOVE ST-CUSTOMER-NUMBER TO CS-CUSTOMER-NUMBER
                   MOVE "1"                TO CS-RECORD-TYPE
                   MOVE TT-READ-SEQUENCE   TO CS-READ-SEQUENCE
                   MOVE TRANS-ENTRY        TO CS-TRANS-ENTRY
                   RELEASE CUSTOMER-SORT-RECORD
               END-IF
           END-IF.
           PERFORM 130-READ-SALES-TRANS.
      *
      * EVERY USED ITEM/QUANTITY LINE MUST NAME AN ITEM ON THE
      * ITEM MASTER, AND THE ITEM MUST NOT BE DISCONTINUED. A LINE
      * WITH A BLANK OR ZERO ITEM NUMBER IS UNUSED - THE OLD
      * SINGLE-AMOUNT TRANSACTIONS STILL POST.
      *
       145-VALIDATE-ITEM-LINES.
      *
                   IF IM-MATCH-SUB = ZERO
                       MOVE "ITEM NOT ON FILE    "
                           TO WS-EDIT-REJECT-REASON
                   ELSE
                   IF IMT-ITEM-DISCONTINUED (IM-MATCH-SUB)
                       MOVE "ITEM DISCONTINUED   "
                           TO WS-EDIT-REJECT-REASON
                   END-IF
                   END-IF
               END-IF
           END-IF.
               VARYING IM-SUB FROM 1 BY 1
               UNTIL IM-SUB > IM-ENTRY-COUNT
               OR IM-MATCH-SUB > ZERO.
      *
      * EACH USED LINE IS PRICED HERE - AT THE ITEM LIST PRICE, OR
      * FOR A DEBIT AT THE CONTRACT PRICE WHEN THE CUSTOMER HAS A
      * CONTRACT IN FORCE FOR THE ITEM OR ITS PRODUCT LINE. THE
      * DISCOUNT ON THE LINES COMES OFF THE INVOICE AMOUNT POSTED,
      * WHICH IS KEYED AT LIST.
      *
       148-STORE-ITEM-LINES.
      *
           MOVE ST-ITEM-NUMBER (WS-LINE-SUB)
               TO TT-ITEM-NUMBER (WS-LINE-SUB).
           MOVE ST-QUANTITY (WS-LINE-SUB)
               TO TT-QUANTITY (WS-LINE-SUB).
           MOVE ZERO TO TT-LIST-PRICE (WS-LINE-SUB)
                        TT-UNIT-PRICE (WS-LINE-SUB).
           MOVE SPACES
               TO TT-CONTRACT-NUMBER (WS-LINE-SUB).
           IF ST-ITEM-NUMBER (WS-LINE-SUB) NUMERIC
                   AND ST-ITEM-NUMBER (WS-LINE-SUB) > ZERO
               MOVE ST-ITEM-NUMBER (WS-LINE-SUB) TO WS-LOOKUP-ITEM
               PERFORM 147-FIND-ITEM-ENTRY
               IF IM-MATCH-SUB > ZERO
                   MOVE IMT-UNIT-PRICE (IM-MATCH-SUB)
                       TO TT-LIST-PRICE (WS-LINE-SUB)
                          TT-UNIT-PRICE (WS-LINE-SUB)
                   IF ST-DEBIT-TRANS
                       PERFORM 185-FIND-CONTRACT
                       IF CPT-MATCH-SUB > ZERO
                           PERFORM 190-APPLY-CONTRACT-PRICE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       149-MATCH-ONE-ITEM.
      *
                   TO IMT-PRODUCT-LINE (IM-ENTRY-COUNT)
               MOVE IM-UNIT-PRICE
                   TO IMT-UNIT-PRICE (IM-ENTRY-COUNT)
               IF IM-STANDARD-COST NUMERIC
                   MOVE IM-STANDARD-COST
                       TO IMT-STANDARD-COST (IM-ENTRY-COUNT)
               ELSE
                   MOVE ZERO TO IMT-STANDARD-COST (IM-ENTRY-COUNT)
               END-IF
               MOVE IM-ITEM-STATUS
                   TO IMT-ITEM-STATUS (IM-ENTRY-COUNT)
           ELSE
               DISPLAY "ITEM TABLE FULL - ITEM OMITTED "
                   IM-ITEM-NUMBER
           END-IF.
           PERFORM 165-READ-ITEM-RECORD.
      *
      * A MISSING CONTRACT FILE MEANS NO CONTRACTS - EVERY LINE
      * GOES AT LIST.
      *
       180-LOAD-CONTRACT-TABLE.
      *
           OPEN INPUT CONTRACT.
           IF WF-CONTRACT-STATUS = "35"
               DISPLAY "SLSPOST - NO CONTRACT FILE, LIST PRICES USED"
           ELSE
               IF NOT CONTRACT-FILE-OK
                  DISPLAY "CONTRACT OPEN ERROR: " WF-CONTRACT-STATUS
                  PERFORM 900-ABORT
               END-IF
               PERFORM 182-READ-CONTRACT-RECORD
               PERFORM 183-STORE-CONTRACT-ENTRY
                   UNTIL CONTRACT-EOF
               CLOSE CONTRACT
           END-IF.
      *
       182-READ-CONTRACT-RECORD.
      *
           READ CONTRACT
               AT END
                   MOVE "Y" TO CONTRACT-EOF-SWITCH
           END-READ.
      *
       183-STORE-CONTRACT-ENTRY.
      *
           IF CP-START-DATE NOT > PD-BUSINESS-DATE
                   AND (CP-END-DATE = ZERO
                    OR CP-END-DATE NOT < PD-BUSINESS-DATE)
               IF CPT-ENTRY-COUNT < 2000
                   ADD 1 TO CPT-ENTRY-COUNT
                   MOVE CP-CONTRACT-NUMBER
                       TO CPT-CONTRACT-NUMBER (CPT-ENTRY-COUNT)
                   MOVE CP-CUSTOMER-NUMBER
                       TO CPT-CUSTOMER-NUMBER (CPT-ENTRY-COUNT)
                   MOVE CP-ITEM-NUMBER
                       TO CPT-ITEM-NUMBER (CPT-ENTRY-COUNT)
                   MOVE CP-PRODUCT-LINE
                       TO CPT-PRODUCT-LINE (CPT-ENTRY-COUNT)
                   MOVE CP-CONTRACT-PRICE
                       TO CPT-CONTRACT-PRICE (CPT-ENTRY-COUNT)
                   MOVE CP-DISCOUNT-PERCENT
                       TO CPT-DISCOUNT-PERCENT (CPT-ENTRY-COUNT)
               ELSE
                   DISPLAY "CONTRACT TABLE FULL - CONTRACT OMITTED "
                       CP-CONTRACT-NUMBER
               END-IF
           END-IF.
           PERFORM 182-READ-CONTRACT-RECORD.
      *
      * AN ITEM CONTRACT FOR THE CUSTOMER IS LOOKED FOR FIRST; ONLY
      * WHEN THERE IS NONE DOES A BLANKET PRODUCT-LINE CONTRACT
      * APPLY.
      *
       185-FIND-CONTRACT.
      *
           MOVE ZERO TO CPT-MATCH-SUB.
           PERFORM 186-MATCH-ITEM-CONTRACT
               VARYING CPT-SUB FROM 1 BY 1
               UNTIL CPT-SUB > CPT-ENTRY-COUNT
               OR CPT-MATCH-SUB > ZERO.
           IF CPT-MATCH-SUB = ZERO
               PERFORM 187-MATCH-BLANKET-CONTRACT
                   VARYING CPT-SUB FROM 1 BY 1
                   UNTIL CPT-SUB > CPT-ENTRY-COUNT
                   OR CPT-MATCH-SUB > ZERO
           END-IF.
      *
       186-MATCH-ITEM-CONTRACT.
      *
           IF CPT-CUSTOMER-NUMBER (CPT-SUB) = ST-CUSTOMER-NUMBER
                   AND CPT-ITEM-NUMBER (CPT-SUB) = WS-LOOKUP-ITEM
               MOVE CPT-SUB TO CPT-MATCH-SUB
           END-IF.
      *
       187-MATCH-BLANKET-CONTRACT.
      *
           IF CPT-CUSTOMER-NUMBER (CPT-SUB) = ST-CUSTOMER-NUMBER
                   AND CPT-ITEM-NUMBER (CPT-SUB) = ZERO
                   AND CPT-PRODUCT-LINE (CPT-SUB)
                       = IMT-PRODUCT-LINE (IM-MATCH-SUB)
               MOVE CPT-SUB TO CPT-MATCH-SUB
           END-IF.
      *
      * A FIXED CONTRACT PRICE IS NEVER ALLOWED TO CHARGE MORE THAN
      * LIST. A LINE THAT ENDS UP AT LIST IS NOT FLAGGED AS PRICED
      * UNDER THE CONTRACT.
      *
       190-APPLY-CONTRACT-PRICE.
      *
           IF CPT-ITEM-NUMBER (CPT-MATCH-SUB) > ZERO
                   AND CPT-CONTRACT-PRICE (CPT-MATCH-SUB) > ZERO
               IF CPT-CONTRACT-PRICE (CPT-MATCH-SUB)
                       < TT-LIST-PRICE (WS-LINE-SUB)
                   MOVE CPT-CONTRACT-PRICE (CPT-MATCH-SUB)
                       TO TT-UNIT-PRICE (WS-LINE-SUB)
               END-IF
           ELSE
               COMPUTE TT-UNIT-PRICE (WS-LINE-SUB)
                   ROUNDED =
                   TT-LIST-PRICE (WS-LINE-SUB)
                   * (100 - CPT-DISCOUNT-PERCENT (CPT-MATCH-SUB))
                   / 100
           END-IF.
           IF TT-UNIT-PRICE (WS-LINE-SUB)
                   < TT-LIST-PRICE (WS-LINE-SUB)
               MOVE CPT-CONTRACT-NUMBER (CPT-MATCH-SUB)
                   TO TT-CONTRACT-NUMBER (WS-LINE-SUB)
               COMPUTE TT-DISCOUNT-AMOUNT =
                   TT-DISCOUNT-AMOUNT
                   + (TT-LIST-PRICE (WS-LINE-SUB)
                   - TT-UNIT-PRICE (WS-LINE-SUB))
                   * TT-QUANTITY (WS-LINE-SUB)
           END-IF.
      *
       150-REJECT-INVALID-TRANS.
      *
           MOVE REJECT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * OUTPUT PROCEDURE OF THE FIRST SORT. EACH TRANSACTION TAKES
      * THE BRANCH/REP OF THE KEY RECORD AHEAD OF IT; ONE WITH NO KEY
      * RECORD FOR ITS CUSTOMER IS MARKED UNMATCHED. ONLY THE FIRST
      * MASTER RECORD FOR A CUSTOMER NUMBER IS POSTED TO.
      *
       240-STAMP-CUSTOMER-KEYS.
      *
           OPEN OUTPUT TRNWORK.
           IF NOT TRNWORK-FILE-OK
              DISPLAY "TRNWORK OPEN ERROR: " WF-TRNWORK-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 242-RETURN-CUSTOMER-SORT.
           PERFORM 244-STAMP-ONE-RECORD
               UNTIL CUSTOMER-SORT-EOF.
           CLOSE TRNWORK.
      *
       242-RETURN-CUSTOMER-SORT.
      *
           RETURN CUSTOMER-SORT
               AT END
                   MOVE "Y" TO CUSTOMER-SORT-EOF-SWITCH
           END-RETURN.
      *
       244-STAMP-ONE-RECORD.
      *
           MOVE CS-TRANS-ENTRY TO TRANS-ENTRY.
           IF CS-MASTER-KEY
               IF NOT KEY-LOADED
                   OR CS-CUSTOMER-NUMBER NOT = WS-KEY-CUSTOMER-NUMBER
                   MOVE CS-CUSTOMER-NUMBER TO WS-KEY-CUSTOMER-NUMBER
                   MOVE TT-BRANCH-NUMBER   TO WS-KEY-BRANCH-NUMBER
                   MOVE TT-SALESREP-NUMBER TO WS-KEY-SALESREP-NUMBER
                   MOVE "Y" TO KEY-LOADED-SWITCH
               END-IF
           ELSE
               IF KEY-LOADED
                       AND CS-CUSTOMER-NUMBER = WS-KEY-CUSTOMER-NUMBER
                   SET TT-CUSTOMER-MATCHED TO TRUE
                   MOVE WS-KEY-BRANCH-NUMBER   TO TT-BRANCH-NUMBER
                   MOVE WS-KEY-SALESREP-NUMBER TO TT-SALESREP-NUMBER
                   MOVE TT-CUSTOMER-NUMBER     TO TT-KEY-CUSTOMER-NUMBER
               ELSE
                   SET TT-CUSTOMER-UNMATCHED TO TRUE
                   MOVE ZERO TO TT-CUSTOMER-KEY
               END-IF
               WRITE TRANS-WORK-RECORD FROM TRANS-ENTRY
           END-IF.
           PERFORM 242-RETURN-CUSTOMER-SORT.
      *
      * OUTPUT PROCEDURE OF THE SECOND SORT - ONE PASS OF THE MASTER
      * AGAINST THE TRANSACTIONS IN THE SAME ORDER. WHATEVER IS LEFT
      * WHEN THE MASTER RUNS OUT BELONGS TO NO CUSTOMER ON FILE.
      *
       250-POST-SORTED-TRANS.
      *
           PERFORM 255-RETURN-MASTER-SORT.
           PERFORM 200-POST-MASTER-RECORD
               UNTIL CUSTMAST-EOF.
           PERFORM 805-WRITE-OUTPUT-TRAILER.
           PERFORM 300-REJECT-UNMATCHED-TRANS.
      *
       255-RETURN-MASTER-SORT.
      *
           RETURN MASTER-SORT INTO TRANS-ENTRY
               AT END
                   MOVE "Y" TO MASTER-SORT-EOF-SWITCH
           END-RETURN.
      *
       200-POST-MASTER-RECORD.
      *
           PERFORM 210-READ-MASTER-RECORD.
           IF NOT CUSTMAST-EOF
               PERFORM 220-APPLY-TRANS-TO-MASTER
                   UNTIL MASTER-SORT-EOF
                   OR NOT TT-CUSTOMER-MATCHED
                   OR TT-CUSTOMER-KEY
                       NOT = CUSTOMER-MASTER-RECORD (1:9)
               MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-MASTER-NEW-REC
               WRITE CUSTOMER-MASTER-NEW-REC
               ADD 1 TO CT-MASTERS-WRITTEN
      *
       220-APPLY-TRANS-TO-MASTER.
      *
           IF TT-DEBIT-CREDIT-CODE = "D"
                   AND CM-ON-CREDIT-HOLD
               PERFORM 223-REJECT-HELD-TRANS
           ELSE
               MOVE CM-SALES-THIS-YTD TO WS-OLD-YTD
               COMPUTE WS-POST-AMOUNT = TT-INVOICE-AMOUNT 
                                      - TT-DISCOUNT-AMOUNT 
               IF TT-DEBIT-CREDIT-CODE  = "C"
                   COMPUTE WS-NEW-YTD =
                       CM-SALES-THIS-YTD - WS-POST-AMOUNT
                   SUBTRACT WS-POST-AMOUNT FROM CT-AMOUNT-POSTED
               ELSE
                   COMPUTE WS-NEW-YTD =
                       CM-SALES-THIS-YTD + WS-POST-AMOUNT
                   ADD WS-POST-AMOUNT TO CT-AMOUNT-POSTED
               END-IF
               IF WS-NEW-YTD < ZERO
                   MOVE ZERO TO CM-SALES-THIS-YTD
               ELSE
                   MOVE WS-NEW-YTD TO CM-SALES-THIS-YTD
               END-IF
               IF TT-DEBIT-CREDIT-CODE  = "C"
                   COMPUTE WS-NEW-MONTH =
                       CM-SALES-MONTH (WS-POSTING-MONTH)
                       - WS-POST-AMOUNT
               ELSE
                   COMPUTE WS-NEW-MONTH =
                       CM-SALES-MONTH (WS-POSTING-MONTH)
                       + WS-POST-AMOUNT
               END-IF
               IF WS-NEW-MONTH < ZERO
                   MOVE ZERO TO CM-SALES-MONTH (WS-POSTING-MONTH)
                   MOVE WS-NEW-MONTH
                       TO CM-SALES-MONTH (WS-POSTING-MONTH)
               END-IF
               ADD 1 TO CT-TRANS-APPLIED
               PERFORM 222-WRITE-ACCEPTED-EXTRACT
               PERFORM 225-PRINT-POSTING-LINE
           END-IF.
           PERFORM 255-RETURN-MASTER-SORT.
      *
       223-REJECT-HELD-TRANS.
      *
           MOVE "CUSTOMER ON HOLD    " TO PRJ-REASON.
           MOVE TT-CUSTOMER-NUMBER    TO WRI-CUSTOMER-NUMBER.
           MOVE TT-INVOICE-AMOUNT     TO WRI-INVOICE-AMOUNT.
           MOVE TT-DEBIT-CREDIT-CODE  TO WRI-DEBIT-CREDIT.
           MOVE TT-REASON-CODE        TO WRI-REASON-CODE.
           MOVE WS-REJECT-IMAGE               TO PRJ-IMAGE.
           WRITE POSTING-REJECT-RECORD.
           ADD 1 TO CT-TRANS-REJECTED.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE TT-CUSTOMER-NUMBER    TO RJL-CUSTOMER-NUMBER.
           MOVE TT-DEBIT-CREDIT-CODE  TO RJL-DEBIT-CREDIT.
           MOVE TT-INVOICE-AMOUNT     TO RJL-AMOUNT.
           MOVE "CUSTOMER ON HOLD    "        TO RJL-REASON.
           MOVE REJECT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE CM-BRANCH-NUMBER            TO AT-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER          TO AT-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER          TO AT-CUSTOMER-NUMBER.
           MOVE WS-POST-AMOUNT              TO AT-INVOICE-AMOUNT.
           MOVE TT-DEBIT-CREDIT-CODE 
                                            TO AT-DEBIT-CREDIT-CODE.
           MOVE TT-REASON-CODE      TO AT-REASON-CODE.
           MOVE PD-BUSINESS-DATE            TO AT-BUSINESS-DATE.
           IF TT-DEBIT-CREDIT-CODE  = "D"
               PERFORM 228-STORE-EXTRACT-ITEM-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 3
           END-IF.
           WRITE ACCEPTED-TRANS-RECORD.
           MOVE ACCEPTED-TRANS-RECORD       TO SALES-HISTORY-RECORD.
           WRITE SALES-HISTORY-RECORD.
           IF TT-DEBIT-CREDIT-CODE  = "D"
               PERFORM 224-WRITE-ITEM-LINES
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 3
           END-IF.
      *
      * EACH USED ITEM LINE ON AN ACCEPTED DEBIT GOES TO THE ITEM
      * SALES EXTRACT, PRICED AT THE LIST OR CONTRACT PRICE, COSTED
      * AT THE ITEM STANDARD COST AND STAMPED WITH THE PRODUCT LINE
      * AND CUSTOMER, FOR THE SALES-BY-PRODUCT-LINE AND MARGIN
      * REPORTS. A CONTRACT-PRICED LINE ALSO GOES TO THE CONTRACT
      * USAGE FILE.
      *
       224-WRITE-ITEM-LINES.
      *
           IF TT-ITEM-NUMBER (WS-LINE-SUB) NUMERIC
                   AND TT-ITEM-NUMBER (WS-LINE-SUB) > ZERO
               MOVE TT-ITEM-NUMBER (WS-LINE-SUB)
                   TO WS-LOOKUP-ITEM
               PERFORM 147-FIND-ITEM-ENTRY
               IF IM-MATCH-SUB > ZERO
                   MOVE IMT-PRODUCT-LINE (IM-MATCH-SUB)
                       TO ITR-PRODUCT-LINE
                   MOVE WS-LOOKUP-ITEM   TO ITR-ITEM-NUMBER
                   MOVE TT-QUANTITY (WS-LINE-SUB)
                       TO ITR-QUANTITY
                   COMPUTE WS-EXTENDED-AMOUNT =
                       TT-QUANTITY (WS-LINE-SUB)
                       * TT-UNIT-PRICE (WS-LINE-SUB)
                   MOVE WS-EXTENDED-AMOUNT TO ITR-EXTENDED-AMOUNT
                   MOVE PD-BUSINESS-DATE   TO ITR-BUSINESS-DATE
                   MOVE CM-CUSTOMER-NUMBER TO ITR-CUSTOMER-NUMBER
                   COMPUTE WS-EXTENDED-COST =
                       TT-QUANTITY (WS-LINE-SUB)
                       * IMT-STANDARD-COST (IM-MATCH-SUB)
                   MOVE WS-EXTENDED-COST   TO ITR-EXTENDED-COST
                   WRITE ITEM-TRANS-RECORD
                   IF TT-CONTRACT-NUMBER (WS-LINE-SUB)
                           NOT = SPACES
                       PERFORM 227-WRITE-CONTRACT-USAGE
                   END-IF
               END-IF
           END-IF.
      *
       227-WRITE-CONTRACT-USAGE.
      *
           MOVE SPACES TO CONTRACT-USAGE-RECORD.
           MOVE TT-CONTRACT-NUMBER (WS-LINE-SUB)
                                           TO CTU-CONTRACT-NUMBER.
           MOVE CM-CUSTOMER-NUMBER         TO CTU-CUSTOMER-NUMBER.
           MOVE CM-BRANCH-NUMBER           TO CTU-BRANCH-NUMBER.
           MOVE WS-LOOKUP-ITEM             TO CTU-ITEM-NUMBER.
           MOVE IMT-PRODUCT-LINE (IM-MATCH-SUB)
                                           TO CTU-PRODUCT-LINE.
           MOVE TT-QUANTITY (WS-LINE-SUB)
                                           TO CTU-QUANTITY.
           MOVE TT-LIST-PRICE (WS-LINE-SUB)
                                           TO CTU-LIST-PRICE.
           MOVE TT-UNIT-PRICE (WS-LINE-SUB)
                                           TO CTU-CONTRACT-PRICE.
           COMPUTE CTU-LIST-AMOUNT =
               TT-QUANTITY (WS-LINE-SUB)
               * TT-LIST-PRICE (WS-LINE-SUB).
           MOVE WS-EXTENDED-AMOUNT         TO CTU-CONTRACT-AMOUNT.
           MOVE PD-BUSINESS-DATE           TO CTU-BUSINESS-DATE.
           WRITE CONTRACT-USAGE-RECORD.
           ADD 1 TO CT-CONTRACT-LINES.
           ADD CTU-LIST-AMOUNT     TO CT-CONTRACT-DISCOUNT.
           SUBTRACT CTU-CONTRACT-AMOUNT FROM CT-CONTRACT-DISCOUNT.
      *
      * THE PRICED ITEM LINES RIDE ON THE EXTRACT AND HISTORY RECORD
      * SO THE SALES HISTORY INQUIRY CAN SHOW WHAT WAS BILLED.
      *
       228-STORE-EXTRACT-ITEM-LINE.
      *
           IF TT-ITEM-NUMBER (WS-LINE-SUB) NUMERIC
                   AND TT-ITEM-NUMBER (WS-LINE-SUB) > ZERO
               MOVE TT-ITEM-NUMBER (WS-LINE-SUB)
                   TO AT-ITEM-NUMBER (WS-LINE-SUB)
               MOVE TT-QUANTITY (WS-LINE-SUB)
                   TO AT-QUANTITY (WS-LINE-SUB)
               MOVE TT-UNIT-PRICE (WS-LINE-SUB)
                   TO AT-UNIT-PRICE (WS-LINE-SUB)
           END-IF.
      *
       225-PRINT-POSTING-LINE.
      *
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE CM-CUSTOMER-NUMBER          TO PL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME            TO PL-CUSTOMER-NAME.
           MOVE TT-DEBIT-CREDIT-CODE  TO PL-DEBIT-CREDIT.
           MOVE WS-POST-AMOUNT              TO PL-AMOUNT.
           MOVE WS-OLD-YTD                  TO PL-OLD-YTD.
           MOVE CM-SALES-THIS-YTD           TO PL-NEW-YTD.
           MOVE POSTING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           IF TT-DISCOUNT-AMOUNT  > ZERO
               PERFORM 226-PRINT-CONTRACT-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 3
           END-IF.
      *
       226-PRINT-CONTRACT-LINE.
      *
           IF TT-CONTRACT-NUMBER (WS-LINE-SUB) NOT = SPACES
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 230-PRINT-HEADING-LINES
               END-IF
               MOVE TT-ITEM-NUMBER (WS-LINE-SUB)
                   TO CPL-ITEM-NUMBER
               MOVE TT-QUANTITY (WS-LINE-SUB)
                   TO CPL-QUANTITY
               MOVE TT-LIST-PRICE (WS-LINE-SUB)
                   TO CPL-LIST-PRICE
               MOVE TT-UNIT-PRICE (WS-LINE-SUB)
                   TO CPL-CONTRACT-PRICE
               COMPUTE CPL-DISCOUNT =
                   (TT-LIST-PRICE (WS-LINE-SUB)
                   - TT-UNIT-PRICE (WS-LINE-SUB))
                   * TT-QUANTITY (WS-LINE-SUB)
               MOVE TT-CONTRACT-NUMBER (WS-LINE-SUB)
                   TO CPL-CONTRACT-NUMBER
               MOVE CONTRACT-PRICE-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
      *
       230-PRINT-HEADING-LINES.
      *
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           PERFORM 310-REJECT-ONE-TRANS
               UNTIL MASTER-SORT-EOF.
      *
       310-REJECT-ONE-TRANS.
      *
           MOVE "CUSTOMER NOT ON FILE" TO PRJ-REASON.
           MOVE TT-CUSTOMER-NUMBER    TO WRI-CUSTOMER-NUMBER.
           MOVE TT-INVOICE-AMOUNT     TO WRI-INVOICE-AMOUNT.
           MOVE TT-DEBIT-CREDIT-CODE  TO WRI-DEBIT-CREDIT.
           MOVE WS-REJECT-IMAGE               TO PRJ-IMAGE.
           WRITE POSTING-REJECT-RECORD.
           ADD 1 TO CT-TRANS-REJECTED.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE TT-CUSTOMER-NUMBER    TO RJL-CUSTOMER-NUMBER.
           MOVE TT-DEBIT-CREDIT-CODE  TO RJL-DEBIT-CREDIT.
           MOVE TT-INVOICE-AMOUNT     TO RJL-AMOUNT.
           MOVE "CUSTOMER NOT ON FILE"        TO RJL-REASON.
           MOVE REJECT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           PERFORM 255-RETURN-MASTER-SORT.
      *
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE "MASTERS WRITTEN   " TO CTL-LABEL.
           MOVE CT-MASTERS-WRITTEN   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "CONTRACT LINES    " TO CTL-LABEL.
           MOVE CT-CONTRACT-LINES    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE CT-AMOUNT-POSTED     TO ATL-AMOUNT.
           MOVE AMOUNT-TOTAL-LINE    TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE CT-CONTRACT-DISCOUNT TO DTL-AMOUNT.
           MOVE DISCOUNT-TOTAL-LINE  TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF CT-TRANS-READ = CT-TRANS-APPLIED + CT-TRANS-REJECTED
               DISPLAY "*** SLSPOST RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** SLSPOST RUN IS OUT OF BALANCE - REVIEW ***"
           MOVE CT-TRANS-APPLIED  TO PC-TRANS-APPLIED.
           MOVE CT-TRANS-REJECTED TO PC-TRANS-REJECTED.
           MOVE CT-AMOUNT-POSTED  TO PC-NET-POSTED.
           MOVE PD-BUSINESS-DATE  TO PC-BUSINESS-DATE.
           WRITE POSTING-CONTROL-REC.
           CLOSE POSTCTL.
      *
