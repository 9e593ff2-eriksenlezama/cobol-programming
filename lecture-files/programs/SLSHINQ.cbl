       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSHINQ.
      *
      * CUSTOMER SALES HISTORY INQUIRY. TAKES A CUSTOMER NUMBER AND
      * A FROM/TO BUSINESS-DATE RANGE ON ONE SYSIN CARD (NNNNN
      * YYYYMMDD YYYYMMDD - COLS 1-5, 7-14, 16-23) AND LISTS EVERY
      * ACCEPTED DEBIT AND CREDIT FOR THAT CUSTOMER IN THE RANGE
      * FROM THE CUMULATIVE SALES HISTORY MASTER (SLSHIST, BUILT AT
      * MONTH END BY SLSHUPD IN CUSTOMER/DATE ORDER): BRANCH/REP,
      * DEBIT/CREDIT, REASON CODE, THE NET AMOUNT POSTED, THE ITEM
      * LINES BILLED ON A DEBIT, AND A RUNNING BALANCE OF THE
      * LISTED ACTIVITY (DEBITS UP, CREDITS DOWN, STARTING FROM ZERO
      * AT THE FROM DATE). HISTORY WRITTEN BEFORE ITEM LINES WERE
      * CARRIED SHOWS THE TRANSACTION WITHOUT LINES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLSHIST  ASSIGN TO SLSHIST
           FILE STATUS IS WF-SLSHIST-STATUS.
           SELECT HISTRPT  ASSIGN TO HISTRPT
           FILE STATUS IS WF-HISTRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  SLSHIST
           RECORD CONTAINS 80 CHARACTERS.
       COPY ARTRN.
      *
       FD  HISTRPT.
       01  PRINT-AREA       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  SLSHIST-EOF-SWITCH      PIC X    VALUE "N".
               88  SLSHIST-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-SLSHIST-STATUS   PIC XX.
               88  SLSHIST-FILE-OK         VALUE "00".
           05  WF-HISTRPT-STATUS   PIC XX.
               88  HISTRPT-FILE-OK         VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  REQUEST-FIELDS.
           05  WS-REQUEST-CARD.
               10  WS-RQ-NUMBER        PIC X(5).
               10  FILLER              PIC X(1).
               10  WS-RQ-FROM-DATE     PIC X(8).
               10  FILLER              PIC X(1).
               10  WS-RQ-TO-DATE       PIC X(8).
               10  FILLER              PIC X(9).
           05  WS-CUSTOMER-NUMBER      PIC 9(5).
           05  WS-FROM-DATE            PIC 9(8).
           05  WS-TO-DATE              PIC 9(8).
      *
       01  WORK-FIELDS.
           05  WS-LINE-SUB             PIC S9(3)     COMP.
           05  WS-RUNNING-BALANCE      PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  WS-EXTENDED-AMOUNT      PIC S9(7)V99  COMP-3.
           05  WS-LISTED-COUNT         PIC S9(7)     COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-DEBIT-COUNT      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CREDIT-COUNT     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-DEBIT-AMOUNT     PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-CREDIT-AMOUNT    PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER SALES HISTO".
           05  FILLER          PIC X(20)   VALUE "RY INQUIRY          ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "SLSHINQ".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  REQUEST-LINE.
           05  FILLER          PIC X(10)   VALUE "CUSTOMER  ".
           05  RQL-NUMBER      PIC 9(5).
           05  FILLER          PIC X(10)   VALUE "   FROM   ".
           05  RQL-FROM-DATE   PIC 9(8).
           05  FILLER          PIC X(8)    VALUE "   TO   ".
           05  RQL-TO-DATE     PIC 9(8).
           05  FILLER          PIC X(83)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "BUS DATE  BR REP  D/".
           05  FILLER      PIC X(20)   VALUE "C  RSN     AMOUNT   ".
           05  FILLER      PIC X(20)   VALUE " RUNNING BALANCE    ".
           05  FILLER      PIC X(72)   VALUE SPACE.
      *
       01  HISTORY-LINE.
           05  HSL-DATE            PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HSL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  HSL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  HSL-DEBIT-CREDIT    PIC X.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  HSL-REASON-CODE     PIC X(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  HSL-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  HSL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(75)    VALUE SPACE.
      *
       01  ITEM-LINE.
           05  FILLER              PIC X(12)    VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE "ITEM ".
           05  ITL-ITEM-NUMBER     PIC 9(6).
           05  FILLER              PIC X(6)     VALUE "  QTY ".
           05  ITL-QUANTITY        PIC ZZ9.
           05  FILLER              PIC X(8)     VALUE "  PRICE ".
           05  ITL-UNIT-PRICE      PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(11)    VALUE "  EXTENDED ".
           05  ITL-EXTENDED        PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(60)    VALUE SPACE.
      *
       01  NO-HISTORY-LINE.
           05  FILLER          PIC X(50)   VALUE
               "*** NO SALES HISTORY FOR THE CUSTOMER IN THE RANGE".
           05  FILLER          PIC X(82)   VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  TTL-LABEL       PIC X(20).
           05  TTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  TTL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(87)   VALUE SPACE.
      *
       01  SEPARATOR-LINE.
           05  FILLER          PIC X(132)  VALUE ALL "-".
      *
       PROCEDURE DIVISION.
      *
       000-INQUIRE-SALES-HISTORY.
      *
           OPEN INPUT  SLSHIST
                OUTPUT HISTRPT.
           IF NOT SLSHIST-FILE-OK
              DISPLAY "SLSHIST OPEN ERROR: " WF-SLSHIST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT HISTRPT-FILE-OK
              DISPLAY "HISTRPT OPEN ERROR: " WF-HISTRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-READ-REQUEST-CARD.
           PERFORM 120-PRINT-HEADING-LINES.
           PERFORM 200-READ-HISTORY-RECORD.
           PERFORM 210-LIST-ONE-RECORD
               UNTIL SLSHIST-EOF
               OR AT-CUSTOMER-NUMBER > WS-CUSTOMER-NUMBER.
           PERFORM 300-PRINT-TOTALS.
           DISPLAY "SLSHINQ HISTORY READ     " CT-HISTORY-READ.
           DISPLAY "SLSHINQ DEBITS LISTED    " CT-DEBIT-COUNT.
           DISPLAY "SLSHINQ CREDITS LISTED   " CT-CREDIT-COUNT.
           CLOSE SLSHIST
                 HISTRPT.
           GOBACK.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
      *
       110-READ-REQUEST-CARD.
      *
           MOVE SPACES TO WS-REQUEST-CARD.
           ACCEPT WS-REQUEST-CARD.
           IF WS-RQ-NUMBER NOT NUMERIC
                   OR WS-RQ-FROM-DATE NOT NUMERIC
                   OR WS-RQ-TO-DATE NOT NUMERIC
               DISPLAY "SLSHINQ BAD REQUEST CARD: " WS-REQUEST-CARD
               PERFORM 900-ABORT
           END-IF.
           MOVE WS-RQ-NUMBER    TO WS-CUSTOMER-NUMBER.
           MOVE WS-RQ-FROM-DATE TO WS-FROM-DATE.
           MOVE WS-RQ-TO-DATE   TO WS-TO-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "SLSHINQ FROM DATE AFTER TO DATE: "
                   WS-REQUEST-CARD
               PERFORM 900-ABORT
           END-IF.
      *
       120-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-CUSTOMER-NUMBER TO RQL-NUMBER.
           MOVE WS-FROM-DATE       TO RQL-FROM-DATE.
           MOVE WS-TO-DATE         TO RQL-TO-DATE.
           MOVE REQUEST-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 6 TO LINE-COUNT.
      *
       200-READ-HISTORY-RECORD.
      *
           READ SLSHIST
               AT END
                   MOVE "Y" TO SLSHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
           END-READ.
      *
      * THE MASTER IS IN CUSTOMER/DATE ORDER, SO THE SCAN STOPS AT
      * THE FIRST CUSTOMER PAST THE ONE REQUESTED.
      *
       210-LIST-ONE-RECORD.
      *
           IF AT-CUSTOMER-NUMBER = WS-CUSTOMER-NUMBER
                   AND AT-BUSINESS-DATE NOT < WS-FROM-DATE
                   AND AT-BUSINESS-DATE NOT > WS-TO-DATE
               PERFORM 220-PRINT-HISTORY-LINE
               IF AT-DEBIT-TRANS
                   PERFORM 230-PRINT-ITEM-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 3
               END-IF
           END-IF.
           PERFORM 200-READ-HISTORY-RECORD.
      *
       220-PRINT-HISTORY-LINE.
      *
           IF AT-CREDIT-TRANS
               SUBTRACT AT-INVOICE-AMOUNT FROM WS-RUNNING-BALANCE
               ADD 1 TO CT-CREDIT-COUNT
               ADD AT-INVOICE-AMOUNT TO CT-CREDIT-AMOUNT
           ELSE
               ADD AT-INVOICE-AMOUNT TO WS-RUNNING-BALANCE
               ADD 1 TO CT-DEBIT-COUNT
               ADD AT-INVOICE-AMOUNT TO CT-DEBIT-AMOUNT
           END-IF.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 120-PRINT-HEADING-LINES
           END-IF.
           MOVE AT-BUSINESS-DATE      TO HSL-DATE.
           MOVE AT-BRANCH-NUMBER      TO HSL-BRANCH-NUMBER.
           MOVE AT-SALESREP-NUMBER    TO HSL-SALESREP-NUMBER.
           MOVE AT-DEBIT-CREDIT-CODE  TO HSL-DEBIT-CREDIT.
           MOVE AT-REASON-CODE        TO HSL-REASON-CODE.
           MOVE AT-INVOICE-AMOUNT     TO HSL-AMOUNT.
           MOVE WS-RUNNING-BALANCE    TO HSL-BALANCE.
           MOVE HISTORY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       230-PRINT-ITEM-LINE.
      *
           IF AT-ITEM-NUMBER (WS-LINE-SUB) NUMERIC
                   AND AT-ITEM-NUMBER (WS-LINE-SUB) > ZERO
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 120-PRINT-HEADING-LINES
               END-IF
               MOVE AT-ITEM-NUMBER (WS-LINE-SUB) TO ITL-ITEM-NUMBER
               MOVE AT-QUANTITY (WS-LINE-SUB)    TO ITL-QUANTITY
               MOVE AT-UNIT-PRICE (WS-LINE-SUB)  TO ITL-UNIT-PRICE
               COMPUTE WS-EXTENDED-AMOUNT =
                   AT-QUANTITY (WS-LINE-SUB)
                   * AT-UNIT-PRICE (WS-LINE-SUB)
               MOVE WS-EXTENDED-AMOUNT TO ITL-EXTENDED
               MOVE ITEM-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
      *
       300-PRINT-TOTALS.
      *
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF CT-DEBIT-COUNT + CT-CREDIT-COUNT = ZERO
               MOVE NO-HISTORY-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           ELSE
               MOVE "DEBITS              " TO TTL-LABEL
               MOVE CT-DEBIT-COUNT         TO TTL-COUNT
               MOVE CT-DEBIT-AMOUNT        TO TTL-AMOUNT
               MOVE TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE "CREDITS             " TO TTL-LABEL
               MOVE CT-CREDIT-COUNT        TO TTL-COUNT
               MOVE CT-CREDIT-AMOUNT       TO TTL-AMOUNT
               MOVE TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE "NET ACTIVITY        " TO TTL-LABEL
               COMPUTE WS-LISTED-COUNT = CT-DEBIT-COUNT
                                       + CT-CREDIT-COUNT
               MOVE WS-LISTED-COUNT        TO TTL-COUNT
               MOVE WS-RUNNING-BALANCE     TO TTL-AMOUNT
               MOVE TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
