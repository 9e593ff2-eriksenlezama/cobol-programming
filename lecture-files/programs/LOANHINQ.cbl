       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANHINQ.
      *
      * LOAN PAYMENT HISTORY INQUIRY. TAKES A LOAN NUMBER AND AN
      * OPTIONAL FROM/TO PAYMENT-DATE RANGE ON ONE SYSIN CARD (NNNN
      * YYYYMMDD YYYYMMDD - COLS 1-4, 6-13, 15-22; A BLANK FROM
      * DATE MEANS FROM THE FIRST PAYMENT, A BLANK TO DATE THROUGH
      * THE LAST) AND LISTS EVERY PAYMENT POSTED TO THE LOAN IN THE
      * RANGE FROM THE CUMULATIVE LOAN PAYMENT HISTORY (LOANHIST,
      * ADDED TO BY LOANPOST IN RUN ORDER): THE DATE RECEIVED,
      * WHETHER IT WAS A MONTHLY PAYMENT OR THE PAYOFF, THE AMOUNT,
      * THE INTEREST, PRINCIPAL, ESCROW AND LATE CHARGES IT PAID
      * AND THE BALANCE LEFT, WITH TOTALS OF THE LISTED PAYMENTS.
      * THE LOAN'S CURRENT STANDING IS SHOWN AHEAD OF THE LIST FROM
      * THE CURRENT GENERATION OF THE LOAN SERVICING MASTER (LOANMST).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMST  ASSIGN TO LOANMST
           FILE STATUS IS WF-LOANMST-STATUS.
           SELECT LOANHIST ASSIGN TO LOANHIST
           FILE STATUS IS WF-LOANHIST-STATUS.
           SELECT HISTRPT  ASSIGN TO HISTRPT
           FILE STATUS IS WF-HISTRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  LOANMST
           RECORD CONTAINS 120 CHARACTERS.
       COPY LOANMST.
      *
       FD  LOANHIST
           RECORD CONTAINS 80 CHARACTERS.
       COPY LOANHIST.
      *
       FD  HISTRPT.
       01  PRINT-AREA       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  LOANMST-EOF-SWITCH      PIC X    VALUE "N".
               88  LOANMST-EOF                  VALUE "Y".
           05  LOANHIST-EOF-SWITCH     PIC X    VALUE "N".
               88  LOANHIST-EOF                 VALUE "Y".
           05  LOAN-FOUND-SWITCH       PIC X    VALUE "N".
               88  LOAN-FOUND                   VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-LOANMST-STATUS   PIC XX.
               88  LOANMST-FILE-OK         VALUE "00".
           05  WF-LOANHIST-STATUS  PIC XX.
               88  LOANHIST-FILE-OK        VALUE "00".
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
               10  WS-RQ-NUMBER        PIC X(4).
               10  FILLER              PIC X(1).
               10  WS-RQ-FROM-DATE     PIC X(8).
               10  FILLER              PIC X(1).
               10  WS-RQ-TO-DATE       PIC X(8).
               10  FILLER              PIC X(58).
           05  WS-LOAN-NUMBER          PIC 9(4).
           05  WS-FROM-DATE            PIC 9(8).
           05  WS-TO-DATE              PIC 9(8).
      *
       01  CONTROL-TOTALS.
           05  CT-MASTER-READ      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PAYMENT-COUNT    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PAYMENT-AMOUNT   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-INTEREST-AMOUNT  PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-PRINCIPAL-AMOUNT PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-ESCROW-AMOUNT    PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-LATE-CHARGE-AMT  PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "LOAN PAYMENT HISTORY".
           05  FILLER          PIC X(20)   VALUE " INQUIRY            ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "LOANHINQ".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  REQUEST-LINE.
           05  FILLER          PIC X(10)   VALUE "LOAN      ".
           05  RQL-NUMBER      PIC 9(4).
           05  FILLER          PIC X(11)   VALUE "    FROM   ".
           05  RQL-FROM-DATE   PIC 9(8).
           05  FILLER          PIC X(8)    VALUE "   TO   ".
           05  RQL-TO-DATE     PIC 9(8).
           05  FILLER          PIC X(83)   VALUE SPACE.
      *
       01  LOAN-LINE.
           05  FILLER          PIC X(10)   VALUE "BORROWER  ".
           05  LNL-BORROWER-NAME
                               PIC X(30).
           05  FILLER          PIC X(10)   VALUE "  BALANCE ".
           05  LNL-BALANCE     PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(9)    VALUE "  ESCROW ".
           05  LNL-ESCROW-BALANCE
                               PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(15)   VALUE "  PAID THROUGH ".
           05  LNL-PAID-THROUGH-DATE
                               PIC 9(8).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  LNL-STATUS      PIC X(8).
           05  FILLER          PIC X(19)   VALUE SPACE.
      *
       01  NO-MASTER-LINE.
           05  FILLER          PIC X(40)   VALUE
               "*** LOAN IS NOT ON THE SERVICING MASTER".
           05  FILLER          PIC X(92)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "PAY DATE  TYPE      ".
           05  FILLER      PIC X(20)   VALUE "  PAYMENT    INTERES".
           05  FILLER      PIC X(20)   VALUE "T   PRINCIPAL      E".
           05  FILLER      PIC X(20)   VALUE "SCROW   LATE CHG    ".
           05  FILLER      PIC X(20)   VALUE " BALANCE            ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  HISTORY-LINE.
           05  HSL-DATE            PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HSL-TYPE            PIC X(7).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HSL-PAYMENT         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HSL-INTEREST        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HSL-PRINCIPAL       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HSL-ESCROW          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HSL-LATE-CHARGES    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HSL-BALANCE         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(44)    VALUE SPACE.
      *
       01  NO-HISTORY-LINE.
           05  FILLER          PIC X(50)   VALUE
               "*** NO PAYMENT HISTORY FOR THE LOAN IN THE RANGE".
           05  FILLER          PIC X(82)   VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  TTL-LABEL       PIC X(10).
           05  TTL-COUNT       PIC ZZ,ZZ9.
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  TTL-PAYMENT     PIC Z,ZZZ,ZZ9.99.
           05  TTL-INTEREST    PIC Z,ZZZ,ZZ9.99.
           05  TTL-PRINCIPAL   PIC Z,ZZZ,ZZ9.99.
           05  TTL-ESCROW      PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  TTL-LATE-CHARGES
                               PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(56)   VALUE SPACE.
      *
       01  SEPARATOR-LINE.
           05  FILLER          PIC X(132)  VALUE ALL "-".
      *
       PROCEDURE DIVISION.
      *
       000-INQUIRE-LOAN-HISTORY.
      *
           OPEN INPUT  LOANMST
                       LOANHIST
                OUTPUT HISTRPT.
           IF NOT LOANMST-FILE-OK
              DISPLAY "LOANMST OPEN ERROR: " WF-LOANMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LOANHIST-FILE-OK
              DISPLAY "LOANHIST OPEN ERROR: " WF-LOANHIST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT HISTRPT-FILE-OK
              DISPLAY "HISTRPT OPEN ERROR: " WF-HISTRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-READ-REQUEST-CARD.
           PERFORM 115-FIND-LOAN-MASTER
               UNTIL LOANMST-EOF
               OR LOAN-FOUND.
           PERFORM 120-PRINT-HEADING-LINES.
           PERFORM 200-READ-HISTORY-RECORD.
           PERFORM 210-LIST-ONE-RECORD
               UNTIL LOANHIST-EOF.
           PERFORM 300-PRINT-TOTALS.
           DISPLAY "LOANHINQ MASTER READ     " CT-MASTER-READ.
           DISPLAY "LOANHINQ HISTORY READ    " CT-HISTORY-READ.
           DISPLAY "LOANHINQ PAYMENTS LISTED " CT-PAYMENT-COUNT.
           CLOSE LOANMST
                 LOANHIST
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
           IF WS-RQ-FROM-DATE = SPACES
               MOVE ZERO TO WS-RQ-FROM-DATE
           END-IF.
           IF WS-RQ-TO-DATE = SPACES
               MOVE ALL "9" TO WS-RQ-TO-DATE
           END-IF.
           IF WS-RQ-NUMBER NOT NUMERIC
                   OR WS-RQ-FROM-DATE NOT NUMERIC
                   OR WS-RQ-TO-DATE NOT NUMERIC
               DISPLAY "LOANHINQ BAD REQUEST CARD: " WS-REQUEST-CARD
               PERFORM 900-ABORT
           END-IF.
           MOVE WS-RQ-NUMBER    TO WS-LOAN-NUMBER.
           MOVE WS-RQ-FROM-DATE TO WS-FROM-DATE.
           MOVE WS-RQ-TO-DATE   TO WS-TO-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "LOANHINQ FROM DATE AFTER TO DATE: "
                   WS-REQUEST-CARD
               PERFORM 900-ABORT
           END-IF.
      *
      * THE MASTER IS IN LOAN-NUMBER ORDER, SO THE SEARCH STOPS AT
      * THE FIRST LOAN PAST THE ONE REQUESTED.
      *
       115-FIND-LOAN-MASTER.
      *
           READ LOANMST
               AT END
                   MOVE "Y" TO LOANMST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-MASTER-READ
                   IF LN-LOAN-NUMBER = WS-LOAN-NUMBER
                       MOVE "Y" TO LOAN-FOUND-SWITCH
                   ELSE
                   IF LN-LOAN-NUMBER > WS-LOAN-NUMBER
                       MOVE "Y" TO LOANMST-EOF-SWITCH
                   END-IF
                   END-IF
           END-READ.
      *
       120-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-LOAN-NUMBER TO RQL-NUMBER.
           MOVE WS-FROM-DATE   TO RQL-FROM-DATE.
           MOVE WS-TO-DATE     TO RQL-TO-DATE.
           MOVE REQUEST-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF LOAN-FOUND
               MOVE LN-BORROWER-NAME     TO LNL-BORROWER-NAME
               MOVE LN-BALANCE           TO LNL-BALANCE
               MOVE LN-ESCROW-BALANCE    TO LNL-ESCROW-BALANCE
               IF LN-PAID-THROUGH-DATE NUMERIC
                   MOVE LN-PAID-THROUGH-DATE TO LNL-PAID-THROUGH-DATE
               ELSE
                   MOVE ZERO TO LNL-PAID-THROUGH-DATE
               END-IF
               IF LN-LOAN-PAID-OFF
                   MOVE "PAID OFF" TO LNL-STATUS
               ELSE
                   MOVE "ACTIVE"   TO LNL-STATUS
               END-IF
               MOVE LOAN-LINE TO PRINT-AREA
           ELSE
               MOVE NO-MASTER-LINE TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 7 TO LINE-COUNT.
      *
       200-READ-HISTORY-RECORD.
      *
           READ LOANHIST
               AT END
                   MOVE "Y" TO LOANHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
           END-READ.
      *
      * THE HISTORY IS IN RUN ORDER, NOT LOAN ORDER, SO THE WHOLE
      * FILE IS SCANNED. A RECORD POSTED BEFORE LATE CHARGES WERE
      * COLLECTED HAS SPACES FOR THEM.
      *
       210-LIST-ONE-RECORD.
      *
           IF LH-LOAN-NUMBER = WS-LOAN-NUMBER
                   AND LH-PAYMENT-DATE NOT < WS-FROM-DATE
                   AND LH-PAYMENT-DATE NOT > WS-TO-DATE
               PERFORM 220-PRINT-HISTORY-LINE
           END-IF.
           PERFORM 200-READ-HISTORY-RECORD.
      *
       220-PRINT-HISTORY-LINE.
      *
           IF LH-LATE-CHARGES NOT NUMERIC
               MOVE ZERO TO LH-LATE-CHARGES
           END-IF.
           ADD 1 TO CT-PAYMENT-COUNT.
           ADD LH-PAYMENT-AMOUNT TO CT-PAYMENT-AMOUNT.
           ADD LH-INTEREST       TO CT-INTEREST-AMOUNT.
           ADD LH-PRINCIPAL      TO CT-PRINCIPAL-AMOUNT.
           ADD LH-ESCROW         TO CT-ESCROW-AMOUNT.
           ADD LH-LATE-CHARGES   TO CT-LATE-CHARGE-AMT.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 120-PRINT-HEADING-LINES
           END-IF.
           MOVE LH-PAYMENT-DATE   TO HSL-DATE.
           IF LH-PAYOFF-PAYMENT
               MOVE "PAYOFF"      TO HSL-TYPE
           ELSE
               MOVE "PAYMENT"     TO HSL-TYPE
           END-IF.
           MOVE LH-PAYMENT-AMOUNT TO HSL-PAYMENT.
           MOVE LH-INTEREST       TO HSL-INTEREST.
           MOVE LH-PRINCIPAL      TO HSL-PRINCIPAL.
           MOVE LH-ESCROW         TO HSL-ESCROW.
           MOVE LH-LATE-CHARGES   TO HSL-LATE-CHARGES.
           MOVE LH-BALANCE-AFTER  TO HSL-BALANCE.
           MOVE HISTORY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       300-PRINT-TOTALS.
      *
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF CT-PAYMENT-COUNT = ZERO
               MOVE NO-HISTORY-LINE TO PRINT-AREA
           ELSE
               MOVE "TOTALS    "        TO TTL-LABEL
               MOVE CT-PAYMENT-COUNT    TO TTL-COUNT
               MOVE CT-PAYMENT-AMOUNT   TO TTL-PAYMENT
               MOVE CT-INTEREST-AMOUNT  TO TTL-INTEREST
               MOVE CT-PRINCIPAL-AMOUNT TO TTL-PRINCIPAL
               MOVE CT-ESCROW-AMOUNT    TO TTL-ESCROW
               MOVE CT-LATE-CHARGE-AMT  TO TTL-LATE-CHARGES
               MOVE TOTAL-LINE TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
