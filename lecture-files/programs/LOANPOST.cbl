      * AND WRITES THE NEW MASTER GENERATION - AN AUDIT TRAIL THE
      * PC SPREADSHEET NEVER HAD.
      *
      * AN ADJUSTABLE LOAN'S PRODUCT CODE, FIRST ADJUSTMENT DATE
      * AND RATE CAP COME ACROSS FROM THE EXTRACT AND ARE CARRIED
      * UNCHANGED; THE RESET RUN (ARMRESET) MOVES THEM ON.
      *
      * THE ESCROW TAKEN OFF EACH PAYMENT IS CREDITED TO THE LOAN'S
      * ESCROW BALANCE, WHICH THE DISBURSEMENT RUN (ESCDISB) PAYS
      * TAX AND INSURANCE BILLS FROM. A PAYMENT SHORT OF THE
      * MONTHLY ESCROW CREDITS ONLY WHAT WAS PAID.
      *
      * EACH PAYMENT MOVES THE PAID-THROUGH DATE ON A MONTH; A NEW
      * LOAN IS PAID THROUGH ITS FUNDING (BUSINESS) DATE. WHEN A
      * PAYMENT COVERS THE LATEST PAYOFF QUOTE ON THE PAYOFF LOG
      * (PAYOFFLG) - PLUS THE PER-DIEM FOR EACH DAY RECEIVED AFTER
      * THE GOOD-THROUGH DATE - THE LOAN IS PAID IN FULL: ITS
      * BALANCES ARE CLEARED, IT IS MARKED PAID OFF AND A LIEN
      * RELEASE (LIENREL) IS WRITTEN. A PAYMENT SHORT OF THE PAYOFF
      * IS POSTED AS AN ORDINARY PAYMENT.
      *
      * AN INSTALLMENT IS DUE A MONTH AFTER THE PAID-THROUGH DATE.
      * ONE RECEIVED MORE THAN THE PRODUCT'S GRACE DAYS AFTER ITS
      * DUE DATE - OR STILL NOT RECEIVED BY THEN AT THE BUSINESS
      * DATE - IS CHARGED THE PRODUCT'S LATE-CHARGE PERCENTAGE OF
      * THE MONTHLY P&I (PRODUCT TABLE LOANPROD), ONCE PER
      * INSTALLMENT. LATE CHARGES ARE CARRIED AS THE LOAN'S UNPAID
      * LATE CHARGES AND A PAYMENT COLLECTS THEM AFTER THE ESCROW
      * AND THE INTEREST, AHEAD OF PRINCIPAL.
      *
      * EVERY PAYMENT POSTED IS ADDED TO THE END OF THE LOAN
      * PAYMENT HISTORY (LOANHIST) WITH ITS DATE, THE INTEREST,
      * PRINCIPAL, ESCROW AND LATE CHARGES IT PAID AND THE BALANCE
      * LEFT - THE
      * FIGURES THE HISTORY INQUIRY AND THE YEAR-END INTEREST
      * STATEMENTS ARE PRODUCED FROM.
      *
      * LOANPAY RECORDS: LOAN NUMBER 9(4), AMOUNT 9(7)V99, DATE
      * RECEIVED 9(8) (BLANK = THE BUSINESS DATE FROM PROCDATE).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WF-LOANPAY-STATUS.
           SELECT LOANRPT  ASSIGN TO LOANRPT
               FILE STATUS IS WF-LOANRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT PAYOFFLG ASSIGN TO PAYOFFLG
               FILE STATUS IS WF-PAYOFFLG-STATUS.
           SELECT LIENREL  ASSIGN TO LIENREL
               FILE STATUS IS WF-LIENREL-STATUS.
           SELECT LOANHIST ASSIGN TO LOANHIST
               FILE STATUS IS WF-LOANHIST-STATUS.
           SELECT LOANPROD ASSIGN TO LOANPROD
               FILE STATUS IS WF-LOANPROD-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  LOANMST-OLD
           RECORD CONTAINS 120 CHARACTERS.
       COPY LOANMST.
      *
       FD  LOANMST-NEW
           RECORD CONTAINS 120 CHARACTERS.
       01  LOAN-MASTER-NEW-REC         PIC X(120).
      *
       FD  LOANEXTR
           RECORD CONTAINS 80 CHARACTERS.
           05  LX-MONTHS               PIC 9(3).
           05  LX-MONTHLY-PI           PIC 9(6).
           05  LX-MONTHLY-ESCROW       PIC 9(5).
           05  LX-PRODUCT-CODE         PIC X(3).
           05  LX-FIRST-ADJUST-DATE    PIC 9(8).
           05  LX-FIRST-ADJUST-DATE-X REDEFINES LX-FIRST-ADJUST-DATE
                                       PIC X(8).
           05  LX-RATE-CAP             PIC 9V9(4).
           05  LX-RATE-CAP-X REDEFINES LX-RATE-CAP
                                       PIC X(5).
           05  FILLER                  PIC X(5).
      *
       FD  LOANPAY
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-PAYMENT-RECORD.
           05  LP-LOAN-NUMBER          PIC 9(4).
           05  LP-AMOUNT               PIC 9(7)V9(2).
           05  LP-RECEIVED-DATE        PIC 9(8).
           05  LP-RECEIVED-DATE-X REDEFINES LP-RECEIVED-DATE.
               10  LP-RECEIVED-YEAR    PIC 9(4).
               10  LP-RECEIVED-MONTH   PIC 9(2).
               10  LP-RECEIVED-DAY     PIC 9(2).
           05  FILLER                  PIC X(59).
      *
       FD  LOANRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  PAYOFFLG
           RECORD CONTAINS 120 CHARACTERS.
       COPY PAYOFFLG.
      *
       FD  LIENREL
           RECORD CONTAINS 80 CHARACTERS.
       01  LIEN-RELEASE-RECORD.
           05  LR-LOAN-NUMBER          PIC 9(4).
           05  LR-BORROWER-NAME        PIC X(30).
           05  LR-RELEASE-DATE         PIC 9(8).
           05  LR-PAYOFF-AMOUNT        PIC 9(7)V9(2).
           05  LR-QUOTE-NUMBER         PIC 9(7).
           05  FILLER                  PIC X(22).
      *
       FD  LOANHIST
           RECORD CONTAINS 80 CHARACTERS.
       COPY LOANHIST.
      *
       FD  LOANPROD
           RECORD CONTAINS 80 CHARACTERS.
       COPY LOANPROD.
      *
       WORKING-STORAGE SECTION.
      *
               88  LOANEXTR-EOF                 VALUE "Y".
           05  LOANPAY-EOF-SWITCH      PIC X    VALUE "N".
               88  LOANPAY-EOF                  VALUE "Y".
           05  PAYOFFLG-EOF-SWITCH     PIC X    VALUE "N".
               88  PAYOFFLG-EOF                 VALUE "Y".
           05  LOANPROD-EOF-SWITCH     PIC X    VALUE "N".
               88  LOANPROD-EOF                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-LOANOLD-STATUS   PIC XX.
               88  LOANPAY-FILE-OK         VALUE "00".
           05  WF-LOANRPT-STATUS   PIC XX.
               88  LOANRPT-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-PAYOFFLG-STATUS  PIC XX.
               88  PAYOFFLG-FILE-OK        VALUE "00".
           05  WF-LIENREL-STATUS   PIC XX.
               88  LIENREL-FILE-OK         VALUE "00".
           05  WF-LOANHIST-STATUS  PIC XX.
               88  LOANHIST-FILE-OK        VALUE "00".
           05  WF-LOANPROD-STATUS  PIC XX.
               88  LOANPROD-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
               10  LT-DELINQ-MONTHS        PIC 9(2).
               10  LT-PAID-SWITCH          PIC X.
                   88  LT-PAID-THIS-MONTH      VALUE "Y".
               10  LT-PRODUCT-CODE         PIC X(3).
               10  LT-NEXT-ADJUST-DATE     PIC 9(8).
               10  LT-RATE-CAP             PIC 9V9(4).
               10  LT-ESCROW-BALANCE       PIC S9(7)V99 COMP-3.
               10  LT-PAID-THROUGH-DATE    PIC 9(8).
               10  LT-UNPAID-LATE-CHARGES  PIC S9(5)V99 COMP-3.
               10  LT-LOAN-STATUS          PIC X.
               10  LT-LATE-CHARGE-DUE-DATE PIC 9(8).
               10  LT-NOTICE-LEVEL         PIC 9.
      *
       01  PRODUCT-TABLE-FIELDS.
           05  PT-ENTRY-COUNT      PIC S9(2)  COMP  VALUE ZERO.
           05  PT-SUB              PIC S9(2)  COMP.
           05  PT-MATCH-SUB        PIC S9(2)  COMP.
      *
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY           OCCURS 20 TIMES.
               10  PT-PRODUCT-CODE         PIC X(3).
               10  PT-GRACE-DAYS           PIC 9(2).
               10  PT-LATE-CHARGE-PCT      PIC 9V9(4).
      *
       01  PAYOFF-TABLE-FIELDS.
           05  PO-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  PO-SUB              PIC S9(3)  COMP.
           05  PO-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  PAYOFF-TABLE.
           05  PAYOFF-ENTRY            OCCURS 500 TIMES.
               10  PO-LOAN-NUMBER          PIC 9(4).
               10  PO-QUOTE-NUMBER         PIC 9(7).
               10  PO-GOOD-THROUGH-DATE    PIC 9(8).
               10  PO-PAYOFF-AMOUNT        PIC S9(7)V99 COMP-3.
               10  PO-INTEREST             PIC S9(7)V99 COMP-3.
               10  PO-PER-DIEM             PIC S9(5)V99 COMP-3.
      *
       01  POSTING-WORK.
           05  WS-INTEREST         PIC S9(7)V99  COMP-3.
           05  WS-PRINCIPAL        PIC S9(7)V99  COMP-3.
           05  WS-ESCROW-PART      PIC S9(7)V99  COMP-3.
           05  WS-RECEIVED-DATE    PIC 9(8).
           05  WS-DAYS-LATE        PIC S9(5)     COMP-3.
           05  WS-PAYOFF-DUE       PIC S9(7)V99  COMP-3.
           05  WS-FEES-PART        PIC S9(5)V99  COMP-3.
           05  WS-LATE-CHARGE      PIC S9(5)V99  COMP-3.
           05  WS-DUE-DATE         PIC 9(8).
           05  WS-CHECK-DATE       PIC 9(8).
      *
       01  DATE-WORK.
           05  DW-DATE.
               10  DW-YEAR         PIC 9(4).
               10  DW-MONTH        PIC 9(2).
               10  DW-DAY          PIC 9(2).
      *
       01  DELINQ-BUCKETS.
           05  DQ-COUNT                OCCURS 3 TIMES
           05  CT-PAYMENTS-POSTED  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-PAYMENTS-UNKNOWN PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LOANS-DELINQ     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LOANS-PAID-OFF   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LIENS-RELEASED   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-WRITTEN  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LATE-CHARGES     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LATE-CHARGE-AMT  PIC S9(7)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "LOAN BORROWER       ".
           05  FILLER      PIC X(20)   VALUE "                   P".
           05  FILLER      PIC X(20)   VALUE "AYMENT   INTEREST   ".
           05  FILLER      PIC X(20)   VALUE "PRINCIPAL     ESCROW".
           05  FILLER      PIC X(20)   VALUE "   LATE CHG     BALA".
           05  FILLER      PIC X(20)   VALUE "NCE  DLQ            ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  POSTING-LINE.
           05  POL-LOAN-NUMBER     PIC 9(4).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  POL-BORROWER-NAME   PIC X(30).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  POL-PAYMENT         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  POL-INTEREST        PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  POL-PRINCIPAL       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  POL-ESCROW          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  POL-LATE-CHARGES    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  POL-BALANCE         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  POL-DELINQ          PIC Z9.
           05  FILLER              PIC X(24)    VALUE SPACE.
      *
       01  PAYOFF-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(30)
                   VALUE "PAID IN FULL - PAYOFF QUOTE ".
           05  PFL-QUOTE-NUMBER    PIC 9(7).
           05  FILLER              PIC X(20)
                   VALUE "  LIEN RELEASED ".
           05  FILLER              PIC X(15)
                   VALUE "OVERPAYMENT ".
           05  PFL-OVERPAYMENT     PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(46)    VALUE SPACE.
      *
       01  LATE-CHARGE-LINE.
           05  LCL-LOAN-NUMBER     PIC 9(4).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  LCL-BORROWER-NAME   PIC X(30).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(31)
                   VALUE "LATE CHARGE ON INSTALLMENT DUE ".
           05  LCL-DUE-DATE        PIC 9(8).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  LCL-LATE-CHARGE     PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(45)    VALUE SPACE.
      *
       01  DELINQ-HEADING-LINE.
           05  FILLER   PIC X(132)
       000-POST-LOAN-PAYMENTS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 105-READ-PROCESSING-DATE.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 115-LOAD-ONE-PRODUCT
               UNTIL LOANPROD-EOF.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 120-LOAD-OLD-LOANS
               UNTIL LOANOLD-EOF.
           PERFORM 130-LOAD-ONE-PAYOFF-QUOTE
               UNTIL PAYOFFLG-EOF.
           PERFORM 140-TAKE-ON-NEW-LOANS
               UNTIL LOANEXTR-EOF.
           PERFORM 160-POST-ONE-PAYMENT
           DISPLAY "LOANPOST PAYMENTS POSTED " CT-PAYMENTS-POSTED.
           DISPLAY "LOANPOST PAYMENTS UNKNOWN" CT-PAYMENTS-UNKNOWN.
           DISPLAY "LOANPOST LOANS DELINQUENT" CT-LOANS-DELINQ.
           DISPLAY "LOANPOST LOANS PAID OFF  " CT-LOANS-PAID-OFF.
           DISPLAY "LOANPOST LIENS RELEASED  " CT-LIENS-RELEASED.
           DISPLAY "LOANPOST HISTORY WRITTEN " CT-HISTORY-WRITTEN.
           DISPLAY "LOANPOST LATE CHARGES    " CT-LATE-CHARGES.
           DISPLAY "LOANPOST LATE CHARGE AMT " CT-LATE-CHARGE-AMT.
           CLOSE LOANMST-OLD
                 LOANMST-NEW
                 LOANEXTR
                 LOANPAY
                 LOANRPT
                 PAYOFFLG
                 LIENREL
                 LOANHIST
                 LOANPROD.
           GOBACK.
      *
       100-OPEN-FILES.
           OPEN INPUT  LOANMST-OLD
                       LOANEXTR
                       LOANPAY
                       PAYOFFLG
                       LOANPROD
                OUTPUT LOANMST-NEW
                       LOANRPT
                       LIENREL
                EXTEND LOANHIST.
           IF NOT LOANOLD-FILE-OK
              DISPLAY "LOANOLD OPEN ERROR: " WF-LOANOLD-STATUS
              PERFORM 900-ABORT
              DISPLAY "LOANRPT OPEN ERROR: " WF-LOANRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PAYOFFLG-FILE-OK
              DISPLAY "PAYOFFLG OPEN ERROR: " WF-PAYOFFLG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LIENREL-FILE-OK
              DISPLAY "LIENREL OPEN ERROR: " WF-LIENREL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LOANHIST-FILE-OK
              DISPLAY "LOANHIST OPEN ERROR: " WF-LOANHIST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LOANPROD-FILE-OK
              DISPLAY "LOANPROD OPEN ERROR: " WF-LOANPROD-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       105-READ-PROCESSING-DATE.
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
       110-FORMAT-REPORT-HEADING.
      *
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
      *
      * A PRODUCT WITH NO LATE-CHARGE TERMS ON ITS RECORD CHARGES
      * NONE.
      *
       115-LOAD-ONE-PRODUCT.
      *
           READ LOANPROD
               AT END
                   MOVE "Y" TO LOANPROD-EOF-SWITCH
               NOT AT END
                   IF PT-ENTRY-COUNT < 20
                       ADD 1 TO PT-ENTRY-COUNT
                       MOVE LP-PRODUCT-CODE
                           TO PT-PRODUCT-CODE (PT-ENTRY-COUNT)
                       MOVE ZERO
                           TO PT-GRACE-DAYS (PT-ENTRY-COUNT)
                              PT-LATE-CHARGE-PCT (PT-ENTRY-COUNT)
                       IF LP-GRACE-DAYS NUMERIC
                               AND LP-LATE-CHARGE-PCT NUMERIC
                           MOVE LP-GRACE-DAYS
                               TO PT-GRACE-DAYS (PT-ENTRY-COUNT)
                           MOVE LP-LATE-CHARGE-PCT
                               TO PT-LATE-CHARGE-PCT (PT-ENTRY-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "PRODUCT TABLE FULL - PRODUCT OMITTED "
                           LP-PRODUCT-CODE
                   END-IF
           END-READ.
      *
       120-LOAD-OLD-LOANS.
      *
                           TO LT-DELINQ-MONTHS (LT-ENTRY-COUNT)
                       MOVE "N"
                           TO LT-PAID-SWITCH (LT-ENTRY-COUNT)
                       MOVE LN-PRODUCT-CODE
                           TO LT-PRODUCT-CODE (LT-ENTRY-COUNT)
                       MOVE LN-NEXT-ADJUST-DATE
                           TO LT-NEXT-ADJUST-DATE (LT-ENTRY-COUNT)
                       MOVE LN-RATE-CAP
                           TO LT-RATE-CAP (LT-ENTRY-COUNT)
                       IF LN-NEXT-ADJUST-DATE NOT NUMERIC
                           MOVE ZERO
                               TO LT-NEXT-ADJUST-DATE (LT-ENTRY-COUNT)
                       END-IF
                       MOVE LN-ESCROW-BALANCE
                           TO LT-ESCROW-BALANCE (LT-ENTRY-COUNT)
                       IF LN-RATE-CAP NOT NUMERIC
                           MOVE ZERO TO LT-RATE-CAP (LT-ENTRY-COUNT)
                       END-IF
                       PERFORM 125-LOAD-PAYOFF-FIELDS
                   ELSE
                       DISPLAY "LOAN TABLE FULL - LOAN OMITTED "
                           LN-LOAN-NUMBER
                   END-IF
           END-READ.
      *
      * A GENERATION WRITTEN BEFORE THE PAID-THROUGH DATE WAS KEPT
      * IS TAKEN AS PAID THROUGH THE BUSINESS DATE OF THIS RUN.
      *
       125-LOAD-PAYOFF-FIELDS.
      *
           IF LN-PAID-THROUGH-DATE NOT NUMERIC
                   OR LN-PAID-THROUGH-DATE = ZERO
               MOVE PD-BUSINESS-DATE
                   TO LT-PAID-THROUGH-DATE (LT-ENTRY-COUNT)
           ELSE
               MOVE LN-PAID-THROUGH-DATE
                   TO LT-PAID-THROUGH-DATE (LT-ENTRY-COUNT)
           END-IF.
           IF LN-UNPAID-LATE-CHARGES NOT NUMERIC
               MOVE ZERO TO LT-UNPAID-LATE-CHARGES (LT-ENTRY-COUNT)
           ELSE
               MOVE LN-UNPAID-LATE-CHARGES
                   TO LT-UNPAID-LATE-CHARGES (LT-ENTRY-COUNT)
           END-IF.
           IF LN-LOAN-PAID-OFF
               MOVE "P" TO LT-LOAN-STATUS (LT-ENTRY-COUNT)
           ELSE
               MOVE "A" TO LT-LOAN-STATUS (LT-ENTRY-COUNT)
           END-IF.
           IF LN-LATE-CHARGE-DUE-DATE NOT NUMERIC
               MOVE ZERO TO LT-LATE-CHARGE-DUE-DATE (LT-ENTRY-COUNT)
           ELSE
               MOVE LN-LATE-CHARGE-DUE-DATE
                   TO LT-LATE-CHARGE-DUE-DATE (LT-ENTRY-COUNT)
           END-IF.
           IF LN-NOTICE-LEVEL NOT NUMERIC
               MOVE ZERO TO LT-NOTICE-LEVEL (LT-ENTRY-COUNT)
           ELSE
               MOVE LN-NOTICE-LEVEL
                   TO LT-NOTICE-LEVEL (LT-ENTRY-COUNT)
           END-IF.
      *
      * THE LOG IS IN QUOTE-NUMBER ORDER, SO A LATER QUOTE FOR THE
      * SAME LOAN REPLACES AN EARLIER ONE.
      *
       130-LOAD-ONE-PAYOFF-QUOTE.
      *
           READ PAYOFFLG
               AT END
                   MOVE "Y" TO PAYOFFLG-EOF-SWITCH
               NOT AT END
                   MOVE PQ-LOAN-NUMBER TO WS-LOOKUP-LOAN
                   PERFORM 135-FIND-PAYOFF-QUOTE
                   IF PO-MATCH-SUB = ZERO
                       IF PO-ENTRY-COUNT < 500
                           ADD 1 TO PO-ENTRY-COUNT
                           MOVE PO-ENTRY-COUNT TO PO-MATCH-SUB
                       ELSE
                           DISPLAY "PAYOFF TABLE FULL - QUOTE OMITTED "
                               PQ-QUOTE-NUMBER
                       END-IF
                   END-IF
                   IF PO-MATCH-SUB > ZERO
                       MOVE PQ-LOAN-NUMBER
                           TO PO-LOAN-NUMBER (PO-MATCH-SUB)
                       MOVE PQ-QUOTE-NUMBER
                           TO PO-QUOTE-NUMBER (PO-MATCH-SUB)
                       MOVE PQ-GOOD-THROUGH-DATE
                           TO PO-GOOD-THROUGH-DATE (PO-MATCH-SUB)
                       MOVE PQ-PAYOFF-AMOUNT
                           TO PO-PAYOFF-AMOUNT (PO-MATCH-SUB)
                       MOVE PQ-INTEREST
                           TO PO-INTEREST (PO-MATCH-SUB)
                       MOVE PQ-PER-DIEM
                           TO PO-PER-DIEM (PO-MATCH-SUB)
                   END-IF
           END-READ.
      *
       135-FIND-PAYOFF-QUOTE.
      *
           MOVE ZERO TO PO-MATCH-SUB.
           PERFORM 137-MATCH-ONE-QUOTE
               VARYING PO-SUB FROM 1 BY 1
               UNTIL PO-SUB > PO-ENTRY-COUNT
               OR PO-MATCH-SUB > ZERO.
      *
       137-MATCH-ONE-QUOTE.
      *
           IF PO-LOAN-NUMBER (PO-SUB) = WS-LOOKUP-LOAN
               MOVE PO-SUB TO PO-MATCH-SUB
           END-IF.
      *
       140-TAKE-ON-NEW-LOANS.
      *
                   TO LT-BALANCE (LT-ENTRY-COUNT)
               MOVE ZERO TO LT-DELINQ-MONTHS (LT-ENTRY-COUNT)
               MOVE "Y"  TO LT-PAID-SWITCH (LT-ENTRY-COUNT)
               MOVE LX-PRODUCT-CODE
                   TO LT-PRODUCT-CODE (LT-ENTRY-COUNT)
               MOVE ZERO TO LT-NEXT-ADJUST-DATE (LT-ENTRY-COUNT)
                            LT-RATE-CAP (LT-ENTRY-COUNT)
                            LT-ESCROW-BALANCE (LT-ENTRY-COUNT)
                            LT-UNPAID-LATE-CHARGES (LT-ENTRY-COUNT)
                            LT-LATE-CHARGE-DUE-DATE (LT-ENTRY-COUNT)
                            LT-NOTICE-LEVEL (LT-ENTRY-COUNT)
               MOVE PD-BUSINESS-DATE
                   TO LT-PAID-THROUGH-DATE (LT-ENTRY-COUNT)
               MOVE "A"  TO LT-LOAN-STATUS (LT-ENTRY-COUNT)
               IF LX-FIRST-ADJUST-DATE-X IS NUMERIC
                   MOVE LX-FIRST-ADJUST-DATE
                       TO LT-NEXT-ADJUST-DATE (LT-ENTRY-COUNT)
               END-IF
               IF LX-RATE-CAP-X IS NUMERIC
                   MOVE LX-RATE-CAP
                       TO LT-RATE-CAP (LT-ENTRY-COUNT)
               END-IF
           ELSE
               DISPLAY "LOAN TABLE FULL - FUNDING OMITTED "
                   LX-LOAN-NUMBER
           IF LT-LOAN-NUMBER (LT-SUB) = WS-LOOKUP-LOAN
               MOVE LT-SUB TO LT-MATCH-SUB
           END-IF.
      *
       156-FIND-PRODUCT.
      *
           MOVE ZERO TO PT-MATCH-SUB.
           PERFORM 158-MATCH-ONE-PRODUCT
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-ENTRY-COUNT
               OR PT-MATCH-SUB > ZERO.
      *
       158-MATCH-ONE-PRODUCT.
      *
           IF PT-PRODUCT-CODE (PT-SUB) = LT-PRODUCT-CODE (LT-MATCH-SUB)
               MOVE PT-SUB TO PT-MATCH-SUB
           END-IF.
      *
       160-POST-ONE-PAYMENT.
      *
                   PERFORM 165-APPLY-ONE-PAYMENT
           END-READ.
      *
      * A PAYMENT ON A LOAN WITH A PAYOFF QUOTE THAT COVERS THE
      * PAYOFF CLOSES THE LOAN; ANY OTHER PAYMENT IS POSTED WITH
      * THE MONTHLY SPLIT.
      *
       165-APPLY-ONE-PAYMENT.
      *
               DISPLAY "LOANPOST PAYMENT FOR UNKNOWN LOAN "
                   LP-LOAN-NUMBER " AMOUNT " LP-AMOUNT
           ELSE
           IF LT-LOAN-STATUS (LT-MATCH-SUB) = "P"
               ADD 1 TO CT-PAYMENTS-UNKNOWN
               DISPLAY "LOANPOST PAYMENT FOR PAID-OFF LOAN "
                   LP-LOAN-NUMBER " AMOUNT " LP-AMOUNT
           ELSE
               PERFORM 166-CHECK-FOR-PAYOFF
               IF WS-PAYOFF-DUE > ZERO
                       AND LP-AMOUNT NOT < WS-PAYOFF-DUE
                   PERFORM 168-PAY-OFF-LOAN
               ELSE
                   PERFORM 167-APPLY-REGULAR-PAYMENT
               END-IF
           END-IF
           END-IF.
      *
      * THE PAYOFF DUE IS THE LATEST QUOTE, PLUS THE PER-DIEM FOR
      * EACH DAY THE FUNDS CAME IN AFTER THE GOOD-THROUGH DATE.
      * ZERO MEANS THE LOAN HAS NO PAYOFF QUOTE.
      *
       166-CHECK-FOR-PAYOFF.
      *
           MOVE ZERO TO WS-PAYOFF-DUE
                        WS-DAYS-LATE.
           MOVE PD-BUSINESS-DATE TO WS-RECEIVED-DATE.
           IF LP-RECEIVED-DATE IS NUMERIC
               IF LP-RECEIVED-MONTH > ZERO AND LP-RECEIVED-MONTH < 13
                   AND LP-RECEIVED-DAY > ZERO AND LP-RECEIVED-DAY < 32
                   MOVE LP-RECEIVED-DATE TO WS-RECEIVED-DATE
               END-IF
           END-IF.
           PERFORM 135-FIND-PAYOFF-QUOTE.
           IF PO-MATCH-SUB > ZERO
               IF WS-RECEIVED-DATE > PO-GOOD-THROUGH-DATE (PO-MATCH-SUB)
                   COMPUTE WS-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE (WS-RECEIVED-DATE)
                       - FUNCTION INTEGER-OF-DATE
                           (PO-GOOD-THROUGH-DATE (PO-MATCH-SUB))
               END-IF
               COMPUTE WS-PAYOFF-DUE =
                   PO-PAYOFF-AMOUNT (PO-MATCH-SUB)
                   + WS-DAYS-LATE * PO-PER-DIEM (PO-MATCH-SUB)
           END-IF.
      *
      * THE SPLIT IS THE AMORTIZATION SPLIT: ESCROW OFF THE TOP,
      * INTEREST AT THE MONTHLY RATE ON THE OUTSTANDING BALANCE,
      * THEN ANY UNPAID LATE CHARGES - INCLUDING ONE FOR THIS
      * INSTALLMENT IF IT CAME IN AFTER ITS GRACE DAYS - AND THE
      * REMAINDER TO PRINCIPAL.
      *
       167-APPLY-REGULAR-PAYMENT.
      *
           PERFORM 185-FIND-NEXT-DUE-DATE.
           MOVE WS-RECEIVED-DATE TO WS-CHECK-DATE.
           PERFORM 190-ASSESS-LATE-CHARGE.
           COMPUTE WS-INTEREST ROUNDED =
               LT-BALANCE (LT-MATCH-SUB)
               * LT-INTST-RATE (LT-MATCH-SUB).
           MOVE LT-MONTHLY-ESCROW (LT-MATCH-SUB)
               TO WS-ESCROW-PART.
           IF WS-ESCROW-PART > LP-AMOUNT
               MOVE LP-AMOUNT TO WS-ESCROW-PART
           END-IF.
           ADD WS-ESCROW-PART
               TO LT-ESCROW-BALANCE (LT-MATCH-SUB).
           COMPUTE WS-PRINCIPAL =
               LP-AMOUNT - WS-ESCROW-PART - WS-INTEREST.
           IF WS-PRINCIPAL < ZERO
               MOVE ZERO TO WS-PRINCIPAL
           END-IF.
           MOVE LT-UNPAID-LATE-CHARGES (LT-MATCH-SUB) TO WS-FEES-PART.
           IF WS-FEES-PART > WS-PRINCIPAL
               MOVE WS-PRINCIPAL TO WS-FEES-PART
           END-IF.
           SUBTRACT WS-FEES-PART FROM WS-PRINCIPAL.
           SUBTRACT WS-FEES-PART
               FROM LT-UNPAID-LATE-CHARGES (LT-MATCH-SUB).
           IF WS-PRINCIPAL > LT-BALANCE (LT-MATCH-SUB)
               MOVE LT-BALANCE (LT-MATCH-SUB) TO WS-PRINCIPAL
           END-IF.
           SUBTRACT WS-PRINCIPAL FROM LT-BALANCE (LT-MATCH-SUB).
           IF LT-MONTHS-REMAINING (LT-MATCH-SUB) > ZERO
               SUBTRACT 1
                   FROM LT-MONTHS-REMAINING (LT-MATCH-SUB)
           END-IF.
           MOVE ZERO TO LT-DELINQ-MONTHS (LT-MATCH-SUB).
           MOVE "Y"  TO LT-PAID-SWITCH (LT-MATCH-SUB).
           PERFORM 169-ADVANCE-PAID-THROUGH.
           ADD 1 TO CT-PAYMENTS-POSTED.
           PERFORM 170-PRINT-POSTING-LINE.
           PERFORM 175-WRITE-PAYMENT-HISTORY.
      *
      * A PAYOFF CLEARS THE PRINCIPAL, THE QUOTED INTEREST AND ANY
      * LATE DAYS, THE UNPAID LATE CHARGES, AND NETS THE ESCROW
      * BALANCE - EVERYTHING THE QUOTE WAS FIGURED ON.
      *
       168-PAY-OFF-LOAN.
      *
           COMPUTE WS-INTEREST =
               PO-INTEREST (PO-MATCH-SUB)
               + WS-DAYS-LATE * PO-PER-DIEM (PO-MATCH-SUB).
           MOVE LT-BALANCE (LT-MATCH-SUB) TO WS-PRINCIPAL.
           MOVE ZERO TO WS-ESCROW-PART.
           MOVE LT-UNPAID-LATE-CHARGES (LT-MATCH-SUB) TO WS-FEES-PART.
           MOVE ZERO TO LT-BALANCE (LT-MATCH-SUB)
                        LT-ESCROW-BALANCE (LT-MATCH-SUB)
                        LT-UNPAID-LATE-CHARGES (LT-MATCH-SUB)
                        LT-MONTHS-REMAINING (LT-MATCH-SUB)
                        LT-MONTHLY-PI (LT-MATCH-SUB)
                        LT-MONTHLY-ESCROW (LT-MATCH-SUB)
                        LT-DELINQ-MONTHS (LT-MATCH-SUB)
                        LT-NEXT-ADJUST-DATE (LT-MATCH-SUB).
           MOVE "Y" TO LT-PAID-SWITCH (LT-MATCH-SUB).
           MOVE "P" TO LT-LOAN-STATUS (LT-MATCH-SUB).
           MOVE WS-RECEIVED-DATE TO LT-PAID-THROUGH-DATE (LT-MATCH-SUB).
           ADD 1 TO CT-PAYMENTS-POSTED.
           ADD 1 TO CT-LOANS-PAID-OFF.
           PERFORM 170-PRINT-POSTING-LINE.
           PERFORM 175-WRITE-PAYMENT-HISTORY.
           MOVE SPACES TO LIEN-RELEASE-RECORD.
           MOVE LT-LOAN-NUMBER (LT-MATCH-SUB)   TO LR-LOAN-NUMBER.
           MOVE LT-BORROWER-NAME (LT-MATCH-SUB) TO LR-BORROWER-NAME.
           MOVE WS-RECEIVED-DATE                TO LR-RELEASE-DATE.
           MOVE LP-AMOUNT                       TO LR-PAYOFF-AMOUNT.
           MOVE PO-QUOTE-NUMBER (PO-MATCH-SUB)  TO LR-QUOTE-NUMBER.
           WRITE LIEN-RELEASE-RECORD.
           ADD 1 TO CT-LIENS-RELEASED.
           MOVE PO-QUOTE-NUMBER (PO-MATCH-SUB) TO PFL-QUOTE-NUMBER.
           COMPUTE PFL-OVERPAYMENT = LP-AMOUNT - WS-PAYOFF-DUE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE PAYOFF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * A MONTH'S INTEREST IS PAID WITH EACH PAYMENT. A DAY PAST
      * THE 28TH IS HELD AT THE 28TH SO EVERY MONTH HAS IT.
      *
       169-ADVANCE-PAID-THROUGH.
      *
           MOVE LT-PAID-THROUGH-DATE (LT-MATCH-SUB) TO DW-DATE.
           PERFORM 187-ADD-ONE-MONTH.
           MOVE DW-DATE TO LT-PAID-THROUGH-DATE (LT-MATCH-SUB).
      *
       170-PRINT-POSTING-LINE.
      *
           MOVE WS-INTEREST                     TO POL-INTEREST.
           MOVE WS-PRINCIPAL                    TO POL-PRINCIPAL.
           MOVE WS-ESCROW-PART                  TO POL-ESCROW.
           MOVE WS-FEES-PART                    TO POL-LATE-CHARGES.
           MOVE LT-BALANCE (LT-MATCH-SUB)       TO POL-BALANCE.
           MOVE LT-DELINQ-MONTHS (LT-MATCH-SUB) TO POL-DELINQ.
           MOVE POSTING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       175-WRITE-PAYMENT-HISTORY.
      *
           MOVE SPACES                          TO LOAN-HISTORY-RECORD.
           MOVE LT-LOAN-NUMBER (LT-MATCH-SUB)   TO LH-LOAN-NUMBER.
           MOVE WS-RECEIVED-DATE                TO LH-PAYMENT-DATE.
           IF LT-LOAN-STATUS (LT-MATCH-SUB) = "P"
               SET LH-PAYOFF-PAYMENT TO TRUE
           ELSE
               SET LH-REGULAR-PAYMENT TO TRUE
           END-IF.
           MOVE LP-AMOUNT                       TO LH-PAYMENT-AMOUNT.
           MOVE WS-INTEREST                     TO LH-INTEREST.
           MOVE WS-PRINCIPAL                    TO LH-PRINCIPAL.
           MOVE WS-ESCROW-PART                  TO LH-ESCROW.
           MOVE WS-FEES-PART                    TO LH-LATE-CHARGES.
           MOVE LT-BALANCE (LT-MATCH-SUB)       TO LH-BALANCE-AFTER.
           MOVE PD-BUSINESS-DATE                TO LH-RUN-DATE.
           WRITE LOAN-HISTORY-RECORD.
           ADD 1 TO CT-HISTORY-WRITTEN.
      *
       180-CLEAR-ONE-BUCKET.
      *
           MOVE ZERO TO DQ-COUNT (WS-BUCKET-SUB).
           MOVE ZERO TO DQ-BALANCE (WS-BUCKET-SUB).
      *
      * THE NEXT INSTALLMENT IS DUE A MONTH AFTER THE PAID-THROUGH
      * DATE.
      *
       185-FIND-NEXT-DUE-DATE.
      *
           MOVE LT-PAID-THROUGH-DATE (LT-MATCH-SUB) TO DW-DATE.
           PERFORM 187-ADD-ONE-MONTH.
           MOVE DW-DATE TO WS-DUE-DATE.
      *
      * A DAY PAST THE 28TH IS HELD AT THE 28TH SO EVERY MONTH HAS
      * IT.
      *
       187-ADD-ONE-MONTH.
      *
           IF DW-MONTH = 12
               MOVE 1 TO DW-MONTH
               ADD 1 TO DW-YEAR
           ELSE
               ADD 1 TO DW-MONTH
           END-IF.
           IF DW-DAY > 28
               MOVE 28 TO DW-DAY
           END-IF.
      *
      * THE INSTALLMENT DUE ON WS-DUE-DATE IS LATE WHEN WS-CHECK-
      * DATE (THE DATE IT CAME IN, OR THE BUSINESS DATE IF IT HAS
      * NOT) IS MORE THAN THE GRACE DAYS PAST IT. AN INSTALLMENT
      * NOT AFTER THE LAST ONE CHARGED HAS ALREADY BEEN CHARGED.
      *
       190-ASSESS-LATE-CHARGE.
      *
           MOVE ZERO TO WS-LATE-CHARGE.
           IF WS-DUE-DATE > LT-LATE-CHARGE-DUE-DATE (LT-MATCH-SUB)
               PERFORM 156-FIND-PRODUCT
               IF PT-MATCH-SUB = ZERO
                   DISPLAY "LOANPOST NO LOANPROD ENTRY FOR PRODUCT "
                       LT-PRODUCT-CODE (LT-MATCH-SUB) " LOAN "
                       LT-LOAN-NUMBER (LT-MATCH-SUB)
               ELSE
               IF FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) >
                       FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
                       + PT-GRACE-DAYS (PT-MATCH-SUB)
                   MOVE WS-DUE-DATE
                       TO LT-LATE-CHARGE-DUE-DATE (LT-MATCH-SUB)
                   COMPUTE WS-LATE-CHARGE ROUNDED =
                       LT-MONTHLY-PI (LT-MATCH-SUB)
                       * PT-LATE-CHARGE-PCT (PT-MATCH-SUB)
               END-IF
               END-IF
           END-IF.
           IF WS-LATE-CHARGE > ZERO
               ADD WS-LATE-CHARGE
                   TO LT-UNPAID-LATE-CHARGES (LT-MATCH-SUB)
               ADD 1 TO CT-LATE-CHARGES
               ADD WS-LATE-CHARGE TO CT-LATE-CHARGE-AMT
               PERFORM 192-PRINT-LATE-CHARGE-LINE
           END-IF.
      *
       192-PRINT-LATE-CHARGE-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE LT-LOAN-NUMBER (LT-MATCH-SUB)   TO LCL-LOAN-NUMBER.
           MOVE LT-BORROWER-NAME (LT-MATCH-SUB) TO LCL-BORROWER-NAME.
           MOVE WS-DUE-DATE                     TO LCL-DUE-DATE.
           MOVE WS-LATE-CHARGE                  TO LCL-LATE-CHARGE.
           MOVE LATE-CHARGE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       195-CHARGE-ONE-INSTALLMENT.
      *
           PERFORM 190-ASSESS-LATE-CHARGE.
           MOVE WS-DUE-DATE TO DW-DATE.
           PERFORM 187-ADD-ONE-MONTH.
           MOVE DW-DATE TO WS-DUE-DATE.
      *
       230-PRINT-HEADING-LINES.
      *
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 4 TO LINE-COUNT.
      *
      * EVERY INSTALLMENT OF AN OPEN LOAN THAT FELL DUE BEFORE THE
      * BUSINESS DATE AND IS STILL UNPAID IS CHECKED FOR A LATE
      * CHARGE BEFORE THE LOAN IS AGED.
      *
       300-AGE-AND-WRITE-LOAN.
      *
           IF LT-LOAN-STATUS (LT-SUB) NOT = "P"
                   AND LT-BALANCE (LT-SUB) > ZERO
                   AND LT-PAID-THROUGH-DATE (LT-SUB) > ZERO
               MOVE LT-SUB TO LT-MATCH-SUB
               MOVE PD-BUSINESS-DATE TO WS-CHECK-DATE
               PERFORM 185-FIND-NEXT-DUE-DATE
               PERFORM 195-CHARGE-ONE-INSTALLMENT
                   UNTIL WS-DUE-DATE NOT < PD-BUSINESS-DATE
           END-IF.
           IF LT-PAID-SWITCH (LT-SUB) = "N"
                   AND LT-BALANCE (LT-SUB) > ZERO
               ADD 1 TO LT-DELINQ-MONTHS (LT-SUB)
           MOVE LT-MONTHLY-ESCROW (LT-SUB) TO LN-MONTHLY-ESCROW.
           MOVE LT-BALANCE (LT-SUB)        TO LN-BALANCE.
           MOVE LT-DELINQ-MONTHS (LT-SUB)  TO LN-DELINQ-MONTHS.
           MOVE LT-PRODUCT-CODE (LT-SUB)   TO LN-PRODUCT-CODE.
           MOVE LT-NEXT-ADJUST-DATE (LT-SUB)
                                           TO LN-NEXT-ADJUST-DATE.
           MOVE LT-RATE-CAP (LT-SUB)       TO LN-RATE-CAP.
           MOVE LT-ESCROW-BALANCE (LT-SUB) TO LN-ESCROW-BALANCE.
           MOVE LT-PAID-THROUGH-DATE (LT-SUB)
                                           TO LN-PAID-THROUGH-DATE.
           MOVE LT-UNPAID-LATE-CHARGES (LT-SUB)
                                           TO LN-UNPAID-LATE-CHARGES.
           MOVE LT-LOAN-STATUS (LT-SUB)    TO LN-LOAN-STATUS.
           MOVE LT-LATE-CHARGE-DUE-DATE (LT-SUB)
                                           TO LN-LATE-CHARGE-DUE-DATE.
           MOVE LT-NOTICE-LEVEL (LT-SUB)   TO LN-NOTICE-LEVEL.
           MOVE LOAN-MASTER-RECORD TO LOAN-MASTER-NEW-REC.
           WRITE LOAN-MASTER-NEW-REC.
      *
