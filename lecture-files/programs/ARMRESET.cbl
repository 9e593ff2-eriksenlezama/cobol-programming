       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMRESET.
      *
      * MONTHLY ADJUSTABLE-RATE RESET RUN. READS THE CURRENT LOAN
      * SERVICING MASTER GENERATION (LOANOLD) AND WRITES THE NEXT
      * (LOANNEW). EVERY ADJUSTABLE LOAN WHOSE NEXT ADJUSTMENT DATE
      * HAS BEEN REACHED BY THE BUSINESS DATE (PROCDATE) IS RESET:
      *
      *   NEW RATE = INDEX + PRODUCT MARGIN, MOVED NO MORE THAN THE
      *              PRODUCT'S ADJUSTMENT STEP UP OR DOWN FROM THE
      *              CURRENT RATE, AND NEVER ABOVE THE LOAN'S
      *              LIFETIME RATE CAP.
      *   NEW P&I  = THE LEVEL PAYMENT THAT RETIRES LN-BALANCE AT THE
      *              NEW RATE OVER LN-MONTHS-REMAINING - THE SAME
      *              FORMULA THE FINLAB CALCULATOR PRICES WITH.
      *
      * THE INDEX IS THE LATEST RATE ON THE PUBLISHED INDEX FILE
      * (INDEXRT) EFFECTIVE ON OR BEFORE THE BUSINESS DATE; MARGIN,
      * STEP AND ADJUSTMENT PERIOD COME FROM THE PRODUCT TABLE
      * (LOANPROD) BY THE LOAN'S PRODUCT CODE. RATES ARE MONTHLY,
      * AS ON THE MASTER; NOTICES SHOW THEM AS ANNUAL PERCENTAGES.
      * THE NEXT ADJUSTMENT DATE MOVES ON BY ONE ADJUSTMENT PERIOD.
      *
      * THE RATE CHANGES ON THE ADJUSTMENT DATE AND THE FIRST
      * PAYMENT AT THE NEW P&I IS DUE A MONTH LATER; EACH BORROWER
      * RESET GETS A RATE-CHANGE NOTICE (ARMNTC) AHEAD OF IT. THE
      * RESET REGISTER (ARMRPT) LISTS EVERY RESET AND EVERY LOAN DUE
      * THAT COULD NOT BE RESET. FIXED-RATE LOANS, LOANS NOT YET DUE
      * AND PAID-OFF LOANS PASS THROUGH UNCHANGED.
      *
      * INDEXRT RECORDS: EFFECTIVE DATE 9(8), INDEX RATE 9V9(4).
      * AN EXCEPTION ENDS THE RUN WITH RETURN CODE 4, AN OUT-OF-
      * BALANCE RUN WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMST-OLD ASSIGN TO LOANOLD
               FILE STATUS IS WF-LOANOLD-STATUS.
           SELECT LOANMST-NEW ASSIGN TO LOANNEW
               FILE STATUS IS WF-LOANNEW-STATUS.
           SELECT LOANPROD ASSIGN TO LOANPROD
               FILE STATUS IS WF-LOANPROD-STATUS.
           SELECT INDEXRT  ASSIGN TO INDEXRT
               FILE STATUS IS WF-INDEXRT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT ARMRPT   ASSIGN TO ARMRPT
               FILE STATUS IS WF-ARMRPT-STATUS.
           SELECT ARMNTC   ASSIGN TO ARMNTC
               FILE STATUS IS WF-ARMNTC-STATUS.
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
       FD  LOANPROD
           RECORD CONTAINS 80 CHARACTERS.
       COPY LOANPROD.
      *
       FD  INDEXRT
           RECORD CONTAINS 80 CHARACTERS.
       01  INDEX-RATE-RECORD.
           05  IR-EFFECTIVE-DATE       PIC 9(8).
           05  IR-INDEX-RATE           PIC 9V9(4).
           05  FILLER                  PIC X(67).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  ARMRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  ARMNTC.
       01  NOTICE-AREA      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  LOANOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  LOANOLD-EOF                  VALUE "Y".
           05  LOANPROD-EOF-SWITCH     PIC X    VALUE "N".
               88  LOANPROD-EOF                 VALUE "Y".
           05  INDEXRT-EOF-SWITCH      PIC X    VALUE "N".
               88  INDEXRT-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-LOANOLD-STATUS   PIC XX.
               88  LOANOLD-FILE-OK         VALUE "00".
           05  WF-LOANNEW-STATUS   PIC XX.
               88  LOANNEW-FILE-OK         VALUE "00".
           05  WF-LOANPROD-STATUS  PIC XX.
               88  LOANPROD-FILE-OK        VALUE "00".
           05  WF-INDEXRT-STATUS   PIC XX.
               88  INDEXRT-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-ARMRPT-STATUS    PIC XX.
               88  ARMRPT-FILE-OK          VALUE "00".
           05  WF-ARMNTC-STATUS    PIC XX.
               88  ARMNTC-FILE-OK          VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  PRODUCT-TABLE-FIELDS.
           05  PT-ENTRY-COUNT      PIC S9(2)  COMP  VALUE ZERO.
           05  PT-SUB              PIC S9(2)  COMP.
           05  PT-MATCH-SUB        PIC S9(2)  COMP.
      *
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY           OCCURS 20 TIMES.
               10  PT-PRODUCT-CODE         PIC X(3).
               10  PT-ADJUST-FLAG          PIC X.
               10  PT-ADJUST-PERIOD        PIC 9(3).
               10  PT-ADJUST-STEP          PIC 9V9(4).
               10  PT-MARGIN               PIC 9V9(4).
      *
       01  INDEX-FIELDS.
           05  WS-INDEX-DATE       PIC 9(8)    VALUE ZERO.
           05  WS-INDEX-RATE       PIC 9V9(4)  VALUE ZERO.
      *
       01  RESET-WORK.
           05  RS-OLD-RATE         PIC 9V9(4).
           05  RS-NEW-RATE         PIC S9V9(4).
           05  RS-LIMIT-RATE       PIC S9V9(4).
           05  RS-OLD-PI           PIC 9(6).
           05  RS-NEW-PI           PIC 9(6).
           05  RS-RATE-PLUS-ONE    PIC S9V9(4)       COMP-3.
           05  RS-GROWTH           PIC S9(7)V9(8)    COMP-3.
           05  RS-GROWTH-LESS-ONE  PIC S9(7)V9(8)    COMP-3.
           05  RS-ANNUAL-PCT       PIC 99V999.
           05  RS-LIMIT-NOTE       PIC X(30).
           05  RS-CHANGE-DATE      PIC 9(8).
           05  RS-EXCEPTION        PIC X(30).
      *
       01  DATE-WORK.
           05  DW-DATE.
               10  DW-YEAR         PIC 9(4).
               10  DW-MONTH        PIC 9(2).
               10  DW-DAY          PIC 9(2).
           05  DW-MONTHS-TO-ADD    PIC 9(3).
           05  DW-TOTAL-MONTHS     PIC 9(6).
      *
       01  CONTROL-TOTALS.
           05  CT-LOANS-READ       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LOANS-WRITTEN    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LOANS-RESET      PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RATES-UP         PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RATES-DOWN       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-EXCEPTIONS       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-NOTICES          PIC S9(5)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "ADJUSTABLE RATE RESE".
           05  FILLER          PIC X(20)   VALUE "T REGISTER          ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ARMRESET".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER          PIC X(14)   VALUE "BUSINESS DATE ".
           05  HL3-BUSINESS-DATE PIC 9(8).
           05  FILLER          PIC X(14)   VALUE "   INDEX RATE ".
           05  HL3-INDEX-RATE  PIC 9.9999.
           05  FILLER          PIC X(16)   VALUE "   EFFECTIVE ON ".
           05  HL3-INDEX-DATE  PIC 9(8).
           05  FILLER          PIC X(66)   VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "LOAN BORROWER       ".
           05  FILLER      PIC X(20)   VALUE "                PRD ".
           05  FILLER      PIC X(20)   VALUE "ADJ DATE  OLD RATE N".
           05  FILLER      PIC X(20)   VALUE "EW RATE  OLD P&I  NE".
           05  FILLER      PIC X(20)   VALUE "W P&I      BALANCE M".
           05  FILLER      PIC X(20)   VALUE "OS NEXT ADJ REMARKS ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  RESET-LINE.
           05  RSL-LOAN-NUMBER     PIC 9(4).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RSL-BORROWER-NAME   PIC X(30).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RSL-PRODUCT-CODE    PIC X(3).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RSL-ADJUST-DATE     PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RSL-OLD-RATE        PIC 9.9999.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RSL-NEW-RATE        PIC 9.9999.
           05  RSL-NEW-RATE-X REDEFINES RSL-NEW-RATE
                                   PIC X(6).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RSL-OLD-PI          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RSL-NEW-PI          PIC ZZZ,ZZ9.
           05  RSL-NEW-PI-X REDEFINES RSL-NEW-PI
                                   PIC X(7).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RSL-BALANCE         PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RSL-MONTHS          PIC ZZ9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RSL-NEXT-ADJUST     PIC 9(8).
           05  RSL-NEXT-ADJUST-X REDEFINES RSL-NEXT-ADJUST
                                   PIC X(8).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RSL-REMARKS         PIC X(30).
      *
       01  NOTICE-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE "ADJUSTABLE RATE MORTGAGE - NOTICE OF INT".
           05  FILLER              PIC X(40)
                   VALUE "EREST RATE AND PAYMENT CHANGE           ".
      *
       01  NOTICE-LOAN-LINE.
           05  FILLER              PIC X(5)     VALUE "LOAN ".
           05  NTL-LOAN-NUMBER     PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  NTL-BORROWER-NAME   PIC X(30).
           05  FILLER              PIC X(13)    VALUE "  NOTICE DATE".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  NTL-NOTICE-DATE     PIC 9(8).
           05  FILLER              PIC X(17)    VALUE SPACE.
      *
       01  NOTICE-DATE-LINE.
           05  NDL-LABEL           PIC X(36).
           05  NDL-DATE            PIC 9(8).
           05  FILLER              PIC X(36)    VALUE SPACE.
      *
       01  NOTICE-RATE-LINE.
           05  NRL-LABEL           PIC X(36).
           05  NRL-RATE            PIC ZZ9.999.
           05  FILLER              PIC X(1)     VALUE "%".
           05  FILLER              PIC X(36)    VALUE SPACE.
      *
       01  NOTICE-AMOUNT-LINE.
           05  NAL-LABEL           PIC X(36).
           05  NAL-AMOUNT          PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(33)    VALUE SPACE.
      *
       01  NOTICE-TEXT-LINE        PIC X(80).
      *
       PROCEDURE DIVISION.
      *
       000-RESET-ADJUSTABLE-LOANS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PROCESSING-DATE.
           PERFORM 120-FORMAT-REPORT-HEADING.
           PERFORM 130-LOAD-PRODUCT-TABLE
               UNTIL LOANPROD-EOF.
           PERFORM 150-FIND-INDEX-RATE
               UNTIL INDEXRT-EOF.
           IF WS-INDEX-DATE = ZERO
               DISPLAY "ARMRESET NO INDEX RATE IN EFFECT ON "
                   PD-BUSINESS-DATE
               PERFORM 900-ABORT
           END-IF.
           MOVE WS-INDEX-RATE TO HL3-INDEX-RATE.
           MOVE WS-INDEX-DATE TO HL3-INDEX-DATE.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 200-PROCESS-ONE-LOAN
               UNTIL LOANOLD-EOF.
           DISPLAY "ARMRESET LOANS READ      " CT-LOANS-READ.
           DISPLAY "ARMRESET LOANS WRITTEN   " CT-LOANS-WRITTEN.
           DISPLAY "ARMRESET LOANS RESET     " CT-LOANS-RESET.
           DISPLAY "ARMRESET RATES UP        " CT-RATES-UP.
           DISPLAY "ARMRESET RATES DOWN      " CT-RATES-DOWN.
           DISPLAY "ARMRESET NOTICES         " CT-NOTICES.
           DISPLAY "ARMRESET EXCEPTIONS      " CT-EXCEPTIONS.
           IF CT-LOANS-READ = CT-LOANS-WRITTEN
                   AND CT-NOTICES = CT-LOANS-RESET
               DISPLAY "*** ARMRESET RUN IS IN BALANCE ***"
               IF CT-EXCEPTIONS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** ARMRESET RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOANMST-OLD
                 LOANMST-NEW
                 LOANPROD
                 INDEXRT
                 ARMRPT
                 ARMNTC.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  LOANMST-OLD
                       LOANPROD
                       INDEXRT
                OUTPUT LOANMST-NEW
                       ARMRPT
                       ARMNTC.
           IF NOT LOANOLD-FILE-OK
              DISPLAY "LOANOLD OPEN ERROR: " WF-LOANOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LOANPROD-FILE-OK
              DISPLAY "LOANPROD OPEN ERROR: " WF-LOANPROD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT INDEXRT-FILE-OK
              DISPLAY "INDEXRT OPEN ERROR: " WF-INDEXRT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LOANNEW-FILE-OK
              DISPLAY "LOANNEW OPEN ERROR: " WF-LOANNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ARMRPT-FILE-OK
              DISPLAY "ARMRPT OPEN ERROR: " WF-ARMRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ARMNTC-FILE-OK
              DISPLAY "ARMNTC OPEN ERROR: " WF-ARMNTC-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-READ-PROCESSING-DATE.
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
           MOVE PD-BUSINESS-DATE TO HL3-BUSINESS-DATE.
      *
       120-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
      *
       130-LOAD-PRODUCT-TABLE.
      *
           READ LOANPROD
               AT END
                   MOVE "Y" TO LOANPROD-EOF-SWITCH
               NOT AT END
                   IF PT-ENTRY-COUNT < 20
                       ADD 1 TO PT-ENTRY-COUNT
                       MOVE LP-PRODUCT-CODE
                           TO PT-PRODUCT-CODE (PT-ENTRY-COUNT)
                       MOVE LP-ADJUST-FLAG
                           TO PT-ADJUST-FLAG (PT-ENTRY-COUNT)
                       MOVE LP-ADJUST-PERIOD
                           TO PT-ADJUST-PERIOD (PT-ENTRY-COUNT)
                       MOVE LP-ADJUST-STEP
                           TO PT-ADJUST-STEP (PT-ENTRY-COUNT)
                       MOVE LP-MARGIN
                           TO PT-MARGIN (PT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "PRODUCT TABLE FULL - PRODUCT OMITTED "
                           LP-PRODUCT-CODE
                   END-IF
           END-READ.
      *
      * THE INDEX FILE IS A HISTORY OF PUBLISHED RATES; THE ONE IN
      * FORCE IS THE LATEST EFFECTIVE ON OR BEFORE THE BUSINESS
      * DATE, WHATEVER ORDER THE FILE IS IN.
      *
       150-FIND-INDEX-RATE.
      *
           READ INDEXRT
               AT END
                   MOVE "Y" TO INDEXRT-EOF-SWITCH
               NOT AT END
                   IF IR-EFFECTIVE-DATE NOT > PD-BUSINESS-DATE
                           AND IR-EFFECTIVE-DATE NOT < WS-INDEX-DATE
                       MOVE IR-EFFECTIVE-DATE TO WS-INDEX-DATE
                       MOVE IR-INDEX-RATE     TO WS-INDEX-RATE
                   END-IF
           END-READ.
      *
       160-FIND-PRODUCT.
      *
           MOVE ZERO TO PT-MATCH-SUB.
           PERFORM 165-MATCH-ONE-PRODUCT
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-ENTRY-COUNT
               OR PT-MATCH-SUB > ZERO.
      *
       165-MATCH-ONE-PRODUCT.
      *
           IF PT-PRODUCT-CODE (PT-SUB) = LN-PRODUCT-CODE
               MOVE PT-SUB TO PT-MATCH-SUB
           END-IF.
      *
      * A MASTER WRITTEN BEFORE THE ADJUSTABLE-RATE FIELDS EXISTED
      * HAS SPACES THERE; IT IS A FIXED-RATE LOAN.
      *
       200-PROCESS-ONE-LOAN.
      *
           READ LOANMST-OLD
               AT END
                   MOVE "Y" TO LOANOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-LOANS-READ
                   IF LN-NEXT-ADJUST-DATE NOT NUMERIC
                       MOVE ZERO TO LN-NEXT-ADJUST-DATE
                   END-IF
                   IF LN-RATE-CAP NOT NUMERIC
                       MOVE ZERO TO LN-RATE-CAP
                   END-IF
                   IF LN-NEXT-ADJUST-DATE > ZERO
                           AND LN-NEXT-ADJUST-DATE
                               NOT > PD-BUSINESS-DATE
                           AND LN-BALANCE > ZERO
                           AND LN-MONTHS-REMAINING > ZERO
                       PERFORM 210-CHECK-ONE-ADJUSTMENT
                   END-IF
                   MOVE LOAN-MASTER-RECORD TO LOAN-MASTER-NEW-REC
                   WRITE LOAN-MASTER-NEW-REC
                   ADD 1 TO CT-LOANS-WRITTEN
           END-READ.
      *
       210-CHECK-ONE-ADJUSTMENT.
      *
           PERFORM 160-FIND-PRODUCT.
           MOVE SPACES TO RS-EXCEPTION.
           IF PT-MATCH-SUB = ZERO
               MOVE "PRODUCT NOT ON LOANPROD" TO RS-EXCEPTION
           ELSE
           IF PT-ADJUST-FLAG (PT-MATCH-SUB) NOT = "A"
               MOVE "PRODUCT IS NOT ADJUSTABLE" TO RS-EXCEPTION
           ELSE
           IF PT-ADJUST-PERIOD (PT-MATCH-SUB) = ZERO
               MOVE "NO ADJUSTMENT PERIOD ON PROD" TO RS-EXCEPTION
           END-IF
           END-IF
           END-IF.
           IF RS-EXCEPTION = SPACES
               PERFORM 220-RESET-ONE-LOAN
           ELSE
               PERFORM 270-PRINT-EXCEPTION-LINE
           END-IF.
      *
       220-RESET-ONE-LOAN.
      *
           MOVE LN-INTST-RATE       TO RS-OLD-RATE.
           MOVE LN-MONTHLY-PI       TO RS-OLD-PI.
           MOVE LN-NEXT-ADJUST-DATE TO RS-CHANGE-DATE.
           MOVE SPACES              TO RS-LIMIT-NOTE.
           COMPUTE RS-NEW-RATE =
               WS-INDEX-RATE + PT-MARGIN (PT-MATCH-SUB).
           COMPUTE RS-LIMIT-RATE =
               RS-OLD-RATE + PT-ADJUST-STEP (PT-MATCH-SUB).
           IF RS-NEW-RATE > RS-LIMIT-RATE
               MOVE RS-LIMIT-RATE TO RS-NEW-RATE
               MOVE "LIMITED BY STEP" TO RS-LIMIT-NOTE
           END-IF.
           COMPUTE RS-LIMIT-RATE =
               RS-OLD-RATE - PT-ADJUST-STEP (PT-MATCH-SUB).
           IF RS-NEW-RATE < RS-LIMIT-RATE
               MOVE RS-LIMIT-RATE TO RS-NEW-RATE
               MOVE "LIMITED BY STEP" TO RS-LIMIT-NOTE
           END-IF.
           IF LN-RATE-CAP > ZERO
                   AND RS-NEW-RATE > LN-RATE-CAP
               MOVE LN-RATE-CAP TO RS-NEW-RATE
               MOVE "LIMITED BY LIFETIME CAP" TO RS-LIMIT-NOTE
           END-IF.
           IF RS-NEW-RATE < ZERO
               MOVE ZERO TO RS-NEW-RATE
           END-IF.
           MOVE RS-NEW-RATE TO LN-INTST-RATE.
           PERFORM 225-RECAST-PAYMENT.
           MOVE RS-NEW-PI TO LN-MONTHLY-PI.
           MOVE LN-NEXT-ADJUST-DATE TO DW-DATE.
           MOVE PT-ADJUST-PERIOD (PT-MATCH-SUB) TO DW-MONTHS-TO-ADD.
           PERFORM 228-ADD-MONTHS-TO-DATE.
           MOVE DW-DATE TO LN-NEXT-ADJUST-DATE.
           ADD 1 TO CT-LOANS-RESET.
           IF LN-INTST-RATE > RS-OLD-RATE
               ADD 1 TO CT-RATES-UP
           END-IF.
           IF LN-INTST-RATE < RS-OLD-RATE
               ADD 1 TO CT-RATES-DOWN
           END-IF.
           PERFORM 260-PRINT-RESET-LINE.
           PERFORM 300-PRINT-RATE-NOTICE.
      *
      * M = P [ I(1 + I)^N ] / [ (1 + I)^N - 1 ], WITH THE GROWTH
      * FACTOR WORKED OUT FIRST; AT A ZERO RATE THE BALANCE IS
      * SIMPLY SPREAD OVER THE MONTHS LEFT.
      *
       225-RECAST-PAYMENT.
      *
           IF LN-INTST-RATE = ZERO
               COMPUTE RS-NEW-PI ROUNDED =
                   LN-BALANCE / LN-MONTHS-REMAINING
           ELSE
               COMPUTE RS-RATE-PLUS-ONE = LN-INTST-RATE + 1
               COMPUTE RS-GROWTH ROUNDED =
                   RS-RATE-PLUS-ONE ** LN-MONTHS-REMAINING
               COMPUTE RS-GROWTH-LESS-ONE = RS-GROWTH - 1
               COMPUTE RS-NEW-PI ROUNDED =
                   LN-BALANCE * LN-INTST-RATE * RS-GROWTH
                   / RS-GROWTH-LESS-ONE
           END-IF.
      *
       228-ADD-MONTHS-TO-DATE.
      *
           COMPUTE DW-TOTAL-MONTHS =
               DW-YEAR * 12 + DW-MONTH - 1 + DW-MONTHS-TO-ADD.
           DIVIDE DW-TOTAL-MONTHS BY 12 GIVING DW-YEAR
               REMAINDER DW-MONTH.
           ADD 1 TO DW-MONTH.
           IF DW-DAY > 28
               MOVE 28 TO DW-DAY
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
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 5 TO LINE-COUNT.
      *
       260-PRINT-RESET-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE LN-LOAN-NUMBER      TO RSL-LOAN-NUMBER.
           MOVE LN-BORROWER-NAME    TO RSL-BORROWER-NAME.
           MOVE LN-PRODUCT-CODE     TO RSL-PRODUCT-CODE.
           MOVE RS-CHANGE-DATE      TO RSL-ADJUST-DATE.
           MOVE RS-OLD-RATE         TO RSL-OLD-RATE.
           MOVE LN-INTST-RATE       TO RSL-NEW-RATE.
           MOVE RS-OLD-PI           TO RSL-OLD-PI.
           MOVE LN-MONTHLY-PI       TO RSL-NEW-PI.
           MOVE LN-BALANCE          TO RSL-BALANCE.
           MOVE LN-MONTHS-REMAINING TO RSL-MONTHS.
           MOVE LN-NEXT-ADJUST-DATE TO RSL-NEXT-ADJUST.
           MOVE RS-LIMIT-NOTE       TO RSL-REMARKS.
           MOVE RESET-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * A LOAN DUE FOR RESET THAT CANNOT BE RESET KEEPS ITS RATE,
      * PAYMENT AND ADJUSTMENT DATE, SO IT COMES UP AGAIN NEXT RUN.
      *
       270-PRINT-EXCEPTION-LINE.
      *
           ADD 1 TO CT-EXCEPTIONS.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE LN-LOAN-NUMBER      TO RSL-LOAN-NUMBER.
           MOVE LN-BORROWER-NAME    TO RSL-BORROWER-NAME.
           MOVE LN-PRODUCT-CODE     TO RSL-PRODUCT-CODE.
           MOVE LN-NEXT-ADJUST-DATE TO RSL-ADJUST-DATE.
           MOVE LN-INTST-RATE       TO RSL-OLD-RATE.
           MOVE SPACES              TO RSL-NEW-RATE-X.
           MOVE LN-MONTHLY-PI       TO RSL-OLD-PI.
           MOVE SPACES              TO RSL-NEW-PI-X.
           MOVE LN-BALANCE          TO RSL-BALANCE.
           MOVE LN-MONTHS-REMAINING TO RSL-MONTHS.
           MOVE SPACES              TO RSL-NEXT-ADJUST-X.
           MOVE RS-EXCEPTION        TO RSL-REMARKS.
           MOVE RESET-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           DISPLAY "ARMRESET LOAN NOT RESET " LN-LOAN-NUMBER
               " - " RS-EXCEPTION.
      *
       300-PRINT-RATE-NOTICE.
      *
           MOVE NOTICE-TITLE-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           MOVE SPACES TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           MOVE LN-LOAN-NUMBER   TO NTL-LOAN-NUMBER.
           MOVE LN-BORROWER-NAME TO NTL-BORROWER-NAME.
           MOVE PD-BUSINESS-DATE TO NTL-NOTICE-DATE.
           MOVE NOTICE-LOAN-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           MOVE SPACES TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           MOVE "YOUR INTEREST RATE CHANGES ON" TO NDL-LABEL.
           MOVE RS-CHANGE-DATE TO NDL-DATE.
           PERFORM 310-WRITE-DATE-LINE.
           MOVE "INDEX RATE" TO NRL-LABEL.
           COMPUTE RS-ANNUAL-PCT ROUNDED = WS-INDEX-RATE * 1200.
           PERFORM 320-WRITE-RATE-LINE.
           MOVE "PLUS MARGIN" TO NRL-LABEL.
           COMPUTE RS-ANNUAL-PCT ROUNDED =
               PT-MARGIN (PT-MATCH-SUB) * 1200.
           PERFORM 320-WRITE-RATE-LINE.
           MOVE "PREVIOUS INTEREST RATE" TO NRL-LABEL.
           COMPUTE RS-ANNUAL-PCT ROUNDED = RS-OLD-RATE * 1200.
           PERFORM 320-WRITE-RATE-LINE.
           MOVE "NEW INTEREST RATE" TO NRL-LABEL.
           COMPUTE RS-ANNUAL-PCT ROUNDED = LN-INTST-RATE * 1200.
           PERFORM 320-WRITE-RATE-LINE.
           IF RS-LIMIT-NOTE NOT = SPACES
               MOVE SPACES TO NOTICE-TEXT-LINE
               STRING "  (INDEX PLUS MARGIN " DELIMITED BY SIZE
                      RS-LIMIT-NOTE DELIMITED BY "  "
                      ")" DELIMITED BY SIZE
                   INTO NOTICE-TEXT-LINE
               END-STRING
               MOVE NOTICE-TEXT-LINE TO NOTICE-AREA
               WRITE NOTICE-AREA
           END-IF.
           MOVE "PREVIOUS PRINCIPAL AND INTEREST" TO NAL-LABEL.
           MOVE RS-OLD-PI TO NAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "NEW PRINCIPAL AND INTEREST" TO NAL-LABEL.
           MOVE LN-MONTHLY-PI TO NAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "PLUS MONTHLY ESCROW" TO NAL-LABEL.
           MOVE LN-MONTHLY-ESCROW TO NAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "NEW TOTAL MONTHLY PAYMENT" TO NAL-LABEL.
           COMPUTE NAL-AMOUNT = LN-MONTHLY-PI + LN-MONTHLY-ESCROW.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE RS-CHANGE-DATE TO DW-DATE.
           MOVE 1 TO DW-MONTHS-TO-ADD.
           PERFORM 228-ADD-MONTHS-TO-DATE.
           MOVE "FIRST PAYMENT AT THE NEW AMOUNT DUE" TO NDL-LABEL.
           MOVE DW-DATE TO NDL-DATE.
           PERFORM 310-WRITE-DATE-LINE.
           MOVE "NEXT SCHEDULED RATE CHANGE" TO NDL-LABEL.
           MOVE LN-NEXT-ADJUST-DATE TO NDL-DATE.
           PERFORM 310-WRITE-DATE-LINE.
           MOVE ALL "-" TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           ADD 1 TO CT-NOTICES.
      *
       310-WRITE-DATE-LINE.
      *
           MOVE NOTICE-DATE-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
      *
       320-WRITE-RATE-LINE.
      *
           MOVE RS-ANNUAL-PCT TO NRL-RATE.
           MOVE NOTICE-RATE-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
      *
       330-WRITE-AMOUNT-LINE.
      *
           MOVE NOTICE-AMOUNT-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
