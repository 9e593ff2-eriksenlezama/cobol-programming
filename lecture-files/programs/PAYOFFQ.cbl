       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOFFQ.
      *
      * MORTGAGE PAYOFF QUOTE RUN. FOR EACH PAYOFF REQUEST (PAYOFFRQ)
      * - A LOAN NUMBER AND THE DATE THE FIGURE MUST BE GOOD THROUGH
      * - THE PAYOFF IS FIGURED FROM THE CURRENT LOAN SERVICING
      * MASTER GENERATION (LOANMST):
      *
      *   PER-DIEM = BALANCE X MONTHLY RATE X 12 / 365, TO THE CENT.
      *   PAYOFF   = LN-BALANCE
      *            + PER-DIEM X DAYS FROM THE PAID-THROUGH DATE TO
      *              THE GOOD-THROUGH DATE
      *            + UNPAID LATE CHARGES
      *            - THE ESCROW BALANCE, WHICH IS REFUNDED AT PAYOFF
      *              (AN ADVANCED, NEGATIVE BALANCE IS ADDED BACK).
      *
      * EACH QUOTE IS PRINTED AS A PAYOFF STATEMENT (PAYSTMT) WITH
      * THE PER-DIEM TO ADD FOR EACH DAY THE FUNDS ARRIVE LATE, AND
      * IS ADDED TO THE PAYOFF LOG (PAYOFFLG, COPY PAYOFFLG) UNDER
      * THE NEXT QUOTE NUMBER. THE POSTING RUN (LOANPOST) CLOSES THE
      * LOAN AND RELEASES THE LIEN FROM THE LOG WHEN THE PAYOFF IS
      * RECEIVED. THE REGISTER (PAYORPT) LISTS EVERY QUOTE AND EVERY
      * REQUEST REJECTED.
      *
      * PAYOFFRQ RECORDS: LOAN NUMBER 9(4), GOOD-THROUGH DATE 9(8),
      * REQUESTED BY X(25). A REJECTED REQUEST ENDS THE RUN WITH
      * RETURN CODE 4, AN OUT-OF-BALANCE RUN WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMST  ASSIGN TO LOANMST
               FILE STATUS IS WF-LOANMST-STATUS.
           SELECT PAYOFFRQ ASSIGN TO PAYOFFRQ
               FILE STATUS IS WF-PAYOFFRQ-STATUS.
           SELECT PAYOFFLG ASSIGN TO PAYOFFLG
               FILE STATUS IS WF-PAYOFFLG-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT PAYSTMT  ASSIGN TO PAYSTMT
               FILE STATUS IS WF-PAYSTMT-STATUS.
           SELECT PAYORPT  ASSIGN TO PAYORPT
               FILE STATUS IS WF-PAYORPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  LOANMST
           RECORD CONTAINS 120 CHARACTERS.
       COPY LOANMST.
      *
       FD  PAYOFFRQ
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYOFF-REQUEST-RECORD.
           05  PR-LOAN-NUMBER          PIC 9(4).
           05  PR-LOAN-NUMBER-X REDEFINES PR-LOAN-NUMBER
                                       PIC X(4).
           05  PR-GOOD-THROUGH-DATE    PIC 9(8).
           05  PR-GOOD-THROUGH-DATE-X REDEFINES PR-GOOD-THROUGH-DATE.
               10  PR-GOOD-THROUGH-YEAR    PIC 9(4).
               10  PR-GOOD-THROUGH-MONTH   PIC 9(2).
               10  PR-GOOD-THROUGH-DAY     PIC 9(2).
           05  PR-REQUESTED-BY         PIC X(25).
           05  FILLER                  PIC X(43).
      *
       FD  PAYOFFLG
           RECORD CONTAINS 120 CHARACTERS.
       COPY PAYOFFLG.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  PAYSTMT.
       01  STATEMENT-AREA   PIC X(80).
      *
       FD  PAYORPT.
       01  PRINT-AREA       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  LOANMST-EOF-SWITCH      PIC X    VALUE "N".
               88  LOANMST-EOF                  VALUE "Y".
           05  PAYOFFRQ-EOF-SWITCH     PIC X    VALUE "N".
               88  PAYOFFRQ-EOF                 VALUE "Y".
           05  PAYOFFLG-EOF-SWITCH     PIC X    VALUE "N".
               88  PAYOFFLG-EOF                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-LOANMST-STATUS   PIC XX.
               88  LOANMST-FILE-OK         VALUE "00".
           05  WF-PAYOFFRQ-STATUS  PIC XX.
               88  PAYOFFRQ-FILE-OK        VALUE "00".
           05  WF-PAYOFFLG-STATUS  PIC XX.
               88  PAYOFFLG-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-PAYSTMT-STATUS   PIC XX.
               88  PAYSTMT-FILE-OK         VALUE "00".
           05  WF-PAYORPT-STATUS   PIC XX.
               88  PAYORPT-FILE-OK         VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  LOAN-TABLE-FIELDS.
           05  LT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  LT-SUB              PIC S9(3)  COMP.
           05  LT-MATCH-SUB        PIC S9(3)  COMP.
           05  WS-LOOKUP-LOAN      PIC 9(4).
      *
       01  LOAN-TABLE.
           05  LOAN-ENTRY              OCCURS 500 TIMES.
               10  LT-LOAN-NUMBER          PIC 9(4).
               10  LT-BORROWER-NAME        PIC X(30).
               10  LT-INTST-RATE           PIC 9V9(4).
               10  LT-BALANCE              PIC S9(7)V99 COMP-3.
               10  LT-ESCROW-BALANCE       PIC S9(7)V99 COMP-3.
               10  LT-PAID-THROUGH-DATE    PIC 9(8).
               10  LT-UNPAID-LATE-CHARGES  PIC S9(5)V99 COMP-3.
               10  LT-LOAN-STATUS          PIC X.
      *
       01  QUOTE-WORK.
           05  WS-LAST-QUOTE-NUMBER    PIC 9(7)      VALUE ZERO.
           05  WS-REJECT-REASON        PIC X(30).
           05  WS-GOOD-THROUGH-INTEGER PIC S9(9)     COMP.
           05  WS-PAID-THROUGH-INTEGER PIC S9(9)     COMP.
           05  WS-INTEREST-DAYS        PIC S9(5)     COMP-3.
           05  WS-PER-DIEM             PIC S9(5)V99  COMP-3.
           05  WS-INTEREST             PIC S9(7)V99  COMP-3.
           05  WS-PAYOFF-AMOUNT        PIC S9(7)V99  COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-LOANS-READ       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-REQUESTS-READ    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-QUOTES-ISSUED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-REQUESTS-REJECTED
                                   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-QUOTES-LOGGED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-STATEMENTS       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-PAYOFF-AMOUNT    PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "MORTGAGE PAYOFF QUOT".
           05  FILLER          PIC X(20)   VALUE "E REGISTER          ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "PAYOFFQ".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER          PIC X(14)   VALUE "BUSINESS DATE ".
           05  HL3-BUSINESS-DATE PIC 9(8).
           05  FILLER          PIC X(110)  VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "LOAN BORROWER       ".
           05  FILLER      PIC X(20)   VALUE "        GOOD TO  PAI".
           05  FILLER      PIC X(20)   VALUE "D TO  DAY    PRINCIP".
           05  FILLER      PIC X(20)   VALUE "AL   INTEREST  LATE ".
           05  FILLER      PIC X(20)   VALUE "CHG    ESCROW CR    ".
           05  FILLER      PIC X(20)   VALUE "    PAYOFF PER DIEM ".
           05  FILLER      PIC X(12)   VALUE "  QUOTE     ".
      *
       01  QUOTE-LINE.
           05  QTL-LOAN-NUMBER     PIC X(4).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  QTL-BORROWER-NAME   PIC X(22).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  QTL-GOOD-THROUGH    PIC X(8).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  QTL-PAID-THROUGH    PIC X(8).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  QTL-AMOUNT-AREA.
               10  QTL-DAYS            PIC ZZ9.
               10  FILLER              PIC X(1)     VALUE SPACE.
               10  QTL-PRINCIPAL       PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)     VALUE SPACE.
               10  QTL-INTEREST        PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)     VALUE SPACE.
               10  QTL-LATE-CHARGES    PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(1)     VALUE SPACE.
               10  QTL-ESCROW-CREDIT   PIC Z,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)     VALUE SPACE.
               10  QTL-PAYOFF          PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)     VALUE SPACE.
               10  QTL-PER-DIEM        PIC Z,ZZ9.99.
               10  FILLER              PIC X(1)     VALUE SPACE.
               10  QTL-QUOTE-NUMBER    PIC 9(7).
           05  QTL-REJECT-AREA REDEFINES QTL-AMOUNT-AREA.
               10  FILLER              PIC X(4).
               10  QTL-REJECT-REASON   PIC X(30).
               10  FILLER              PIC X(47).
           05  FILLER              PIC X(4)     VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  TTL-LABEL           PIC X(30).
           05  TTL-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  TTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  TTL-AMOUNT-X REDEFINES TTL-AMOUNT
                                   PIC X(14).
           05  FILLER              PIC X(80)    VALUE SPACE.
      *
       01  STATEMENT-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE "MORTGAGE PAYOFF STATEMENT               ".
           05  FILLER              PIC X(13)    VALUE "QUOTE NUMBER ".
           05  STT-QUOTE-NUMBER    PIC 9(7).
           05  FILLER              PIC X(20)    VALUE SPACE.
      *
       01  STATEMENT-LOAN-LINE.
           05  FILLER              PIC X(5)     VALUE "LOAN ".
           05  STL-LOAN-NUMBER     PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  STL-BORROWER-NAME   PIC X(30).
           05  FILLER              PIC X(12)    VALUE "  QUOTE DATE".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  STL-QUOTE-DATE      PIC 9(8).
           05  FILLER              PIC X(18)    VALUE SPACE.
      *
       01  STATEMENT-TEXT-LINE.
           05  STX-LABEL           PIC X(40).
           05  STX-TEXT            PIC X(40).
      *
       01  STATEMENT-DATE-LINE.
           05  SDL-LABEL           PIC X(40).
           05  SDL-DATE            PIC 9(8).
           05  FILLER              PIC X(32)    VALUE SPACE.
      *
       01  STATEMENT-COUNT-LINE.
           05  SCL-LABEL           PIC X(40).
           05  SCL-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(35)    VALUE SPACE.
      *
       01  STATEMENT-AMOUNT-LINE.
           05  SAL-LABEL           PIC X(40).
           05  SAL-AMOUNT          PIC $Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(27)    VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-QUOTE-LOAN-PAYOFFS.
      *
           PERFORM 020-FIND-LAST-QUOTE-NUMBER.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PROCESSING-DATE.
           PERFORM 120-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 130-LOAD-ONE-LOAN
               UNTIL LOANMST-EOF.
           PERFORM 200-QUOTE-ONE-PAYOFF
               UNTIL PAYOFFRQ-EOF.
           PERFORM 350-PRINT-TOTALS.
           DISPLAY "PAYOFFQ LOANS READ       " CT-LOANS-READ.
           DISPLAY "PAYOFFQ REQUESTS READ    " CT-REQUESTS-READ.
           DISPLAY "PAYOFFQ QUOTES ISSUED    " CT-QUOTES-ISSUED.
           DISPLAY "PAYOFFQ REQUESTS REJECTED" CT-REQUESTS-REJECTED.
           DISPLAY "PAYOFFQ QUOTES LOGGED    " CT-QUOTES-LOGGED.
           DISPLAY "PAYOFFQ STATEMENTS       " CT-STATEMENTS.
           IF CT-REQUESTS-READ =
                   CT-QUOTES-ISSUED + CT-REQUESTS-REJECTED
                   AND CT-QUOTES-LOGGED = CT-QUOTES-ISSUED
                   AND CT-STATEMENTS = CT-QUOTES-ISSUED
               DISPLAY "*** PAYOFFQ RUN IS IN BALANCE ***"
               IF CT-REQUESTS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** PAYOFFQ RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOANMST
                 PAYOFFRQ
                 PAYOFFLG
                 PAYSTMT
                 PAYORPT.
           GOBACK.
      *
      * THE LOG IS READ THROUGH ONCE FOR THE HIGHEST QUOTE NUMBER
      * ISSUED SO FAR; THIS RUN'S QUOTES ARE NUMBERED ON FROM IT.
      *
       020-FIND-LAST-QUOTE-NUMBER.
      *
           OPEN INPUT PAYOFFLG.
           IF NOT PAYOFFLG-FILE-OK
              DISPLAY "PAYOFFLG OPEN ERROR: " WF-PAYOFFLG-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 030-READ-LOGGED-QUOTE
               UNTIL PAYOFFLG-EOF.
           CLOSE PAYOFFLG.
      *
       030-READ-LOGGED-QUOTE.
      *
           READ PAYOFFLG
               AT END
                   MOVE "Y" TO PAYOFFLG-EOF-SWITCH
               NOT AT END
                   IF PQ-QUOTE-NUMBER > WS-LAST-QUOTE-NUMBER
                       MOVE PQ-QUOTE-NUMBER TO WS-LAST-QUOTE-NUMBER
                   END-IF
           END-READ.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  LOANMST
                       PAYOFFRQ
                OUTPUT PAYSTMT
                       PAYORPT
                EXTEND PAYOFFLG.
           IF NOT LOANMST-FILE-OK
              DISPLAY "LOANMST OPEN ERROR: " WF-LOANMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PAYOFFRQ-FILE-OK
              DISPLAY "PAYOFFRQ OPEN ERROR: " WF-PAYOFFRQ-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PAYSTMT-FILE-OK
              DISPLAY "PAYSTMT OPEN ERROR: " WF-PAYSTMT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PAYORPT-FILE-OK
              DISPLAY "PAYORPT OPEN ERROR: " WF-PAYORPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PAYOFFLG-FILE-OK
              DISPLAY "PAYOFFLG OPEN ERROR: " WF-PAYOFFLG-STATUS
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
      * A GENERATION WRITTEN BEFORE THE PAID-THROUGH DATE WAS KEPT
      * LOADS WITH A ZERO DATE, AND ITS LOANS CANNOT BE QUOTED UNTIL
      * THE NEXT POSTING RUN HAS SET IT.
      *
       130-LOAD-ONE-LOAN.
      *
           READ LOANMST
               AT END
                   MOVE "Y" TO LOANMST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-LOANS-READ
                   IF LT-ENTRY-COUNT < 500
                       ADD 1 TO LT-ENTRY-COUNT
                       PERFORM 140-LOAD-LOAN-FIELDS
                   ELSE
                       DISPLAY "LOAN TABLE FULL - LOAN OMITTED "
                           LN-LOAN-NUMBER
                   END-IF
           END-READ.
      *
       140-LOAD-LOAN-FIELDS.
      *
           MOVE LN-LOAN-NUMBER    TO LT-LOAN-NUMBER (LT-ENTRY-COUNT).
           MOVE LN-BORROWER-NAME  TO LT-BORROWER-NAME (LT-ENTRY-COUNT).
           MOVE LN-INTST-RATE     TO LT-INTST-RATE (LT-ENTRY-COUNT).
           MOVE LN-BALANCE        TO LT-BALANCE (LT-ENTRY-COUNT).
           MOVE LN-ESCROW-BALANCE TO LT-ESCROW-BALANCE (LT-ENTRY-COUNT).
           IF LN-PAID-THROUGH-DATE NOT NUMERIC
               MOVE ZERO TO LT-PAID-THROUGH-DATE (LT-ENTRY-COUNT)
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
           MOVE LN-LOAN-STATUS    TO LT-LOAN-STATUS (LT-ENTRY-COUNT).
      *
       150-FIND-LOAN.
      *
           MOVE ZERO TO LT-MATCH-SUB.
           PERFORM 155-MATCH-ONE-LOAN
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LT-ENTRY-COUNT
               OR LT-MATCH-SUB > ZERO.
      *
       155-MATCH-ONE-LOAN.
      *
           IF LT-LOAN-NUMBER (LT-SUB) = WS-LOOKUP-LOAN
               MOVE LT-SUB TO LT-MATCH-SUB
           END-IF.
      *
       200-QUOTE-ONE-PAYOFF.
      *
           READ PAYOFFRQ
               AT END
                   MOVE "Y" TO PAYOFFRQ-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-REQUESTS-READ
                   PERFORM 210-EDIT-ONE-REQUEST
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 220-FIGURE-ONE-PAYOFF
                   ELSE
                       PERFORM 270-PRINT-REJECT-LINE
                   END-IF
           END-READ.
      *
       210-EDIT-ONE-REQUEST.
      *
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO LT-MATCH-SUB.
           IF PR-LOAN-NUMBER-X NOT NUMERIC
               MOVE "INVALID LOAN NUMBER" TO WS-REJECT-REASON
           ELSE
               MOVE PR-LOAN-NUMBER TO WS-LOOKUP-LOAN
               PERFORM 150-FIND-LOAN
               IF LT-MATCH-SUB = ZERO
                   MOVE "LOAN NOT ON MASTER" TO WS-REJECT-REASON
               ELSE
               IF LT-LOAN-STATUS (LT-MATCH-SUB) = "P"
                       OR LT-BALANCE (LT-MATCH-SUB) = ZERO
                   MOVE "LOAN IS PAID OFF" TO WS-REJECT-REASON
               ELSE
               IF LT-PAID-THROUGH-DATE (LT-MATCH-SUB) = ZERO
                   MOVE "NO PAID-THROUGH DATE YET" TO WS-REJECT-REASON
               ELSE
                   PERFORM 215-EDIT-GOOD-THROUGH-DATE
               END-IF
               END-IF
               END-IF
           END-IF.
      *
       215-EDIT-GOOD-THROUGH-DATE.
      *
           IF PR-GOOD-THROUGH-DATE NOT NUMERIC
               MOVE "INVALID GOOD-THROUGH DATE" TO WS-REJECT-REASON
           ELSE
           IF PR-GOOD-THROUGH-MONTH < 1 OR PR-GOOD-THROUGH-MONTH > 12
                   OR PR-GOOD-THROUGH-DAY < 1
                   OR PR-GOOD-THROUGH-DAY > 31
               MOVE "INVALID GOOD-THROUGH DATE" TO WS-REJECT-REASON
           ELSE
           IF PR-GOOD-THROUGH-DATE < PD-BUSINESS-DATE
               MOVE "GOOD-THROUGH DATE HAS PASSED" TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-GOOD-THROUGH-INTEGER =
                   FUNCTION INTEGER-OF-DATE (PR-GOOD-THROUGH-DATE)
               IF WS-GOOD-THROUGH-INTEGER = ZERO
                   MOVE "INVALID GOOD-THROUGH DATE" TO WS-REJECT-REASON
               END-IF
           END-IF
           END-IF
           END-IF.
      *
      * INTEREST IS OWED FROM THE PAID-THROUGH DATE; A LOAN PAID
      * AHEAD OF THE GOOD-THROUGH DATE OWES NONE.
      *
       220-FIGURE-ONE-PAYOFF.
      *
           COMPUTE WS-PAID-THROUGH-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (LT-PAID-THROUGH-DATE (LT-MATCH-SUB)).
           COMPUTE WS-INTEREST-DAYS =
               WS-GOOD-THROUGH-INTEGER - WS-PAID-THROUGH-INTEGER.
           IF WS-INTEREST-DAYS < ZERO
               MOVE ZERO TO WS-INTEREST-DAYS
           END-IF.
           COMPUTE WS-PER-DIEM ROUNDED =
               LT-BALANCE (LT-MATCH-SUB)
               * LT-INTST-RATE (LT-MATCH-SUB) * 12 / 365.
           COMPUTE WS-INTEREST = WS-PER-DIEM * WS-INTEREST-DAYS.
           COMPUTE WS-PAYOFF-AMOUNT =
               LT-BALANCE (LT-MATCH-SUB)
               + WS-INTEREST
               + LT-UNPAID-LATE-CHARGES (LT-MATCH-SUB)
               - LT-ESCROW-BALANCE (LT-MATCH-SUB).
           IF WS-PAYOFF-AMOUNT < ZERO
               MOVE ZERO TO WS-PAYOFF-AMOUNT
           END-IF.
           ADD 1 TO WS-LAST-QUOTE-NUMBER.
           ADD 1 TO CT-QUOTES-ISSUED.
           ADD WS-PAYOFF-AMOUNT TO CT-PAYOFF-AMOUNT.
           PERFORM 240-WRITE-LOG-RECORD.
           PERFORM 300-PRINT-STATEMENT.
           PERFORM 260-PRINT-QUOTE-LINE.
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
       240-WRITE-LOG-RECORD.
      *
           MOVE SPACES                TO PAYOFF-LOG-RECORD.
           MOVE WS-LAST-QUOTE-NUMBER  TO PQ-QUOTE-NUMBER.
           MOVE PR-LOAN-NUMBER        TO PQ-LOAN-NUMBER.
           MOVE PD-BUSINESS-DATE      TO PQ-QUOTE-DATE.
           MOVE PR-GOOD-THROUGH-DATE  TO PQ-GOOD-THROUGH-DATE.
           MOVE LT-PAID-THROUGH-DATE (LT-MATCH-SUB)
                                      TO PQ-PAID-THROUGH-DATE.
           MOVE LT-BALANCE (LT-MATCH-SUB)
                                      TO PQ-PRINCIPAL.
           MOVE WS-INTEREST-DAYS      TO PQ-INTEREST-DAYS.
           MOVE WS-INTEREST           TO PQ-INTEREST.
           MOVE LT-UNPAID-LATE-CHARGES (LT-MATCH-SUB)
                                      TO PQ-LATE-CHARGES.
           MOVE LT-ESCROW-BALANCE (LT-MATCH-SUB)
                                      TO PQ-ESCROW-CREDIT.
           MOVE WS-PAYOFF-AMOUNT      TO PQ-PAYOFF-AMOUNT.
           MOVE WS-PER-DIEM           TO PQ-PER-DIEM.
           MOVE PR-REQUESTED-BY       TO PQ-REQUESTED-BY.
           WRITE PAYOFF-LOG-RECORD.
           ADD 1 TO CT-QUOTES-LOGGED.
      *
       250-PRINT-REGISTER-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE QUOTE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       260-PRINT-QUOTE-LINE.
      *
           MOVE SPACES TO QUOTE-LINE.
           MOVE PR-LOAN-NUMBER-X     TO QTL-LOAN-NUMBER.
           MOVE LT-BORROWER-NAME (LT-MATCH-SUB) TO QTL-BORROWER-NAME.
           MOVE PR-GOOD-THROUGH-DATE-X TO QTL-GOOD-THROUGH.
           MOVE LT-PAID-THROUGH-DATE (LT-MATCH-SUB)
                                     TO QTL-PAID-THROUGH.
           MOVE WS-INTEREST-DAYS     TO QTL-DAYS.
           MOVE LT-BALANCE (LT-MATCH-SUB) TO QTL-PRINCIPAL.
           MOVE WS-INTEREST          TO QTL-INTEREST.
           MOVE LT-UNPAID-LATE-CHARGES (LT-MATCH-SUB)
                                     TO QTL-LATE-CHARGES.
           MOVE LT-ESCROW-BALANCE (LT-MATCH-SUB)
                                     TO QTL-ESCROW-CREDIT.
           MOVE WS-PAYOFF-AMOUNT     TO QTL-PAYOFF.
           MOVE WS-PER-DIEM          TO QTL-PER-DIEM.
           MOVE WS-LAST-QUOTE-NUMBER TO QTL-QUOTE-NUMBER.
           PERFORM 250-PRINT-REGISTER-LINE.
      *
       270-PRINT-REJECT-LINE.
      *
           ADD 1 TO CT-REQUESTS-REJECTED.
           MOVE SPACES TO QUOTE-LINE.
           MOVE PR-LOAN-NUMBER-X     TO QTL-LOAN-NUMBER.
           IF LT-MATCH-SUB > ZERO
               MOVE LT-BORROWER-NAME (LT-MATCH-SUB)
                   TO QTL-BORROWER-NAME
           END-IF.
           MOVE PR-GOOD-THROUGH-DATE-X TO QTL-GOOD-THROUGH.
           MOVE WS-REJECT-REASON     TO QTL-REJECT-REASON.
           PERFORM 250-PRINT-REGISTER-LINE.
      *
       300-PRINT-STATEMENT.
      *
           MOVE WS-LAST-QUOTE-NUMBER TO STT-QUOTE-NUMBER.
           MOVE STATEMENT-TITLE-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE SPACES TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE PR-LOAN-NUMBER   TO STL-LOAN-NUMBER.
           MOVE LT-BORROWER-NAME (LT-MATCH-SUB) TO STL-BORROWER-NAME.
           MOVE PD-BUSINESS-DATE TO STL-QUOTE-DATE.
           MOVE STATEMENT-LOAN-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE "PREPARED FOR" TO STX-LABEL.
           MOVE PR-REQUESTED-BY TO STX-TEXT.
           MOVE STATEMENT-TEXT-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE SPACES TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE "UNPAID PRINCIPAL BALANCE" TO SAL-LABEL.
           MOVE LT-BALANCE (LT-MATCH-SUB) TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "INTEREST PAID THROUGH" TO SDL-LABEL.
           MOVE LT-PAID-THROUGH-DATE (LT-MATCH-SUB) TO SDL-DATE.
           PERFORM 310-WRITE-DATE-LINE.
           MOVE "DAYS OF INTEREST TO GOOD-THROUGH DATE"
               TO SCL-LABEL.
           MOVE WS-INTEREST-DAYS TO SCL-COUNT.
           MOVE STATEMENT-COUNT-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE "INTEREST AT THE PER-DIEM RATE" TO SAL-LABEL.
           MOVE WS-INTEREST TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "UNPAID LATE CHARGES" TO SAL-LABEL.
           MOVE LT-UNPAID-LATE-CHARGES (LT-MATCH-SUB) TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           IF LT-ESCROW-BALANCE (LT-MATCH-SUB) < ZERO
               MOVE "PLUS ESCROW ADVANCED FOR YOU" TO SAL-LABEL
           ELSE
               MOVE "LESS ESCROW BALANCE REFUNDED" TO SAL-LABEL
           END-IF.
           MOVE LT-ESCROW-BALANCE (LT-MATCH-SUB) TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE SPACES TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE "TOTAL AMOUNT TO PAY OFF THE LOAN" TO SAL-LABEL.
           MOVE WS-PAYOFF-AMOUNT TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "IF RECEIVED BY" TO SDL-LABEL.
           MOVE PR-GOOD-THROUGH-DATE TO SDL-DATE.
           PERFORM 310-WRITE-DATE-LINE.
           MOVE SPACES TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE "FOR FUNDS RECEIVED AFTER THAT DATE, ADD" TO STX-LABEL.
           MOVE SPACES TO STX-TEXT.
           MOVE STATEMENT-TEXT-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE "  PER-DIEM INTEREST FOR EACH EXTRA DAY" TO SAL-LABEL.
           MOVE WS-PER-DIEM TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "PLEASE QUOTE THE QUOTE NUMBER WITH FUNDS" TO STX-LABEL.
           MOVE SPACES TO STX-TEXT.
           MOVE STATEMENT-TEXT-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE ALL "-" TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           ADD 1 TO CT-STATEMENTS.
      *
       310-WRITE-DATE-LINE.
      *
           MOVE STATEMENT-DATE-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
      *
       330-WRITE-AMOUNT-LINE.
      *
           MOVE STATEMENT-AMOUNT-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
      *
       350-PRINT-TOTALS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "PAYOFF QUOTES ISSUED" TO TTL-LABEL.
           MOVE CT-QUOTES-ISSUED TO TTL-COUNT.
           MOVE CT-PAYOFF-AMOUNT TO TTL-AMOUNT.
           PERFORM 360-PRINT-TOTAL-LINE.
           MOVE "REQUESTS REJECTED" TO TTL-LABEL.
           MOVE CT-REQUESTS-REJECTED TO TTL-COUNT.
           MOVE SPACES TO TTL-AMOUNT-X.
           PERFORM 360-PRINT-TOTAL-LINE.
      *
       360-PRINT-TOTAL-LINE.
      *
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
