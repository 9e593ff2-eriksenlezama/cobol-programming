       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCANAL.
      *
      * ANNUAL ESCROW ANALYSIS. READS THE CURRENT LOAN SERVICING
      * MASTER GENERATION (LOANOLD) AND WRITES THE NEXT (LOANNEW)
      * WITH EACH ANALYZED LOAN'S MONTHLY ESCROW RESET.
      *
      * THE COMING YEAR'S PROPERTY TAX AND HAZARD INSURANCE BILLS
      * ARE PROJECTED FROM THE LAST TWELVE MONTHS OF THE ESCROW
      * HISTORY (ESCHIST) - EACH BILL PAID IN THAT WINDOW IS
      * EXPECTED AGAIN IN THE SAME CALENDAR MONTH. THEN:
      *
      *   BASE ESCROW = ANNUAL DISBURSEMENTS / 12, IN WHOLE DOLLARS.
      *   CUSHION     = ANNUAL DISBURSEMENTS X CUSHION MONTHS / 12.
      *   THE ESCROW BALANCE IS RUN FORWARD TWELVE MONTHS FROM THE
      *   MONTH AFTER THE BUSINESS DATE - PLUS THE BASE ESCROW, LESS
      *   THAT MONTH'S BILLS - AND THE LOWEST BALANCE IS THE LOW
      *   POINT.
      *   LOW POINT BELOW THE CUSHION - THE SHORTAGE IS SPREAD OVER
      *   THE NEXT TWELVE PAYMENTS: NEW ESCROW = BASE + SHORTAGE / 12.
      *   LOW POINT ABOVE THE CUSHION - THE SURPLUS IS REFUNDED WHEN
      *   IT IS OVER THE REFUND THRESHOLD (OTHERWISE IT STAYS IN THE
      *   ACCOUNT): NEW ESCROW = BASE.
      *
      * EVERY ANALYZED BORROWER GETS AN ESCROW ACCOUNT STATEMENT
      * (ESCSTMT). EACH REFUND IS WRITTEN AS A SURPLUS-REFUND
      * DISBURSEMENT (ESCREFD, COPY ESCTRAN) FOR THE ESCROW
      * DISBURSEMENT RUN (ESCDISB) TO PAY. THE REGISTER (ESCARPT)
      * LISTS EVERY LOAN; A PAID-OFF LOAN OR ONE WITH NO BILLS IN
      * THE WINDOW IS NOT ANALYZED AND PASSES THROUGH UNCHANGED.
      *
      * CONTROL CARD (SYSIN), EITHER FIELD BLANK FOR THE DEFAULT:
      *   COLS 1-7  REFUND THRESHOLD 9(5)V99      (DEFAULT 50.00)
      *   COL  8    CUSHION MONTHS 0 - 2          (DEFAULT 2)
      * AN OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMST-OLD ASSIGN TO LOANOLD
               FILE STATUS IS WF-LOANOLD-STATUS.
           SELECT LOANMST-NEW ASSIGN TO LOANNEW
               FILE STATUS IS WF-LOANNEW-STATUS.
           SELECT ESCHIST  ASSIGN TO ESCHIST
               FILE STATUS IS WF-ESCHIST-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT ESCREFD  ASSIGN TO ESCREFD
               FILE STATUS IS WF-ESCREFD-STATUS.
           SELECT ESCARPT  ASSIGN TO ESCARPT
               FILE STATUS IS WF-ESCARPT-STATUS.
           SELECT ESCSTMT  ASSIGN TO ESCSTMT
               FILE STATUS IS WF-ESCSTMT-STATUS.
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
       FD  ESCHIST
           RECORD CONTAINS 80 CHARACTERS.
       COPY ESCHIST.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  ESCREFD
           RECORD CONTAINS 80 CHARACTERS.
       COPY ESCTRAN.
      *
       FD  ESCARPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  ESCSTMT.
       01  STATEMENT-AREA   PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  LOANOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  LOANOLD-EOF                  VALUE "Y".
           05  ESCHIST-EOF-SWITCH      PIC X    VALUE "N".
               88  ESCHIST-EOF                  VALUE "Y".
           05  CARD-VALID-SWITCH       PIC X    VALUE "Y".
               88  CARD-IS-VALID                VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-LOANOLD-STATUS   PIC XX.
               88  LOANOLD-FILE-OK         VALUE "00".
           05  WF-LOANNEW-STATUS   PIC XX.
               88  LOANNEW-FILE-OK         VALUE "00".
           05  WF-ESCHIST-STATUS   PIC XX.
               88  ESCHIST-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-ESCREFD-STATUS   PIC XX.
               88  ESCREFD-FILE-OK         VALUE "00".
           05  WF-ESCARPT-STATUS   PIC XX.
               88  ESCARPT-FILE-OK         VALUE "00".
           05  WF-ESCSTMT-STATUS   PIC XX.
               88  ESCSTMT-FILE-OK         VALUE "00".
      *
       01  CONTROL-CARD.
           05  CC-REFUND-THRESHOLD-X   PIC X(7).
           05  CC-REFUND-THRESHOLD REDEFINES CC-REFUND-THRESHOLD-X
                                       PIC 9(5)V99.
           05  CC-CUSHION-MONTHS-X     PIC X.
           05  CC-CUSHION-MONTHS REDEFINES CC-CUSHION-MONTHS-X
                                       PIC 9.
           05  FILLER                  PIC X(72).
      *
       01  RUN-PARAMETERS.
           05  WS-REFUND-THRESHOLD     PIC 9(5)V99   VALUE 50.00.
           05  WS-CUSHION-MONTHS       PIC 9         VALUE 2.
           05  WS-WINDOW-START         PIC 9(8).
           05  WS-CARD-REASON          PIC X(20).
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  HISTORY-TABLE-FIELDS.
           05  HT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  HT-SUB              PIC S9(3)  COMP.
           05  HT-MATCH-SUB        PIC S9(3)  COMP.
           05  WS-LOOKUP-LOAN      PIC 9(4).
      *
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY           OCCURS 500 TIMES.
               10  HT-LOAN-NUMBER          PIC 9(4).
               10  HT-MONTH-AMOUNT         PIC S9(7)V99 COMP-3
                                           OCCURS 12 TIMES.
      *
       01  PROJECTION-FIELDS.
           05  PJ-SUB              PIC S9(3)  COMP.
           05  PJ-YEAR             PIC 9(4).
           05  PJ-MONTH            PIC 9(2).
      *
       01  PROJECTION-TABLE.
           05  PROJECTION-ENTRY        OCCURS 12 TIMES.
               10  PJ-ENTRY-YEAR           PIC 9(4).
               10  PJ-ENTRY-MONTH          PIC 9(2).
               10  PJ-DISBURSEMENT         PIC S9(7)V99 COMP-3.
               10  PJ-BALANCE              PIC S9(7)V99 COMP-3.
      *
       01  ANALYSIS-WORK.
           05  EA-ANNUAL-DISB          PIC S9(7)V99  COMP-3.
           05  EA-BASE-ESCROW          PIC S9(5)     COMP-3.
           05  EA-CUSHION              PIC S9(7)V99  COMP-3.
           05  EA-PROJ-BALANCE         PIC S9(7)V99  COMP-3.
           05  EA-LOW-POINT            PIC S9(7)V99  COMP-3.
           05  EA-SHORTAGE             PIC S9(7)V99  COMP-3.
           05  EA-SHORTAGE-MONTHLY     PIC S9(5)     COMP-3.
           05  EA-SURPLUS              PIC S9(7)V99  COMP-3.
           05  EA-REFUND               PIC S9(7)V99  COMP-3.
           05  EA-OLD-ESCROW           PIC 9(5).
           05  EA-NEW-ESCROW           PIC S9(5)     COMP-3.
           05  EA-REMARKS              PIC X(24).
           05  EA-EFFECTIVE-DATE.
               10  EA-EFFECTIVE-YEAR   PIC 9(4).
               10  EA-EFFECTIVE-MONTH  PIC 9(2).
               10  EA-EFFECTIVE-DAY    PIC 9(2).
      *
       01  CONTROL-TOTALS.
           05  CT-LOANS-READ       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LOANS-WRITTEN    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-READ     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-USED     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LOANS-ANALYZED   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-NOT-ANALYZED     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-STATEMENTS       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-SHORTAGES        PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-SURPLUSES        PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-REFUNDS          PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-REFUND-AMOUNT    PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "ANNUAL ESCROW ANALYS".
           05  FILLER          PIC X(20)   VALUE "IS REGISTER         ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ESCANAL".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER          PIC X(14)   VALUE "BUSINESS DATE ".
           05  HL3-BUSINESS-DATE PIC 9(8).
           05  FILLER          PIC X(20)   VALUE "   REFUND THRESHOLD ".
           05  HL3-THRESHOLD   PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(18)   VALUE "   CUSHION MONTHS ".
           05  HL3-CUSHION     PIC 9.
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "LOAN BORROWER       ".
           05  FILLER      PIC X(20)   VALUE "                   E".
           05  FILLER      PIC X(20)   VALUE "SCROW BAL     LOW PO".
           05  FILLER      PIC X(20)   VALUE "INT   SHORTAGE/SURPL".
           05  FILLER      PIC X(20)   VALUE "US    OLD    NEW    ".
           05  FILLER      PIC X(20)   VALUE " REFUND REMARKS     ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  ANALYSIS-LINE.
           05  EAL-LOAN-NUMBER     PIC 9(4).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  EAL-BORROWER-NAME   PIC X(30).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  EAL-ESCROW-BALANCE  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  EAL-LOW-POINT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  EAL-SHORT-SURPLUS   PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  EAL-RESULT          PIC X(5).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  EAL-OLD-ESCROW      PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  EAL-NEW-ESCROW      PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  EAL-REFUND          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  EAL-REMARKS         PIC X(24).
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
                   VALUE "ANNUAL ESCROW ACCOUNT DISCLOSURE STATEME".
           05  FILLER              PIC X(40)
                   VALUE "NT                                      ".
      *
       01  STATEMENT-LOAN-LINE.
           05  FILLER              PIC X(5)     VALUE "LOAN ".
           05  STL-LOAN-NUMBER     PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  STL-BORROWER-NAME   PIC X(30).
           05  FILLER              PIC X(15)    VALUE "  ANALYSIS DATE".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  STL-ANALYSIS-DATE   PIC 9(8).
           05  FILLER              PIC X(15)    VALUE SPACE.
      *
       01  STATEMENT-COLUMN-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE "MONTH".
           05  FILLER              PIC X(11)    VALUE SPACE.
           05  FILLER              PIC X(7)     VALUE "PAYMENT".
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(12)    VALUE "DISBURSEMENT".
           05  FILLER              PIC X(9)     VALUE SPACE.
           05  FILLER              PIC X(7)     VALUE "BALANCE".
           05  FILLER              PIC X(23)    VALUE SPACE.
      *
       01  STATEMENT-PROJECTION-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SPL-YEAR            PIC 9(4).
           05  FILLER              PIC X(1)     VALUE "/".
           05  SPL-MONTH           PIC 9(2).
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  SPL-PAYMENT         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  SPL-DISBURSEMENT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  SPL-BALANCE         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(22)    VALUE SPACE.
      *
       01  STATEMENT-AMOUNT-LINE.
           05  SAL-LABEL           PIC X(40).
           05  SAL-AMOUNT          PIC $Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(26)    VALUE SPACE.
      *
       01  STATEMENT-DATE-LINE.
           05  SDL-LABEL           PIC X(40).
           05  SDL-DATE            PIC 9(8).
           05  FILLER              PIC X(32)    VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-ANALYZE-ESCROW-ACCOUNTS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PROCESSING-DATE.
           PERFORM 115-READ-CONTROL-CARD.
           PERFORM 120-FORMAT-REPORT-HEADING.
           COMPUTE WS-WINDOW-START = PD-BUSINESS-DATE - 10000.
           PERFORM 130-LOAD-ONE-HISTORY
               UNTIL ESCHIST-EOF.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 200-PROCESS-ONE-LOAN
               UNTIL LOANOLD-EOF.
           PERFORM 350-PRINT-TOTALS.
           DISPLAY "ESCANAL LOANS READ       " CT-LOANS-READ.
           DISPLAY "ESCANAL LOANS WRITTEN    " CT-LOANS-WRITTEN.
           DISPLAY "ESCANAL HISTORY READ     " CT-HISTORY-READ.
           DISPLAY "ESCANAL HISTORY USED     " CT-HISTORY-USED.
           DISPLAY "ESCANAL LOANS ANALYZED   " CT-LOANS-ANALYZED.
           DISPLAY "ESCANAL NOT ANALYZED     " CT-NOT-ANALYZED.
           DISPLAY "ESCANAL STATEMENTS       " CT-STATEMENTS.
           DISPLAY "ESCANAL SHORTAGES        " CT-SHORTAGES.
           DISPLAY "ESCANAL SURPLUSES        " CT-SURPLUSES.
           DISPLAY "ESCANAL REFUNDS WRITTEN  " CT-REFUNDS.
           IF CT-LOANS-READ = CT-LOANS-WRITTEN
                   AND CT-LOANS-READ =
                       CT-LOANS-ANALYZED + CT-NOT-ANALYZED
                   AND CT-STATEMENTS = CT-LOANS-ANALYZED
               DISPLAY "*** ESCANAL RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** ESCANAL RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOANMST-OLD
                 LOANMST-NEW
                 ESCHIST
                 ESCREFD
                 ESCARPT
                 ESCSTMT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  LOANMST-OLD
                       ESCHIST
                OUTPUT LOANMST-NEW
                       ESCREFD
                       ESCARPT
                       ESCSTMT.
           IF NOT LOANOLD-FILE-OK
              DISPLAY "LOANOLD OPEN ERROR: " WF-LOANOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ESCHIST-FILE-OK
              DISPLAY "ESCHIST OPEN ERROR: " WF-ESCHIST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LOANNEW-FILE-OK
              DISPLAY "LOANNEW OPEN ERROR: " WF-LOANNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ESCREFD-FILE-OK
              DISPLAY "ESCREFD OPEN ERROR: " WF-ESCREFD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ESCARPT-FILE-OK
              DISPLAY "ESCARPT OPEN ERROR: " WF-ESCARPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ESCSTMT-FILE-OK
              DISPLAY "ESCSTMT OPEN ERROR: " WF-ESCSTMT-STATUS
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
       115-READ-CONTROL-CARD.
      *
           MOVE SPACES TO CONTROL-CARD.
           ACCEPT CONTROL-CARD.
           IF CC-REFUND-THRESHOLD-X NOT = SPACES
               IF CC-REFUND-THRESHOLD-X NOT NUMERIC
                   MOVE "REFUND THRESHOLD" TO WS-CARD-REASON
                   MOVE "N" TO CARD-VALID-SWITCH
               ELSE
                   MOVE CC-REFUND-THRESHOLD TO WS-REFUND-THRESHOLD
               END-IF
           END-IF.
           IF CC-CUSHION-MONTHS-X NOT = SPACE
               IF CC-CUSHION-MONTHS-X NOT NUMERIC
                       OR CC-CUSHION-MONTHS > 2
                   MOVE "CUSHION MONTHS" TO WS-CARD-REASON
                   MOVE "N" TO CARD-VALID-SWITCH
               ELSE
                   MOVE CC-CUSHION-MONTHS TO WS-CUSHION-MONTHS
               END-IF
           END-IF.
           IF NOT CARD-IS-VALID
               DISPLAY "BAD CONTROL CARD - " WS-CARD-REASON
                   ": " CONTROL-CARD
               PERFORM 900-ABORT
           END-IF.
           MOVE WS-REFUND-THRESHOLD TO HL3-THRESHOLD.
           MOVE WS-CUSHION-MONTHS   TO HL3-CUSHION.
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
      * ONLY TAX AND INSURANCE BILLS PAID IN THE TWELVE MONTHS UP TO
      * THE BUSINESS DATE COUNT; REFUNDS ARE NOT A RECURRING BILL.
      *
       130-LOAD-ONE-HISTORY.
      *
           READ ESCHIST
               AT END
                   MOVE "Y" TO ESCHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
                   IF (EH-PROPERTY-TAX OR EH-HAZARD-INSURANCE)
                           AND EH-PAID-DATE > WS-WINDOW-START
                           AND EH-PAID-DATE NOT > PD-BUSINESS-DATE
                       PERFORM 140-ADD-ONE-HISTORY
                   END-IF
           END-READ.
      *
       140-ADD-ONE-HISTORY.
      *
           MOVE EH-LOAN-NUMBER TO WS-LOOKUP-LOAN.
           PERFORM 150-FIND-HISTORY.
           IF HT-MATCH-SUB = ZERO
               IF HT-ENTRY-COUNT < 500
                   ADD 1 TO HT-ENTRY-COUNT
                   INITIALIZE HISTORY-ENTRY (HT-ENTRY-COUNT)
                   MOVE EH-LOAN-NUMBER
                       TO HT-LOAN-NUMBER (HT-ENTRY-COUNT)
                   MOVE HT-ENTRY-COUNT TO HT-MATCH-SUB
               ELSE
                   DISPLAY "HISTORY TABLE FULL - HISTORY OMITTED "
                       EH-LOAN-NUMBER
               END-IF
           END-IF.
           IF HT-MATCH-SUB > ZERO
               ADD EH-AMOUNT
                   TO HT-MONTH-AMOUNT (HT-MATCH-SUB, EH-PAID-MONTH)
               ADD 1 TO CT-HISTORY-USED
           END-IF.
      *
       150-FIND-HISTORY.
      *
           MOVE ZERO TO HT-MATCH-SUB.
           PERFORM 155-MATCH-ONE-HISTORY
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT
               OR HT-MATCH-SUB > ZERO.
      *
       155-MATCH-ONE-HISTORY.
      *
           IF HT-LOAN-NUMBER (HT-SUB) = WS-LOOKUP-LOAN
               MOVE HT-SUB TO HT-MATCH-SUB
           END-IF.
      *
       200-PROCESS-ONE-LOAN.
      *
           READ LOANMST-OLD
               AT END
                   MOVE "Y" TO LOANOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-LOANS-READ
                   MOVE LN-LOAN-NUMBER TO WS-LOOKUP-LOAN
                   PERFORM 150-FIND-HISTORY
                   IF LN-BALANCE = ZERO
                       MOVE "PAID OFF" TO EA-REMARKS
                       PERFORM 270-PRINT-NOT-ANALYZED-LINE
                   ELSE
                   IF HT-MATCH-SUB = ZERO
                       MOVE "NO BILLS IN LAST YEAR" TO EA-REMARKS
                       PERFORM 270-PRINT-NOT-ANALYZED-LINE
                   ELSE
                       PERFORM 210-ANALYZE-ONE-LOAN
                   END-IF
                   END-IF
                   MOVE LOAN-MASTER-RECORD TO LOAN-MASTER-NEW-REC
                   WRITE LOAN-MASTER-NEW-REC
                   ADD 1 TO CT-LOANS-WRITTEN
           END-READ.
      *
       210-ANALYZE-ONE-LOAN.
      *
           ADD 1 TO CT-LOANS-ANALYZED.
           MOVE ZERO TO EA-ANNUAL-DISB
                        EA-SHORTAGE
                        EA-SURPLUS
                        EA-REFUND.
           MOVE LN-MONTHLY-ESCROW TO EA-OLD-ESCROW.
           PERFORM 215-ADD-ONE-MONTH
               VARYING PJ-SUB FROM 1 BY 1
               UNTIL PJ-SUB > 12.
           COMPUTE EA-BASE-ESCROW ROUNDED = EA-ANNUAL-DISB / 12.
           COMPUTE EA-CUSHION ROUNDED =
               EA-ANNUAL-DISB * WS-CUSHION-MONTHS / 12.
           MOVE LN-ESCROW-BALANCE TO EA-PROJ-BALANCE.
           MOVE 9999999.99 TO EA-LOW-POINT.
           MOVE PD-YEAR  TO PJ-YEAR.
           MOVE PD-MONTH TO PJ-MONTH.
           PERFORM 220-PROJECT-ONE-MONTH
               VARYING PJ-SUB FROM 1 BY 1
               UNTIL PJ-SUB > 12.
           MOVE EA-BASE-ESCROW TO EA-NEW-ESCROW.
           IF EA-LOW-POINT < EA-CUSHION
               ADD 1 TO CT-SHORTAGES
               COMPUTE EA-SHORTAGE = EA-CUSHION - EA-LOW-POINT
               COMPUTE EA-SHORTAGE-MONTHLY ROUNDED = EA-SHORTAGE / 12
               ADD EA-SHORTAGE-MONTHLY TO EA-NEW-ESCROW
           ELSE
               COMPUTE EA-SURPLUS = EA-LOW-POINT - EA-CUSHION
               IF EA-SURPLUS > ZERO
                   ADD 1 TO CT-SURPLUSES
               END-IF
               IF EA-SURPLUS > WS-REFUND-THRESHOLD
                   MOVE EA-SURPLUS TO EA-REFUND
                   IF EA-REFUND > LN-ESCROW-BALANCE
                       MOVE LN-ESCROW-BALANCE TO EA-REFUND
                   END-IF
               END-IF
           END-IF.
           MOVE EA-NEW-ESCROW TO LN-MONTHLY-ESCROW.
           MOVE PJ-ENTRY-YEAR (1)  TO EA-EFFECTIVE-YEAR.
           MOVE PJ-ENTRY-MONTH (1) TO EA-EFFECTIVE-MONTH.
           MOVE 1                  TO EA-EFFECTIVE-DAY.
           IF EA-REFUND > ZERO
               PERFORM 240-WRITE-REFUND
           END-IF.
           PERFORM 300-PRINT-STATEMENT.
           PERFORM 260-PRINT-ANALYSIS-LINE.
      *
       215-ADD-ONE-MONTH.
      *
           ADD HT-MONTH-AMOUNT (HT-MATCH-SUB, PJ-SUB)
               TO EA-ANNUAL-DISB.
      *
      * EACH PROJECTED MONTH TAKES IN THE BASE ESCROW AND PAYS OUT
      * WHATEVER WAS BILLED IN THE SAME CALENDAR MONTH LAST YEAR.
      *
       220-PROJECT-ONE-MONTH.
      *
           IF PJ-MONTH = 12
               MOVE 1 TO PJ-MONTH
               ADD 1 TO PJ-YEAR
           ELSE
               ADD 1 TO PJ-MONTH
           END-IF.
           MOVE PJ-YEAR  TO PJ-ENTRY-YEAR (PJ-SUB).
           MOVE PJ-MONTH TO PJ-ENTRY-MONTH (PJ-SUB).
           MOVE HT-MONTH-AMOUNT (HT-MATCH-SUB, PJ-MONTH)
               TO PJ-DISBURSEMENT (PJ-SUB).
           ADD EA-BASE-ESCROW TO EA-PROJ-BALANCE.
           SUBTRACT PJ-DISBURSEMENT (PJ-SUB) FROM EA-PROJ-BALANCE.
           MOVE EA-PROJ-BALANCE TO PJ-BALANCE (PJ-SUB).
           IF EA-PROJ-BALANCE < EA-LOW-POINT
               MOVE EA-PROJ-BALANCE TO EA-LOW-POINT
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
       240-WRITE-REFUND.
      *
           MOVE SPACES              TO ESCROW-TRANS-RECORD.
           MOVE LN-LOAN-NUMBER      TO ET-LOAN-NUMBER.
           MOVE "R"                 TO ET-DISB-TYPE.
           MOVE PD-BUSINESS-DATE    TO ET-PAID-DATE.
           MOVE EA-REFUND           TO ET-AMOUNT.
           MOVE LN-BORROWER-NAME    TO ET-PAYEE.
           WRITE ESCROW-TRANS-RECORD.
           ADD 1 TO CT-REFUNDS.
           ADD EA-REFUND TO CT-REFUND-AMOUNT.
      *
       250-PRINT-REGISTER-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE ANALYSIS-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       260-PRINT-ANALYSIS-LINE.
      *
           MOVE SPACES TO ANALYSIS-LINE.
           MOVE LN-LOAN-NUMBER    TO EAL-LOAN-NUMBER.
           MOVE LN-BORROWER-NAME  TO EAL-BORROWER-NAME.
           MOVE LN-ESCROW-BALANCE TO EAL-ESCROW-BALANCE.
           MOVE EA-LOW-POINT      TO EAL-LOW-POINT.
           IF EA-SHORTAGE > ZERO
               MOVE EA-SHORTAGE   TO EAL-SHORT-SURPLUS
               MOVE "SHORT"       TO EAL-RESULT
           ELSE
               MOVE EA-SURPLUS    TO EAL-SHORT-SURPLUS
               MOVE "SURPL"       TO EAL-RESULT
           END-IF.
           MOVE EA-OLD-ESCROW     TO EAL-OLD-ESCROW.
           MOVE EA-NEW-ESCROW     TO EAL-NEW-ESCROW.
           MOVE EA-REFUND         TO EAL-REFUND.
           IF EA-REFUND > ZERO
               MOVE "SURPLUS REFUNDED" TO EAL-REMARKS
           END-IF.
           PERFORM 250-PRINT-REGISTER-LINE.
      *
       270-PRINT-NOT-ANALYZED-LINE.
      *
           ADD 1 TO CT-NOT-ANALYZED.
           MOVE SPACES TO ANALYSIS-LINE.
           MOVE LN-LOAN-NUMBER    TO EAL-LOAN-NUMBER.
           MOVE LN-BORROWER-NAME  TO EAL-BORROWER-NAME.
           MOVE LN-ESCROW-BALANCE TO EAL-ESCROW-BALANCE.
           MOVE LN-MONTHLY-ESCROW TO EAL-OLD-ESCROW.
           MOVE LN-MONTHLY-ESCROW TO EAL-NEW-ESCROW.
           MOVE EA-REMARKS        TO EAL-REMARKS.
           PERFORM 250-PRINT-REGISTER-LINE.
      *
       300-PRINT-STATEMENT.
      *
           MOVE STATEMENT-TITLE-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE SPACES TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE LN-LOAN-NUMBER   TO STL-LOAN-NUMBER.
           MOVE LN-BORROWER-NAME TO STL-BORROWER-NAME.
           MOVE PD-BUSINESS-DATE TO STL-ANALYSIS-DATE.
           MOVE STATEMENT-LOAN-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE SPACES TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE "CURRENT ESCROW BALANCE" TO SAL-LABEL.
           MOVE LN-ESCROW-BALANCE TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE SPACES TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE "PROJECTED ESCROW ACTIVITY - NEXT TWELVE MONTHS"
               TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE STATEMENT-COLUMN-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           PERFORM 310-WRITE-PROJECTION-LINE
               VARYING PJ-SUB FROM 1 BY 1
               UNTIL PJ-SUB > 12.
           MOVE SPACES TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE "ANNUAL TAX AND INSURANCE DISBURSEMENTS" TO SAL-LABEL.
           MOVE EA-ANNUAL-DISB TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "REQUIRED CUSHION" TO SAL-LABEL.
           MOVE EA-CUSHION TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "PROJECTED LOW POINT BALANCE" TO SAL-LABEL.
           MOVE EA-LOW-POINT TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           IF EA-SHORTAGE > ZERO
               MOVE "ESCROW SHORTAGE" TO SAL-LABEL
               MOVE EA-SHORTAGE TO SAL-AMOUNT
               PERFORM 330-WRITE-AMOUNT-LINE
               MOVE "  SPREAD OVER THE NEXT 12 PAYMENTS AT"
                   TO SAL-LABEL
               MOVE EA-SHORTAGE-MONTHLY TO SAL-AMOUNT
               PERFORM 330-WRITE-AMOUNT-LINE
           ELSE
               MOVE "ESCROW SURPLUS" TO SAL-LABEL
               MOVE EA-SURPLUS TO SAL-AMOUNT
               PERFORM 330-WRITE-AMOUNT-LINE
               IF EA-REFUND > ZERO
                   MOVE "  SURPLUS REFUND TO BE SENT TO YOU"
                       TO SAL-LABEL
                   MOVE EA-REFUND TO SAL-AMOUNT
                   PERFORM 330-WRITE-AMOUNT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE "PREVIOUS MONTHLY ESCROW" TO SAL-LABEL.
           MOVE EA-OLD-ESCROW TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "NEW MONTHLY ESCROW" TO SAL-LABEL.
           MOVE EA-NEW-ESCROW TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "PLUS PRINCIPAL AND INTEREST" TO SAL-LABEL.
           MOVE LN-MONTHLY-PI TO SAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "NEW TOTAL MONTHLY PAYMENT" TO SAL-LABEL.
           COMPUTE SAL-AMOUNT = LN-MONTHLY-PI + EA-NEW-ESCROW.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "NEW PAYMENT EFFECTIVE WITH PAYMENT DUE" TO SDL-LABEL.
           MOVE EA-EFFECTIVE-DATE TO SDL-DATE.
           MOVE STATEMENT-DATE-LINE TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           MOVE ALL "-" TO STATEMENT-AREA.
           WRITE STATEMENT-AREA.
           ADD 1 TO CT-STATEMENTS.
      *
       310-WRITE-PROJECTION-LINE.
      *
           MOVE PJ-ENTRY-YEAR (PJ-SUB)   TO SPL-YEAR.
           MOVE PJ-ENTRY-MONTH (PJ-SUB)  TO SPL-MONTH.
           MOVE EA-BASE-ESCROW           TO SPL-PAYMENT.
           MOVE PJ-DISBURSEMENT (PJ-SUB) TO SPL-DISBURSEMENT.
           MOVE PJ-BALANCE (PJ-SUB)      TO SPL-BALANCE.
           MOVE STATEMENT-PROJECTION-LINE TO STATEMENT-AREA.
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
           MOVE "LOANS ANALYZED" TO TTL-LABEL.
           MOVE CT-LOANS-ANALYZED TO TTL-COUNT.
           MOVE SPACES TO TTL-AMOUNT-X.
           PERFORM 360-PRINT-TOTAL-LINE.
           MOVE "LOANS NOT ANALYZED" TO TTL-LABEL.
           MOVE CT-NOT-ANALYZED TO TTL-COUNT.
           PERFORM 360-PRINT-TOTAL-LINE.
           MOVE "ESCROW SHORTAGES" TO TTL-LABEL.
           MOVE CT-SHORTAGES TO TTL-COUNT.
           PERFORM 360-PRINT-TOTAL-LINE.
           MOVE "ESCROW SURPLUSES" TO TTL-LABEL.
           MOVE CT-SURPLUSES TO TTL-COUNT.
           PERFORM 360-PRINT-TOTAL-LINE.
           MOVE "SURPLUS REFUNDS" TO TTL-LABEL.
           MOVE CT-REFUNDS TO TTL-COUNT.
           MOVE CT-REFUND-AMOUNT TO TTL-AMOUNT.
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
