      * FROM THE GROSS FILE OVERSTATES EVERY AIDED STUDENT'S
      * STATEMENT AND THE REGISTRAR AGING. ONLY A CYCLE WITH NO
      * AID RUN BILLS FROM THE GROSS TUITINV DIRECTLY.
      *
      * FINANCIAL HOLDS: WHEN THE SYSIN CARD NAMES A TERM (COLS 1-5)
      * AND A HOLD THRESHOLD (COLS 6-12, 9(5)V99), EVERY STUDENT
      * WHOSE BALANCE IS OVER THE THRESHOLD ONCE THE BUSINESS DATE
      * IS PAST THE TERM'S REFUND DEADLINE (TERMCAL) IS SENT TO THE
      * HOLDS MAINTENANCE RUN (HOLDMNT) AS A BLOCKING FIN HOLD ON
      * THE BURSHOLD FEED. A BLANK CARD PLACES NO HOLDS AND LEAVES
      * THE FEED EMPTY. HOLDMNT PASSES OVER A STUDENT ALREADY UNDER
      * AN ACTIVE FINANCIAL HOLD; THE BURSAR'S OFFICE RELEASES THE
      * HOLD THROUGH HOLDMNT ONCE THE BALANCE IS SETTLED.
      *
      * CREDIT BALANCE REFUNDS: THE REFUND ENTRIES WRITTEN BY THE
      * CREDIT REFUND RUN (STUREFND) FOR THE TERM (REFENTRY) ARE
      * POSTED AGAINST THE INVOICE WITH THE SAME STUDENT AND BILL
      * DATE. A REFUND ('R') CHARGES THE CREDIT BACK UP TO ZERO; A
      * CREDIT APPLIED TO AN OPEN CHARGE ('A') DOES THE SAME TO THE
      * CREDIT AND TAKES THE AMOUNT OFF THE CHARGE. A SIDE WHOSE
      * BILL IS NOT IN THIS RUN - AN EARLIER TERM'S CHARGE - IS
      * PASSED OVER WITH A MESSAGE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WF-REGAUDT-STATUS.
           SELECT LATEFEE  ASSIGN TO LATEFEE
               FILE STATUS IS WF-LATEFEE-STATUS.
           SELECT REFENTRY ASSIGN TO REFENTRY
               FILE STATUS IS WF-REFENTRY-STATUS.
           SELECT TUITCTL  ASSIGN TO TUITCTL
               FILE STATUS IS WF-TUITCTL-STATUS.
           SELECT BURSRPT  ASSIGN TO BURSRPT
               FILE STATUS IS WF-BURSBAL-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT TERMCAL  ASSIGN TO TERMCAL
               FILE STATUS IS WF-TERMCAL-STATUS.
           SELECT BURSHOLD ASSIGN TO BURSHOLD
               FILE STATUS IS WF-BURSHOLD-STATUS.
      *
       DATA DIVISION.
      *
           05  LF-TERM-CODE            PIC X(5).
           05  LF-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(53).
      *
      * CREDIT BALANCE REFUND ENTRIES FROM STUREFND.
      *
       FD  REFENTRY
           RECORD CONTAINS 80 CHARACTERS.
       01  REFUND-ENTRY-RECORD.
           05  RE-STUDENT-ID           PIC 9(9).
           05  RE-ENTRY-TYPE           PIC X.
               88  RE-APPLIED              VALUE "A".
               88  RE-REFUNDED             VALUE "R".
           05  RE-AMOUNT               PIC 9(7)V99.
           05  RE-CREDIT-BILL-DATE     PIC 9(8).
           05  RE-CHARGE-BILL-DATE     PIC 9(8).
           05  RE-TERM-CODE            PIC X(5).
           05  RE-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(32).
      *
       FD  TUITCTL
           RECORD CONTAINS 40 CHARACTERS.
       01  PRINT-AREA       PIC X(132).
      *
      * PER-STUDENT ENDING BALANCES FOR THE DOWNSTREAM TUITION
      * RUNS (PAYMENT PLANS, FINANCIAL AID). THE TERM'S DROP
      * CREDITS RIDE ALONG FOR THE YEAR-END TUITION TAX
      * STATEMENTS (TUITTAX).
      *
       FD  BURSBAL
           RECORD CONTAINS 80 CHARACTERS.
           05  BB-BALANCE              PIC S9(07)V9(02)
                                       SIGN IS LEADING SEPARATE.
           05  BB-BILL-DATE            PIC 9(08).
           05  BB-DROP-CREDITS         PIC 9(07)V9(02).
           05  FILLER                  PIC X(19).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  TERMCAL
           RECORD CONTAINS 80 CHARACTERS.
       COPY TERMCAL.
      *
      * FINANCIAL HOLDS FOR HOLDMNT, IN ITS HOLDTRN LAYOUT.
      *
       FD  BURSHOLD
           RECORD CONTAINS 80 CHARACTERS.
       01  BURSAR-HOLD-RECORD.
           05  BH-TRANS-CODE           PIC X.
           05  BH-STUDENT-ID           PIC 9(9).
           05  BH-HOLD-TYPE            PIC X(3).
           05  BH-BLOCKING-FLAG        PIC X.
           05  BH-PLACING-OFFICE       PIC X(8).
           05  BH-HOLD-REASON          PIC X(20).
           05  BH-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(30).
      *
       WORKING-STORAGE SECTION.
      *
               88  REGAUDT-EOF                  VALUE "Y".
           05  LATEFEE-EOF-SWITCH      PIC X    VALUE "N".
               88  LATEFEE-EOF                  VALUE "Y".
           05  REFENTRY-EOF-SWITCH     PIC X    VALUE "N".
               88  REFENTRY-EOF                 VALUE "Y".
           05  TERMCAL-EOF-SWITCH      PIC X    VALUE "N".
               88  TERMCAL-EOF                  VALUE "Y".
           05  TERMCAL-FOUND-SWITCH    PIC X    VALUE "N".
               88  TERMCAL-FOUND                VALUE "Y".
           05  HOLD-RUN-SWITCH         PIC X    VALUE "N".
               88  HOLD-RUN                     VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-TUITINV-STATUS   PIC XX.
               88  REGAUDT-FILE-OK         VALUE "00".
           05  WF-LATEFEE-STATUS   PIC XX.
               88  LATEFEE-FILE-OK         VALUE "00".
           05  WF-REFENTRY-STATUS  PIC XX.
               88  REFENTRY-FILE-OK        VALUE "00".
           05  WF-TUITCTL-STATUS   PIC XX.
               88  TUITCTL-FILE-OK         VALUE "00".
           05  WF-BURSRPT-STATUS   PIC XX.
               88  BURSBAL-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-TERMCAL-STATUS   PIC XX.
               88  TERMCAL-FILE-OK         VALUE "00".
           05  WF-BURSHOLD-STATUS  PIC XX.
               88  BURSHOLD-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  WS-UNIT-RATE            OCCURS 4 TIMES
                                       PIC 9(3)V9(2).
           05  WS-FULL-TIME-CAP        PIC 9(5)V9(2).
      *
       01  HOLD-CARD-FIELDS.
           05  WS-HOLD-CARD.
               10  HC-TERM-CODE        PIC X(5).
               10  HC-THRESHOLD        PIC X(7).
               10  HC-THRESHOLD-AMOUNT REDEFINES HC-THRESHOLD
                                       PIC 9(5)V99.
           05  WS-HOLD-THRESHOLD   PIC 9(5)V99.
           05  WS-THRESHOLD-EDIT   PIC ZZ,ZZ9.99.
           05  WS-REFUND-DEADLINE  PIC 9(8).
      *
       01  STUDENT-TABLE-FIELDS.
           05  SB-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  SB-SUB              PIC S9(4)  COMP.
           05  SB-MATCH-SUB        PIC S9(4)  COMP.
           05  WS-MATCH-BILL-DATE  PIC 9(8).
      *
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY           OCCURS 2000 TIMES.
               10  SB-INVOICE-AMOUNT       PIC S9(7)V99 COMP-3.
               10  SB-PAYMENTS             PIC S9(7)V99 COMP-3.
               10  SB-DROP-CREDITS         PIC S9(7)V99 COMP-3.
               10  SB-REFUNDS              PIC S9(7)V99 COMP-3.
               10  SB-BILL-DATE            PIC 9(8).
      *
       01  PRICING-WORK.
           05  CT-PAYMENTS-UNKNOWN PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-DROPS-CREDITED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-LATE-FEES-ADDED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REFUNDS-POSTED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REFUNDS-PASSED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-TOTAL-OUTSTAND   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-HOLDS-SENT       PIC S9(7)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
           05  FILLER      PIC X(20)   VALUE "STUDENT ID NAME     ".
           05  FILLER      PIC X(20)   VALUE "                    ".
           05  FILLER      PIC X(20)   VALUE "  INVOICED   PAYMENT".
           05  FILLER      PIC X(20)   VALUE "S   DROP CR   REFUND".
           05  FILLER      PIC X(20)   VALUE "S    BALANCE        ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  STATEMENT-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  STL-DROP-CREDITS    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  STL-REFUNDS         PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  STL-BALANCE         PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(49)    VALUE SPACE.
      *
       01  AGING-HEADING-LINE.
           05  FILLER   PIC X(132)
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 105-READ-HOLD-CARD.
           PERFORM 120-LOAD-RATE-CONTROL.
           PERFORM 130-LOAD-INVOICE-TABLE.
           PERFORM 150-POST-PAYMENTS
               UNTIL REGAUDT-EOF.
           PERFORM 178-POST-LATE-FEES
               UNTIL LATEFEE-EOF.
           PERFORM 182-POST-REFUND-ENTRIES
               UNTIL REFENTRY-EOF.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 180-CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
                 TUITPAY
                 REGAUDT
                 LATEFEE
                 REFENTRY
                 TUITCTL
                 BURSRPT
                 BURSBAL
                 BURSHOLD.
           GOBACK.
      *
       100-OPEN-FILES.
                       TUITPAY
                       REGAUDT
                       LATEFEE
                       REFENTRY
                       TUITCTL
                OUTPUT BURSRPT
                       BURSBAL
                       BURSHOLD.
           IF NOT TUITINV-FILE-OK
              DISPLAY "TUITINV OPEN ERROR: " WF-TUITINV-STATUS
              PERFORM 900-ABORT
              DISPLAY "LATEFEE OPEN ERROR: " WF-LATEFEE-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT REFENTRY-FILE-OK
              DISPLAY "REFENTRY OPEN ERROR: " WF-REFENTRY-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT TUITCTL-FILE-OK
              DISPLAY "TUITCTL OPEN ERROR: " WF-TUITCTL-STATUS
              PERFORM 900-ABORT
              DISPLAY "BURSBAL OPEN ERROR: " WF-BURSBAL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT BURSHOLD-FILE-OK
              DISPLAY "BURSHOLD OPEN ERROR: " WF-BURSHOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
      * A BLANK CARD MEANS NO FINANCIAL HOLDS THIS RUN. HOLDS ARE
      * PLACED ONLY ONCE THE TERM'S REFUND DEADLINE HAS PASSED -
      * BEFORE THEN A BALANCE CAN STILL COME DOWN BY DROP CREDIT.
      *
       105-READ-HOLD-CARD.
      *
           MOVE SPACES TO WS-HOLD-CARD.
           ACCEPT WS-HOLD-CARD.
           IF WS-HOLD-CARD = SPACES
               DISPLAY "BURSAR NO HOLD CARD - NO FINANCIAL HOLDS"
           ELSE
               IF HC-THRESHOLD NOT NUMERIC
                   DISPLAY "BURSAR BAD HOLD THRESHOLD " HC-THRESHOLD
                       " - MUST BE 7 DIGITS, 9(5)V99"
                   PERFORM 900-ABORT
               END-IF
               MOVE HC-THRESHOLD-AMOUNT TO WS-HOLD-THRESHOLD
               MOVE WS-HOLD-THRESHOLD TO WS-THRESHOLD-EDIT
               PERFORM 106-LOAD-REFUND-DEADLINE
               IF PD-BUSINESS-DATE > WS-REFUND-DEADLINE
                   SET HOLD-RUN TO TRUE
                   DISPLAY "BURSAR FINANCIAL HOLDS OVER "
                       WS-THRESHOLD-EDIT " FOR TERM " HC-TERM-CODE
               ELSE
                   DISPLAY "BURSAR TERM " HC-TERM-CODE
                       " REFUND DEADLINE NOT PASSED - NO HOLDS"
               END-IF
           END-IF.
      *
       106-LOAD-REFUND-DEADLINE.
      *
           OPEN INPUT TERMCAL.
           IF NOT TERMCAL-FILE-OK
               DISPLAY "TERMCAL OPEN ERROR: " WF-TERMCAL-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 107-READ-CALENDAR-RECORD
               UNTIL TERMCAL-EOF OR TERMCAL-FOUND.
           CLOSE TERMCAL.
           IF NOT TERMCAL-FOUND
               DISPLAY "BURSAR NO CALENDAR FOR TERM "
                   HC-TERM-CODE " - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
      *
       107-READ-CALENDAR-RECORD.
      *
           READ TERMCAL
               AT END
                   MOVE "Y" TO TERMCAL-EOF-SWITCH
               NOT AT END
                   IF TL-TERM-CODE = HC-TERM-CODE
                       SET TERMCAL-FOUND TO TRUE
                       MOVE TL-REFUND-DEADLINE TO WS-REFUND-DEADLINE
                   END-IF
           END-READ.
      *
       110-FORMAT-REPORT-HEADING.
      *
                   TO SB-INVOICE-AMOUNT (SB-ENTRY-COUNT)
               MOVE ZERO TO SB-PAYMENTS (SB-ENTRY-COUNT)
               MOVE ZERO TO SB-DROP-CREDITS (SB-ENTRY-COUNT)
               MOVE ZERO TO SB-REFUNDS (SB-ENTRY-COUNT)
               MOVE TI-BILL-DATE    TO SB-BILL-DATE (SB-ENTRY-COUNT)
           ELSE
               DISPLAY "STUDENT TABLE FULL - INVOICE OMITTED "
           IF SB-STUDENT-ID (SB-SUB) = LF-STUDENT-ID
               MOVE SB-SUB TO SB-MATCH-SUB
           END-IF.
      *
      * A REFUND ENTRY IS POSTED TO THE INVOICE IT NAMES BY BILL
      * DATE - THE CREDIT SIDE ALWAYS, THE CHARGE SIDE OF AN
      * APPLIED ENTRY AS WELL.
      *
       182-POST-REFUND-ENTRIES.
      *
           READ REFENTRY
               AT END
                   MOVE "Y" TO REFENTRY-EOF-SWITCH
               NOT AT END
                   PERFORM 183-POST-ONE-REFUND-ENTRY
           END-READ.
      *
       183-POST-ONE-REFUND-ENTRY.
      *
           MOVE RE-CREDIT-BILL-DATE TO WS-MATCH-BILL-DATE.
           PERFORM 185-FIND-STUDENT-BILL.
           IF SB-MATCH-SUB > ZERO
               ADD RE-AMOUNT TO SB-REFUNDS (SB-MATCH-SUB)
               ADD 1 TO CT-REFUNDS-POSTED
           ELSE
               ADD 1 TO CT-REFUNDS-PASSED
               DISPLAY "BURSAR REFUND ENTRY FOR UNBILLED STUDENT "
                   RE-STUDENT-ID " BILL " RE-CREDIT-BILL-DATE
           END-IF.
           IF RE-APPLIED
               MOVE RE-CHARGE-BILL-DATE TO WS-MATCH-BILL-DATE
               PERFORM 185-FIND-STUDENT-BILL
               IF SB-MATCH-SUB > ZERO
                   SUBTRACT RE-AMOUNT FROM SB-REFUNDS (SB-MATCH-SUB)
                   ADD 1 TO CT-REFUNDS-POSTED
               ELSE
                   ADD 1 TO CT-REFUNDS-PASSED
                   DISPLAY "BURSAR CREDIT APPLIED TO BILL NOT IN RUN "
                       RE-STUDENT-ID " BILL " RE-CHARGE-BILL-DATE
               END-IF
           END-IF.
      *
       185-FIND-STUDENT-BILL.
      *
           MOVE ZERO TO SB-MATCH-SUB.
           PERFORM 186-MATCH-STUDENT-BILL
               VARYING SB-SUB FROM 1 BY 1
               UNTIL SB-SUB > SB-ENTRY-COUNT
               OR SB-MATCH-SUB > ZERO.
      *
       186-MATCH-STUDENT-BILL.
      *
           IF SB-STUDENT-ID (SB-SUB) = RE-STUDENT-ID
                   AND SB-BILL-DATE (SB-SUB) = WS-MATCH-BILL-DATE
               MOVE SB-SUB TO SB-MATCH-SUB
           END-IF.
      *
       180-CLEAR-ONE-BUCKET.
      *
           COMPUTE WS-BALANCE =
               SB-INVOICE-AMOUNT (SB-SUB)
               - SB-PAYMENTS (SB-SUB)
               - SB-DROP-CREDITS (SB-SUB)
               + SB-REFUNDS (SB-SUB).
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE SB-STUDENT-ID (SB-SUB)     TO STL-STUDENT-ID.
           MOVE SB-INVOICE-AMOUNT (SB-SUB) TO STL-INVOICED.
           MOVE SB-PAYMENTS (SB-SUB)       TO STL-PAYMENTS.
           MOVE SB-DROP-CREDITS (SB-SUB)   TO STL-DROP-CREDITS.
           MOVE SB-REFUNDS (SB-SUB)        TO STL-REFUNDS.
           MOVE WS-BALANCE                 TO STL-BALANCE.
           MOVE STATEMENT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF WS-BALANCE > ZERO
               PERFORM 320-AGE-THE-BALANCE
           END-IF.
           IF HOLD-RUN
                   AND WS-BALANCE > WS-HOLD-THRESHOLD
               PERFORM 330-SEND-FINANCIAL-HOLD
           END-IF.
      *
       310-WRITE-BALANCE-RECORD.
      *
           MOVE SB-STUDENT-NAME (SB-SUB) TO BB-STUDENT-NAME.
           MOVE WS-BALANCE               TO BB-BALANCE.
           MOVE SB-BILL-DATE (SB-SUB)    TO BB-BILL-DATE.
           MOVE SB-DROP-CREDITS (SB-SUB) TO BB-DROP-CREDITS.
           WRITE BURSAR-BALANCE-RECORD.
      *
       320-AGE-THE-BALANCE.
           ADD WS-BALANCE TO AG-BUCKET-AMOUNT (WS-BUCKET-SUB).
           ADD 1          TO AG-BUCKET-COUNT (WS-BUCKET-SUB).
           ADD WS-BALANCE TO CT-TOTAL-OUTSTAND.
      *
       330-SEND-FINANCIAL-HOLD.
      *
           MOVE SPACES                 TO BURSAR-HOLD-RECORD.
           MOVE "P"                    TO BH-TRANS-CODE.
           MOVE SB-STUDENT-ID (SB-SUB) TO BH-STUDENT-ID.
           MOVE "FIN"                  TO BH-HOLD-TYPE.
           MOVE "Y"                    TO BH-BLOCKING-FLAG.
           MOVE "BURSAR"               TO BH-PLACING-OFFICE.
           MOVE "UNPAID TUITION"       TO BH-HOLD-REASON.
           MOVE "BURSAR"               TO BH-OPERATOR-ID.
           WRITE BURSAR-HOLD-RECORD.
           ADD 1 TO CT-HOLDS-SENT.
      *
       350-PRINT-AGING-SECTION.
      *
           MOVE "LATE FEES ADDED   " TO CTL-LABEL.
           MOVE CT-LATE-FEES-ADDED   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "REFUNDS POSTED    " TO CTL-LABEL.
           MOVE CT-REFUNDS-POSTED    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "REFUNDS PASSED    " TO CTL-LABEL.
           MOVE CT-REFUNDS-PASSED    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "HOLDS SENT        " TO CTL-LABEL.
           MOVE CT-HOLDS-SENT        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
      *
       410-WRITE-CONTROL-LINE.
      *
