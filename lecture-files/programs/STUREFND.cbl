       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUREFND.
      *
      * STUDENT CREDIT BALANCE REFUNDS. A DROP CREDIT OR AN AID
      * AWARD CAN LEAVE A STUDENT OWED MONEY ON THE BURSAR BALANCE
      * FILE (BURSBAL - A NEGATIVE BALANCE). ONCE THE BUSINESS DATE
      * IS PAST THE TERM'S REFUND DEADLINE (TERMCAL) THIS RUN TAKES
      * EVERY STUDENT WHOSE CREDIT IS OVER THE MINIMUM ON THE SYSIN
      * CARD AND SETTLES IT:
      *   - THE CREDIT IS FIRST APPLIED TO THE STUDENT'S OTHER OPEN
      *     CHARGES - ANY OTHER BURSBAL RECORD FOR THE STUDENT STILL
      *     OWING, OLDEST BILL FIRST. THE BURSBAL DD MAY CONCATENATE
      *     EARLIER TERMS' BALANCE FILES TO PICK UP THEIR CHARGES.
      *   - WHAT IS LEFT, IF IT IS STILL OVER THE MINIMUM, IS
      *     REFUNDED - ONE REFUND PAYMENT RECORD PER STUDENT (REFPAY)
      *     FOR THE DISBURSEMENT RUN (DISBURSE) TO CUT THE CHECK. A
      *     REMAINDER NOT OVER THE MINIMUM STAYS ON ACCOUNT.
      *   - EVERY AMOUNT APPLIED OR REFUNDED IS WRITTEN AS A REFUND
      *     ENTRY THE BURSAR RUN POSTS AGAINST THE BALANCE, SO THE
      *     CREDIT COMES BACK TO ZERO ON THE NEXT BURSBAL.
      * A STUDENT UNDER AN ACTIVE HOLD OF ANY TYPE ON THE HOLDS
      * MASTER (STUHOLD), OR WITH AN AID AWARD STILL PENDING
      * DISBURSEMENT, IS HELD BACK - NOTHING IS APPLIED OR REFUNDED
      * AND THE STUDENT IS LISTED ON THE REGISTER WITH THE REASON.
      * AN AWARD IS PENDING WHEN THE STUDENT'S ACTIVE AWARDS ON THE
      * AWARD MASTER (AIDMST, THE FINAID NEW GENERATION) COME TO
      * MORE THAN THE AID NETTED OFF THE CYCLE'S INVOICES - THE
      * GROSS TUITINV AMOUNT LESS THE NET AIDINV AMOUNT - UNLESS THE
      * NET INVOICE IS ALREADY ZERO (AID NEVER NETS BELOW ZERO, SO
      * THE EXCESS OF AN AWARD BIGGER THAN THE BILL IS NEVER PAID).
      * A CYCLE WITH NO AID RUN POINTS BOTH DDS AT THE GROSS FILE.
      *
      * THE REFUND ENTRIES ARE KEPT AS GENERATIONS - REFEOLD IN,
      * REFENEW OUT - HOLDING EVERY ENTRY MADE FOR THE TERM; THE
      * BURSAR RUN'S REFENTRY DD POINTS AT THE LATEST. ENTRIES FOR
      * ANY OTHER TERM ARE DROPPED. A REFUND ENTRY HISTORY NOT YET
      * CREATED IS TAKEN AS EMPTY. BEFORE THE DEADLINE THE RUN
      * CARRIES THE ENTRIES FORWARD AND REFUNDS NOTHING.
      *
      * SYSIN: COLS 1-5 TERM CODE, COLS 6-12 MINIMUM REFUND
      * 9(5)V99.
      * REFPAY RECORD: STUDENT ID 9(9), NAME X(25), REFUND AMOUNT
      * 9(7)V99, TERM X(5), BUSINESS DATE 9(8).
      * REFUND ENTRY RECORD: STUDENT ID 9(9), TYPE X ('A' APPLIED
      * TO AN OPEN CHARGE / 'R' REFUNDED), AMOUNT 9(7)V99, BILL
      * DATE OF THE CREDIT 9(8), BILL DATE OF THE CHARGE 9(8) (ZERO
      * ON A REFUND), TERM X(5), BUSINESS DATE 9(8).
      * AN OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BURSBAL  ASSIGN TO BURSBAL
               FILE STATUS IS WF-BURSBAL-STATUS.
           SELECT STUHOLD  ASSIGN TO STUHOLD
               FILE STATUS IS WF-STUHOLD-STATUS.
           SELECT AIDMST   ASSIGN TO AIDMST
               FILE STATUS IS WF-AIDMST-STATUS.
           SELECT TUITINV  ASSIGN TO TUITINV
               FILE STATUS IS WF-TUITINV-STATUS.
           SELECT AIDINV   ASSIGN TO AIDINV
               FILE STATUS IS WF-AIDINV-STATUS.
           SELECT REFUND-ENTRY-OLD ASSIGN TO REFEOLD
               FILE STATUS IS WF-REFEOLD-STATUS.
           SELECT REFUND-ENTRY-NEW ASSIGN TO REFENEW
               FILE STATUS IS WF-REFENEW-STATUS.
           SELECT REFPAY   ASSIGN TO REFPAY
               FILE STATUS IS WF-REFPAY-STATUS.
           SELECT REFRPT   ASSIGN TO REFRPT
               FILE STATUS IS WF-REFRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT TERMCAL  ASSIGN TO TERMCAL
               FILE STATUS IS WF-TERMCAL-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  BURSBAL
           RECORD CONTAINS 80 CHARACTERS.
       01  BURSAR-BALANCE-RECORD       PIC X(80).
      *
       FD  STUHOLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY STUHOLD.
      *
       FD  AIDMST
           RECORD CONTAINS 80 CHARACTERS.
       01  AID-AWARD-RECORD.
           05  AW-STUDENT-ID           PIC 9(9).
           05  AW-AWARD-TYPE           PIC X(4).
           05  AW-TERM-AMOUNT          PIC 9(7)V9(2).
           05  AW-MINIMUM-GPA          PIC 9V9(2).
           05  AW-STATUS               PIC X.
               88  AW-ACTIVE               VALUE "A".
               88  AW-SUSPENDED            VALUE "S".
           05  FILLER                  PIC X(54).
      *
       FD  TUITINV
           RECORD CONTAINS 60 CHARACTERS.
       01  TUITION-INVOICE-RECORD.
           05  TI-STUDENT-ID           PIC 9(09).
           05  TI-STUDENT-NAME         PIC X(25).
           05  TI-TOTAL-UNITS          PIC 9(03).
           05  TI-AMOUNT-DUE           PIC 9(07)V9(02).
           05  TI-BILL-DATE            PIC 9(08).
           05  FILLER                  PIC X(06).
      *
       FD  AIDINV
           RECORD CONTAINS 60 CHARACTERS.
       01  NET-INVOICE-RECORD.
           05  NI-STUDENT-ID           PIC 9(09).
           05  NI-STUDENT-NAME         PIC X(25).
           05  NI-TOTAL-UNITS          PIC 9(03).
           05  NI-AMOUNT-DUE           PIC 9(07)V9(02).
           05  NI-BILL-DATE            PIC 9(08).
           05  FILLER                  PIC X(06).
      *
       FD  REFUND-ENTRY-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  REFUND-ENTRY-OLD-RECORD.
           05  REO-STUDENT-ID          PIC 9(9).
           05  REO-ENTRY-TYPE          PIC X.
           05  REO-AMOUNT              PIC 9(7)V99.
           05  REO-CREDIT-BILL-DATE    PIC 9(8).
           05  REO-CHARGE-BILL-DATE    PIC 9(8).
           05  REO-TERM-CODE           PIC X(5).
           05  REO-BUSINESS-DATE       PIC 9(8).
           05  FILLER                  PIC X(32).
      *
       FD  REFUND-ENTRY-NEW
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
       FD  REFPAY
           RECORD CONTAINS 80 CHARACTERS.
       01  REFUND-PAYMENT-RECORD.
           05  RP-STUDENT-ID           PIC 9(9).
           05  RP-STUDENT-NAME         PIC X(25).
           05  RP-REFUND-AMOUNT        PIC 9(7)V99.
           05  RP-TERM-CODE            PIC X(5).
           05  RP-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(24).
      *
       FD  REFRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  TERMCAL
           RECORD CONTAINS 80 CHARACTERS.
       COPY TERMCAL.
      *
      * THE BURSBAL RECORDS, ONE STUDENT'S TOGETHER, OLDEST BILL
      * FIRST.
      *
       SD  SORT-FILE.
       01  SORT-BALANCE-RECORD.
           05  SR-STUDENT-ID           PIC 9(09).
           05  SR-STUDENT-NAME         PIC X(25).
           05  SR-BALANCE              PIC S9(07)V9(02)
                                       SIGN IS LEADING SEPARATE.
           05  SR-BILL-DATE            PIC 9(08).
           05  SR-DROP-CREDITS         PIC 9(07)V9(02).
           05  FILLER                  PIC X(19).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STUHOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  STUHOLD-EOF                  VALUE "Y".
           05  AIDMST-EOF-SWITCH       PIC X    VALUE "N".
               88  AIDMST-EOF                   VALUE "Y".
           05  TUITINV-EOF-SWITCH      PIC X    VALUE "N".
               88  TUITINV-EOF                  VALUE "Y".
           05  AIDINV-EOF-SWITCH       PIC X    VALUE "N".
               88  AIDINV-EOF                   VALUE "Y".
           05  REFEOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  REFEOLD-EOF                  VALUE "Y".
           05  TERMCAL-EOF-SWITCH      PIC X    VALUE "N".
               88  TERMCAL-EOF                  VALUE "Y".
           05  TERMCAL-FOUND-SWITCH    PIC X    VALUE "N".
               88  TERMCAL-FOUND                VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  REFUND-RUN-SWITCH       PIC X    VALUE "N".
               88  REFUND-RUN                   VALUE "Y".
           05  REFEOLD-OPEN-SWITCH     PIC X    VALUE "N".
               88  REFEOLD-OPEN                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-BURSBAL-STATUS   PIC XX.
               88  BURSBAL-FILE-OK         VALUE "00".
           05  WF-STUHOLD-STATUS   PIC XX.
               88  STUHOLD-FILE-OK         VALUE "00".
           05  WF-AIDMST-STATUS    PIC XX.
               88  AIDMST-FILE-OK          VALUE "00".
           05  WF-TUITINV-STATUS   PIC XX.
               88  TUITINV-FILE-OK         VALUE "00".
           05  WF-AIDINV-STATUS    PIC XX.
               88  AIDINV-FILE-OK          VALUE "00".
           05  WF-REFEOLD-STATUS   PIC XX.
               88  REFEOLD-FILE-OK         VALUE "00".
               88  REFEOLD-NOT-FOUND       VALUE "35".
           05  WF-REFENEW-STATUS   PIC XX.
               88  REFENEW-FILE-OK         VALUE "00".
           05  WF-REFPAY-STATUS    PIC XX.
               88  REFPAY-FILE-OK          VALUE "00".
           05  WF-REFRPT-STATUS    PIC XX.
               88  REFRPT-FILE-OK          VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-TERMCAL-STATUS   PIC XX.
               88  TERMCAL-FILE-OK         VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  REFUND-CARD-FIELDS.
           05  WS-REFUND-CARD.
               10  RC-TERM-CODE        PIC X(5).
               10  RC-MINIMUM          PIC X(7).
               10  RC-MINIMUM-AMOUNT REDEFINES RC-MINIMUM
                                       PIC 9(5)V99.
           05  WS-REFUND-MINIMUM   PIC 9(5)V99.
           05  WS-MINIMUM-EDIT     PIC ZZ,ZZ9.99.
           05  WS-REFUND-DEADLINE  PIC 9(8).
      *
       01  HOLD-TABLE-FIELDS.
           05  HD-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  HD-SUB              PIC S9(4)  COMP.
           05  HD-MATCH-SUB        PIC S9(4)  COMP.
      *
       01  HOLD-TABLE.
           05  HOLD-ENTRY              OCCURS 2000 TIMES.
               10  HD-STUDENT-ID           PIC 9(9).
               10  HD-HOLD-TYPE            PIC X(3).
      *
       01  AID-TABLE-FIELDS.
           05  AD-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  AD-SUB              PIC S9(4)  COMP.
           05  AD-MATCH-SUB        PIC S9(4)  COMP.
           05  WS-AID-STUDENT-ID   PIC 9(9).
      *
       01  AID-TABLE.
           05  AID-ENTRY               OCCURS 2000 TIMES.
               10  AD-STUDENT-ID           PIC 9(9).
               10  AD-AWARDS               PIC S9(7)V99 COMP-3.
               10  AD-GROSS                PIC S9(7)V99 COMP-3.
               10  AD-NET                  PIC S9(7)V99 COMP-3.
               10  AD-INVOICES             PIC S9(3)    COMP-3.
      *
       01  BALANCE-TABLE-FIELDS.
           05  BL-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  BL-SUB              PIC S9(4)  COMP.
           05  BL-CREDIT-SUB       PIC S9(4)  COMP.
      *
       01  BALANCE-TABLE.
           05  BALANCE-ENTRY           OCCURS 20 TIMES.
               10  BL-BILL-DATE            PIC 9(8).
               10  BL-REMAINING            PIC S9(7)V99 COMP-3.
      *
       01  STUDENT-FIELDS.
           05  WS-CUR-STUDENT-ID   PIC 9(9).
           05  WS-CUR-STUDENT-NAME PIC X(25).
           05  WS-CREDIT           PIC S9(7)V99  COMP-3.
           05  WS-APPLIED          PIC S9(7)V99  COMP-3.
           05  WS-REFUND           PIC S9(7)V99  COMP-3.
           05  WS-LEFT-ON-ACCOUNT  PIC S9(7)V99  COMP-3.
           05  WS-APPLY-AMOUNT     PIC S9(7)V99  COMP-3.
           05  WS-HELD-REASON      PIC X(25).
           05  WS-HOLD-REASON-TEXT.
               10  FILLER          PIC X(7)    VALUE "ACTIVE ".
               10  WS-REASON-HOLD-TYPE PIC X(3).
               10  FILLER          PIC X(15)   VALUE " HOLD".
      *
       01  CONTROL-TOTALS.
           05  CT-BALANCES-READ    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-BALANCES-OMITTED PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HOLDS-LOADED     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-AWARDS-LOADED    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CREDIT-STUDENTS  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-UNDER-MINIMUM    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HELD-FOR-HOLD    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HELD-FOR-AID     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-SETTLED          PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-REFUNDS          PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-APPLIED-ENTRIES  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REFUND-ENTRIES   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ENTRIES-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ENTRIES-CARRIED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ENTRIES-DROPPED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ENTRIES-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CREDIT-SETTLED   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-CREDIT-HELD      PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-APPLIED-AMOUNT   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-REFUND-AMOUNT    PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-REFUND-ENTRY-AMT PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-LEFT-AMOUNT      PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "STUDENT CREDIT BALAN".
           05  FILLER          PIC X(20)   VALUE "CE REFUND REGISTER  ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "STUREFND".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "STUDENT ID NAME     ".
           05  FILLER      PIC X(20)   VALUE "                    ".
           05  FILLER      PIC X(20)   VALUE " CREDIT    APPLIED  ".
           05  FILLER      PIC X(20)   VALUE "   REFUND  ACTION   ".
           05  FILLER      PIC X(20)   VALUE " REASON             ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  REGISTER-LINE.
           05  RGL-STUDENT-ID      PIC 9(9).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-STUDENT-NAME    PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-CREDIT          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-APPLIED         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-REFUND          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-ACTION          PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-REASON          PIC X(25).
           05  FILLER              PIC X(26)    VALUE SPACE.
      *
       01  NO-REFUND-LINE.
           05  FILLER              PIC X(40)
                   VALUE "REFUND DEADLINE NOT PASSED FOR TERM     ".
           05  NRL-TERM-CODE       PIC X(5).
           05  FILLER              PIC X(20)
                   VALUE " - NO REFUNDS       ".
           05  FILLER              PIC X(67)    VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER              PIC X(8)     VALUE SPACE.
           05  TTL-LABEL           PIC X(16).
           05  TTL-STUDENT-COUNT   PIC ZZ,ZZ9.
           05  FILLER              PIC X(9)     VALUE " STUDENTS".
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(75)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "STUREFND TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-REFUND-CREDIT-BALANCES.
      *
           PERFORM 095-ACCEPT-REFUND-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-REFUND-DEADLINE.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 130-CARRY-OLD-ENTRIES
               UNTIL REFEOLD-EOF.
           IF REFEOLD-OPEN
               CLOSE REFUND-ENTRY-OLD
           END-IF.
           IF REFUND-RUN
               PERFORM 140-LOAD-HOLD-TABLE
               PERFORM 150-LOAD-AWARD-TABLE
               PERFORM 160-LOAD-GROSS-INVOICES
               PERFORM 170-LOAD-NET-INVOICES
               SORT SORT-FILE
                   ON ASCENDING KEY SR-STUDENT-ID
                   ON ASCENDING KEY SR-BILL-DATE
                   USING BURSBAL
                   OUTPUT PROCEDURE 300-SETTLE-CREDIT-BALANCES
           ELSE
               MOVE RC-TERM-CODE   TO NRL-TERM-CODE
               MOVE NO-REFUND-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE REFUND-ENTRY-NEW
                 REFPAY
                 REFRPT.
           GOBACK.
      *
       095-ACCEPT-REFUND-CARD.
      *
           MOVE SPACES TO WS-REFUND-CARD.
           ACCEPT WS-REFUND-CARD.
           IF RC-TERM-CODE = SPACES
               DISPLAY "STUREFND TERM CODE MISSING - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF RC-MINIMUM NOT NUMERIC
               DISPLAY "STUREFND BAD MINIMUM REFUND " RC-MINIMUM
                   " - MUST BE 7 DIGITS, 9(5)V99"
               PERFORM 900-ABORT
           END-IF.
           MOVE RC-MINIMUM-AMOUNT TO WS-REFUND-MINIMUM.
           MOVE WS-REFUND-MINIMUM TO WS-MINIMUM-EDIT.
      *
      * A REFUND ENTRY HISTORY NOT YET CREATED IS TAKEN AS EMPTY -
      * NOTHING REFUNDED BEFORE.
      *
       100-OPEN-FILES.
      *
           OPEN OUTPUT REFUND-ENTRY-NEW
                       REFPAY
                       REFRPT.
           IF NOT REFENEW-FILE-OK
              DISPLAY "REFENEW OPEN ERROR: " WF-REFENEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT REFPAY-FILE-OK
              DISPLAY "REFPAY OPEN ERROR: " WF-REFPAY-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT REFRPT-FILE-OK
              DISPLAY "REFRPT OPEN ERROR: " WF-REFRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           OPEN INPUT REFUND-ENTRY-OLD.
           IF REFEOLD-NOT-FOUND
               MOVE "Y" TO REFEOLD-EOF-SWITCH
           ELSE
               IF NOT REFEOLD-FILE-OK
                   DISPLAY "REFEOLD OPEN ERROR: " WF-REFEOLD-STATUS
                   PERFORM 900-ABORT
               END-IF
               SET REFEOLD-OPEN TO TRUE
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
      * NO REFUNDS GO OUT UNTIL THE TERM'S REFUND DEADLINE HAS
      * PASSED - BEFORE THEN A DROP CAN STILL MOVE THE BALANCE.
      *
       120-LOAD-REFUND-DEADLINE.
      *
           OPEN INPUT TERMCAL.
           IF NOT TERMCAL-FILE-OK
               DISPLAY "TERMCAL OPEN ERROR: " WF-TERMCAL-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-CALENDAR-RECORD
               UNTIL TERMCAL-EOF OR TERMCAL-FOUND.
           CLOSE TERMCAL.
           IF NOT TERMCAL-FOUND
               DISPLAY "STUREFND NO CALENDAR FOR TERM "
                   RC-TERM-CODE " - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF PD-BUSINESS-DATE > WS-REFUND-DEADLINE
               SET REFUND-RUN TO TRUE
               DISPLAY "STUREFND CREDIT REFUNDS OVER "
                   WS-MINIMUM-EDIT " FOR TERM " RC-TERM-CODE
           ELSE
               DISPLAY "STUREFND TERM " RC-TERM-CODE
                   " REFUND DEADLINE NOT PASSED - NO REFUNDS"
           END-IF.
      *
       125-READ-CALENDAR-RECORD.
      *
           READ TERMCAL
               AT END
                   MOVE "Y" TO TERMCAL-EOF-SWITCH
               NOT AT END
                   IF TL-TERM-CODE = RC-TERM-CODE
                       SET TERMCAL-FOUND TO TRUE
                       MOVE TL-REFUND-DEADLINE TO WS-REFUND-DEADLINE
                   END-IF
           END-READ.
      *
      * THE TERM'S EARLIER ENTRIES GO FORWARD AHEAD OF TONIGHT'S.
      *
       130-CARRY-OLD-ENTRIES.
      *
           READ REFUND-ENTRY-OLD
               AT END
                   MOVE "Y" TO REFEOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ENTRIES-READ
                   IF REO-TERM-CODE = RC-TERM-CODE
                       MOVE REFUND-ENTRY-OLD-RECORD
                           TO REFUND-ENTRY-RECORD
                       WRITE REFUND-ENTRY-RECORD
                       ADD 1 TO CT-ENTRIES-CARRIED
                       ADD 1 TO CT-ENTRIES-WRITTEN
                   ELSE
                       ADD 1 TO CT-ENTRIES-DROPPED
                   END-IF
           END-READ.
      *
       140-LOAD-HOLD-TABLE.
      *
           OPEN INPUT STUHOLD.
           IF NOT STUHOLD-FILE-OK
               DISPLAY "STUHOLD OPEN ERROR: " WF-STUHOLD-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 145-READ-HOLD-RECORD
               UNTIL STUHOLD-EOF.
           CLOSE STUHOLD.
      *
       145-READ-HOLD-RECORD.
      *
           READ STUHOLD
               AT END
                   MOVE "Y" TO STUHOLD-EOF-SWITCH
               NOT AT END
                   IF SH-HOLD-ACTIVE
                       IF HD-ENTRY-COUNT < 2000
                           ADD 1 TO HD-ENTRY-COUNT
                           MOVE SH-STUDENT-ID
                               TO HD-STUDENT-ID (HD-ENTRY-COUNT)
                           MOVE SH-HOLD-TYPE
                               TO HD-HOLD-TYPE (HD-ENTRY-COUNT)
                           ADD 1 TO CT-HOLDS-LOADED
                       ELSE
                           DISPLAY "HOLD TABLE FULL - HOLD OMITTED "
                               SH-STUDENT-ID
                       END-IF
                   END-IF
           END-READ.
      *
       150-LOAD-AWARD-TABLE.
      *
           OPEN INPUT AIDMST.
           IF NOT AIDMST-FILE-OK
               DISPLAY "AIDMST OPEN ERROR: " WF-AIDMST-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 155-READ-AWARD-RECORD
               UNTIL AIDMST-EOF.
           CLOSE AIDMST.
      *
       155-READ-AWARD-RECORD.
      *
           READ AIDMST
               AT END
                   MOVE "Y" TO AIDMST-EOF-SWITCH
               NOT AT END
                   IF AW-ACTIVE
                       PERFORM 157-ADD-ONE-AWARD
                   END-IF
           END-READ.
      *
       157-ADD-ONE-AWARD.
      *
           MOVE AW-STUDENT-ID TO WS-AID-STUDENT-ID.
           PERFORM 180-FIND-AID-STUDENT.
           IF AD-MATCH-SUB = ZERO
               IF AD-ENTRY-COUNT < 2000
                   ADD 1 TO AD-ENTRY-COUNT
                   MOVE AD-ENTRY-COUNT TO AD-MATCH-SUB
                   MOVE AW-STUDENT-ID TO AD-STUDENT-ID (AD-MATCH-SUB)
                   MOVE ZERO TO AD-AWARDS (AD-MATCH-SUB)
                   MOVE ZERO TO AD-GROSS (AD-MATCH-SUB)
                   MOVE ZERO TO AD-NET (AD-MATCH-SUB)
                   MOVE ZERO TO AD-INVOICES (AD-MATCH-SUB)
               ELSE
                   DISPLAY "AWARD TABLE FULL - AWARD OMITTED "
                       AW-STUDENT-ID
               END-IF
           END-IF.
           IF AD-MATCH-SUB > ZERO
               ADD AW-TERM-AMOUNT TO AD-AWARDS (AD-MATCH-SUB)
               ADD 1 TO CT-AWARDS-LOADED
           END-IF.
      *
      * ONLY STUDENTS WITH AN ACTIVE AWARD ARE TRACKED - THE GROSS
      * AND NET INVOICES OF ANYONE ELSE ARE PASSED OVER.
      *
       160-LOAD-GROSS-INVOICES.
      *
           OPEN INPUT TUITINV.
           IF NOT TUITINV-FILE-OK
               DISPLAY "TUITINV OPEN ERROR: " WF-TUITINV-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 165-READ-GROSS-INVOICE
               UNTIL TUITINV-EOF.
           CLOSE TUITINV.
      *
       165-READ-GROSS-INVOICE.
      *
           READ TUITINV
               AT END
                   MOVE "Y" TO TUITINV-EOF-SWITCH
               NOT AT END
                   MOVE TI-STUDENT-ID TO WS-AID-STUDENT-ID
                   PERFORM 180-FIND-AID-STUDENT
                   IF AD-MATCH-SUB > ZERO
                       ADD TI-AMOUNT-DUE TO AD-GROSS (AD-MATCH-SUB)
                       ADD 1 TO AD-INVOICES (AD-MATCH-SUB)
                   END-IF
           END-READ.
      *
       170-LOAD-NET-INVOICES.
      *
           OPEN INPUT AIDINV.
           IF NOT AIDINV-FILE-OK
               DISPLAY "AIDINV OPEN ERROR: " WF-AIDINV-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 175-READ-NET-INVOICE
               UNTIL AIDINV-EOF.
           CLOSE AIDINV.
      *
       175-READ-NET-INVOICE.
      *
           READ AIDINV
               AT END
                   MOVE "Y" TO AIDINV-EOF-SWITCH
               NOT AT END
                   MOVE NI-STUDENT-ID TO WS-AID-STUDENT-ID
                   PERFORM 180-FIND-AID-STUDENT
                   IF AD-MATCH-SUB > ZERO
                       ADD NI-AMOUNT-DUE TO AD-NET (AD-MATCH-SUB)
                   END-IF
           END-READ.
      *
       180-FIND-AID-STUDENT.
      *
           MOVE ZERO TO AD-MATCH-SUB.
           PERFORM 185-MATCH-ONE-AID
               VARYING AD-SUB FROM 1 BY 1
               UNTIL AD-SUB > AD-ENTRY-COUNT
               OR AD-MATCH-SUB > ZERO.
      *
       185-MATCH-ONE-AID.
      *
           IF AD-STUDENT-ID (AD-SUB) = WS-AID-STUDENT-ID
               MOVE AD-SUB TO AD-MATCH-SUB
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
       300-SETTLE-CREDIT-BALANCES.
      *
           PERFORM 305-RETURN-BALANCE.
           PERFORM 310-SETTLE-ONE-STUDENT
               UNTIL SORT-EOF.
      *
       305-RETURN-BALANCE.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-BALANCES-READ
           END-RETURN.
      *
      * ALL OF ONE STUDENT'S BALANCES ARE GATHERED BEFORE ANYTHING
      * IS DECIDED. THE CREDIT IS THE SUM OF THE NEGATIVE BALANCES.
      *
       310-SETTLE-ONE-STUDENT.
      *
           MOVE SR-STUDENT-ID   TO WS-CUR-STUDENT-ID.
           MOVE SR-STUDENT-NAME TO WS-CUR-STUDENT-NAME.
           MOVE ZERO TO BL-ENTRY-COUNT.
           MOVE ZERO TO WS-CREDIT.
           PERFORM 315-STORE-ONE-BALANCE
               UNTIL SORT-EOF
               OR SR-STUDENT-ID NOT = WS-CUR-STUDENT-ID.
           IF WS-CREDIT > ZERO
               ADD 1 TO CT-CREDIT-STUDENTS
               IF WS-CREDIT NOT > WS-REFUND-MINIMUM
                   ADD 1 TO CT-UNDER-MINIMUM
               ELSE
                   PERFORM 320-CHECK-HOLDBACK
                   IF WS-HELD-REASON NOT = SPACES
                       ADD WS-CREDIT TO CT-CREDIT-HELD
                       MOVE ZERO       TO WS-APPLIED
                       MOVE ZERO       TO WS-REFUND
                       MOVE "HELD"     TO RGL-ACTION
                       MOVE WS-HELD-REASON TO RGL-REASON
                       PERFORM 460-PRINT-REGISTER-LINE
                   ELSE
                       PERFORM 400-APPLY-AND-REFUND
                   END-IF
               END-IF
           END-IF.
      *
       315-STORE-ONE-BALANCE.
      *
           IF BL-ENTRY-COUNT < 20
               ADD 1 TO BL-ENTRY-COUNT
               MOVE SR-BILL-DATE TO BL-BILL-DATE (BL-ENTRY-COUNT)
               MOVE SR-BALANCE   TO BL-REMAINING (BL-ENTRY-COUNT)
               IF SR-BALANCE < ZERO
                   SUBTRACT SR-BALANCE FROM WS-CREDIT
               END-IF
           ELSE
               ADD 1 TO CT-BALANCES-OMITTED
               DISPLAY "BALANCE TABLE FULL - BALANCE OMITTED "
                   SR-STUDENT-ID " " SR-BILL-DATE
           END-IF.
           PERFORM 305-RETURN-BALANCE.
      *
      * AN ACTIVE HOLD OF ANY TYPE COMES FIRST; A PENDING AWARD IS
      * CHECKED ONLY WHEN THERE IS NO HOLD.
      *
       320-CHECK-HOLDBACK.
      *
           MOVE SPACES TO WS-HELD-REASON.
           MOVE ZERO TO HD-MATCH-SUB.
           PERFORM 325-MATCH-ONE-HOLD
               VARYING HD-SUB FROM 1 BY 1
               UNTIL HD-SUB > HD-ENTRY-COUNT
               OR HD-MATCH-SUB > ZERO.
           IF HD-MATCH-SUB > ZERO
               MOVE HD-HOLD-TYPE (HD-MATCH-SUB)
                   TO WS-REASON-HOLD-TYPE
               MOVE WS-HOLD-REASON-TEXT TO WS-HELD-REASON
               ADD 1 TO CT-HELD-FOR-HOLD
           ELSE
               MOVE WS-CUR-STUDENT-ID TO WS-AID-STUDENT-ID
               PERFORM 180-FIND-AID-STUDENT
               IF AD-MATCH-SUB > ZERO
                   IF AD-AWARDS (AD-MATCH-SUB) >
                           AD-GROSS (AD-MATCH-SUB)
                           - AD-NET (AD-MATCH-SUB)
                       AND (AD-INVOICES (AD-MATCH-SUB) = ZERO
                           OR AD-NET (AD-MATCH-SUB) > ZERO)
                       MOVE "AID AWARD PENDING" TO WS-HELD-REASON
                       ADD 1 TO CT-HELD-FOR-AID
                   END-IF
               END-IF
           END-IF.
      *
       325-MATCH-ONE-HOLD.
      *
           IF HD-STUDENT-ID (HD-SUB) = WS-CUR-STUDENT-ID
               MOVE HD-SUB TO HD-MATCH-SUB
           END-IF.
      *
      * EACH OPEN CHARGE, OLDEST FIRST, TAKES WHAT IT CAN FROM THE
      * CREDITS, OLDEST FIRST. WHATEVER CREDIT IS LEFT IS REFUNDED
      * WHEN IT IS STILL OVER THE MINIMUM.
      *
       400-APPLY-AND-REFUND.
      *
           ADD 1 TO CT-SETTLED.
           ADD WS-CREDIT TO CT-CREDIT-SETTLED.
           MOVE ZERO TO WS-APPLIED.
           MOVE ZERO TO WS-REFUND.
           PERFORM 410-APPLY-TO-ONE-CHARGE
               VARYING BL-SUB FROM 1 BY 1
               UNTIL BL-SUB > BL-ENTRY-COUNT.
           COMPUTE WS-LEFT-ON-ACCOUNT = WS-CREDIT - WS-APPLIED.
           IF WS-LEFT-ON-ACCOUNT > WS-REFUND-MINIMUM
               PERFORM 430-REFUND-ONE-CREDIT
                   VARYING BL-CREDIT-SUB FROM 1 BY 1
                   UNTIL BL-CREDIT-SUB > BL-ENTRY-COUNT
               MOVE ZERO TO WS-LEFT-ON-ACCOUNT
               PERFORM 450-WRITE-REFUND-PAYMENT
               MOVE "REFUNDED" TO RGL-ACTION
               MOVE SPACES     TO RGL-REASON
           ELSE
               MOVE "APPLIED"  TO RGL-ACTION
               IF WS-LEFT-ON-ACCOUNT > ZERO
                   MOVE "REMAINDER UNDER MINIMUM" TO RGL-REASON
               ELSE
                   MOVE "CREDIT USED ON CHARGES" TO RGL-REASON
               END-IF
           END-IF.
           ADD WS-APPLIED         TO CT-APPLIED-AMOUNT.
           ADD WS-LEFT-ON-ACCOUNT TO CT-LEFT-AMOUNT.
           PERFORM 460-PRINT-REGISTER-LINE.
      *
       410-APPLY-TO-ONE-CHARGE.
      *
           IF BL-REMAINING (BL-SUB) > ZERO
               PERFORM 420-TAKE-FROM-ONE-CREDIT
                   VARYING BL-CREDIT-SUB FROM 1 BY 1
                   UNTIL BL-CREDIT-SUB > BL-ENTRY-COUNT
                   OR BL-REMAINING (BL-SUB) = ZERO
           END-IF.
      *
       420-TAKE-FROM-ONE-CREDIT.
      *
           IF BL-REMAINING (BL-CREDIT-SUB) < ZERO
               COMPUTE WS-APPLY-AMOUNT =
                   ZERO - BL-REMAINING (BL-CREDIT-SUB)
               IF WS-APPLY-AMOUNT > BL-REMAINING (BL-SUB)
                   MOVE BL-REMAINING (BL-SUB) TO WS-APPLY-AMOUNT
               END-IF
               ADD WS-APPLY-AMOUNT TO BL-REMAINING (BL-CREDIT-SUB)
               SUBTRACT WS-APPLY-AMOUNT FROM BL-REMAINING (BL-SUB)
               ADD WS-APPLY-AMOUNT TO WS-APPLIED
               MOVE SPACES TO REFUND-ENTRY-RECORD
               SET RE-APPLIED TO TRUE
               MOVE WS-APPLY-AMOUNT TO RE-AMOUNT
               MOVE BL-BILL-DATE (BL-SUB) TO RE-CHARGE-BILL-DATE
               PERFORM 440-WRITE-REFUND-ENTRY
               ADD 1 TO CT-APPLIED-ENTRIES
           END-IF.
      *
       430-REFUND-ONE-CREDIT.
      *
           IF BL-REMAINING (BL-CREDIT-SUB) < ZERO
               COMPUTE WS-APPLY-AMOUNT =
                   ZERO - BL-REMAINING (BL-CREDIT-SUB)
               MOVE ZERO TO BL-REMAINING (BL-CREDIT-SUB)
               ADD WS-APPLY-AMOUNT TO WS-REFUND
               MOVE SPACES TO REFUND-ENTRY-RECORD
               SET RE-REFUNDED TO TRUE
               MOVE WS-APPLY-AMOUNT TO RE-AMOUNT
               MOVE ZERO TO RE-CHARGE-BILL-DATE
               PERFORM 440-WRITE-REFUND-ENTRY
               ADD 1 TO CT-REFUND-ENTRIES
               ADD WS-APPLY-AMOUNT TO CT-REFUND-ENTRY-AMT
           END-IF.
      *
       440-WRITE-REFUND-ENTRY.
      *
           MOVE WS-CUR-STUDENT-ID TO RE-STUDENT-ID.
           MOVE BL-BILL-DATE (BL-CREDIT-SUB) TO RE-CREDIT-BILL-DATE.
           MOVE RC-TERM-CODE      TO RE-TERM-CODE.
           MOVE PD-BUSINESS-DATE  TO RE-BUSINESS-DATE.
           WRITE REFUND-ENTRY-RECORD.
           ADD 1 TO CT-ENTRIES-WRITTEN.
      *
       450-WRITE-REFUND-PAYMENT.
      *
           MOVE SPACES              TO REFUND-PAYMENT-RECORD.
           MOVE WS-CUR-STUDENT-ID   TO RP-STUDENT-ID.
           MOVE WS-CUR-STUDENT-NAME TO RP-STUDENT-NAME.
           MOVE WS-REFUND           TO RP-REFUND-AMOUNT.
           MOVE RC-TERM-CODE        TO RP-TERM-CODE.
           MOVE PD-BUSINESS-DATE    TO RP-BUSINESS-DATE.
           WRITE REFUND-PAYMENT-RECORD.
           ADD 1 TO CT-REFUNDS.
           ADD WS-REFUND TO CT-REFUND-AMOUNT.
      *
       460-PRINT-REGISTER-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE WS-CUR-STUDENT-ID   TO RGL-STUDENT-ID.
           MOVE WS-CUR-STUDENT-NAME TO RGL-STUDENT-NAME.
           MOVE WS-CREDIT           TO RGL-CREDIT.
           MOVE WS-APPLIED          TO RGL-APPLIED.
           MOVE WS-REFUND           TO RGL-REFUND.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * EVERY CREDIT SETTLED IS ACCOUNTED FOR AS APPLIED, REFUNDED
      * OR LEFT ON ACCOUNT, AND THE REFUND ENTRIES CARRY EXACTLY
      * WHAT THE REFUND PAYMENTS PAY OUT.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "CREDITS SETTLED "  TO TTL-LABEL.
           MOVE CT-SETTLED          TO TTL-STUDENT-COUNT.
           MOVE CT-CREDIT-SETTLED   TO TTL-AMOUNT.
           PERFORM 615-WRITE-TOTAL-LINE.
           MOVE "APPLIED         "  TO TTL-LABEL.
           MOVE CT-SETTLED          TO TTL-STUDENT-COUNT.
           MOVE CT-APPLIED-AMOUNT   TO TTL-AMOUNT.
           PERFORM 615-WRITE-TOTAL-LINE.
           MOVE "REFUNDED        "  TO TTL-LABEL.
           MOVE CT-REFUNDS          TO TTL-STUDENT-COUNT.
           MOVE CT-REFUND-AMOUNT    TO TTL-AMOUNT.
           PERFORM 615-WRITE-TOTAL-LINE.
           MOVE "LEFT ON ACCOUNT "  TO TTL-LABEL.
           MOVE CT-SETTLED          TO TTL-STUDENT-COUNT.
           MOVE CT-LEFT-AMOUNT      TO TTL-AMOUNT.
           PERFORM 615-WRITE-TOTAL-LINE.
           MOVE "HELD BACK       "  TO TTL-LABEL.
           COMPUTE TTL-STUDENT-COUNT =
               CT-HELD-FOR-HOLD + CT-HELD-FOR-AID.
           MOVE CT-CREDIT-HELD      TO TTL-AMOUNT.
           PERFORM 615-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "BALANCES READ     " TO CTL-LABEL.
           MOVE CT-BALANCES-READ     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "BALANCES OMITTED  " TO CTL-LABEL.
           MOVE CT-BALANCES-OMITTED  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ACTIVE HOLDS      " TO CTL-LABEL.
           MOVE CT-HOLDS-LOADED      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ACTIVE AWARDS     " TO CTL-LABEL.
           MOVE CT-AWARDS-LOADED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "CREDIT STUDENTS   " TO CTL-LABEL.
           MOVE CT-CREDIT-STUDENTS   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  UNDER MINIMUM   " TO CTL-LABEL.
           MOVE CT-UNDER-MINIMUM     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  HELD FOR HOLD   " TO CTL-LABEL.
           MOVE CT-HELD-FOR-HOLD     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  HELD FOR AID    " TO CTL-LABEL.
           MOVE CT-HELD-FOR-AID      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  SETTLED         " TO CTL-LABEL.
           MOVE CT-SETTLED           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ENTRIES READ      " TO CTL-LABEL.
           MOVE CT-ENTRIES-READ      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  CARRIED         " TO CTL-LABEL.
           MOVE CT-ENTRIES-CARRIED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  OTHER TERMS     " TO CTL-LABEL.
           MOVE CT-ENTRIES-DROPPED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "APPLIED ENTRIES   " TO CTL-LABEL.
           MOVE CT-APPLIED-ENTRIES   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "REFUND ENTRIES    " TO CTL-LABEL.
           MOVE CT-REFUND-ENTRIES    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ENTRIES WRITTEN   " TO CTL-LABEL.
           MOVE CT-ENTRIES-WRITTEN   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-CREDIT-STUDENTS = CT-UNDER-MINIMUM
                   + CT-HELD-FOR-HOLD + CT-HELD-FOR-AID + CT-SETTLED
                   AND CT-CREDIT-SETTLED = CT-APPLIED-AMOUNT
                       + CT-REFUND-AMOUNT + CT-LEFT-AMOUNT
                   AND CT-REFUND-ENTRY-AMT = CT-REFUND-AMOUNT
                   AND CT-ENTRIES-READ
                       = CT-ENTRIES-CARRIED + CT-ENTRIES-DROPPED
                   AND CT-ENTRIES-WRITTEN = CT-ENTRIES-CARRIED
                       + CT-APPLIED-ENTRIES + CT-REFUND-ENTRIES
               DISPLAY "*** STUREFND RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** STUREFND RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       610-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       615-WRITE-TOTAL-LINE.
      *
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
