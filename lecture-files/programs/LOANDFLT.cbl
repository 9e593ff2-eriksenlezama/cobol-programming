       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDFLT.
      *
      * MONTHLY DEFAULT NOTICE RUN. READS THE CURRENT LOAN SERVICING
      * MASTER GENERATION (LOANOLD) AND WRITES THE NEXT (LOANNEW).
      * THE OLDEST UNPAID INSTALLMENT OF A LOAN IS DUE A MONTH AFTER
      * ITS PAID-THROUGH DATE; THE DAYS FROM THAT DUE DATE TO THE
      * BUSINESS DATE (PROCDATE) DECIDE THE LETTER THE BORROWER IS
      * OWED:
      *
      *   30 - 59 DAYS   1  30-DAY REMINDER
      *   60 - 89 DAYS   2  NOTICE OF DEFAULT
      *   90 DAYS OR UP  3  DEMAND LETTER, AND THE LOAN IS REFERRED
      *                     TO LEGAL ON THE FORECLOSURE REFERRAL
      *                     FILE (FORECLS)
      *
      * A LETTER GOES OUT ONLY WHEN THE LOAN HAS REACHED A HIGHER
      * LEVEL THAN THE LAST ONE SENT (LN-NOTICE-LEVEL), SO EACH
      * LETTER IS SENT ONCE PER DELINQUENCY. A LOAN BROUGHT BACK
      * UNDER 30 DAYS HAS ITS NOTICE LEVEL SET BACK TO ZERO.
      *
      * THE AMOUNT PAST DUE IS EVERY INSTALLMENT (P&I PLUS ESCROW)
      * DUE ON OR BEFORE THE BUSINESS DATE, PLUS THE UNPAID LATE
      * CHARGES LOANPOST HAS ASSESSED. LETTERS ARE WRITTEN TO
      * DFLTNTC; THE REGISTER (DFLTRPT) LISTS EVERY LOAN 30 DAYS OR
      * MORE PAST DUE. PAID-OFF AND ZERO-BALANCE LOANS PASS THROUGH
      * UNCHANGED. AN OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMST-OLD ASSIGN TO LOANOLD
               FILE STATUS IS WF-LOANOLD-STATUS.
           SELECT LOANMST-NEW ASSIGN TO LOANNEW
               FILE STATUS IS WF-LOANNEW-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT DFLTRPT  ASSIGN TO DFLTRPT
               FILE STATUS IS WF-DFLTRPT-STATUS.
           SELECT DFLTNTC  ASSIGN TO DFLTNTC
               FILE STATUS IS WF-DFLTNTC-STATUS.
           SELECT FORECLS  ASSIGN TO FORECLS
               FILE STATUS IS WF-FORECLS-STATUS.
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
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  DFLTRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  DFLTNTC.
       01  NOTICE-AREA      PIC X(80).
      *
       FD  FORECLS
           RECORD CONTAINS 80 CHARACTERS.
       01  FORECLOSURE-REFERRAL-RECORD.
           05  FR-LOAN-NUMBER          PIC 9(4).
           05  FR-BORROWER-NAME        PIC X(30).
           05  FR-REFERRAL-DATE        PIC 9(8).
           05  FR-PAID-THROUGH-DATE    PIC 9(8).
           05  FR-DAYS-PAST-DUE        PIC 9(4).
           05  FR-PRINCIPAL-BALANCE    PIC 9(7)V9(2).
           05  FR-UNPAID-LATE-CHARGES  PIC 9(5)V9(2).
           05  FR-AMOUNT-PAST-DUE      PIC 9(7)V9(2).
           05  FILLER                  PIC X(1).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  LOANOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  LOANOLD-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-LOANOLD-STATUS   PIC XX.
               88  LOANOLD-FILE-OK         VALUE "00".
           05  WF-LOANNEW-STATUS   PIC XX.
               88  LOANNEW-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-DFLTRPT-STATUS   PIC XX.
               88  DFLTRPT-FILE-OK         VALUE "00".
           05  WF-DFLTNTC-STATUS   PIC XX.
               88  DFLTNTC-FILE-OK         VALUE "00".
           05  WF-FORECLS-STATUS   PIC XX.
               88  FORECLS-FILE-OK         VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  DEFAULT-WORK.
           05  DF-FIRST-DUE-DATE   PIC 9(8).
           05  DF-DUE-DATE         PIC 9(8).
           05  DF-DAYS-PAST-DUE    PIC 9(5).
           05  DF-INSTALLMENTS     PIC 9(3).
           05  DF-NEW-LEVEL        PIC 9.
           05  DF-AMOUNT-PAST-DUE  PIC 9(7)V99.
           05  DF-REMARKS          PIC X(26).
      *
       01  DATE-WORK.
           05  DW-DATE.
               10  DW-YEAR         PIC 9(4).
               10  DW-MONTH        PIC 9(2).
               10  DW-DAY          PIC 9(2).
      *
       01  CONTROL-TOTALS.
           05  CT-LOANS-READ       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LOANS-WRITTEN    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LOANS-PAST-DUE   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-REMINDERS        PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-DEFAULT-NOTICES  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-DEMANDS          PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-NOTICES          PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-REFERRALS        PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LOANS-CURED      PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-AMOUNT-PAST-DUE  PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "MORTGAGE DEFAULT NOT".
           05  FILLER          PIC X(20)   VALUE "ICE REGISTER        ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "LOANDFLT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER          PIC X(14)   VALUE "BUSINESS DATE ".
           05  HL3-BUSINESS-DATE PIC 9(8).
           05  FILLER          PIC X(110)  VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "LOAN BORROWER       ".
           05  FILLER      PIC X(20)   VALUE "                PAID".
           05  FILLER      PIC X(20)   VALUE " THRU DUE SINCE DAYS".
           05  FILLER      PIC X(20)   VALUE " INST       BALANCE ".
           05  FILLER      PIC X(20)   VALUE "  LATE CHG    PAST D".
           05  FILLER      PIC X(20)   VALUE "UE  REMARKS         ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  DEFAULT-LINE.
           05  DFL-LOAN-NUMBER     PIC 9(4).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DFL-BORROWER-NAME   PIC X(30).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DFL-PAID-THROUGH    PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DFL-DUE-SINCE       PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DFL-DAYS            PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DFL-INSTALLMENTS    PIC ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DFL-BALANCE         PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DFL-LATE-CHARGES    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DFL-PAST-DUE        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DFL-REMARKS         PIC X(26).
           05  FILLER              PIC X(2)     VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER              PIC X(35)
                   VALUE "LOANS 30 DAYS OR MORE PAST DUE     ".
           05  TL-LOANS            PIC ZZ,ZZ9.
           05  FILLER              PIC X(48)    VALUE SPACE.
           05  TL-PAST-DUE         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(30)    VALUE SPACE.
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
       01  NOTICE-COUNT-LINE.
           05  NCL-LABEL           PIC X(36).
           05  NCL-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(39)    VALUE SPACE.
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
       000-SEND-DEFAULT-NOTICES.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PROCESSING-DATE.
           PERFORM 120-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 200-PROCESS-ONE-LOAN
               UNTIL LOANOLD-EOF.
           PERFORM 280-PRINT-TOTAL-LINE.
           DISPLAY "LOANDFLT LOANS READ      " CT-LOANS-READ.
           DISPLAY "LOANDFLT LOANS WRITTEN   " CT-LOANS-WRITTEN.
           DISPLAY "LOANDFLT LOANS PAST DUE  " CT-LOANS-PAST-DUE.
           DISPLAY "LOANDFLT REMINDERS       " CT-REMINDERS.
           DISPLAY "LOANDFLT DEFAULT NOTICES " CT-DEFAULT-NOTICES.
           DISPLAY "LOANDFLT DEMAND LETTERS  " CT-DEMANDS.
           DISPLAY "LOANDFLT REFERRALS       " CT-REFERRALS.
           DISPLAY "LOANDFLT LOANS CURED     " CT-LOANS-CURED.
           IF CT-LOANS-READ = CT-LOANS-WRITTEN
                   AND CT-NOTICES = CT-REMINDERS + CT-DEFAULT-NOTICES
                                    + CT-DEMANDS
                   AND CT-REFERRALS = CT-DEMANDS
               DISPLAY "*** LOANDFLT RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** LOANDFLT RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOANMST-OLD
                 LOANMST-NEW
                 DFLTRPT
                 DFLTNTC
                 FORECLS.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  LOANMST-OLD
                OUTPUT LOANMST-NEW
                       DFLTRPT
                       DFLTNTC
                       FORECLS.
           IF NOT LOANOLD-FILE-OK
              DISPLAY "LOANOLD OPEN ERROR: " WF-LOANOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LOANNEW-FILE-OK
              DISPLAY "LOANNEW OPEN ERROR: " WF-LOANNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT DFLTRPT-FILE-OK
              DISPLAY "DFLTRPT OPEN ERROR: " WF-DFLTRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT DFLTNTC-FILE-OK
              DISPLAY "DFLTNTC OPEN ERROR: " WF-DFLTNTC-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT FORECLS-FILE-OK
              DISPLAY "FORECLS OPEN ERROR: " WF-FORECLS-STATUS
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
      * A MASTER WRITTEN BEFORE LATE CHARGES AND NOTICES WERE KEPT
      * HAS SPACES IN THOSE FIELDS; NONE HAVE BEEN CHARGED OR SENT.
      *
       200-PROCESS-ONE-LOAN.
      *
           READ LOANMST-OLD
               AT END
                   MOVE "Y" TO LOANOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-LOANS-READ
                   IF LN-UNPAID-LATE-CHARGES NOT NUMERIC
                       MOVE ZERO TO LN-UNPAID-LATE-CHARGES
                   END-IF
                   IF LN-LATE-CHARGE-DUE-DATE NOT NUMERIC
                       MOVE ZERO TO LN-LATE-CHARGE-DUE-DATE
                   END-IF
                   IF LN-NOTICE-LEVEL NOT NUMERIC
                       MOVE ZERO TO LN-NOTICE-LEVEL
                   END-IF
                   IF NOT LN-LOAN-PAID-OFF
                           AND LN-BALANCE > ZERO
                           AND LN-PAID-THROUGH-DATE NUMERIC
                           AND LN-PAID-THROUGH-DATE > ZERO
                       PERFORM 210-CHECK-ONE-LOAN
                   END-IF
                   MOVE LOAN-MASTER-RECORD TO LOAN-MASTER-NEW-REC
                   WRITE LOAN-MASTER-NEW-REC
                   ADD 1 TO CT-LOANS-WRITTEN
           END-READ.
      *
       210-CHECK-ONE-LOAN.
      *
           MOVE LN-PAID-THROUGH-DATE TO DW-DATE.
           PERFORM 225-ADD-ONE-MONTH.
           MOVE DW-DATE TO DF-FIRST-DUE-DATE.
           MOVE ZERO TO DF-DAYS-PAST-DUE
                        DF-NEW-LEVEL.
           IF PD-BUSINESS-DATE > DF-FIRST-DUE-DATE
               COMPUTE DF-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE (PD-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE (DF-FIRST-DUE-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN DF-DAYS-PAST-DUE >= 90
                   MOVE 3 TO DF-NEW-LEVEL
               WHEN DF-DAYS-PAST-DUE >= 60
                   MOVE 2 TO DF-NEW-LEVEL
               WHEN DF-DAYS-PAST-DUE >= 30
                   MOVE 1 TO DF-NEW-LEVEL
           END-EVALUATE.
           IF DF-NEW-LEVEL = ZERO
               IF LN-NOTICE-LEVEL > ZERO
                   MOVE ZERO TO LN-NOTICE-LEVEL
                   ADD 1 TO CT-LOANS-CURED
               END-IF
           ELSE
               PERFORM 220-FIGURE-AMOUNT-PAST-DUE
               ADD 1 TO CT-LOANS-PAST-DUE
               ADD DF-AMOUNT-PAST-DUE TO CT-AMOUNT-PAST-DUE
               IF DF-NEW-LEVEL > LN-NOTICE-LEVEL
                   MOVE DF-NEW-LEVEL TO LN-NOTICE-LEVEL
                   PERFORM 300-PRINT-DEFAULT-LETTER
                   EVALUATE TRUE
                       WHEN LN-REMINDER-SENT
                           ADD 1 TO CT-REMINDERS
                           MOVE "30-DAY REMINDER SENT"
                               TO DF-REMARKS
                       WHEN LN-DEFAULT-NOTICE-SENT
                           ADD 1 TO CT-DEFAULT-NOTICES
                           MOVE "NOTICE OF DEFAULT SENT"
                               TO DF-REMARKS
                       WHEN LN-DEMAND-SENT
                           ADD 1 TO CT-DEMANDS
                           MOVE "DEMAND SENT - REFERRED"
                               TO DF-REMARKS
                           PERFORM 250-WRITE-REFERRAL
                   END-EVALUATE
               ELSE
                   MOVE "PRIOR NOTICE STANDS" TO DF-REMARKS
               END-IF
               PERFORM 260-PRINT-DEFAULT-LINE
           END-IF.
      *
      * EVERY INSTALLMENT FROM THE FIRST UNPAID ONE TO THE BUSINESS
      * DATE IS OWED IN FULL, WITH THE LATE CHARGES ON TOP.
      *
       220-FIGURE-AMOUNT-PAST-DUE.
      *
           MOVE ZERO TO DF-INSTALLMENTS.
           MOVE DF-FIRST-DUE-DATE TO DF-DUE-DATE.
           PERFORM 222-COUNT-ONE-INSTALLMENT
               UNTIL DF-DUE-DATE > PD-BUSINESS-DATE.
           COMPUTE DF-AMOUNT-PAST-DUE =
               DF-INSTALLMENTS * (LN-MONTHLY-PI + LN-MONTHLY-ESCROW)
               + LN-UNPAID-LATE-CHARGES.
      *
       222-COUNT-ONE-INSTALLMENT.
      *
           ADD 1 TO DF-INSTALLMENTS.
           MOVE DF-DUE-DATE TO DW-DATE.
           PERFORM 225-ADD-ONE-MONTH.
           MOVE DW-DATE TO DF-DUE-DATE.
      *
      * A DAY PAST THE 28TH IS HELD AT THE 28TH, AS LOANPOST DOES.
      *
       225-ADD-ONE-MONTH.
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
       250-WRITE-REFERRAL.
      *
           MOVE SPACES TO FORECLOSURE-REFERRAL-RECORD.
           MOVE LN-LOAN-NUMBER         TO FR-LOAN-NUMBER.
           MOVE LN-BORROWER-NAME       TO FR-BORROWER-NAME.
           MOVE PD-BUSINESS-DATE       TO FR-REFERRAL-DATE.
           MOVE LN-PAID-THROUGH-DATE   TO FR-PAID-THROUGH-DATE.
           MOVE DF-DAYS-PAST-DUE       TO FR-DAYS-PAST-DUE.
           MOVE LN-BALANCE             TO FR-PRINCIPAL-BALANCE.
           MOVE LN-UNPAID-LATE-CHARGES TO FR-UNPAID-LATE-CHARGES.
           MOVE DF-AMOUNT-PAST-DUE     TO FR-AMOUNT-PAST-DUE.
           WRITE FORECLOSURE-REFERRAL-RECORD.
           ADD 1 TO CT-REFERRALS.
      *
       260-PRINT-DEFAULT-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE LN-LOAN-NUMBER         TO DFL-LOAN-NUMBER.
           MOVE LN-BORROWER-NAME       TO DFL-BORROWER-NAME.
           MOVE LN-PAID-THROUGH-DATE   TO DFL-PAID-THROUGH.
           MOVE DF-FIRST-DUE-DATE      TO DFL-DUE-SINCE.
           MOVE DF-DAYS-PAST-DUE       TO DFL-DAYS.
           MOVE DF-INSTALLMENTS        TO DFL-INSTALLMENTS.
           MOVE LN-BALANCE             TO DFL-BALANCE.
           MOVE LN-UNPAID-LATE-CHARGES TO DFL-LATE-CHARGES.
           MOVE DF-AMOUNT-PAST-DUE     TO DFL-PAST-DUE.
           MOVE DF-REMARKS             TO DFL-REMARKS.
           MOVE DEFAULT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       280-PRINT-TOTAL-LINE.
      *
           MOVE CT-LOANS-PAST-DUE  TO TL-LOANS.
           MOVE CT-AMOUNT-PAST-DUE TO TL-PAST-DUE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       300-PRINT-DEFAULT-LETTER.
      *
           EVALUATE TRUE
               WHEN LN-REMINDER-SENT
                   MOVE "MORTGAGE PAYMENT REMINDER - 30 DAYS PAST DUE"
                       TO NOTICE-TEXT-LINE
               WHEN LN-DEFAULT-NOTICE-SENT
                   MOVE "NOTICE OF DEFAULT - 60 DAYS PAST DUE"
                       TO NOTICE-TEXT-LINE
               WHEN OTHER
                   MOVE "DEMAND FOR PAYMENT - 90 DAYS PAST DUE"
                       TO NOTICE-TEXT-LINE
           END-EVALUATE.
           PERFORM 340-WRITE-TEXT-LINE.
           MOVE SPACES TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           MOVE LN-LOAN-NUMBER   TO NTL-LOAN-NUMBER.
           MOVE LN-BORROWER-NAME TO NTL-BORROWER-NAME.
           MOVE PD-BUSINESS-DATE TO NTL-NOTICE-DATE.
           MOVE NOTICE-LOAN-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           MOVE SPACES TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           EVALUATE TRUE
               WHEN LN-REMINDER-SENT
                   MOVE "YOUR MORTGAGE PAYMENT IS MORE THAN 30 DAYS"
                       TO NOTICE-TEXT-LINE
                   PERFORM 340-WRITE-TEXT-LINE
                   MOVE "PAST DUE. PLEASE SEND THE AMOUNT BELOW"
                       TO NOTICE-TEXT-LINE
                   PERFORM 340-WRITE-TEXT-LINE
                   MOVE "PROMPTLY TO AVOID FURTHER LATE CHARGES."
                       TO NOTICE-TEXT-LINE
                   PERFORM 340-WRITE-TEXT-LINE
               WHEN LN-DEFAULT-NOTICE-SENT
                   MOVE "YOUR LOAN IS IN DEFAULT. THE AMOUNT BELOW"
                       TO NOTICE-TEXT-LINE
                   PERFORM 340-WRITE-TEXT-LINE
                   MOVE "MUST BE RECEIVED WITHIN 30 DAYS TO CURE THE"
                       TO NOTICE-TEXT-LINE
                   PERFORM 340-WRITE-TEXT-LINE
                   MOVE "DEFAULT."
                       TO NOTICE-TEXT-LINE
                   PERFORM 340-WRITE-TEXT-LINE
               WHEN OTHER
                   MOVE "PAYMENT OF THE AMOUNT BELOW IS DEMANDED."
                       TO NOTICE-TEXT-LINE
                   PERFORM 340-WRITE-TEXT-LINE
                   MOVE "YOUR LOAN HAS BEEN REFERRED FOR FORECLOSURE."
                       TO NOTICE-TEXT-LINE
                   PERFORM 340-WRITE-TEXT-LINE
           END-EVALUATE.
           MOVE SPACES TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           MOVE "LOAN PAID THROUGH" TO NDL-LABEL.
           MOVE LN-PAID-THROUGH-DATE TO NDL-DATE.
           PERFORM 310-WRITE-DATE-LINE.
           MOVE "FIRST UNPAID INSTALLMENT DUE" TO NDL-LABEL.
           MOVE DF-FIRST-DUE-DATE TO NDL-DATE.
           PERFORM 310-WRITE-DATE-LINE.
           MOVE "DAYS PAST DUE" TO NCL-LABEL.
           MOVE DF-DAYS-PAST-DUE TO NCL-COUNT.
           PERFORM 320-WRITE-COUNT-LINE.
           MOVE "INSTALLMENTS PAST DUE" TO NCL-LABEL.
           MOVE DF-INSTALLMENTS TO NCL-COUNT.
           PERFORM 320-WRITE-COUNT-LINE.
           MOVE "MONTHLY PRINCIPAL AND INTEREST" TO NAL-LABEL.
           MOVE LN-MONTHLY-PI TO NAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "PLUS MONTHLY ESCROW" TO NAL-LABEL.
           MOVE LN-MONTHLY-ESCROW TO NAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "UNPAID LATE CHARGES" TO NAL-LABEL.
           MOVE LN-UNPAID-LATE-CHARGES TO NAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE "TOTAL AMOUNT PAST DUE" TO NAL-LABEL.
           MOVE DF-AMOUNT-PAST-DUE TO NAL-AMOUNT.
           PERFORM 330-WRITE-AMOUNT-LINE.
           MOVE ALL "-" TO NOTICE-AREA.
           WRITE NOTICE-AREA.
           ADD 1 TO CT-NOTICES.
      *
       310-WRITE-DATE-LINE.
      *
           MOVE NOTICE-DATE-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
      *
       320-WRITE-COUNT-LINE.
      *
           MOVE NOTICE-COUNT-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
      *
       330-WRITE-AMOUNT-LINE.
      *
           MOVE NOTICE-AMOUNT-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
      *
       340-WRITE-TEXT-LINE.
      *
           MOVE NOTICE-TEXT-LINE TO NOTICE-AREA.
           WRITE NOTICE-AREA.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
