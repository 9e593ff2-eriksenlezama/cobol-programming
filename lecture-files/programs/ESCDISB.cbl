       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCDISB.
      *
      * ESCROW DISBURSEMENT RUN. PAYS THE PROPERTY TAX AND HAZARD
      * INSURANCE BILLS KEYED TO THE ESCROW TRANSACTION FILE
      * (ESCTRAN, COPY ESCTRAN) OUT OF EACH LOAN'S ESCROW BALANCE,
      * TOGETHER WITH THE SURPLUS REFUNDS THE ANNUAL ESCROW
      * ANALYSIS (ESCANAL) WRITES IN THE SAME LAYOUT. THE CURRENT
      * LOAN SERVICING MASTER GENERATION (LOANOLD) IS READ INTO A
      * TABLE, THE DISBURSEMENTS ARE APPLIED IN ANY ORDER, AND A
      * SECOND PASS OF LOANOLD WRITES THE NEXT GENERATION (LOANNEW)
      * WITH THE NEW ESCROW BALANCES.
      *
      * A TAX OR INSURANCE BILL IS PAID EVEN WHEN THE ESCROW WILL
      * NOT COVER IT - THE SERVICER ADVANCES THE DIFFERENCE, THE
      * BALANCE GOES NEGATIVE AND THE REGISTER FLAGS IT FOR THE
      * NEXT ANALYSIS TO RECOVER. A REFUND IS NEVER MORE THAN THE
      * BALANCE. EVERY DISBURSEMENT PAID IS ADDED TO THE ESCROW
      * HISTORY (ESCHIST, COPY ESCHIST) THE ANALYSIS PROJECTS FROM.
      *
      * A REJECTED DISBURSEMENT ENDS THE RUN WITH RETURN CODE 4, AN
      * OUT-OF-BALANCE RUN WITH RETURN CODE 8. THE BUSINESS DATE
      * COMES FROM PROCDATE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMST-OLD ASSIGN TO LOANOLD
               FILE STATUS IS WF-LOANOLD-STATUS.
           SELECT LOANMST-NEW ASSIGN TO LOANNEW
               FILE STATUS IS WF-LOANNEW-STATUS.
           SELECT ESCTRAN  ASSIGN TO ESCTRAN
               FILE STATUS IS WF-ESCTRAN-STATUS.
           SELECT ESCHIST  ASSIGN TO ESCHIST
               FILE STATUS IS WF-ESCHIST-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT ESCDRPT  ASSIGN TO ESCDRPT
               FILE STATUS IS WF-ESCDRPT-STATUS.
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
       FD  ESCTRAN
           RECORD CONTAINS 80 CHARACTERS.
       COPY ESCTRAN.
      *
       FD  ESCHIST
           RECORD CONTAINS 80 CHARACTERS.
       COPY ESCHIST.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  ESCDRPT.
       01  PRINT-AREA       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  LOANOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  LOANOLD-EOF                  VALUE "Y".
           05  ESCTRAN-EOF-SWITCH      PIC X    VALUE "N".
               88  ESCTRAN-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-LOANOLD-STATUS   PIC XX.
               88  LOANOLD-FILE-OK         VALUE "00".
           05  WF-LOANNEW-STATUS   PIC XX.
               88  LOANNEW-FILE-OK         VALUE "00".
           05  WF-ESCTRAN-STATUS   PIC XX.
               88  ESCTRAN-FILE-OK         VALUE "00".
           05  WF-ESCHIST-STATUS   PIC XX.
               88  ESCHIST-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-ESCDRPT-STATUS   PIC XX.
               88  ESCDRPT-FILE-OK         VALUE "00".
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
               10  LT-ESCROW-BALANCE       PIC S9(7)V99 COMP-3.
      *
       01  WORK-FIELDS.
           05  WS-REJECT-REASON        PIC X(24).
           05  WS-TYPE-NAME            PIC X(14).
      *
       01  CONTROL-TOTALS.
           05  CT-LOANS-READ       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-LOANS-WRITTEN    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-READ       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-POSTED     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-REJECTED   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-WRITTEN  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ADVANCES         PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TAX-AMOUNT       PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-HAZARD-AMOUNT    PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-REFUND-AMOUNT    PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-TOTAL-AMOUNT     PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "ESCROW DISBURSEMENT ".
           05  FILLER          PIC X(20)   VALUE "REGISTER            ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ESCDISB".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER          PIC X(14)   VALUE "BUSINESS DATE ".
           05  HL3-BUSINESS-DATE PIC 9(8).
           05  FILLER          PIC X(110)  VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "LOAN BORROWER       ".
           05  FILLER      PIC X(20)   VALUE "                DISB".
           05  FILLER      PIC X(20)   VALUE "URSEMENT  PAID DATE ".
           05  FILLER      PIC X(20)   VALUE "PAYEE               ".
           05  FILLER      PIC X(20)   VALUE "       AMOUNT   ESCR".
           05  FILLER      PIC X(20)   VALUE "OW BAL  REMARKS     ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  DISBURSEMENT-LINE.
           05  DBL-LOAN-NUMBER     PIC X(4).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DBL-BORROWER-NAME   PIC X(30).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DBL-TYPE-NAME       PIC X(14).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DBL-PAID-DATE       PIC X(8).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DBL-PAYEE           PIC X(20).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DBL-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  DBL-AMOUNT-X REDEFINES DBL-AMOUNT
                                   PIC X(12).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DBL-BALANCE         PIC Z,ZZZ,ZZ9.99-.
           05  DBL-BALANCE-X REDEFINES DBL-BALANCE
                                   PIC X(13).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DBL-REMARKS         PIC X(24).
      *
       01  TOTAL-LINE.
           05  TTL-LABEL           PIC X(30).
           05  TTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(88)    VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PAY-ESCROW-DISBURSEMENTS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PROCESSING-DATE.
           PERFORM 120-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 130-LOAD-ONE-LOAN
               UNTIL LOANOLD-EOF.
           CLOSE LOANMST-OLD.
           PERFORM 200-POST-ONE-DISBURSEMENT
               UNTIL ESCTRAN-EOF.
           OPEN INPUT LOANMST-OLD.
           IF NOT LOANOLD-FILE-OK
              DISPLAY "LOANOLD REOPEN ERROR: " WF-LOANOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           MOVE "N" TO LOANOLD-EOF-SWITCH.
           PERFORM 300-WRITE-ONE-LOAN
               UNTIL LOANOLD-EOF.
           PERFORM 350-PRINT-TOTALS.
           DISPLAY "ESCDISB LOANS READ       " CT-LOANS-READ.
           DISPLAY "ESCDISB LOANS WRITTEN    " CT-LOANS-WRITTEN.
           DISPLAY "ESCDISB DISBURSEMENTS    " CT-TRANS-READ.
           DISPLAY "ESCDISB POSTED           " CT-TRANS-POSTED.
           DISPLAY "ESCDISB REJECTED         " CT-TRANS-REJECTED.
           DISPLAY "ESCDISB HISTORY WRITTEN  " CT-HISTORY-WRITTEN.
           DISPLAY "ESCDISB ESCROW ADVANCES  " CT-ADVANCES.
           IF CT-LOANS-READ = CT-LOANS-WRITTEN
                   AND CT-TRANS-READ =
                       CT-TRANS-POSTED + CT-TRANS-REJECTED
                   AND CT-HISTORY-WRITTEN = CT-TRANS-POSTED
               DISPLAY "*** ESCDISB RUN IS IN BALANCE ***"
               IF CT-TRANS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** ESCDISB RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOANMST-OLD
                 LOANMST-NEW
                 ESCTRAN
                 ESCHIST
                 ESCDRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  LOANMST-OLD
                       ESCTRAN
                OUTPUT LOANMST-NEW
                       ESCDRPT
                EXTEND ESCHIST.
           IF NOT LOANOLD-FILE-OK
              DISPLAY "LOANOLD OPEN ERROR: " WF-LOANOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ESCTRAN-FILE-OK
              DISPLAY "ESCTRAN OPEN ERROR: " WF-ESCTRAN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LOANNEW-FILE-OK
              DISPLAY "LOANNEW OPEN ERROR: " WF-LOANNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ESCDRPT-FILE-OK
              DISPLAY "ESCDRPT OPEN ERROR: " WF-ESCDRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ESCHIST-FILE-OK
              DISPLAY "ESCHIST OPEN ERROR: " WF-ESCHIST-STATUS
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
       130-LOAD-ONE-LOAN.
      *
           READ LOANMST-OLD
               AT END
                   MOVE "Y" TO LOANOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-LOANS-READ
                   IF LT-ENTRY-COUNT < 500
                       ADD 1 TO LT-ENTRY-COUNT
                       MOVE LN-LOAN-NUMBER
                           TO LT-LOAN-NUMBER (LT-ENTRY-COUNT)
                       MOVE LN-BORROWER-NAME
                           TO LT-BORROWER-NAME (LT-ENTRY-COUNT)
                       MOVE LN-ESCROW-BALANCE
                           TO LT-ESCROW-BALANCE (LT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "LOAN TABLE FULL - NO DISBURSEMENTS FOR "
                           LN-LOAN-NUMBER
                   END-IF
           END-READ.
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
       200-POST-ONE-DISBURSEMENT.
      *
           READ ESCTRAN
               AT END
                   MOVE "Y" TO ESCTRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
                   PERFORM 210-EDIT-ONE-DISBURSEMENT
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 220-APPLY-ONE-DISBURSEMENT
                   ELSE
                       PERFORM 270-PRINT-REJECT-LINE
                   END-IF
           END-READ.
      *
       210-EDIT-ONE-DISBURSEMENT.
      *
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO LT-MATCH-SUB.
           IF ET-PAID-DATE-X = SPACES
               MOVE PD-BUSINESS-DATE TO ET-PAID-DATE
           END-IF.
           IF ET-LOAN-NUMBER-X NOT NUMERIC
               MOVE "INVALID LOAN NUMBER" TO WS-REJECT-REASON
           ELSE
               MOVE ET-LOAN-NUMBER TO WS-LOOKUP-LOAN
               PERFORM 150-FIND-LOAN
               IF LT-MATCH-SUB = ZERO
                   MOVE "LOAN NOT ON MASTER" TO WS-REJECT-REASON
               ELSE
               IF NOT ET-VALID-TYPE
                   MOVE "INVALID TYPE" TO WS-REJECT-REASON
               ELSE
               IF ET-AMOUNT-X NOT NUMERIC
                   MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
               ELSE
               IF ET-AMOUNT = ZERO
                   MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
               ELSE
               IF ET-PAID-DATE NOT NUMERIC
                   MOVE "INVALID PAID DATE" TO WS-REJECT-REASON
               ELSE
               IF ET-PAID-MONTH < 1 OR ET-PAID-MONTH > 12
                       OR ET-PAID-DAY < 1 OR ET-PAID-DAY > 31
                   MOVE "INVALID PAID DATE" TO WS-REJECT-REASON
               ELSE
               IF ET-PAID-DATE > PD-BUSINESS-DATE
                   MOVE "PAID DATE IN FUTURE" TO WS-REJECT-REASON
               ELSE
               IF ET-SURPLUS-REFUND
                       AND ET-AMOUNT > LT-ESCROW-BALANCE (LT-MATCH-SUB)
                   MOVE "REFUND OVER ESCROW BAL" TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
      *
       220-APPLY-ONE-DISBURSEMENT.
      *
           SUBTRACT ET-AMOUNT FROM LT-ESCROW-BALANCE (LT-MATCH-SUB).
           EVALUATE TRUE
               WHEN ET-PROPERTY-TAX
                   ADD ET-AMOUNT TO CT-TAX-AMOUNT
               WHEN ET-HAZARD-INSURANCE
                   ADD ET-AMOUNT TO CT-HAZARD-AMOUNT
               WHEN OTHER
                   ADD ET-AMOUNT TO CT-REFUND-AMOUNT
           END-EVALUATE.
           ADD ET-AMOUNT TO CT-TOTAL-AMOUNT.
           ADD 1 TO CT-TRANS-POSTED.
           MOVE SPACES            TO ESCROW-HISTORY-RECORD.
           MOVE ET-LOAN-NUMBER    TO EH-LOAN-NUMBER.
           MOVE ET-DISB-TYPE      TO EH-DISB-TYPE.
           MOVE ET-PAID-DATE      TO EH-PAID-DATE.
           MOVE ET-AMOUNT         TO EH-AMOUNT.
           MOVE ET-PAYEE          TO EH-PAYEE.
           MOVE LT-ESCROW-BALANCE (LT-MATCH-SUB) TO EH-BALANCE-AFTER.
           MOVE PD-BUSINESS-DATE  TO EH-RUN-DATE.
           WRITE ESCROW-HISTORY-RECORD.
           ADD 1 TO CT-HISTORY-WRITTEN.
           PERFORM 225-SET-TYPE-NAME.
           MOVE SPACES TO DISBURSEMENT-LINE.
           MOVE ET-LOAN-NUMBER-X  TO DBL-LOAN-NUMBER.
           MOVE LT-BORROWER-NAME (LT-MATCH-SUB) TO DBL-BORROWER-NAME.
           MOVE WS-TYPE-NAME      TO DBL-TYPE-NAME.
           MOVE ET-PAID-DATE-X    TO DBL-PAID-DATE.
           MOVE ET-PAYEE          TO DBL-PAYEE.
           MOVE ET-AMOUNT         TO DBL-AMOUNT.
           MOVE LT-ESCROW-BALANCE (LT-MATCH-SUB) TO DBL-BALANCE.
           IF LT-ESCROW-BALANCE (LT-MATCH-SUB) < ZERO
               ADD 1 TO CT-ADVANCES
               MOVE "ESCROW ADVANCED" TO DBL-REMARKS
           END-IF.
           PERFORM 250-PRINT-DISBURSEMENT-LINE.
      *
       225-SET-TYPE-NAME.
      *
           EVALUATE TRUE
               WHEN ET-PROPERTY-TAX
                   MOVE "PROPERTY TAX"   TO WS-TYPE-NAME
               WHEN ET-HAZARD-INSURANCE
                   MOVE "HAZARD INS"     TO WS-TYPE-NAME
               WHEN ET-SURPLUS-REFUND
                   MOVE "SURPLUS REFUND" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE ET-DISB-TYPE     TO WS-TYPE-NAME
           END-EVALUATE.
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
       250-PRINT-DISBURSEMENT-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE DISBURSEMENT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       270-PRINT-REJECT-LINE.
      *
           ADD 1 TO CT-TRANS-REJECTED.
           PERFORM 225-SET-TYPE-NAME.
           MOVE SPACES TO DISBURSEMENT-LINE.
           MOVE ET-LOAN-NUMBER-X  TO DBL-LOAN-NUMBER.
           IF LT-MATCH-SUB > ZERO
               MOVE LT-BORROWER-NAME (LT-MATCH-SUB)
                   TO DBL-BORROWER-NAME
           END-IF.
           MOVE WS-TYPE-NAME      TO DBL-TYPE-NAME.
           MOVE ET-PAID-DATE-X    TO DBL-PAID-DATE.
           MOVE ET-PAYEE          TO DBL-PAYEE.
           IF ET-AMOUNT-X IS NUMERIC
               MOVE ET-AMOUNT     TO DBL-AMOUNT
           ELSE
               MOVE ET-AMOUNT-X   TO DBL-AMOUNT-X
           END-IF.
           MOVE SPACES            TO DBL-BALANCE-X.
           MOVE WS-REJECT-REASON  TO DBL-REMARKS.
           PERFORM 250-PRINT-DISBURSEMENT-LINE.
      *
      * SECOND PASS - THE MASTER IS WRITTEN IN ITS OWN ORDER WITH
      * THE ESCROW BALANCE FROM THE TABLE. A LOAN THAT DID NOT FIT
      * THE TABLE GOES THROUGH UNCHANGED.
      *
       300-WRITE-ONE-LOAN.
      *
           READ LOANMST-OLD
               AT END
                   MOVE "Y" TO LOANOLD-EOF-SWITCH
               NOT AT END
                   MOVE LN-LOAN-NUMBER TO WS-LOOKUP-LOAN
                   PERFORM 150-FIND-LOAN
                   IF LT-MATCH-SUB > ZERO
                       MOVE LT-ESCROW-BALANCE (LT-MATCH-SUB)
                           TO LN-ESCROW-BALANCE
                   END-IF
                   MOVE LOAN-MASTER-RECORD TO LOAN-MASTER-NEW-REC
                   WRITE LOAN-MASTER-NEW-REC
                   ADD 1 TO CT-LOANS-WRITTEN
           END-READ.
      *
       350-PRINT-TOTALS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "TOTAL PROPERTY TAX PAID" TO TTL-LABEL.
           MOVE CT-TAX-AMOUNT TO TTL-AMOUNT.
           PERFORM 360-PRINT-TOTAL-LINE.
           MOVE "TOTAL HAZARD INSURANCE PAID" TO TTL-LABEL.
           MOVE CT-HAZARD-AMOUNT TO TTL-AMOUNT.
           PERFORM 360-PRINT-TOTAL-LINE.
           MOVE "TOTAL SURPLUS REFUNDED" TO TTL-LABEL.
           MOVE CT-REFUND-AMOUNT TO TTL-AMOUNT.
           PERFORM 360-PRINT-TOTAL-LINE.
           MOVE "TOTAL DISBURSED FROM ESCROW" TO TTL-LABEL.
           MOVE CT-TOTAL-AMOUNT TO TTL-AMOUNT.
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
