      *
      * COMMCTL RECORDS (ASCENDING BY BOUND): TIER UPPER BOUND
      * 9(7)V99 IN COLS 1-9, MARGINAL RATE 9V9999 IN COLS 10-14.
      *
      * CLAWBACKS - A RETURNED-GOODS (RT) OR DAMAGED-GOODS (DG)
      * CREDIT POSTED THIS PAY PERIOD (SALESHST) AGAINST A REP WHO
      * WAS PAID COMMISSION IN AN EARLIER PERIOD (COMMHIST) IS
      * TAKEN BACK AT THE RATE OF THE TIER LAST PAID TO THE REP.
      * THE CLAWBACK AND ANY DEFICIT CARRIED FROM THE LAST PERIOD
      * COME OFF THIS PERIOD'S COMMISSION; WHAT THE EARNINGS CANNOT
      * COVER IS CARRIED FORWARD, NEVER PAID AS A NEGATIVE. EACH
      * CLAWBACK IS LISTED ON THE REGISTER AND WRITTEN TO CLAWDTL
      * FOR THE REP STATEMENTS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WF-COMMRPT-STATUS.
           SELECT COMMPAY  ASSIGN TO COMMPAY
           FILE STATUS IS WF-COMMPAY-STATUS.
           SELECT COMMHIST ASSIGN TO COMMHIST
           FILE STATUS IS WF-COMMHIST-STATUS.
           SELECT SALESHST ASSIGN TO SALESHST
           FILE STATUS IS WF-SALESHST-STATUS.
           SELECT CLAWDTL  ASSIGN TO CLAWDTL
           FILE STATUS IS WF-CLAWDTL-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
           05  CP-SALES-THIS-YTD       PIC 9(7)V9(2).
           05  CP-COMMISSION           PIC 9(7)V9(2).
           05  CP-TOP-TIER             PIC 9(2).
           05  CP-CLAWBACK             PIC 9(7)V9(2).
           05  CP-NET-PAID             PIC 9(7)V9(2).
           05  CP-CARRY-FORWARD        PIC 9(7)V9(2).
           05  FILLER                  PIC X(29).
      *
       FD  COMMHIST
           RECORD CONTAINS 80 CHARACTERS.
       COPY COMMHIST.
      *
       FD  SALESHST
           RECORD CONTAINS 80 CHARACTERS.
       COPY ARTRN.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-BRANCH-NUMBER       PIC 9(2).
           05  SRT-SALESREP-NUMBER     PIC 9(2).
           05  SRT-CUSTOMER-NUMBER     PIC 9(5).
           05  SRT-INVOICE-AMOUNT      PIC 9(5)V9(2).
           05  SRT-DEBIT-CREDIT-CODE   PIC X.
           05  SRT-BUSINESS-DATE       PIC 9(8).
           05  SRT-REASON-CODE         PIC X(2).
           05  FILLER                  PIC X(53).
      *
       FD  CLAWDTL
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLAWDTL.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
               88  FIRST-RECORD                 VALUE "Y".
               88  NOT-FIRST-RECORD             VALUE "N".
           05  COMMHIST-EOF-SWITCH     PIC X    VALUE "N".
               88  COMMHIST-EOF                 VALUE "Y".
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".
               88  SALESHST-EOF                 VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CUSTMAST-STATUS  PIC XX.
               88  COMMRPT-FILE-OK         VALUE "00".
           05  WF-COMMPAY-STATUS   PIC XX.
               88  COMMPAY-FILE-OK         VALUE "00".
           05  WF-COMMHIST-STATUS  PIC XX.
               88  COMMHIST-FILE-OK        VALUE "00".
           05  WF-SALESHST-STATUS  PIC XX.
               88  SALESHST-FILE-OK        VALUE "00".
           05  WF-CLAWDTL-STATUS   PIC XX.
               88  CLAWDTL-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  TIER-ENTRY              OCCURS 10 TIMES.
               10  TR-BOUND                PIC 9(7)V9(2).
               10  TR-RATE                 PIC 9V9(4).
      *
      * ONE ENTRY PER REP PAID IN AN EARLIER PERIOD - THE TIER LAST
      * PAID, THE DEFICIT CARRIED FROM THAT PERIOD, AND THIS
      * PERIOD'S CLAWBACK AS THE CREDITS ARE PRICED.
      *
       01  REP-HISTORY-FIELDS.
           05  RH-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  RH-SUB              PIC S9(3)  COMP.
           05  RH-MATCH-SUB        PIC S9(3)  COMP.
           05  WS-CURRENT-PERIOD   PIC 9(6).
           05  WS-REP-KEY.
               10  WS-REP-BRANCH       PIC 9(2).
               10  WS-REP-NUMBER       PIC 9(2).
      *
       01  REP-HISTORY-TABLE.
           05  REP-HISTORY-ENTRY       OCCURS 200 TIMES.
               10  RH-REP-KEY.
                   15  RH-BRANCH-NUMBER    PIC 9(2).
                   15  RH-SALESREP-NUMBER  PIC 9(2).
               10  RH-LAST-PERIOD          PIC 9(6).
               10  RH-LAST-TIER            PIC 9(2).
               10  RH-CARRY-FORWARD        PIC S9(7)V99 COMP-3.
               10  RH-CLAWBACK             PIC S9(7)V99 COMP-3.
               10  RH-DONE-SWITCH          PIC X.
                   88  RH-DONE                     VALUE "Y".
      *
       01  CLAWBACK-TABLE-FIELDS.
           05  CB-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  CB-SUB              PIC S9(4)  COMP.
           05  CB-OVERFLOW-COUNT   PIC S9(4)  COMP  VALUE ZERO.
      *
       01  CLAWBACK-TABLE.
           05  CLAWBACK-ENTRY          OCCURS 1000 TIMES.
               10  CB-DETAIL               PIC X(80).
      *
       01  COMMISSION-WORK.
           05  WS-SALES-BASIS      PIC S9(9)V99  COMP-3.
           05  WS-COMMISSION       PIC S9(7)V99  COMP-3.
           05  WS-TIER-USED        PIC S9(2)     COMP.
           05  WS-THIS-TOP-TIER    PIC S9(2)     COMP.
           05  WS-CLAWBACK         PIC S9(7)V99  COMP-3.
           05  WS-PRIOR-DEFICIT    PIC S9(7)V99  COMP-3.
           05  WS-NET-PAY          PIC S9(7)V99  COMP-3.
           05  WS-NEW-DEFICIT      PIC S9(7)V99  COMP-3.
      *
       01  TOTAL-FIELDS.
           05  REP-SALES-THIS-YTD  PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  REP-COMM-LAST       PIC S9(7)V99  COMP-3 VALUE ZERO.
           05  GRAND-COMM-THIS     PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  GRAND-SALES-THIS    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  GRAND-CLAWBACK      PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  GRAND-NET-PAID      PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       01  CONTROL-TOTALS.
           05  CT-CREDITS-SELECTED PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CREDITS-CLAWED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CREDITS-NOT-PAID PIC S9(7)     COMP-3 VALUE ZERO.
      *
      *
       01  FILE-INTEGRITY-FIELDS.
           05  FILLER      PIC X(20)   VALUE " YTD   COMMISSION   ".
           05  FILLER      PIC X(20)   VALUE "SALES LAST YTD  LAST".
           05  FILLER      PIC X(20)   VALUE "-YTD COMM   VARIANCE".
           05  FILLER      PIC X(20)   VALUE "   CLAWBACK   PRIOR ".
           05  FILLER      PIC X(20)   VALUE "DEF    NET PAID   CA".
           05  FILLER      PIC X(12)   VALUE "RRY FWD     ".
      *
       01  COMMISSION-LINE.
           05  CML-BRANCH-NUMBER   PIC 9(2).
           05  CML-COMM-LAST       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CML-VARIANCE        PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CML-CLAWBACK        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CML-PRIOR-DEFICIT   PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CML-NET-PAID        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CML-NEW-DEFICIT     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(5)     VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER              PIC X(20)
           05  GTL-COMM-THIS       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12)   VALUE "  ON SALES  ".
           05  GTL-SALES-THIS      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11)   VALUE "  CLAWBACK ".
           05  GTL-CLAWBACK        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11)   VALUE "  NET PAID ".
           05  GTL-NET-PAID        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(25)   VALUE SPACE.
      *
       01  CLAWBACK-HEADING-LINE.
           05  FILLER   PIC X(132)   VALUE
               "CLAWBACKS - RT/DG CREDITS ON EARLIER-PAID SALES".
      *
       01  CLAWBACK-COLUMN-LINE.
           05  FILLER      PIC X(20)   VALUE "BR REP   CUST    POS".
           05  FILLER      PIC X(20)   VALUE "TED RSN      CREDIT ".
           05  FILLER      PIC X(20)   VALUE "   PAID TIER     RAT".
           05  FILLER      PIC X(20)   VALUE "E     CLAWBACK      ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  CLAWBACK-LINE.
           05  CBL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CBL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CBL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CBL-BUSINESS-DATE   PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CBL-REASON-CODE     PIC X(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CBL-CREDIT-AMOUNT   PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CBL-PAID-PERIOD     PIC 9(6).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CBL-TIER            PIC Z9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CBL-RATE            PIC 9.9999.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CBL-CLAWBACK        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(58)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "COMMCALC TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-LOAD-TIER-TABLE.
           PERFORM 140-LOAD-REP-HISTORY.
           OPEN OUTPUT CLAWDTL.
           IF NOT CLAWDTL-FILE-OK
              DISPLAY "CLAWDTL OPEN ERROR: " WF-CLAWDTL-STATUS
              PERFORM 900-ABORT
           END-IF.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-BRANCH-NUMBER
               ON ASCENDING KEY SRT-SALESREP-NUMBER
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
               ON ASCENDING KEY SRT-BUSINESS-DATE
               INPUT PROCEDURE 160-SELECT-PERIOD-CREDITS
               OUTPUT PROCEDURE 170-PRICE-CLAWBACKS.
           CLOSE CLAWDTL.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 200-ACCUMULATE-REP-SALES
               UNTIL CUSTMAST-EOF.
           MOVE HIGH-VALUES TO WS-REP-KEY.
           PERFORM 250-PAY-CLAWBACK-ONLY-REP
               VARYING RH-SUB FROM 1 BY 1
               UNTIL RH-SUB > RH-ENTRY-COUNT.
           MOVE GRAND-COMM-THIS  TO GTL-COMM-THIS.
           MOVE GRAND-SALES-THIS TO GTL-SALES-THIS.
           MOVE GRAND-CLAWBACK   TO GTL-CLAWBACK.
           MOVE GRAND-NET-PAID   TO GTL-NET-PAID.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 400-PRINT-CLAWBACK-DETAIL.
           CLOSE CUSTMAST
                 COMMCTL
                 COMMRPT
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           PERFORM 105-READ-PROCESSING-DATE.
      *
       110-LOAD-TIER-TABLE.
      *
               DISPLAY "COMMCTL IS EMPTY - NO RATES TO APPLY"
               PERFORM 900-ABORT
           END-IF.
      *
      * THE PAY PERIOD IS THE BUSINESS PROCESSING-DATE YEAR AND
      * MONTH, AS IN THE HISTORY UPDATE.
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
           MOVE PD-BUSINESS-DATE (1:6) TO WS-CURRENT-PERIOD.
      *
       120-READ-TIER-RECORD.
      *
               DISPLAY "TIER TABLE FULL - TIER OMITTED " CC-TIER-BOUND
           END-IF.
           PERFORM 120-READ-TIER-RECORD.
      *
      * COMMHIST IS IN BRANCH/REP/PERIOD ORDER, SO THE LAST RECORD
      * BEFORE THE CURRENT PERIOD FOR EACH REP IS THE ONE KEPT. A
      * RERUN'S OWN PERIOD IS IGNORED.
      *
       140-LOAD-REP-HISTORY.
      *
           OPEN INPUT COMMHIST.
           IF WF-COMMHIST-STATUS = "35"
              DISPLAY "COMMHIST NOT FOUND - NO EARLIER PAY PERIODS"
           ELSE
           IF NOT COMMHIST-FILE-OK
              DISPLAY "COMMHIST OPEN ERROR: " WF-COMMHIST-STATUS
              PERFORM 900-ABORT
           ELSE
              PERFORM 145-READ-HISTORY-RECORD
              PERFORM 150-STORE-REP-HISTORY
                  UNTIL COMMHIST-EOF
              CLOSE COMMHIST
           END-IF
           END-IF.
      *
       145-READ-HISTORY-RECORD.
      *
           READ COMMHIST
               AT END
                   MOVE "Y" TO COMMHIST-EOF-SWITCH
           END-READ.
      *
       150-STORE-REP-HISTORY.
      *
           IF CH-PERIOD < WS-CURRENT-PERIOD
               MOVE CH-BRANCH-NUMBER   TO WS-REP-BRANCH
               MOVE CH-SALESREP-NUMBER TO WS-REP-NUMBER
               IF RH-ENTRY-COUNT = ZERO
                   PERFORM 155-ADD-REP-HISTORY
               ELSE
               IF RH-REP-KEY (RH-ENTRY-COUNT) NOT = WS-REP-KEY
                   PERFORM 155-ADD-REP-HISTORY
               END-IF
               END-IF
               IF RH-ENTRY-COUNT > ZERO
                       AND RH-REP-KEY (RH-ENTRY-COUNT) = WS-REP-KEY
                   MOVE CH-PERIOD   TO RH-LAST-PERIOD (RH-ENTRY-COUNT)
                   MOVE CH-TOP-TIER TO RH-LAST-TIER (RH-ENTRY-COUNT)
                   IF CH-CARRY-FORWARD NUMERIC
                       MOVE CH-CARRY-FORWARD
                           TO RH-CARRY-FORWARD (RH-ENTRY-COUNT)
                   ELSE
                       MOVE ZERO TO RH-CARRY-FORWARD (RH-ENTRY-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 145-READ-HISTORY-RECORD.
      *
       155-ADD-REP-HISTORY.
      *
           IF RH-ENTRY-COUNT < 200
               ADD 1 TO RH-ENTRY-COUNT
               MOVE CH-BRANCH-NUMBER
                   TO RH-BRANCH-NUMBER (RH-ENTRY-COUNT)
               MOVE CH-SALESREP-NUMBER
                   TO RH-SALESREP-NUMBER (RH-ENTRY-COUNT)
               MOVE ZERO TO RH-CLAWBACK (RH-ENTRY-COUNT)
               MOVE "N"  TO RH-DONE-SWITCH (RH-ENTRY-COUNT)
           ELSE
               DISPLAY "REP HISTORY TABLE FULL - REP OMITTED "
                   CH-BRANCH-NUMBER "/" CH-SALESREP-NUMBER
               DISPLAY "*** COMMCALC CLAWBACKS INCOMPLETE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      * INPUT PROCEDURE - THIS PERIOD'S RT AND DG CREDITS OFF THE
      * MONTH-TO-DATE SALES HISTORY.
      *
       160-SELECT-PERIOD-CREDITS.
      *
           OPEN INPUT SALESHST.
           IF NOT SALESHST-FILE-OK
              DISPLAY "SALESHST OPEN ERROR: " WF-SALESHST-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 162-READ-SALES-HISTORY.
           PERFORM 164-RELEASE-CREDIT
               UNTIL SALESHST-EOF.
           CLOSE SALESHST.
      *
       162-READ-SALES-HISTORY.
      *
           READ SALESHST
               AT END
                   MOVE "Y" TO SALESHST-EOF-SWITCH
           END-READ.
      *
       164-RELEASE-CREDIT.
      *
           IF AT-CREDIT-TRANS
                   AND (AT-REASON-CODE = "RT" OR AT-REASON-CODE = "DG")
                   AND AT-BUSINESS-DATE (1:6) = WS-CURRENT-PERIOD
               ADD 1 TO CT-CREDITS-SELECTED
               RELEASE SORT-RECORD FROM ACCEPTED-TRANS-RECORD
           END-IF.
           PERFORM 162-READ-SALES-HISTORY.
      *
      * OUTPUT PROCEDURE - A CREDIT FOR A REP WITH NO EARLIER PAID
      * PERIOD (OR WHOSE LAST PERIOD PAID NOTHING) HAS NO
      * COMMISSION TO TAKE BACK.
      *
       170-PRICE-CLAWBACKS.
      *
           PERFORM 172-RETURN-CREDIT.
           PERFORM 175-PRICE-ONE-CLAWBACK
               UNTIL SORT-EOF.
      *
       172-RETURN-CREDIT.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.
      *
       175-PRICE-ONE-CLAWBACK.
      *
           MOVE SRT-BRANCH-NUMBER   TO WS-REP-BRANCH.
           MOVE SRT-SALESREP-NUMBER TO WS-REP-NUMBER.
           PERFORM 180-FIND-REP-HISTORY.
           IF RH-MATCH-SUB = ZERO
               ADD 1 TO CT-CREDITS-NOT-PAID
           ELSE
           IF RH-LAST-TIER (RH-MATCH-SUB) = ZERO
                   OR RH-LAST-TIER (RH-MATCH-SUB) > TR-ENTRY-COUNT
               ADD 1 TO CT-CREDITS-NOT-PAID
           ELSE
               MOVE SPACES TO CLAWBACK-DETAIL-RECORD
               MOVE SRT-BRANCH-NUMBER     TO CD-BRANCH-NUMBER
               MOVE SRT-SALESREP-NUMBER   TO CD-SALESREP-NUMBER
               MOVE SRT-CUSTOMER-NUMBER   TO CD-CUSTOMER-NUMBER
               MOVE SRT-BUSINESS-DATE     TO CD-BUSINESS-DATE
               MOVE SRT-REASON-CODE       TO CD-REASON-CODE
               MOVE SRT-INVOICE-AMOUNT    TO CD-CREDIT-AMOUNT
               MOVE RH-LAST-PERIOD (RH-MATCH-SUB) TO CD-PAID-PERIOD
               MOVE RH-LAST-TIER (RH-MATCH-SUB)   TO CD-TIER
               MOVE TR-RATE (CD-TIER)     TO CD-RATE
               COMPUTE CD-CLAWBACK ROUNDED =
                   SRT-INVOICE-AMOUNT * CD-RATE
               MOVE WS-CURRENT-PERIOD     TO CD-PERIOD
               WRITE CLAWBACK-DETAIL-RECORD
               ADD CD-CLAWBACK TO RH-CLAWBACK (RH-MATCH-SUB)
               ADD 1 TO CT-CREDITS-CLAWED
               IF CB-ENTRY-COUNT < 1000
                   ADD 1 TO CB-ENTRY-COUNT
                   MOVE CLAWBACK-DETAIL-RECORD
                       TO CB-DETAIL (CB-ENTRY-COUNT)
               ELSE
                   ADD 1 TO CB-OVERFLOW-COUNT
               END-IF
           END-IF
           END-IF.
           PERFORM 172-RETURN-CREDIT.
      *
       180-FIND-REP-HISTORY.
      *
           MOVE ZERO TO RH-MATCH-SUB.
           PERFORM 185-MATCH-ONE-REP
               VARYING RH-SUB FROM 1 BY 1
               UNTIL RH-SUB > RH-ENTRY-COUNT
               OR RH-MATCH-SUB > ZERO.
      *
       185-MATCH-ONE-REP.
      *
           IF RH-REP-KEY (RH-SUB) = WS-REP-KEY
               MOVE RH-SUB TO RH-MATCH-SUB
           END-IF.
      *
       200-ACCUMULATE-REP-SALES.
      *
      *
       240-PRINT-REP-COMMISSION.
      *
           MOVE OLD-BRANCH-NUMBER   TO WS-REP-BRANCH.
           MOVE OLD-SALESREP-NUMBER TO WS-REP-NUMBER.
           PERFORM 250-PAY-CLAWBACK-ONLY-REP
               VARYING RH-SUB FROM 1 BY 1
               UNTIL RH-SUB > RH-ENTRY-COUNT.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE REP-SALES-THIS-YTD TO WS-SALES-BASIS.
           MOVE REP-SALES-LAST-YTD  TO CML-SALES-LAST.
           MOVE REP-COMM-LAST       TO CML-COMM-LAST.
           COMPUTE CML-VARIANCE = REP-COMM-THIS - REP-COMM-LAST.
           PERFORM 180-FIND-REP-HISTORY.
           IF RH-MATCH-SUB > ZERO
               MOVE RH-CLAWBACK (RH-MATCH-SUB)      TO WS-CLAWBACK
               MOVE RH-CARRY-FORWARD (RH-MATCH-SUB) TO WS-PRIOR-DEFICIT
               SET RH-DONE (RH-MATCH-SUB) TO TRUE
           ELSE
               MOVE ZERO TO WS-CLAWBACK
               MOVE ZERO TO WS-PRIOR-DEFICIT
           END-IF.
           MOVE REP-COMM-THIS TO WS-NET-PAY.
           PERFORM 260-NET-CLAWBACK.
           MOVE COMMISSION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE SPACE TO COMMISSION-PAY-RECORD.
           MOVE OLD-BRANCH-NUMBER   TO CP-BRANCH-NUMBER.
           MOVE OLD-SALESREP-NUMBER TO CP-SALESREP-NUMBER.
           MOVE REP-SALES-THIS-YTD  TO CP-SALES-THIS-YTD.
           MOVE REP-COMM-THIS       TO CP-COMMISSION.
           MOVE WS-THIS-TOP-TIER    TO CP-TOP-TIER.
           PERFORM 270-WRITE-PAY-RECORD.
           ADD REP-COMM-THIS      TO GRAND-COMM-THIS.
           ADD REP-SALES-THIS-YTD TO GRAND-SALES-THIS.
           MOVE ZERO TO REP-SALES-THIS-YTD.
           MOVE ZERO TO REP-SALES-LAST-YTD.
      *
      * A REP WITH A CLAWBACK OR DEFICIT BUT NO CUSTOMERS ON THE
      * MASTER THIS PERIOD STILL GETS A REGISTER LINE AND A PAY
      * RECORD, IN BRANCH/REP ORDER AHEAD OF THE REP ABOUT TO
      * PRINT, SO THE DEFICIT IS CARRIED.
      *
       250-PAY-CLAWBACK-ONLY-REP.
      *
           IF NOT RH-DONE (RH-SUB)
                   AND RH-REP-KEY (RH-SUB) < WS-REP-KEY
                   AND (RH-CLAWBACK (RH-SUB) > ZERO
                   OR RH-CARRY-FORWARD (RH-SUB) > ZERO)
               SET RH-DONE (RH-SUB) TO TRUE
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 230-PRINT-HEADING-LINES
               END-IF
               MOVE SPACE TO COMMISSION-PAY-RECORD
               MOVE RH-BRANCH-NUMBER (RH-SUB)   TO CML-BRANCH-NUMBER
                                                   CP-BRANCH-NUMBER
               MOVE RH-SALESREP-NUMBER (RH-SUB) TO CML-SALESREP-NUMBER
                                                   CP-SALESREP-NUMBER
               MOVE ZERO TO CML-SALES-THIS CML-COMM-THIS
                            CML-SALES-LAST CML-COMM-LAST CML-VARIANCE
               MOVE RH-CLAWBACK (RH-SUB)      TO WS-CLAWBACK
               MOVE RH-CARRY-FORWARD (RH-SUB) TO WS-PRIOR-DEFICIT
               MOVE ZERO TO WS-NET-PAY
               PERFORM 260-NET-CLAWBACK
               MOVE COMMISSION-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
               MOVE ZERO TO CP-SALES-THIS-YTD
                            CP-COMMISSION
                            CP-TOP-TIER
               PERFORM 270-WRITE-PAY-RECORD
           END-IF.
      *
      * WS-NET-PAY COMES IN AS THE PERIOD'S COMMISSION. THE
      * CLAWBACK AND THE PRIOR DEFICIT COME OFF IT; A SHORTFALL IS
      * CARRIED FORWARD AND NOTHING IS PAID.
      *
       260-NET-CLAWBACK.
      *
           COMPUTE WS-NET-PAY =
               WS-NET-PAY - WS-CLAWBACK - WS-PRIOR-DEFICIT.
           IF WS-NET-PAY < ZERO
               COMPUTE WS-NEW-DEFICIT = ZERO - WS-NET-PAY
               MOVE ZERO TO WS-NET-PAY
           ELSE
               MOVE ZERO TO WS-NEW-DEFICIT
           END-IF.
           MOVE WS-CLAWBACK      TO CML-CLAWBACK.
           MOVE WS-PRIOR-DEFICIT TO CML-PRIOR-DEFICIT.
           MOVE WS-NET-PAY       TO CML-NET-PAID.
           MOVE WS-NEW-DEFICIT   TO CML-NEW-DEFICIT.
           ADD WS-CLAWBACK TO GRAND-CLAWBACK.
           ADD WS-NET-PAY  TO GRAND-NET-PAID.
      *
       270-WRITE-PAY-RECORD.
      *
           MOVE WS-CLAWBACK    TO CP-CLAWBACK.
           MOVE WS-NET-PAY     TO CP-NET-PAID.
           MOVE WS-NEW-DEFICIT TO CP-CARRY-FORWARD.
           WRITE COMMISSION-PAY-RECORD.
      *
      * MARGINAL TIER PRICING - EACH TIER'S RATE APPLIES ONLY TO
      * THE SALES THAT FALL INSIDE THAT TIER'S BAND.
      *
               (WS-TIER-PORTION * TR-RATE (TR-SUB)).
           MOVE TR-SUB TO WS-TIER-USED.
           MOVE TR-BOUND (TR-SUB) TO WS-TIER-LOW.
      *
       400-PRINT-CLAWBACK-DETAIL.
      *
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE CLAWBACK-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE CLAWBACK-COLUMN-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 3 TO LINE-COUNT.
           PERFORM 410-PRINT-ONE-CLAWBACK
               VARYING CB-SUB FROM 1 BY 1
               UNTIL CB-SUB > CB-ENTRY-COUNT.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "RT/DG CREDITS      " TO CTL-LABEL.
           MOVE CT-CREDITS-SELECTED   TO CTL-COUNT.
           PERFORM 420-WRITE-CONTROL-LINE.
           MOVE "CREDITS CLAWED BACK" TO CTL-LABEL.
           MOVE CT-CREDITS-CLAWED     TO CTL-COUNT.
           PERFORM 420-WRITE-CONTROL-LINE.
           MOVE "NO EARLIER PAY     " TO CTL-LABEL.
           MOVE CT-CREDITS-NOT-PAID   TO CTL-COUNT.
           PERFORM 420-WRITE-CONTROL-LINE.
           IF CB-OVERFLOW-COUNT > ZERO
               MOVE "CLAWBACKS NOT LISTED" TO CTL-LABEL
               MOVE CB-OVERFLOW-COUNT      TO CTL-COUNT
               PERFORM 420-WRITE-CONTROL-LINE
           END-IF.
      *
       410-PRINT-ONE-CLAWBACK.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
               MOVE CLAWBACK-COLUMN-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
           MOVE CB-DETAIL (CB-SUB)  TO CLAWBACK-DETAIL-RECORD.
           MOVE CD-BRANCH-NUMBER    TO CBL-BRANCH-NUMBER.
           MOVE CD-SALESREP-NUMBER  TO CBL-SALESREP-NUMBER.
           MOVE CD-CUSTOMER-NUMBER  TO CBL-CUSTOMER-NUMBER.
           MOVE CD-BUSINESS-DATE    TO CBL-BUSINESS-DATE.
           MOVE CD-REASON-CODE      TO CBL-REASON-CODE.
           MOVE CD-CREDIT-AMOUNT    TO CBL-CREDIT-AMOUNT.
           MOVE CD-PAID-PERIOD      TO CBL-PAID-PERIOD.
           MOVE CD-TIER             TO CBL-TIER.
           MOVE CD-RATE             TO CBL-RATE.
           MOVE CD-CLAWBACK         TO CBL-CLAWBACK.
           MOVE CLAWBACK-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       420-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
