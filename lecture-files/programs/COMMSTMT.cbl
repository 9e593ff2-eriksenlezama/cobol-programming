      * COMMISSION WITH A YTD LINE FOR THE BUSINESS-DATE YEAR, THEN
      * A YEAR-END SUMMARY SECTION - ONE LINE PER REP WITH THE
      * YEAR'S TOTAL COMMISSION - FOR TAX REPORTING.
      * EACH PERIOD ALSO SHOWS THE CLAWBACK TAKEN FOR RT/DG CREDITS,
      * THE NET PAID, AND ANY DEFICIT CARRIED FORWARD. THE CURRENT
      * PERIOD'S CLAWBACKS (CLAWDTL, FROM COMMCALC) ARE LISTED CREDIT
      * BY CREDIT UNDER THE REP'S PERIODS. HISTORY WRITTEN BEFORE
      * CLAWBACKS CARRIES NO CLAWBACK AND WAS PAID IN FULL.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WF-STMTRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT CLAWDTL  ASSIGN TO CLAWDTL
           FILE STATUS IS WF-CLAWDTL-STATUS.
      *
       DATA DIVISION.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  CLAWDTL
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLAWDTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  COMMHIST-EOF-SWITCH     PIC X    VALUE "N".
               88  COMMHIST-EOF                 VALUE "Y".
           05  CLAWDTL-EOF-SWITCH      PIC X    VALUE "N".
               88  CLAWDTL-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-COMMHIST-STATUS  PIC XX.
               88  STMTRPT-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-CLAWDTL-STATUS   PIC XX.
               88  CLAWDTL-FILE-OK         VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  WS-STMT-YEAR            PIC 9(4).
           05  WS-YTD-SALES            PIC S9(9)V99  COMP-3.
           05  WS-YTD-COMMISSION       PIC S9(9)V99  COMP-3.
           05  WS-YTD-CLAWBACK         PIC S9(9)V99  COMP-3.
           05  WS-YTD-NET-PAID         PIC S9(9)V99  COMP-3.
           05  WS-PERIOD-CLAWBACK      PIC S9(7)V99  COMP-3.
           05  WS-PERIOD-NET-PAID      PIC S9(7)V99  COMP-3.
           05  WS-LAST-CARRY-FORWARD   PIC S9(7)V99  COMP-3.
           05  WS-STMT-KEY.
               10  WS-STMT-KEY-BRANCH  PIC 9(2).
               10  WS-STMT-KEY-REP     PIC 9(2).
           05  WS-CLAW-KEY.
               10  WS-CLAW-KEY-BRANCH  PIC 9(2).
               10  WS-CLAW-KEY-REP     PIC 9(2).
      *
       01  SUMMARY-TABLE-FIELDS.
           05  SM-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
               10  SM-BRANCH-NUMBER        PIC 9(2).
               10  SM-SALESREP-NUMBER      PIC 9(2).
               10  SM-YEAR-COMMISSION      PIC S9(9)V99 COMP-3.
               10  SM-YEAR-NET-PAID        PIC S9(9)V99 COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-STMTS-PRINTED    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CLAWBACKS-READ   PIC S9(7)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  DETAIL-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE "  PERIOD       SALES".
           05  FILLER      PIC X(20)   VALUE "        TIER   COMMI".
           05  FILLER      PIC X(20)   VALUE "SSION    CLAWBACK   ".
           05  FILLER      PIC X(20)   VALUE " NET PAID   CARRY FW".
           05  FILLER      PIC X(20)   VALUE "D                   ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  DETAIL-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DTL-TIER            PIC Z9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  DTL-COMMISSION      PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  DTL-CLAWBACK        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DTL-NET-PAID        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DTL-CARRY-FORWARD   PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(51)    VALUE SPACE.
      *
       01  YTD-LINE.
           05  FILLER              PIC X(10)    VALUE "YTD TOTAL ".
           05  YTL-SALES           PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(9)     VALUE SPACE.
           05  YTL-COMMISSION      PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  YTL-CLAWBACK        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  YTL-NET-PAID        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(63)    VALUE SPACE.
      *
       01  CARRY-FORWARD-LINE.
           05  FILLER              PIC X(24)
                                   VALUE "DEFICIT CARRIED FORWARD ".
           05  CFL-CARRY-FORWARD   PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  FILLER              PIC X(40)    VALUE
               "- TAKEN FROM NEXT PERIOD'S COMMISSION".
           05  FILLER              PIC X(55)    VALUE SPACE.
      *
       01  CLAWBACK-TITLE-LINE.
           05  FILLER              PIC X(132)   VALUE
               "  CLAWBACKS THIS PERIOD - RT/DG CREDITS".
      *
       01  CLAWBACK-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE "     CUST    POSTED ".
           05  FILLER      PIC X(20)   VALUE " RSN     CREDIT    P".
           05  FILLER      PIC X(20)   VALUE "AID  TIER    RATE   ".
           05  FILLER      PIC X(20)   VALUE " CLAWBACK           ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  CLAWBACK-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  CBL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CBL-BUSINESS-DATE   PIC 9(8).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CBL-REASON-CODE     PIC X(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CBL-CREDIT-AMOUNT   PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CBL-PAID-PERIOD     PIC 9(6).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  CBL-TIER            PIC Z9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CBL-RATE            PIC 9.9999.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CBL-CLAWBACK        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(63)    VALUE SPACE.
      *
       01  SUMMARY-HEADING-LINE.
           05  FILLER   PIC X(132)
                    VALUE "YEAR-END COMMISSION SUMMARY BY REP".
      *
       01  SUMMARY-COLUMN-LINE.
           05  FILLER   PIC X(132)
                    VALUE "BR REP     COMMISSION        NET PAID".
      *
       01  SUMMARY-LINE.
           05  SML-BRANCH-NUMBER   PIC 9(2).
           05  SML-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  SML-YEAR-COMMISSION PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  SML-YEAR-NET-PAID   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(94)    VALUE SPACE.
      *
       01  SEPARATOR-LINE.
           05  FILLER              PIC X(132)   VALUE ALL "-".
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 120-OPEN-CLAWBACK-DETAIL.
           PERFORM 110-READ-HISTORY-RECORD.
           PERFORM 200-PRINT-ONE-STATEMENT
               UNTIL COMMHIST-EOF.
           PERFORM 300-PRINT-YEAR-SUMMARY.
           DISPLAY "COMMSTMT HISTORY READ   " CT-HISTORY-READ.
           DISPLAY "COMMSTMT STMTS PRINTED  " CT-STMTS-PRINTED.
           DISPLAY "COMMSTMT CLAWBACKS READ " CT-CLAWBACKS-READ.
           IF WF-CLAWDTL-STATUS NOT = "35"
               CLOSE CLAWDTL
           END-IF.
           CLOSE COMMHIST
                 STMTRPT.
           GOBACK.
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
           END-READ.
      *
      * NO CLAWDTL (NO COMMISSION RUN WITH CLAWBACKS YET) MEANS NO
      * CLAWBACKS TO LIST.
      *
       120-OPEN-CLAWBACK-DETAIL.
      *
           OPEN INPUT CLAWDTL.
           IF WF-CLAWDTL-STATUS = "35"
               DISPLAY "CLAWDTL NOT FOUND - NO CLAWBACKS LISTED"
               MOVE "Y" TO CLAWDTL-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-CLAW-KEY
           ELSE
           IF NOT CLAWDTL-FILE-OK
               DISPLAY "CLAWDTL OPEN ERROR: " WF-CLAWDTL-STATUS
               PERFORM 900-ABORT
           ELSE
               PERFORM 130-READ-CLAWBACK-RECORD
           END-IF
           END-IF.
      *
       130-READ-CLAWBACK-RECORD.
      *
           READ CLAWDTL
               AT END
                   MOVE "Y" TO CLAWDTL-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-CLAW-KEY
               NOT AT END
                   ADD 1 TO CT-CLAWBACKS-READ
                   MOVE CD-BRANCH-NUMBER   TO WS-CLAW-KEY-BRANCH
                   MOVE CD-SALESREP-NUMBER TO WS-CLAW-KEY-REP
           END-READ.
      *
       200-PRINT-ONE-STATEMENT.
      *
           MOVE CH-SALESREP-NUMBER TO WS-STMT-REP.
           MOVE ZERO TO WS-YTD-SALES.
           MOVE ZERO TO WS-YTD-COMMISSION.
           MOVE ZERO TO WS-YTD-CLAWBACK.
           MOVE ZERO TO WS-YTD-NET-PAID.
           MOVE ZERO TO WS-LAST-CARRY-FORWARD.
           PERFORM 210-PRINT-STATEMENT-HEADING.
           PERFORM 220-PRINT-ONE-PERIOD
               UNTIL COMMHIST-EOF
               OR CH-SALESREP-NUMBER NOT = WS-STMT-REP.
           MOVE WS-YTD-SALES      TO YTL-SALES.
           MOVE WS-YTD-COMMISSION TO YTL-COMMISSION.
           MOVE WS-YTD-CLAWBACK   TO YTL-CLAWBACK.
           MOVE WS-YTD-NET-PAID   TO YTL-NET-PAID.
           MOVE YTD-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF WS-LAST-CARRY-FORWARD > ZERO
               MOVE WS-LAST-CARRY-FORWARD TO CFL-CARRY-FORWARD
               MOVE CARRY-FORWARD-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
           PERFORM 230-PRINT-REP-CLAWBACKS.
           ADD 1 TO CT-STMTS-PRINTED.
           PERFORM 240-STORE-SUMMARY-ENTRY.
      *
           MOVE CH-SALES      TO DTL-SALES.
           MOVE CH-TOP-TIER   TO DTL-TIER.
           MOVE CH-COMMISSION TO DTL-COMMISSION.
           IF CH-CLAWBACK NUMERIC
               MOVE CH-CLAWBACK      TO WS-PERIOD-CLAWBACK
               MOVE CH-NET-PAID      TO WS-PERIOD-NET-PAID
               MOVE CH-CARRY-FORWARD TO WS-LAST-CARRY-FORWARD
           ELSE
               MOVE ZERO             TO WS-PERIOD-CLAWBACK
               MOVE CH-COMMISSION    TO WS-PERIOD-NET-PAID
               MOVE ZERO             TO WS-LAST-CARRY-FORWARD
           END-IF.
           MOVE WS-PERIOD-CLAWBACK    TO DTL-CLAWBACK.
           MOVE WS-PERIOD-NET-PAID    TO DTL-NET-PAID.
           MOVE WS-LAST-CARRY-FORWARD TO DTL-CARRY-FORWARD.
           MOVE DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF CH-PERIOD-YEAR = WS-STMT-YEAR
               ADD CH-SALES      TO WS-YTD-SALES
               ADD CH-COMMISSION TO WS-YTD-COMMISSION
               ADD WS-PERIOD-CLAWBACK TO WS-YTD-CLAWBACK
               ADD WS-PERIOD-NET-PAID TO WS-YTD-NET-PAID
           END-IF.
           PERFORM 110-READ-HISTORY-RECORD.
      *
      * CLAWDTL IS IN BRANCH/REP ORDER, AS IS THE HISTORY. A REP
      * IN CLAWDTL WITH NO HISTORY IS SKIPPED.
      *
       230-PRINT-REP-CLAWBACKS.
      *
           MOVE WS-STMT-BRANCH TO WS-STMT-KEY-BRANCH.
           MOVE WS-STMT-REP    TO WS-STMT-KEY-REP.
           PERFORM 130-READ-CLAWBACK-RECORD
               UNTIL WS-CLAW-KEY NOT < WS-STMT-KEY.
           IF WS-CLAW-KEY = WS-STMT-KEY
               MOVE CLAWBACK-TITLE-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE CLAWBACK-HEADING-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               PERFORM 235-PRINT-ONE-CLAWBACK
                   UNTIL WS-CLAW-KEY NOT = WS-STMT-KEY
           END-IF.
      *
       235-PRINT-ONE-CLAWBACK.
      *
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
           PERFORM 130-READ-CLAWBACK-RECORD.
      *
       240-STORE-SUMMARY-ENTRY.
      *
                   TO SM-SALESREP-NUMBER (SM-ENTRY-COUNT)
               MOVE WS-YTD-COMMISSION
                   TO SM-YEAR-COMMISSION (SM-ENTRY-COUNT)
               MOVE WS-YTD-NET-PAID
                   TO SM-YEAR-NET-PAID (SM-ENTRY-COUNT)
           ELSE
               DISPLAY "SUMMARY TABLE FULL - REP OMITTED "
                   WS-STMT-BRANCH "/" WS-STMT-REP
           WRITE PRINT-AREA.
           MOVE SUMMARY-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SUMMARY-COLUMN-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 310-PRINT-ONE-SUMMARY
               VARYING SM-SUB FROM 1 BY 1
               UNTIL SM-SUB > SM-ENTRY-COUNT.
           MOVE SM-BRANCH-NUMBER (SM-SUB)   TO SML-BRANCH-NUMBER.
           MOVE SM-SALESREP-NUMBER (SM-SUB) TO SML-SALESREP-NUMBER.
           MOVE SM-YEAR-COMMISSION (SM-SUB) TO SML-YEAR-COMMISSION.
           MOVE SM-YEAR-NET-PAID (SM-SUB)   TO SML-YEAR-NET-PAID.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
