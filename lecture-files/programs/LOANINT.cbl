       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANINT.
      *
      * YEAR-END MORTGAGE INTEREST STATEMENTS. RUN IN JANUARY FOR
      * THE CALENDAR (TAX) YEAR ON THE SYSIN CARD, IT TOTALS FOR
      * EACH SERVICED LOAN THE PAYMENTS RECEIVED IN THE YEAR FROM
      * THE CUMULATIVE LOAN PAYMENT HISTORY (LOANHIST) - THE
      * INTEREST, PRINCIPAL AND ESCROW EACH ONE PAID - PRINTS ONE
      * STATEMENT PER BORROWER (INTSTMT) AND WRITES THE ELECTRONIC
      * FILING FILE (INTFILE).
      *
      * THE BORROWER'S NAME COMES FROM THE CURRENT GENERATION OF
      * THE LOAN SERVICING MASTER (LOANMST); A LOAN PAID OFF IN THE
      * YEAR IS STILL CARRIED THERE AND GETS ITS STATEMENT. THE
      * PRINCIPAL OUTSTANDING AT THE START OF THE YEAR IS THE
      * BALANCE BEFORE THE LOAN'S FIRST PAYMENT OF THE YEAR. A LOAN
      * THAT PAID NO INTEREST IN THE YEAR GETS NO STATEMENT.
      *
      * INTFILE LAYOUT (80 BYTES): ONE 'A' LENDER RECORD (EIN,
      * LENDER NAME, TAX YEAR, RUN DATE), ONE 'B' RECORD PER
      * STATEMENT (LOAN NUMBER, TAX YEAR, BORROWER NAME, MORTGAGE
      * INTEREST RECEIVED, PRINCIPAL OUTSTANDING AT THE START OF
      * THE YEAR) AND A 'C' CONTROL TOTAL RECORD (B-RECORD COUNT
      * AND THE TWO AMOUNT TOTALS).
      *
      * SYSIN: COLS 1-4 TAX YEAR.
      * TAXCTL RECORD: LENDER EIN X(9), NAME X(25), ADDRESS LINES
      * X(25) AND X(21) - PRINTED AS THE LENDER ON EVERY STATEMENT.
      * HISTORY FOR A LOAN NOT ON THE MASTER IS LISTED AND ENDS THE
      * RUN WITH RETURN CODE 4; AN OUT-OF-BALANCE RUN ENDS WITH
      * RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXCTL   ASSIGN TO TAXCTL
               FILE STATUS IS WF-TAXCTL-STATUS.
           SELECT LOANMST  ASSIGN TO LOANMST
               FILE STATUS IS WF-LOANMST-STATUS.
           SELECT LOANHIST ASSIGN TO LOANHIST
               FILE STATUS IS WF-LOANHIST-STATUS.
           SELECT INTSTMT  ASSIGN TO INTSTMT
               FILE STATUS IS WF-INTSTMT-STATUS.
           SELECT INTFILE  ASSIGN TO INTFILE
               FILE STATUS IS WF-INTFILE-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  TAXCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-CONTROL-RECORD.
           05  TX-LENDER-EIN           PIC X(9).
           05  TX-LENDER-NAME          PIC X(25).
           05  TX-ADDRESS-LINE-1       PIC X(25).
           05  TX-ADDRESS-LINE-2       PIC X(21).
      *
       FD  LOANMST
           RECORD CONTAINS 120 CHARACTERS.
       COPY LOANMST.
      *
       FD  LOANHIST
           RECORD CONTAINS 80 CHARACTERS.
       COPY LOANHIST.
      *
       FD  INTSTMT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  INTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INT-FILING-RECORD.
           05  IF-RECORD-TYPE          PIC X(1).
           05  IF-RECORD-DATA          PIC X(79).
       01  INT-LENDER-RECORD REDEFINES INT-FILING-RECORD.
           05  FILLER                  PIC X(1).
           05  IFA-LENDER-EIN          PIC X(9).
           05  IFA-LENDER-NAME         PIC X(25).
           05  IFA-TAX-YEAR            PIC 9(4).
           05  IFA-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(33).
       01  INT-BORROWER-RECORD REDEFINES INT-FILING-RECORD.
           05  FILLER                  PIC X(1).
           05  IFB-LOAN-NUMBER         PIC 9(4).
           05  IFB-TAX-YEAR            PIC 9(4).
           05  IFB-BORROWER-NAME       PIC X(30).
           05  IFB-INTEREST            PIC 9(7)V99.
           05  IFB-START-PRINCIPAL     PIC 9(7)V99.
           05  FILLER                  PIC X(23).
       01  INT-CONTROL-TOTAL-RECORD REDEFINES INT-FILING-RECORD.
           05  FILLER                  PIC X(1).
           05  IFC-BORROWER-COUNT      PIC 9(6).
           05  IFC-INTEREST            PIC 9(9)V99.
           05  IFC-START-PRINCIPAL     PIC 9(9)V99.
           05  FILLER                  PIC X(51).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  LOANMST-EOF-SWITCH      PIC X    VALUE "N".
               88  LOANMST-EOF                  VALUE "Y".
           05  LOANHIST-EOF-SWITCH     PIC X    VALUE "N".
               88  LOANHIST-EOF                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-TAXCTL-STATUS    PIC XX.
               88  TAXCTL-FILE-OK          VALUE "00".
           05  WF-LOANMST-STATUS   PIC XX.
               88  LOANMST-FILE-OK         VALUE "00".
           05  WF-LOANHIST-STATUS  PIC XX.
               88  LOANHIST-FILE-OK        VALUE "00".
           05  WF-INTSTMT-STATUS   PIC XX.
               88  INTSTMT-FILE-OK         VALUE "00".
           05  WF-INTFILE-STATUS   PIC XX.
               88  INTFILE-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
      *
       01  CONTROL-CARD.
           05  CC-TAX-YEAR         PIC X(4).
           05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
                                   PIC 9(4).
           05  FILLER              PIC X(76).
      *
       01  TAX-CONTROL-FIELDS.
           05  WS-TAX-YEAR         PIC 9(4).
           05  WS-ISSUE-DATE       PIC 9(8).
           05  WS-LENDER-EIN       PIC X(9).
           05  WS-LENDER-NAME      PIC X(25).
           05  WS-ADDRESS-LINE-1   PIC X(25).
           05  WS-ADDRESS-LINE-2   PIC X(21).
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
               10  LT-PAYMENT-COUNT        PIC S9(3)    COMP-3.
               10  LT-INTEREST             PIC S9(7)V99 COMP-3.
               10  LT-PRINCIPAL            PIC S9(7)V99 COMP-3.
               10  LT-ESCROW               PIC S9(7)V99 COMP-3.
               10  LT-FIRST-DATE           PIC 9(8).
               10  LT-START-PRINCIPAL      PIC S9(7)V99 COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-LOANS-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PAYMENTS-IN-YEAR PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NOT-ON-MASTER    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-NO-INTEREST      PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-STATEMENTS       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-BORROWER-RECORDS PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-INTEREST PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-TOTAL-INTEREST   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-TOTAL-PRINCIPAL  PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "YEAR-END MORTGAGE IN".
           05  FILLER          PIC X(20)   VALUE "TEREST STATEMENTS   ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "LOANINT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  STATEMENT-TITLE-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(41)
                   VALUE "MORTGAGE INTEREST STATEMENT FOR TAX YEAR ".
           05  STT-TAX-YEAR        PIC 9(4).
           05  FILLER              PIC X(82)    VALUE SPACE.
      *
       01  LENDER-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  LDL-CAPTION         PIC X(12).
           05  LDL-TEXT            PIC X(25).
           05  FILLER              PIC X(90)    VALUE SPACE.
      *
       01  BORROWER-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(12)    VALUE "BORROWER:   ".
           05  BRL-NAME            PIC X(30).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(6)     VALUE "LOAN: ".
           05  BRL-LOAN-NUMBER     PIC 9(4).
           05  FILLER              PIC X(71)    VALUE SPACE.
      *
       01  AMOUNT-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  AML-LABEL           PIC X(45).
           05  AML-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(70)    VALUE SPACE.
      *
       01  COUNT-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  CTL-LABEL           PIC X(45).
           05  FILLER              PIC X(9)     VALUE SPACE.
           05  CTL-COUNT           PIC ZZ9.
           05  FILLER              PIC X(70)    VALUE SPACE.
      *
       01  KEEP-RECORDS-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(40)
                   VALUE "KEEP THIS STATEMENT WITH YOUR TAX RECORD".
           05  FILLER              PIC X(2)     VALUE "S.".
           05  FILLER              PIC X(85)    VALUE SPACE.
      *
       01  SEPARATOR-LINE.
           05  FILLER              PIC X(132)   VALUE ALL "-".
      *
       PROCEDURE DIVISION.
      *
       000-PRODUCE-INTEREST-STATEMENTS.
      *
           PERFORM 095-ACCEPT-TAX-YEAR.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-TAX-CONTROL.
           PERFORM 130-WRITE-LENDER-RECORD.
           PERFORM 140-LOAD-ONE-LOAN
               UNTIL LOANMST-EOF.
           PERFORM 200-ADD-ONE-PAYMENT
               UNTIL LOANHIST-EOF.
           PERFORM 300-ISSUE-OR-PASS
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LT-ENTRY-COUNT.
           PERFORM 550-WRITE-CONTROL-TOTAL-RECORD.
           PERFORM 600-DISPLAY-CONTROL-TOTALS.
           CLOSE LOANMST
                 LOANHIST
                 INTSTMT
                 INTFILE.
           GOBACK.
      *
       095-ACCEPT-TAX-YEAR.
      *
           MOVE SPACES TO CONTROL-CARD.
           ACCEPT CONTROL-CARD.
           IF CC-TAX-YEAR NOT NUMERIC
               DISPLAY "LOANINT TAX YEAR MISSING OR NOT NUMERIC - "
                   "STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE CC-TAX-YEAR-N TO WS-TAX-YEAR.
           DISPLAY "LOANINT INTEREST STATEMENTS FOR TAX YEAR "
               WS-TAX-YEAR.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  LOANMST
                       LOANHIST
                OUTPUT INTSTMT
                       INTFILE.
           IF NOT LOANMST-FILE-OK
              DISPLAY "LOANMST OPEN ERROR: " WF-LOANMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LOANHIST-FILE-OK
              DISPLAY "LOANHIST OPEN ERROR: " WF-LOANHIST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT INTSTMT-FILE-OK
              DISPLAY "INTSTMT OPEN ERROR: " WF-INTSTMT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT INTFILE-FILE-OK
              DISPLAY "INTFILE OPEN ERROR: " WF-INTFILE-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
      * STATEMENTS ARE DATED WITH THE PROCDATE BUSINESS DATE.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 115-READ-PROCESSING-DATE.
           MOVE PD-BUSINESS-DATE TO WS-ISSUE-DATE.
           MOVE PD-MONTH   TO HL1-MONTH.
           MOVE PD-DAY     TO HL1-DAY.
           MOVE PD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE WS-TAX-YEAR TO STT-TAX-YEAR.
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
       120-READ-TAX-CONTROL.
      *
           OPEN INPUT TAXCTL.
           IF NOT TAXCTL-FILE-OK
              DISPLAY "TAXCTL OPEN ERROR: " WF-TAXCTL-STATUS
              PERFORM 900-ABORT
           END-IF.
           READ TAXCTL
               AT END
                   DISPLAY "TAXCTL CONTROL FILE IS EMPTY"
                   PERFORM 900-ABORT
           END-READ.
           CLOSE TAXCTL.
           IF TX-LENDER-EIN NOT NUMERIC
                   OR TX-LENDER-NAME = SPACES
               DISPLAY "TAXCTL EIN OR LENDER NAME MISSING - "
                   "STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE TX-LENDER-EIN     TO WS-LENDER-EIN.
           MOVE TX-LENDER-NAME    TO WS-LENDER-NAME.
           MOVE TX-ADDRESS-LINE-1 TO WS-ADDRESS-LINE-1.
           MOVE TX-ADDRESS-LINE-2 TO WS-ADDRESS-LINE-2.
      *
       130-WRITE-LENDER-RECORD.
      *
           MOVE SPACES            TO INT-FILING-RECORD.
           MOVE "A"               TO IF-RECORD-TYPE.
           MOVE WS-LENDER-EIN     TO IFA-LENDER-EIN.
           MOVE WS-LENDER-NAME    TO IFA-LENDER-NAME.
           MOVE WS-TAX-YEAR       TO IFA-TAX-YEAR.
           MOVE WS-ISSUE-DATE     TO IFA-RUN-DATE.
           WRITE INT-FILING-RECORD.
      *
       140-LOAD-ONE-LOAN.
      *
           READ LOANMST
               AT END
                   MOVE "Y" TO LOANMST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-LOANS-READ
                   IF LT-ENTRY-COUNT < 500
                       ADD 1 TO LT-ENTRY-COUNT
                       MOVE LN-LOAN-NUMBER
                           TO LT-LOAN-NUMBER (LT-ENTRY-COUNT)
                       MOVE LN-BORROWER-NAME
                           TO LT-BORROWER-NAME (LT-ENTRY-COUNT)
                       MOVE ZERO
                           TO LT-PAYMENT-COUNT (LT-ENTRY-COUNT)
                              LT-INTEREST (LT-ENTRY-COUNT)
                              LT-PRINCIPAL (LT-ENTRY-COUNT)
                              LT-ESCROW (LT-ENTRY-COUNT)
                              LT-FIRST-DATE (LT-ENTRY-COUNT)
                              LT-START-PRINCIPAL (LT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "LOAN TABLE FULL - LOAN OMITTED "
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
      * ONLY PAYMENTS RECEIVED IN THE TAX YEAR COUNT. THE HISTORY IS
      * IN RUN ORDER, SO THE EARLIEST PAYMENT OF THE YEAR IS FOUND
      * BY ITS DATE - THE PRINCIPAL OUTSTANDING AT THE START OF THE
      * YEAR IS THE BALANCE IT LEFT PLUS THE PRINCIPAL IT PAID.
      *
       200-ADD-ONE-PAYMENT.
      *
           READ LOANHIST
               AT END
                   MOVE "Y" TO LOANHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
                   IF LH-PAYMENT-YEAR = WS-TAX-YEAR
                       ADD 1 TO CT-PAYMENTS-IN-YEAR
                       MOVE LH-LOAN-NUMBER TO WS-LOOKUP-LOAN
                       PERFORM 150-FIND-LOAN
                       PERFORM 210-ACCUMULATE-PAYMENT
                   END-IF
           END-READ.
      *
       210-ACCUMULATE-PAYMENT.
      *
           IF LT-MATCH-SUB = ZERO
               ADD 1 TO CT-NOT-ON-MASTER
               DISPLAY "LOANINT HISTORY FOR LOAN NOT ON MASTER "
                   LH-LOAN-NUMBER " PAID " LH-PAYMENT-DATE
           ELSE
               ADD 1 TO LT-PAYMENT-COUNT (LT-MATCH-SUB)
               ADD LH-INTEREST  TO LT-INTEREST (LT-MATCH-SUB)
               ADD LH-PRINCIPAL TO LT-PRINCIPAL (LT-MATCH-SUB)
               ADD LH-ESCROW    TO LT-ESCROW (LT-MATCH-SUB)
               ADD LH-INTEREST  TO CT-HISTORY-INTEREST
               IF LT-FIRST-DATE (LT-MATCH-SUB) = ZERO
                       OR LH-PAYMENT-DATE < LT-FIRST-DATE (LT-MATCH-SUB)
                   MOVE LH-PAYMENT-DATE
                       TO LT-FIRST-DATE (LT-MATCH-SUB)
                   COMPUTE LT-START-PRINCIPAL (LT-MATCH-SUB) =
                       LH-BALANCE-AFTER + LH-PRINCIPAL
               END-IF
           END-IF.
      *
       300-ISSUE-OR-PASS.
      *
           IF LT-INTEREST (LT-SUB) > ZERO
               PERFORM 310-PRINT-STATEMENT
               PERFORM 320-WRITE-BORROWER-RECORD
           ELSE
               IF LT-PAYMENT-COUNT (LT-SUB) > ZERO
                   ADD 1 TO CT-NO-INTEREST
               END-IF
           END-IF.
      *
       310-PRINT-STATEMENT.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE STATEMENT-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "LENDER:     "    TO LDL-CAPTION.
           MOVE WS-LENDER-NAME    TO LDL-TEXT.
           MOVE LENDER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SPACES            TO LDL-CAPTION.
           MOVE WS-ADDRESS-LINE-1 TO LDL-TEXT.
           MOVE LENDER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-ADDRESS-LINE-2 TO LDL-TEXT.
           MOVE LENDER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "LENDER EIN: "    TO LDL-CAPTION.
           MOVE WS-LENDER-EIN     TO LDL-TEXT.
           MOVE LENDER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE LT-BORROWER-NAME (LT-SUB) TO BRL-NAME.
           MOVE LT-LOAN-NUMBER (LT-SUB)   TO BRL-LOAN-NUMBER.
           MOVE BORROWER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "MORTGAGE INTEREST RECEIVED FROM THE BORROWER"
               TO AML-LABEL.
           MOVE LT-INTEREST (LT-SUB) TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "PRINCIPAL OUTSTANDING AT START OF THE YEAR"
               TO AML-LABEL.
           MOVE LT-START-PRINCIPAL (LT-SUB) TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "PRINCIPAL PAID IN THE CALENDAR YEAR"
               TO AML-LABEL.
           MOVE LT-PRINCIPAL (LT-SUB) TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "PAID INTO ESCROW IN THE CALENDAR YEAR"
               TO AML-LABEL.
           MOVE LT-ESCROW (LT-SUB) TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "PAYMENTS RECEIVED IN THE CALENDAR YEAR"
               TO CTL-LABEL.
           MOVE LT-PAYMENT-COUNT (LT-SUB) TO CTL-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE KEEP-RECORDS-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 1 TO CT-STATEMENTS.
      *
       320-WRITE-BORROWER-RECORD.
      *
           MOVE SPACES                    TO INT-FILING-RECORD.
           MOVE "B"                       TO IF-RECORD-TYPE.
           MOVE LT-LOAN-NUMBER (LT-SUB)   TO IFB-LOAN-NUMBER.
           MOVE WS-TAX-YEAR               TO IFB-TAX-YEAR.
           MOVE LT-BORROWER-NAME (LT-SUB) TO IFB-BORROWER-NAME.
           MOVE LT-INTEREST (LT-SUB)      TO IFB-INTEREST.
           MOVE LT-START-PRINCIPAL (LT-SUB)
                                          TO IFB-START-PRINCIPAL.
           WRITE INT-FILING-RECORD.
           ADD 1 TO CT-BORROWER-RECORDS.
           ADD LT-INTEREST (LT-SUB)        TO CT-TOTAL-INTEREST.
           ADD LT-START-PRINCIPAL (LT-SUB) TO CT-TOTAL-PRINCIPAL.
      *
       550-WRITE-CONTROL-TOTAL-RECORD.
      *
           MOVE SPACES              TO INT-FILING-RECORD.
           MOVE "C"                 TO IF-RECORD-TYPE.
           MOVE CT-BORROWER-RECORDS TO IFC-BORROWER-COUNT.
           MOVE CT-TOTAL-INTEREST   TO IFC-INTEREST.
           MOVE CT-TOTAL-PRINCIPAL  TO IFC-START-PRINCIPAL.
           WRITE INT-FILING-RECORD.
      *
      * EVERY DOLLAR OF INTEREST TAKEN FROM THE HISTORY FOR A LOAN
      * ON THE MASTER MUST REACH THE FILING FILE.
      *
       600-DISPLAY-CONTROL-TOTALS.
      *
           DISPLAY "LOANINT LOANS READ         " CT-LOANS-READ.
           DISPLAY "LOANINT HISTORY READ       " CT-HISTORY-READ.
           DISPLAY "LOANINT PAYMENTS IN YEAR   " CT-PAYMENTS-IN-YEAR.
           DISPLAY "LOANINT NOT ON MASTER      " CT-NOT-ON-MASTER.
           DISPLAY "LOANINT NO INTEREST        " CT-NO-INTEREST.
           DISPLAY "LOANINT STATEMENTS PRINTED " CT-STATEMENTS.
           DISPLAY "LOANINT FILING RECORDS     " CT-BORROWER-RECORDS.
           DISPLAY "LOANINT INTEREST FROM HIST " CT-HISTORY-INTEREST.
           DISPLAY "LOANINT INTEREST FILED     " CT-TOTAL-INTEREST.
           IF CT-BORROWER-RECORDS = CT-STATEMENTS
                   AND CT-TOTAL-INTEREST = CT-HISTORY-INTEREST
               DISPLAY "*** LOANINT RUN IS IN BALANCE ***"
               IF CT-NOT-ON-MASTER > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** LOANINT RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
