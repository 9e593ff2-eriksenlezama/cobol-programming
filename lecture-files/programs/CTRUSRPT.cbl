       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRUSRPT.
      *
      * MONTHLY CONTRACT USAGE REPORT. SELECTS THE PROCESSING
      * MONTH'S RECORDS FROM THE CONTRACT USAGE FILE SLSPOST EXTENDS
      * EVERY NIGHT (CONTUSE), SORTS THEM INTO CUSTOMER/CONTRACT
      * ORDER AND PRINTS, FOR EACH CONTRACT, THE LINES AND QUANTITY
      * SOLD UNDER IT, WHAT THEY WOULD HAVE COST AT LIST, WHAT THE
      * CUSTOMER WAS CHARGED AND THE SAVING - WITH CUSTOMER AND
      * COMPANY TOTALS. RUN AFTER THE LAST POSTING OF THE MONTH.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTUSE  ASSIGN TO CONTUSE
           FILE STATUS IS WF-CONTUSE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT CTRUSRPT ASSIGN TO CTRUSRPT
           FILE STATUS IS WF-CTRUSRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CONTUSE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CONTUSE.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-CONTRACT-NUMBER     PIC X(6).
           05  SRT-CUSTOMER-NUMBER     PIC 9(5).
           05  SRT-BRANCH-NUMBER       PIC 9(2).
           05  SRT-ITEM-NUMBER         PIC 9(6).
           05  SRT-PRODUCT-LINE        PIC X(3).
           05  SRT-QUANTITY            PIC 9(3).
           05  SRT-LIST-PRICE          PIC 9(5)V9(2).
           05  SRT-CONTRACT-PRICE      PIC 9(5)V9(2).
           05  SRT-LIST-AMOUNT         PIC 9(7)V9(2).
           05  SRT-CONTRACT-AMOUNT     PIC 9(7)V9(2).
           05  SRT-BUSINESS-DATE       PIC 9(8).
           05  FILLER                  PIC X(15).
      *
       FD  CTRUSRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CONTUSE-EOF-SWITCH      PIC X    VALUE "N".
               88  CONTUSE-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
               88  FIRST-RECORD                 VALUE "Y".
               88  NOT-FIRST-RECORD             VALUE "N".
      *
       01  WF-FILE-STATUSES.
           05  WF-CONTUSE-STATUS   PIC XX.
               88  CONTUSE-FILE-OK         VALUE "00".
           05  WF-CTRUSRPT-STATUS  PIC XX.
               88  CTRUSRPT-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  CONTROL-FIELDS.
           05  OLD-CUSTOMER-NUMBER     PIC 9(5).
           05  OLD-CONTRACT-NUMBER     PIC X(6).
      *
       01  TOTAL-FIELDS.
           05  CONTRACT-LINES          PIC S9(5)     COMP-3 VALUE ZERO.
           05  CONTRACT-QUANTITY       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CONTRACT-LIST           PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CONTRACT-CHARGED        PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CUSTOMER-LINES          PIC S9(5)     COMP-3 VALUE ZERO.
           05  CUSTOMER-QUANTITY       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CUSTOMER-LIST           PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CUSTOMER-CHARGED        PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  GRAND-LINES             PIC S9(5)     COMP-3 VALUE ZERO.
           05  GRAND-QUANTITY          PIC S9(7)     COMP-3 VALUE ZERO.
           05  GRAND-LIST              PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  GRAND-CHARGED           PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  WORK-FIELDS.
           05  WS-LIST                 PIC S9(11)V99 COMP-3.
           05  WS-SAVING               PIC S9(11)V99 COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-RECORDS-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RECORDS-SELECTED PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CONTRACTS-USED   PIC S9(7)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CONTRACT USAGE FOR  ".
           05  HL1-REPORT-MONTH    PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  HL1-REPORT-YEAR     PIC 9(4).
           05  FILLER              PIC X(13)   VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CTRUSRPT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "CUST CONTRACT     LI".
           05  FILLER      PIC X(20)   VALUE "NES   QUANTITY     L".
           05  FILLER      PIC X(20)   VALUE "IST AMOUNT        CH".
           05  FILLER      PIC X(20)   VALUE "ARGED         SAVING".
           05  FILLER      PIC X(20)   VALUE " SAVING %           ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  USAGE-LINE.
           05  UL-LABEL                PIC X(17).
           05  UL-LABEL-DETAIL REDEFINES UL-LABEL.
               10  UL-CUSTOMER-NUMBER  PIC 9(5).
               10  FILLER              PIC X(2).
               10  UL-CONTRACT-NUMBER  PIC X(6).
               10  FILLER              PIC X(4).
           05  UL-LINES                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  UL-QUANTITY             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)     VALUE SPACE.
           05  UL-LIST-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  UL-CHARGED-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  UL-SAVING               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)     VALUE SPACE.
           05  UL-SAVING-PCT           PIC ZZ9.9.
           05  FILLER                  PIC X(43)    VALUE SPACE.
      *
       01  CUSTOMER-TOTAL-LABEL.
           05  FILLER                  PIC X(5)     VALUE "CUST ".
           05  CTLB-CUSTOMER-NUMBER    PIC 9(5).
           05  FILLER                  PIC X(7)     VALUE " TOTAL ".
      *
       01  NO-USAGE-LINE.
           05  FILLER          PIC X(40)
                   VALUE "NO CONTRACT-PRICED SALES IN THIS MONTH".
           05  FILLER          PIC X(92)   VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "CTRUSRPT TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-USAGE-REPORT.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
               ON ASCENDING KEY SRT-CONTRACT-NUMBER
               INPUT PROCEDURE 200-SELECT-MONTH-USAGE
               OUTPUT PROCEDURE 300-PRINT-CONTRACT-USAGE.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE CTRUSRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CONTUSE
                OUTPUT CTRUSRPT.
           IF NOT CONTUSE-FILE-OK
              DISPLAY "CONTUSE OPEN ERROR: " WF-CONTUSE-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CTRUSRPT-FILE-OK
              DISPLAY "CTRUSRPT OPEN ERROR: " WF-CTRUSRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 115-READ-PROCESSING-DATE.
           MOVE PD-MONTH   TO HL1-MONTH.
           MOVE PD-DAY     TO HL1-DAY.
           MOVE PD-YEAR    TO HL1-YEAR.
           MOVE PD-MONTH   TO HL1-REPORT-MONTH.
           MOVE PD-YEAR    TO HL1-REPORT-YEAR.
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
      * INPUT PROCEDURE - ONLY THE PROCESSING MONTH'S USAGE IS
      * RELEASED TO THE SORT.
      *
       200-SELECT-MONTH-USAGE.
      *
           PERFORM 210-READ-USAGE-RECORD.
           PERFORM 220-RELEASE-USAGE-RECORD
               UNTIL CONTUSE-EOF.
           CLOSE CONTUSE.
      *
       210-READ-USAGE-RECORD.
      *
           READ CONTUSE
               AT END
                   MOVE "Y" TO CONTUSE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-RECORDS-READ
           END-READ.
      *
       220-RELEASE-USAGE-RECORD.
      *
           IF CTU-BUSINESS-YEAR = PD-YEAR
                   AND CTU-BUSINESS-MONTH = PD-MONTH
               ADD 1 TO CT-RECORDS-SELECTED
               RELEASE SORT-RECORD FROM CONTRACT-USAGE-RECORD
           END-IF.
           PERFORM 210-READ-USAGE-RECORD.
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
      * OUTPUT PROCEDURE - CONTRACT AND CUSTOMER BREAKS.
      *
       300-PRINT-CONTRACT-USAGE.
      *
           PERFORM 305-PROCESS-SORTED-USAGE
               UNTIL SORT-EOF.
           IF FIRST-RECORD
               MOVE NO-USAGE-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           ELSE
               MOVE "COMPANY TOTAL"   TO UL-LABEL
               MOVE GRAND-LINES       TO UL-LINES
               MOVE GRAND-QUANTITY    TO UL-QUANTITY
               MOVE GRAND-LIST        TO WS-LIST
               COMPUTE WS-SAVING = GRAND-LIST - GRAND-CHARGED
               MOVE GRAND-CHARGED     TO UL-CHARGED-AMOUNT
               PERFORM 360-PRINT-USAGE-LINE
           END-IF.
      *
       305-PROCESS-SORTED-USAGE.
      *
           PERFORM 310-RETURN-SORTED-USAGE.
           EVALUATE TRUE
               WHEN SORT-EOF
                   IF NOT-FIRST-RECORD
                       PERFORM 340-PRINT-CONTRACT-LINE
                       PERFORM 350-PRINT-CUSTOMER-TOTAL
                   END-IF
               WHEN FIRST-RECORD
                   MOVE SRT-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
                   MOVE SRT-CONTRACT-NUMBER TO OLD-CONTRACT-NUMBER
                   SET NOT-FIRST-RECORD TO TRUE
                   PERFORM 320-ADD-USAGE
               WHEN SRT-CUSTOMER-NUMBER NOT = OLD-CUSTOMER-NUMBER
                   PERFORM 340-PRINT-CONTRACT-LINE
                   PERFORM 350-PRINT-CUSTOMER-TOTAL
                   MOVE SRT-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
                   MOVE SRT-CONTRACT-NUMBER TO OLD-CONTRACT-NUMBER
                   PERFORM 320-ADD-USAGE
               WHEN SRT-CONTRACT-NUMBER NOT = OLD-CONTRACT-NUMBER
                   PERFORM 340-PRINT-CONTRACT-LINE
                   MOVE SRT-CONTRACT-NUMBER TO OLD-CONTRACT-NUMBER
                   PERFORM 320-ADD-USAGE
               WHEN OTHER
                   PERFORM 320-ADD-USAGE
           END-EVALUATE.
      *
       310-RETURN-SORTED-USAGE.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.
      *
       320-ADD-USAGE.
      *
           ADD 1                   TO CONTRACT-LINES.
           ADD SRT-QUANTITY        TO CONTRACT-QUANTITY.
           ADD SRT-LIST-AMOUNT     TO CONTRACT-LIST.
           ADD SRT-CONTRACT-AMOUNT TO CONTRACT-CHARGED.
      *
       340-PRINT-CONTRACT-LINE.
      *
           MOVE SPACES              TO UL-LABEL.
           MOVE OLD-CUSTOMER-NUMBER TO UL-CUSTOMER-NUMBER.
           MOVE OLD-CONTRACT-NUMBER TO UL-CONTRACT-NUMBER.
           MOVE CONTRACT-LINES      TO UL-LINES.
           MOVE CONTRACT-QUANTITY   TO UL-QUANTITY.
           MOVE CONTRACT-LIST       TO WS-LIST.
           MOVE CONTRACT-CHARGED    TO UL-CHARGED-AMOUNT.
           COMPUTE WS-SAVING = CONTRACT-LIST - CONTRACT-CHARGED.
           PERFORM 360-PRINT-USAGE-LINE.
           ADD 1 TO CT-CONTRACTS-USED.
           ADD CONTRACT-LINES    TO CUSTOMER-LINES.
           ADD CONTRACT-QUANTITY TO CUSTOMER-QUANTITY.
           ADD CONTRACT-LIST     TO CUSTOMER-LIST.
           ADD CONTRACT-CHARGED  TO CUSTOMER-CHARGED.
           MOVE ZERO TO CONTRACT-LINES.
           MOVE ZERO TO CONTRACT-QUANTITY.
           MOVE ZERO TO CONTRACT-LIST.
           MOVE ZERO TO CONTRACT-CHARGED.
      *
       350-PRINT-CUSTOMER-TOTAL.
      *
           MOVE OLD-CUSTOMER-NUMBER  TO CTLB-CUSTOMER-NUMBER.
           MOVE CUSTOMER-TOTAL-LABEL TO UL-LABEL.
           MOVE CUSTOMER-LINES       TO UL-LINES.
           MOVE CUSTOMER-QUANTITY    TO UL-QUANTITY.
           MOVE CUSTOMER-LIST        TO WS-LIST.
           MOVE CUSTOMER-CHARGED     TO UL-CHARGED-AMOUNT.
           COMPUTE WS-SAVING = CUSTOMER-LIST - CUSTOMER-CHARGED.
           PERFORM 360-PRINT-USAGE-LINE.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD CUSTOMER-LINES    TO GRAND-LINES.
           ADD CUSTOMER-QUANTITY TO GRAND-QUANTITY.
           ADD CUSTOMER-LIST     TO GRAND-LIST.
           ADD CUSTOMER-CHARGED  TO GRAND-CHARGED.
           MOVE ZERO TO CUSTOMER-LINES.
           MOVE ZERO TO CUSTOMER-QUANTITY.
           MOVE ZERO TO CUSTOMER-LIST.
           MOVE ZERO TO CUSTOMER-CHARGED.
      *
      * THE LABEL, COUNTS, CHARGED AMOUNT, WS-LIST AND WS-SAVING ARE
      * SET BY THE CALLER; THE SAVING PERCENT IS OF LIST.
      *
       360-PRINT-USAGE-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE WS-LIST   TO UL-LIST-AMOUNT.
           MOVE WS-SAVING TO UL-SAVING.
           IF WS-LIST = ZERO
               MOVE ZERO TO UL-SAVING-PCT
           ELSE
               COMPUTE UL-SAVING-PCT ROUNDED =
                   WS-SAVING * 100 / WS-LIST
           END-IF.
           MOVE USAGE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "USAGE RECORDS READ" TO CTL-LABEL.
           MOVE CT-RECORDS-READ      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "RECORDS THIS MONTH" TO CTL-LABEL.
           MOVE CT-RECORDS-SELECTED  TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "CONTRACTS USED    " TO CTL-LABEL.
           MOVE CT-CONTRACTS-USED    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
      *
       410-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
