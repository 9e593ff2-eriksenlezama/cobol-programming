       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGNRPT.
      *
      * GROSS MARGIN REPORT. READS THE ITEM SALES EXTRACT THE
      * POSTING RUN WRITES (ITEMTRN) - EVERY LINE PRICED AT THE ITEM
      * UNIT PRICE AND COSTED AT THE ITEM STANDARD COST - AND PRINTS
      * THREE SECTIONS ON MARGNRPT:
      *   1. REVENUE, COST, GROSS MARGIN DOLLARS AND MARGIN PERCENT
      *      BY PRODUCT LINE WITHIN BRANCH, WITH BRANCH AND COMPANY
      *      TOTALS - THE SAME ROLLUP SHAPE AS SLSPLRPT.
      *   2. THE TWENTY CUSTOMERS WITH THE LOWEST MARGIN PERCENT,
      *      LOWEST FIRST. CUSTOMER NAMES COME FROM CUSTMAST.
      *   3. EVERY LINE SOLD BELOW COST, AS AN EXCEPTION LIST.
      * A LINE WRITTEN BEFORE ITEMS CARRIED A STANDARD COST HAS NO
      * COST ON IT; IT IS TAKEN AT ZERO COST AND COUNTED IN THE
      * CONTROL TOTALS SO THE MARGIN CAN BE READ WITH THAT IN MIND.
      * A LINE WRITTEN BY THE SALES POSTING REVERSAL (SLSREVRS) TAKES
      * ITS REVENUE AND COST BACK OFF AND IS NEVER AN EXCEPTION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMTRN  ASSIGN TO ITEMTRN
           FILE STATUS IS WF-ITEMTRN-STATUS.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
           FILE STATUS IS WF-CUSTMAST-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT MARGNRPT ASSIGN TO MARGNRPT
           FILE STATUS IS WF-MARGNRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ITEMTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  ITEM-TRANS-IN-REC           PIC X(80).
      *
       FD  CUSTMAST.
       COPY CUSTMAST.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-BRANCH-NUMBER       PIC 9(2).
           05  SRT-PRODUCT-LINE        PIC X(3).
           05  FILLER                  PIC X(75).
      *
       FD  MARGNRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  CUSTMAST-EOF                 VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
               88  FIRST-RECORD                 VALUE "Y".
               88  NOT-FIRST-RECORD             VALUE "N".
           05  FC-CONTROL-SWITCH       PIC X.
               88  FC-CONTROL-RECORD            VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-ITEMTRN-STATUS   PIC XX.
               88  ITEMTRN-FILE-OK         VALUE "00".
           05  WF-CUSTMAST-STATUS  PIC XX.
               88  CUSTMAST-FILE-OK        VALUE "00".
           05  WF-MARGNRPT-STATUS  PIC XX.
               88  MARGNRPT-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       COPY ITEMTRN.
      *
       01  CONTROL-FIELDS.
           05  OLD-BRANCH-NUMBER       PIC 9(2).
           05  OLD-PRODUCT-LINE        PIC X(3).
      *
       01  TOTAL-FIELDS.
           05  PLINE-QUANTITY          PIC S9(7)     VALUE ZERO.
           05  PLINE-REVENUE           PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  PLINE-COST              PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  BRANCH-QUANTITY         PIC S9(7)     VALUE ZERO.
           05  BRANCH-REVENUE          PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  BRANCH-COST             PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  GRAND-QUANTITY          PIC S9(7)     VALUE ZERO.
           05  GRAND-REVENUE           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  GRAND-COST              PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  CUSTOMER-TABLE-FIELDS.
           05  CU-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  CU-SUB              PIC S9(4)  COMP.
           05  CU-MATCH-SUB        PIC S9(4)  COMP.
           05  CU-OVERFLOW-COUNT   PIC S9(4)  COMP  VALUE ZERO.
      *
      * ONE ENTRY PER CUSTOMER ON THE SALES MASTER, PLUS ANY
      * CUSTOMER ON THE EXTRACT THAT IS NOT, WITH THE MARGIN ROLLED
      * UP FROM THE SALES LINES.
      *
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY          OCCURS 5000 TIMES.
               10  CU-CUSTOMER-NUMBER      PIC 9(5).
               10  CU-CUSTOMER-NAME        PIC X(20).
               10  CU-REVENUE              PIC S9(9)V99  COMP-3.
               10  CU-COST                 PIC S9(9)V99  COMP-3.
               10  CU-MARGIN-PCT           PIC S9(5)V9   COMP-3.
               10  CU-RANKED-SWITCH        PIC X.
                   88  CU-RANKED               VALUE "Y".
                   88  CU-NOT-RANKED           VALUE "N".
      *
       01  EXCEPTION-TABLE-FIELDS.
           05  EX-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  EX-SUB              PIC S9(3)  COMP.
           05  EX-OVERFLOW-COUNT   PIC S9(4)  COMP  VALUE ZERO.
      *
       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY         OCCURS 500 TIMES.
               10  EX-BRANCH-NUMBER        PIC 9(2).
               10  EX-CUSTOMER-NUMBER      PIC 9(5).
               10  EX-ITEM-NUMBER          PIC 9(6).
               10  EX-PRODUCT-LINE         PIC X(3).
               10  EX-QUANTITY             PIC 9(3).
               10  EX-REVENUE              PIC 9(7)V99.
               10  EX-COST                 PIC 9(7)V99.
      *
       01  WORK-FIELDS.
           05  WS-LINE-COST        PIC 9(7)V99.
           05  WS-REVENUE          PIC S9(11)V99 COMP-3.
           05  WS-MARGIN           PIC S9(11)V99 COMP-3.
           05  WS-MARGIN-PCT       PIC S9(5)V9   COMP-3.
           05  WS-RANK             PIC S9(3)     COMP.
           05  WS-RANKED-COUNT     PIC S9(3)     COMP  VALUE ZERO.
           05  WS-PLINE-LABEL.
               10  WS-LABEL-BRANCH PIC 9(2).
               10  FILLER          PIC X(3)      VALUE SPACE.
               10  WS-LABEL-PLINE  PIC X(3).
               10  FILLER          PIC X(11)     VALUE SPACE.
           05  WS-BRANCH-LABEL.
               10  FILLER          PIC X(3)      VALUE "BR ".
               10  WS-TOTAL-BRANCH PIC 9(2).
               10  FILLER          PIC X(14)     VALUE " TOTAL".
      *
       01  CONTROL-TOTALS.
           05  CT-LINES-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-LINES-UNCOSTED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-LINES-BELOW-COST PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CUSTOMERS-SOLD   PIC S9(7)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "GROSS MARGIN REPORT ".
           05  FILLER          PIC X(20)   VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "MARGNRPT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
      * THE SECTION TITLE AND COLUMN HEADINGS FOR THE SECTION BEING
      * PRINTED ARE MOVED HERE BEFORE THE SECTION STARTS A PAGE.
      *
       01  HEADING-LINE-3              PIC X(132).
       01  HEADING-LINE-4              PIC X(132).
      *
       01  PLINE-SECTION-TITLE.
           05  FILLER      PIC X(20)   VALUE "MARGIN BY PRODUCT LI".
           05  FILLER      PIC X(20)   VALUE "NE WITHIN BRANCH    ".
           05  FILLER      PIC X(92)   VALUE SPACE.
      *
       01  PLINE-COLUMN-HEADING.
           05  FILLER      PIC X(20)   VALUE "BR   PL    QUANTITY ".
           05  FILLER      PIC X(20)   VALUE "        REVENUE     ".
           05  FILLER      PIC X(20)   VALUE "       COST        M".
           05  FILLER      PIC X(20)   VALUE "ARGIN $   MARGIN %  ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  CUSTOMER-SECTION-TITLE.
           05  FILLER      PIC X(20)   VALUE "TWENTY LOWEST-MARGIN".
           05  FILLER      PIC X(20)   VALUE " CUSTOMERS          ".
           05  FILLER      PIC X(92)   VALUE SPACE.
      *
       01  CUSTOMER-COLUMN-HEADING.
           05  FILLER      PIC X(20)   VALUE "RNK  CUST   CUSTOMER".
           05  FILLER      PIC X(20)   VALUE " NAME               ".
           05  FILLER      PIC X(20)   VALUE " REVENUE            ".
           05  FILLER      PIC X(20)   VALUE "COST        MARGIN $".
           05  FILLER      PIC X(20)   VALUE "   MARGIN %         ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  EXCEPTION-SECTION-TITLE.
           05  FILLER      PIC X(20)   VALUE "LINES SOLD BELOW COS".
           05  FILLER      PIC X(20)   VALUE "T                   ".
           05  FILLER      PIC X(92)   VALUE SPACE.
      *
       01  EXCEPTION-COLUMN-HEADING.
           05  FILLER      PIC X(20)   VALUE "BR  CUST   ITEM    P".
           05  FILLER      PIC X(20)   VALUE "L   QTY         REVE".
           05  FILLER      PIC X(20)   VALUE "NUE            COST ".
           05  FILLER      PIC X(20)   VALUE "     BELOW COST     ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  MARGIN-LINE.
           05  ML-LABEL            PIC X(19).
           05  ML-QUANTITY REDEFINES ML-LABEL.
               10  FILLER          PIC X(11).
               10  ML-QUANTITY-OUT PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ML-REVENUE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ML-COST             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ML-MARGIN           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ML-MARGIN-PCT       PIC ZZZ9.9-.
           05  FILLER              PIC X(54)    VALUE SPACE.
      *
       01  CUSTOMER-LINE.
           05  CSL-RANK            PIC Z9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CSL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CSL-CUSTOMER-NAME   PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CSL-REVENUE         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CSL-COST            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CSL-MARGIN          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CSL-MARGIN-PCT      PIC ZZZ9.9-.
           05  FILLER              PIC X(41)    VALUE SPACE.
      *
       01  EXCEPTION-LINE.
           05  EXL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-ITEM-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-PRODUCT-LINE    PIC X(3).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-QUANTITY        PIC ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  EXL-REVENUE         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  EXL-COST            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  EXL-BELOW-COST      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(57)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "MARGNRPT TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-MARGIN-REPORT.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 130-LOAD-CUSTOMER-TABLE.
           MOVE PLINE-SECTION-TITLE  TO HEADING-LINE-3.
           MOVE PLINE-COLUMN-HEADING TO HEADING-LINE-4.
           PERFORM 230-PRINT-HEADING-LINES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-BRANCH-NUMBER
               ON ASCENDING KEY SRT-PRODUCT-LINE
               USING ITEMTRN
               OUTPUT PROCEDURE 200-PRINT-PLINE-MARGINS.
           PERFORM 300-PRINT-CUSTOMER-RANKING.
           PERFORM 400-PRINT-BELOW-COST-LINES.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE MARGNRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CUSTMAST
                OUTPUT MARGNRPT.
           IF NOT CUSTMAST-FILE-OK
              DISPLAY "CUSTMAST OPEN ERROR: " WF-CUSTMAST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT MARGNRPT-FILE-OK
              DISPLAY "MARGNRPT OPEN ERROR: " WF-MARGNRPT-STATUS
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
       130-LOAD-CUSTOMER-TABLE.
      *
           PERFORM 140-READ-CUSTOMER-RECORD.
           PERFORM 150-STORE-CUSTOMER-ENTRY
               UNTIL CUSTMAST-EOF.
           CLOSE CUSTMAST.
      *
       140-READ-CUSTOMER-RECORD.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 145-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CUSTMAST-EOF.
      *
      * HDR!/TRL! INTEGRITY RECORDS ON THE MASTER ARE SKIPPED -
      * ONLY THE CUSTOMER'S NAME IS WANTED HERE.
      *
       145-READ-RAW-RECORD.
      *
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   IF CUSTOMER-MASTER-RECORD (1:4) = "HDR!"
                           OR CUSTOMER-MASTER-RECORD (1:4) = "TRL!"
                       MOVE "Y" TO FC-CONTROL-SWITCH
                   ELSE
                       MOVE "N" TO FC-CONTROL-SWITCH
                   END-IF
           END-READ.
      *
       150-STORE-CUSTOMER-ENTRY.
      *
           IF CU-ENTRY-COUNT < 5000
               ADD 1 TO CU-ENTRY-COUNT
               MOVE CM-CUSTOMER-NUMBER
                   TO CU-CUSTOMER-NUMBER (CU-ENTRY-COUNT)
               MOVE CM-CUSTOMER-NAME
                   TO CU-CUSTOMER-NAME (CU-ENTRY-COUNT)
               MOVE ZERO TO CU-REVENUE (CU-ENTRY-COUNT)
                            CU-COST (CU-ENTRY-COUNT)
                            CU-MARGIN-PCT (CU-ENTRY-COUNT)
               SET CU-NOT-RANKED (CU-ENTRY-COUNT) TO TRUE
           ELSE
               ADD 1 TO CU-OVERFLOW-COUNT
               DISPLAY "MARGNRPT CUSTOMER TABLE FULL - OMITTED "
                   CM-CUSTOMER-NUMBER
           END-IF.
           PERFORM 140-READ-CUSTOMER-RECORD.
      *
      * OUTPUT PROCEDURE - PRODUCT-LINE AND BRANCH BREAKS, AS IN
      * SLSPLRPT. EACH LINE IS ALSO ROLLED INTO ITS CUSTOMER AND,
      * WHEN SOLD BELOW COST, KEPT FOR THE EXCEPTION SECTION.
      *
       200-PRINT-PLINE-MARGINS.
      *
           PERFORM 205-PROCESS-SORTED-LINE
               UNTIL SORT-EOF.
           MOVE "ALL BRANCHES"    TO ML-LABEL.
           MOVE GRAND-QUANTITY    TO ML-QUANTITY-OUT.
           MOVE GRAND-REVENUE     TO ML-REVENUE WS-REVENUE.
           MOVE GRAND-COST        TO ML-COST.
           COMPUTE WS-MARGIN = GRAND-REVENUE - GRAND-COST.
           PERFORM 260-PRINT-MARGIN-LINE.
      *
       205-PROCESS-SORTED-LINE.
      *
           PERFORM 210-RETURN-SORTED-LINE.
           EVALUATE TRUE
               WHEN SORT-EOF
                   IF NOT-FIRST-RECORD
                       PERFORM 240-PRINT-PLINE-TOTAL-LINE
                       PERFORM 250-PRINT-BRANCH-TOTAL-LINE
                   END-IF
               WHEN FIRST-RECORD
                   MOVE ITR-BRANCH-NUMBER TO OLD-BRANCH-NUMBER
                   MOVE ITR-PRODUCT-LINE  TO OLD-PRODUCT-LINE
                   SET NOT-FIRST-RECORD TO TRUE
                   PERFORM 220-ADD-LINE-MARGIN
               WHEN ITR-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                   PERFORM 240-PRINT-PLINE-TOTAL-LINE
                   PERFORM 250-PRINT-BRANCH-TOTAL-LINE
                   MOVE ITR-BRANCH-NUMBER TO OLD-BRANCH-NUMBER
                   MOVE ITR-PRODUCT-LINE  TO OLD-PRODUCT-LINE
                   PERFORM 220-ADD-LINE-MARGIN
               WHEN ITR-PRODUCT-LINE NOT = OLD-PRODUCT-LINE
                   PERFORM 240-PRINT-PLINE-TOTAL-LINE
                   MOVE ITR-PRODUCT-LINE  TO OLD-PRODUCT-LINE
                   PERFORM 220-ADD-LINE-MARGIN
               WHEN OTHER
                   PERFORM 220-ADD-LINE-MARGIN
           END-EVALUATE.
      *
       210-RETURN-SORTED-LINE.
      *
           RETURN SORT-FILE INTO ITEM-TRANS-RECORD
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-LINES-READ
           END-RETURN.
      *
       220-ADD-LINE-MARGIN.
      *
           IF ITR-EXTENDED-COST NUMERIC
               MOVE ITR-EXTENDED-COST TO WS-LINE-COST
           ELSE
               MOVE ZERO TO WS-LINE-COST
               ADD 1 TO CT-LINES-UNCOSTED
           END-IF.
           IF ITR-REVERSAL-LINE
               SUBTRACT ITR-QUANTITY        FROM PLINE-QUANTITY
               SUBTRACT ITR-EXTENDED-AMOUNT FROM PLINE-REVENUE
               SUBTRACT WS-LINE-COST        FROM PLINE-COST
           ELSE
               ADD ITR-QUANTITY        TO PLINE-QUANTITY
               ADD ITR-EXTENDED-AMOUNT TO PLINE-REVENUE
               ADD WS-LINE-COST        TO PLINE-COST
           END-IF.
           PERFORM 225-ADD-CUSTOMER-MARGIN.
           IF ITR-EXTENDED-AMOUNT < WS-LINE-COST
                   AND NOT ITR-REVERSAL-LINE
               PERFORM 228-STORE-BELOW-COST-LINE
           END-IF.
      *
       225-ADD-CUSTOMER-MARGIN.
      *
           MOVE ZERO TO CU-MATCH-SUB.
           IF ITR-CUSTOMER-NUMBER NUMERIC
               PERFORM 226-MATCH-ONE-CUSTOMER
                   VARYING CU-SUB FROM 1 BY 1
                   UNTIL CU-SUB > CU-ENTRY-COUNT
                   OR CU-MATCH-SUB > ZERO
               IF CU-MATCH-SUB = ZERO
                   PERFORM 227-ADD-UNKNOWN-CUSTOMER
               END-IF
           END-IF.
           IF CU-MATCH-SUB > ZERO
               IF ITR-REVERSAL-LINE
                   SUBTRACT ITR-EXTENDED-AMOUNT
                       FROM CU-REVENUE (CU-MATCH-SUB)
                   SUBTRACT WS-LINE-COST FROM CU-COST (CU-MATCH-SUB)
               ELSE
                   ADD ITR-EXTENDED-AMOUNT TO CU-REVENUE (CU-MATCH-SUB)
                   ADD WS-LINE-COST        TO CU-COST (CU-MATCH-SUB)
               END-IF
           END-IF.
      *
       226-MATCH-ONE-CUSTOMER.
      *
           IF CU-CUSTOMER-NUMBER (CU-SUB) = ITR-CUSTOMER-NUMBER
               MOVE CU-SUB TO CU-MATCH-SUB
           END-IF.
      *
       227-ADD-UNKNOWN-CUSTOMER.
      *
           IF CU-ENTRY-COUNT < 5000
               ADD 1 TO CU-ENTRY-COUNT
               MOVE CU-ENTRY-COUNT TO CU-MATCH-SUB
               MOVE ITR-CUSTOMER-NUMBER
                   TO CU-CUSTOMER-NUMBER (CU-MATCH-SUB)
               MOVE "** NOT ON MASTER **"
                   TO CU-CUSTOMER-NAME (CU-MATCH-SUB)
               MOVE ZERO TO CU-REVENUE (CU-MATCH-SUB)
                            CU-COST (CU-MATCH-SUB)
                            CU-MARGIN-PCT (CU-MATCH-SUB)
               SET CU-NOT-RANKED (CU-MATCH-SUB) TO TRUE
           ELSE
               ADD 1 TO CU-OVERFLOW-COUNT
           END-IF.
      *
       228-STORE-BELOW-COST-LINE.
      *
           ADD 1 TO CT-LINES-BELOW-COST.
           IF EX-ENTRY-COUNT < 500
               ADD 1 TO EX-ENTRY-COUNT
               MOVE ITR-BRANCH-NUMBER
                   TO EX-BRANCH-NUMBER (EX-ENTRY-COUNT)
               MOVE ITR-CUSTOMER-NUMBER
                   TO EX-CUSTOMER-NUMBER (EX-ENTRY-COUNT)
               MOVE ITR-ITEM-NUMBER
                   TO EX-ITEM-NUMBER (EX-ENTRY-COUNT)
               MOVE ITR-PRODUCT-LINE
                   TO EX-PRODUCT-LINE (EX-ENTRY-COUNT)
               MOVE ITR-QUANTITY
                   TO EX-QUANTITY (EX-ENTRY-COUNT)
               MOVE ITR-EXTENDED-AMOUNT
                   TO EX-REVENUE (EX-ENTRY-COUNT)
               MOVE WS-LINE-COST
                   TO EX-COST (EX-ENTRY-COUNT)
           ELSE
               ADD 1 TO EX-OVERFLOW-COUNT
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
       240-PRINT-PLINE-TOTAL-LINE.
      *
           MOVE OLD-BRANCH-NUMBER TO WS-LABEL-BRANCH.
           MOVE OLD-PRODUCT-LINE  TO WS-LABEL-PLINE.
           MOVE WS-PLINE-LABEL    TO ML-LABEL.
           MOVE PLINE-QUANTITY    TO ML-QUANTITY-OUT.
           MOVE PLINE-REVENUE     TO ML-REVENUE WS-REVENUE.
           MOVE PLINE-COST        TO ML-COST.
           COMPUTE WS-MARGIN = PLINE-REVENUE - PLINE-COST.
           PERFORM 260-PRINT-MARGIN-LINE.
           ADD PLINE-QUANTITY TO BRANCH-QUANTITY.
           ADD PLINE-REVENUE  TO BRANCH-REVENUE.
           ADD PLINE-COST     TO BRANCH-COST.
           MOVE ZERO TO PLINE-QUANTITY.
           MOVE ZERO TO PLINE-REVENUE.
           MOVE ZERO TO PLINE-COST.
      *
       250-PRINT-BRANCH-TOTAL-LINE.
      *
           MOVE OLD-BRANCH-NUMBER TO WS-TOTAL-BRANCH.
           MOVE WS-BRANCH-LABEL   TO ML-LABEL.
           MOVE BRANCH-QUANTITY   TO ML-QUANTITY-OUT.
           MOVE BRANCH-REVENUE    TO ML-REVENUE WS-REVENUE.
           MOVE BRANCH-COST       TO ML-COST.
           COMPUTE WS-MARGIN = BRANCH-REVENUE - BRANCH-COST.
           PERFORM 260-PRINT-MARGIN-LINE.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD BRANCH-QUANTITY TO GRAND-QUANTITY.
           ADD BRANCH-REVENUE  TO GRAND-REVENUE.
           ADD BRANCH-COST     TO GRAND-COST.
           MOVE ZERO TO BRANCH-QUANTITY.
           MOVE ZERO TO BRANCH-REVENUE.
           MOVE ZERO TO BRANCH-COST.
      *
      * THE LABEL, QUANTITY, REVENUE, COST AND MARGIN ARE SET BY
      * THE CALLER; THE MARGIN PERCENT IS OF REVENUE.
      *
       260-PRINT-MARGIN-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE WS-MARGIN TO ML-MARGIN.
           IF WS-REVENUE = ZERO
               MOVE ZERO TO ML-MARGIN-PCT
           ELSE
               COMPUTE ML-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-REVENUE
           END-IF.
           MOVE MARGIN-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * THE TWENTY LOWEST MARGIN PERCENTS ARE PICKED BY REPEATED
      * SELECTION - THE TABLE IS NEVER SORTED. ONLY CUSTOMERS WHO
      * BOUGHT SOMETHING ARE RANKED.
      *
       300-PRINT-CUSTOMER-RANKING.
      *
           PERFORM 310-COMPUTE-CUSTOMER-MARGIN
               VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-ENTRY-COUNT.
           MOVE CUSTOMER-SECTION-TITLE  TO HEADING-LINE-3.
           MOVE CUSTOMER-COLUMN-HEADING TO HEADING-LINE-4.
           PERFORM 230-PRINT-HEADING-LINES.
           MOVE ZERO TO CU-MATCH-SUB.
           PERFORM 320-RANK-NEXT-CUSTOMER
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > 20
               OR WS-RANKED-COUNT < WS-RANK - 1.
      *
       310-COMPUTE-CUSTOMER-MARGIN.
      *
           IF CU-REVENUE (CU-SUB) NOT = ZERO
               ADD 1 TO CT-CUSTOMERS-SOLD
               COMPUTE CU-MARGIN-PCT (CU-SUB) ROUNDED =
                   (CU-REVENUE (CU-SUB) - CU-COST (CU-SUB))
                   * 100 / CU-REVENUE (CU-SUB)
           ELSE
               SET CU-RANKED (CU-SUB) TO TRUE
           END-IF.
      *
       320-RANK-NEXT-CUSTOMER.
      *
           MOVE ZERO TO CU-MATCH-SUB.
           PERFORM 325-CHECK-ONE-CUSTOMER
               VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-ENTRY-COUNT.
           IF CU-MATCH-SUB > ZERO
               SET CU-RANKED (CU-MATCH-SUB) TO TRUE
               ADD 1 TO WS-RANKED-COUNT
               PERFORM 330-PRINT-CUSTOMER-LINE
           END-IF.
      *
       325-CHECK-ONE-CUSTOMER.
      *
           IF CU-NOT-RANKED (CU-SUB)
               IF CU-MATCH-SUB = ZERO
                   MOVE CU-SUB TO CU-MATCH-SUB
               ELSE
               IF CU-MARGIN-PCT (CU-SUB)
                       < CU-MARGIN-PCT (CU-MATCH-SUB)
                   MOVE CU-SUB TO CU-MATCH-SUB
               END-IF
               END-IF
           END-IF.
      *
       330-PRINT-CUSTOMER-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE WS-RANK                        TO CSL-RANK.
           MOVE CU-CUSTOMER-NUMBER (CU-MATCH-SUB)
                                               TO CSL-CUSTOMER-NUMBER.
           MOVE CU-CUSTOMER-NAME (CU-MATCH-SUB) TO CSL-CUSTOMER-NAME.
           MOVE CU-REVENUE (CU-MATCH-SUB)      TO CSL-REVENUE.
           MOVE CU-COST (CU-MATCH-SUB)         TO CSL-COST.
           COMPUTE WS-MARGIN =
               CU-REVENUE (CU-MATCH-SUB) - CU-COST (CU-MATCH-SUB).
           MOVE WS-MARGIN                      TO CSL-MARGIN.
           MOVE CU-MARGIN-PCT (CU-MATCH-SUB)   TO CSL-MARGIN-PCT.
           MOVE CUSTOMER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       400-PRINT-BELOW-COST-LINES.
      *
           MOVE EXCEPTION-SECTION-TITLE  TO HEADING-LINE-3.
           MOVE EXCEPTION-COLUMN-HEADING TO HEADING-LINE-4.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 410-PRINT-EXCEPTION-LINE
               VARYING EX-SUB FROM 1 BY 1
               UNTIL EX-SUB > EX-ENTRY-COUNT.
      *
       410-PRINT-EXCEPTION-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE EX-BRANCH-NUMBER (EX-SUB)   TO EXL-BRANCH-NUMBER.
           MOVE EX-CUSTOMER-NUMBER (EX-SUB) TO EXL-CUSTOMER-NUMBER.
           MOVE EX-ITEM-NUMBER (EX-SUB)     TO EXL-ITEM-NUMBER.
           MOVE EX-PRODUCT-LINE (EX-SUB)    TO EXL-PRODUCT-LINE.
           MOVE EX-QUANTITY (EX-SUB)        TO EXL-QUANTITY.
           MOVE EX-REVENUE (EX-SUB)         TO EXL-REVENUE.
           MOVE EX-COST (EX-SUB)            TO EXL-COST.
           COMPUTE EXL-BELOW-COST =
               EX-COST (EX-SUB) - EX-REVENUE (EX-SUB).
           MOVE EXCEPTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       500-PRINT-CONTROL-TOTALS.
      *
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "SALES LINES READ  " TO CTL-LABEL.
           MOVE CT-LINES-READ        TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           MOVE "LINES WITHOUT COST" TO CTL-LABEL.
           MOVE CT-LINES-UNCOSTED    TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           MOVE "LINES BELOW COST  " TO CTL-LABEL.
           MOVE CT-LINES-BELOW-COST  TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           MOVE "CUSTOMERS SOLD    " TO CTL-LABEL.
           MOVE CT-CUSTOMERS-SOLD    TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           IF EX-OVERFLOW-COUNT > ZERO
               MOVE "EXCEPTIONS UNLISTED " TO CTL-LABEL
               MOVE EX-OVERFLOW-COUNT    TO CTL-COUNT
               PERFORM 510-WRITE-CONTROL-LINE
           END-IF.
           IF CU-OVERFLOW-COUNT > ZERO
               DISPLAY "*** MARGNRPT CUSTOMER TABLE OVERFLOW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       510-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
