       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFSWEEP.
      *
      * NIGHTLY REFERENTIAL-INTEGRITY SWEEP OF THE SALES SUBSYSTEM.
      * CUSTRCON PROVES THE TWO CUSTOMER FILES AGAINST EACH OTHER;
      * THIS RUN PROVES THE FILES THAT HANG OFF THEM:
      *
      *   AROPEN   ITEMS   -> CUSTMAST CUSTOMER (CUSTARCH LEFTOVERS)
      *   BUDGMST  BR/REP  -> BRREPREF BRANCH AND REP ENTRIES
      *                       (PAIRS LEFT BEHIND BY BRREORG)
      *   COMMHIST BR/REP  -> BRREPREF BRANCH AND REP NAMES
      *   ITEMTRN  LINES   -> ITEMMST ITEM
      *
      * EACH RELATIONSHIP IS A SECTION OF THE EXCEPTIONS REPORT
      * WITH ITS OWN ORPHAN COUNT. NOTHING IS CHANGED. THE SYSIN
      * CARD IS THE ORPHAN THRESHOLD 9(5) IN COLUMNS 1-5 (BLANK =
      * ZERO); WHEN THE TOTAL ORPHAN COUNT EXCEEDS IT THE RUN ENDS
      * WITH RETURN CODE 4 SO THE RUN-LOG RECORD IS FLAGGED ON THE
      * OPERATIONS DASHBOARD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
           FILE STATUS IS WF-CUSTMAST-STATUS.
           SELECT BRREPREF ASSIGN TO BRREPREF
           FILE STATUS IS WF-BRREPREF-STATUS.
           SELECT ITEMMST  ASSIGN TO ITEMMST
           FILE STATUS IS WF-ITEMMST-STATUS.
           SELECT AROPEN   ASSIGN TO AROPEN
           FILE STATUS IS WF-AROPEN-STATUS.
           SELECT BUDGMST  ASSIGN TO BUDGMST
           FILE STATUS IS WF-BUDGMST-STATUS.
           SELECT COMMHIST ASSIGN TO COMMHIST
           FILE STATUS IS WF-COMMHIST-STATUS.
           SELECT ITEMTRN  ASSIGN TO ITEMTRN
           FILE STATUS IS WF-ITEMTRN-STATUS.
           SELECT INTGRPT  ASSIGN TO INTGRPT
           FILE STATUS IS WF-INTGRPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
           FILE STATUS IS WF-RUNLOG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CUSTMAST.
       COPY CUSTMAST.
      *
       FD  BRREPREF.
       01  BRREP-REFERENCE-RECORD.
           05  BRR-TYPE                PIC X.
               88  BRR-BRANCH-ENTRY        VALUE "B".
               88  BRR-REP-ENTRY           VALUE "R".
           05  BRR-NUMBER              PIC 9(2).
           05  BRR-NAME                PIC X(20).
           05  BRR-TERRITORY           PIC X(10).
           05  FILLER                  PIC X(7).
      *
       FD  ITEMMST
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITEMMST.
      *
       FD  AROPEN
           RECORD CONTAINS 80 CHARACTERS.
       COPY ARITEM.
      *
       FD  BUDGMST
           RECORD CONTAINS 120 CHARACTERS.
       COPY BUDGMST.
      *
       FD  COMMHIST
           RECORD CONTAINS 80 CHARACTERS.
       COPY COMMHIST.
      *
       FD  ITEMTRN
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITEMTRN.
      *
       FD  INTGRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  RUN-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  CUSTMAST-EOF                 VALUE "Y".
           05  BRREPREF-EOF-SWITCH     PIC X    VALUE "N".
               88  BRREPREF-EOF                 VALUE "Y".
           05  ITEMMST-EOF-SWITCH      PIC X    VALUE "N".
               88  ITEMMST-EOF                  VALUE "Y".
           05  AROPEN-EOF-SWITCH       PIC X    VALUE "N".
               88  AROPEN-EOF                   VALUE "Y".
           05  BUDGMST-EOF-SWITCH      PIC X    VALUE "N".
               88  BUDGMST-EOF                  VALUE "Y".
           05  COMMHIST-EOF-SWITCH     PIC X    VALUE "N".
               88  COMMHIST-EOF                 VALUE "Y".
           05  ITEMTRN-EOF-SWITCH      PIC X    VALUE "N".
               88  ITEMTRN-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CUSTMAST-STATUS  PIC XX.
               88  CUSTMAST-FILE-OK        VALUE "00".
           05  WF-BRREPREF-STATUS  PIC XX.
               88  BRREPREF-FILE-OK        VALUE "00".
           05  WF-ITEMMST-STATUS   PIC XX.
               88  ITEMMST-FILE-OK         VALUE "00".
           05  WF-AROPEN-STATUS    PIC XX.
               88  AROPEN-FILE-OK          VALUE "00".
           05  WF-BUDGMST-STATUS   PIC XX.
               88  BUDGMST-FILE-OK         VALUE "00".
           05  WF-COMMHIST-STATUS  PIC XX.
               88  COMMHIST-FILE-OK        VALUE "00".
           05  WF-ITEMTRN-STATUS   PIC XX.
               88  ITEMTRN-FILE-OK         VALUE "00".
           05  WF-INTGRPT-STATUS   PIC XX.
               88  INTGRPT-FILE-OK         VALUE "00".
           05  WF-RUNLOG-STATUS    PIC XX.
               88  RUNLOG-FILE-OK          VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  THRESHOLD-FIELDS.
           05  WS-THRESHOLD-CARD.
               10  WS-THRESHOLD-X      PIC X(5).
               10  FILLER              PIC X(75).
           05  WS-ORPHAN-THRESHOLD PIC 9(5)    VALUE ZERO.
      *
       01  RUN-LOG-FIELDS.
           05  WS-STAMP-WORK       PIC X(21).
           05  WS-START-STAMP      PIC X(14).
      *
       01  CUSTOMER-TABLE-FIELDS.
           05  CU-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  CU-SUB              PIC S9(4)  COMP.
           05  CU-MATCH-SUB        PIC S9(4)  COMP.
      *
       01  CUSTOMER-TABLE.
           05  CU-CUSTOMER-NUMBER      OCCURS 5000 TIMES PIC 9(5).
      *
       01  ITEM-TABLE-FIELDS.
           05  IT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  IT-SUB              PIC S9(4)  COMP.
           05  IT-MATCH-SUB        PIC S9(4)  COMP.
      *
       01  ITEM-TABLE.
           05  IT-ITEM-NUMBER          OCCURS 2000 TIMES PIC 9(6).
      *
      * BRANCHES AND REPS ON THE REFERENCE FILE, BY NUMBER.
      *
       01  REFERENCE-TABLES.
           05  BRANCH-ON-FILE-SWITCH   OCCURS 99 TIMES PIC X.
           05  REP-ON-FILE-SWITCH      OCCURS 99 TIMES PIC X.
      *
       01  WORK-FIELDS.
           05  WS-REF-SUB          PIC S9(3)  COMP.
           05  WS-CHECK-BRANCH     PIC 9(2).
           05  WS-CHECK-REP        PIC 9(2).
           05  WS-BRANCH-FOUND-SW  PIC X.
               88  WS-BRANCH-FOUND         VALUE "Y".
           05  WS-REP-FOUND-SW     PIC X.
               88  WS-REP-FOUND            VALUE "Y".
      *
       01  EXCEPTION-KEYS.
           05  AR-KEY-OUT.
               10  FILLER          PIC X(5)    VALUE "CUST ".
               10  AKO-CUSTOMER    PIC 9(5).
               10  FILLER          PIC X(6)    VALUE " ITEM ".
               10  AKO-ITEM-DATE   PIC 9(8).
               10  FILLER          PIC X       VALUE "-".
               10  AKO-ITEM-SEQ    PIC 9(3).
           05  BR-KEY-OUT.
               10  FILLER          PIC X(7)    VALUE "BRANCH ".
               10  BKO-BRANCH      PIC 9(2).
               10  FILLER          PIC X(5)    VALUE " REP ".
               10  BKO-REP         PIC 9(2).
               10  BKO-PERIOD-TAG  PIC X(8).
               10  BKO-PERIOD      PIC X(6).
           05  IT-KEY-OUT.
               10  FILLER          PIC X(5)    VALUE "ITEM ".
               10  IKO-ITEM        PIC 9(6).
               10  FILLER          PIC X(6)    VALUE " CUST ".
               10  IKO-CUSTOMER    PIC 9(5).
               10  FILLER          PIC X       VALUE SPACE.
               10  IKO-DATE        PIC 9(8).
      *
       01  CONTROL-TOTALS.
           05  CT-CUSTOMERS-LOADED PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-LOADED     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-AROPEN-READ      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-BUDGMST-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-COMMHIST-READ    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMTRN-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-AROPEN-ORPHANS   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-BUDGMST-ORPHANS  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-COMMHIST-ORPHANS PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMTRN-ORPHANS  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-TOTAL-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-TOTAL-ORPHANS    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-SECTION-ORPHANS  PIC S9(7)     COMP-3 VALUE ZERO.
      *
       01  FILE-INTEGRITY-FIELDS.
           05  FC-CONTROL-SWITCH   PIC X.
               88  FC-CONTROL-RECORD   VALUE "Y".
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "REFERENTIAL INTEGRIT".
           05  FILLER          PIC X(20)   VALUE "Y EXCEPTIONS        ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "REFSWEEP".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "FILE      RECORD KEY".
           05  FILLER      PIC X(20)   VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE "  EXCEPTION         ".
           05  FILLER      PIC X(72)   VALUE SPACE.
      *
       01  SECTION-TITLE-LINE.
           05  FILLER          PIC X(14)   VALUE "RELATIONSHIP: ".
           05  STL-TITLE       PIC X(50).
           05  FILLER          PIC X(68)   VALUE SPACE.
      *
       01  EXCEPTION-LINE.
           05  EXL-FILE            PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-KEY             PIC X(36).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  EXL-REASON          PIC X(32).
           05  FILLER              PIC X(50)    VALUE SPACE.
      *
       01  SECTION-TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "RECORDS CHECKED     ".
           05  SCL-READ        PIC ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ORPHANS   ".
           05  SCL-ORPHANS     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(74)   VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "REFSWEEP TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-SWEEP-REFERENCES.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-WORK.
           MOVE WS-STAMP-WORK (1:14) TO WS-START-STAMP.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 115-GET-THRESHOLD.
           PERFORM 120-LOAD-CUSTOMER-TABLE.
           PERFORM 140-LOAD-REFERENCE-TABLES.
           PERFORM 160-LOAD-ITEM-TABLE.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 300-CHECK-AROPEN.
           PERFORM 400-CHECK-BUDGMST.
           PERFORM 500-CHECK-COMMHIST.
           PERFORM 600-CHECK-ITEMTRN.
           PERFORM 700-PRINT-CONTROL-TOTALS.
           CLOSE AROPEN
                 BUDGMST
                 COMMHIST
                 ITEMTRN
                 INTGRPT.
           PERFORM 800-WRITE-RUN-LOG.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CUSTMAST
                       BRREPREF
                       ITEMMST
                       AROPEN
                       BUDGMST
                       COMMHIST
                       ITEMTRN
                OUTPUT INTGRPT.
           IF NOT CUSTMAST-FILE-OK
              DISPLAY "CUSTMAST OPEN ERROR: " WF-CUSTMAST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT BRREPREF-FILE-OK
              DISPLAY "BRREPREF OPEN ERROR: " WF-BRREPREF-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ITEMMST-FILE-OK
              DISPLAY "ITEMMST OPEN ERROR: " WF-ITEMMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AROPEN-FILE-OK
              DISPLAY "AROPEN OPEN ERROR: " WF-AROPEN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT BUDGMST-FILE-OK
              DISPLAY "BUDGMST OPEN ERROR: " WF-BUDGMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT COMMHIST-FILE-OK
              DISPLAY "COMMHIST OPEN ERROR: " WF-COMMHIST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ITEMTRN-FILE-OK
              DISPLAY "ITEMTRN OPEN ERROR: " WF-ITEMTRN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT INTGRPT-FILE-OK
              DISPLAY "INTGRPT OPEN ERROR: " WF-INTGRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
      *
       115-GET-THRESHOLD.
      *
           MOVE SPACES TO WS-THRESHOLD-CARD.
           ACCEPT WS-THRESHOLD-CARD.
           IF WS-THRESHOLD-X IS NUMERIC
               MOVE WS-THRESHOLD-X TO WS-ORPHAN-THRESHOLD
           END-IF.
      *
       120-LOAD-CUSTOMER-TABLE.
      *
           PERFORM 125-READ-CUSTOMER-RECORD.
           PERFORM 135-STORE-CUSTOMER-ENTRY
               UNTIL CUSTMAST-EOF.
           CLOSE CUSTMAST.
      *
       125-READ-CUSTOMER-RECORD.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 130-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CUSTMAST-EOF.
      *
       130-READ-RAW-RECORD.
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
       135-STORE-CUSTOMER-ENTRY.
      *
           IF CU-ENTRY-COUNT < 5000
               ADD 1 TO CU-ENTRY-COUNT
               ADD 1 TO CT-CUSTOMERS-LOADED
               MOVE CM-CUSTOMER-NUMBER
                   TO CU-CUSTOMER-NUMBER (CU-ENTRY-COUNT)
           ELSE
               DISPLAY "CUSTOMER TABLE FULL - CUSTOMER OMITTED "
                   CM-CUSTOMER-NUMBER
           END-IF.
           PERFORM 125-READ-CUSTOMER-RECORD.
      *
       140-LOAD-REFERENCE-TABLES.
      *
           PERFORM 145-CLEAR-REFERENCE-ENTRY
               VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > 99.
           PERFORM 150-READ-REFERENCE-RECORD.
           PERFORM 155-STORE-REFERENCE-ENTRY
               UNTIL BRREPREF-EOF.
           CLOSE BRREPREF.
      *
       145-CLEAR-REFERENCE-ENTRY.
      *
           MOVE "N" TO BRANCH-ON-FILE-SWITCH (WS-REF-SUB).
           MOVE "N" TO REP-ON-FILE-SWITCH (WS-REF-SUB).
      *
       150-READ-REFERENCE-RECORD.
      *
           READ BRREPREF
               AT END
                   MOVE "Y" TO BRREPREF-EOF-SWITCH
           END-READ.
      *
       155-STORE-REFERENCE-ENTRY.
      *
           IF BRR-NUMBER IS NUMERIC
                   AND BRR-NUMBER > ZERO
               IF BRR-BRANCH-ENTRY
                   MOVE "Y" TO BRANCH-ON-FILE-SWITCH (BRR-NUMBER)
               END-IF
               IF BRR-REP-ENTRY
                   MOVE "Y" TO REP-ON-FILE-SWITCH (BRR-NUMBER)
               END-IF
           END-IF.
           PERFORM 150-READ-REFERENCE-RECORD.
      *
       160-LOAD-ITEM-TABLE.
      *
           PERFORM 165-READ-ITEM-MASTER.
           PERFORM 170-STORE-ITEM-ENTRY
               UNTIL ITEMMST-EOF.
           CLOSE ITEMMST.
      *
       165-READ-ITEM-MASTER.
      *
           READ ITEMMST
               AT END
                   MOVE "Y" TO ITEMMST-EOF-SWITCH
           END-READ.
      *
       170-STORE-ITEM-ENTRY.
      *
           IF IT-ENTRY-COUNT < 2000
               ADD 1 TO IT-ENTRY-COUNT
               ADD 1 TO CT-ITEMS-LOADED
               MOVE IM-ITEM-NUMBER TO IT-ITEM-NUMBER (IT-ENTRY-COUNT)
           ELSE
               DISPLAY "ITEM TABLE FULL - ITEM OMITTED "
                   IM-ITEM-NUMBER
           END-IF.
           PERFORM 165-READ-ITEM-MASTER.
      *
       200-FIND-CUSTOMER.
      *
           MOVE ZERO TO CU-MATCH-SUB.
           PERFORM 205-MATCH-ONE-CUSTOMER
               VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-ENTRY-COUNT
               OR CU-MATCH-SUB > ZERO.
      *
       205-MATCH-ONE-CUSTOMER.
      *
           IF CU-CUSTOMER-NUMBER (CU-SUB) = AR-CUSTOMER-NUMBER
               MOVE CU-SUB TO CU-MATCH-SUB
           END-IF.
      *
       210-FIND-ITEM.
      *
           MOVE ZERO TO IT-MATCH-SUB.
           PERFORM 215-MATCH-ONE-ITEM
               VARYING IT-SUB FROM 1 BY 1
               UNTIL IT-SUB > IT-ENTRY-COUNT
               OR IT-MATCH-SUB > ZERO.
      *
       215-MATCH-ONE-ITEM.
      *
           IF IT-ITEM-NUMBER (IT-SUB) = ITR-ITEM-NUMBER
               MOVE IT-SUB TO IT-MATCH-SUB
           END-IF.
      *
      * SETS THE FOUND SWITCHES FOR WS-CHECK-BRANCH/WS-CHECK-REP
      * AGAINST THE REFERENCE FILE TABLES.
      *
       220-CHECK-BRANCH-REP.
      *
           MOVE "N" TO WS-BRANCH-FOUND-SW.
           MOVE "N" TO WS-REP-FOUND-SW.
           IF WS-CHECK-BRANCH IS NUMERIC
                   AND WS-CHECK-BRANCH > ZERO
               IF BRANCH-ON-FILE-SWITCH (WS-CHECK-BRANCH) = "Y"
                   MOVE "Y" TO WS-BRANCH-FOUND-SW
               END-IF
           END-IF.
           IF WS-CHECK-REP IS NUMERIC
                   AND WS-CHECK-REP > ZERO
               IF REP-ON-FILE-SWITCH (WS-CHECK-REP) = "Y"
                   MOVE "Y" TO WS-REP-FOUND-SW
               END-IF
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
       240-PRINT-SECTION-TITLE.
      *
           IF LINE-COUNT + 3 >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SECTION-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           MOVE ZERO TO CT-SECTION-ORPHANS.
      *
       250-PRINT-EXCEPTION-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE EXCEPTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO CT-SECTION-ORPHANS.
           ADD 1 TO CT-TOTAL-ORPHANS.
      *
       260-PRINT-SECTION-TOTAL.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE CT-SECTION-ORPHANS TO SCL-ORPHANS.
           MOVE SECTION-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       270-FORMAT-BRANCH-REP-EXCEPTION.
      *
           MOVE WS-CHECK-BRANCH TO BKO-BRANCH.
           MOVE WS-CHECK-REP    TO BKO-REP.
           MOVE BR-KEY-OUT      TO EXL-KEY.
           EVALUATE TRUE
               WHEN NOT WS-BRANCH-FOUND AND NOT WS-REP-FOUND
                   MOVE "BRANCH AND REP NOT ON BRREPREF"
                       TO EXL-REASON
               WHEN NOT WS-BRANCH-FOUND
                   MOVE "BRANCH NOT ON BRREPREF" TO EXL-REASON
               WHEN OTHER
                   MOVE "REP NOT ON BRREPREF" TO EXL-REASON
           END-EVALUATE.
           PERFORM 250-PRINT-EXCEPTION-LINE.
      *
      * AROPEN - EVERY ITEM, OPEN OR CLOSED, MUST BELONG TO A
      * CUSTOMER STILL ON THE SALES MASTER.
      *
       300-CHECK-AROPEN.
      *
           MOVE "AROPEN ITEM -> CUSTMAST CUSTOMER" TO STL-TITLE.
           PERFORM 240-PRINT-SECTION-TITLE.
           PERFORM 310-READ-AROPEN.
           PERFORM 320-CHECK-ONE-AR-ITEM
               UNTIL AROPEN-EOF.
           MOVE CT-SECTION-ORPHANS TO CT-AROPEN-ORPHANS.
           MOVE CT-AROPEN-READ     TO SCL-READ.
           ADD CT-AROPEN-READ TO CT-TOTAL-READ.
           PERFORM 260-PRINT-SECTION-TOTAL.
      *
       310-READ-AROPEN.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-AROPEN-READ
           END-READ.
      *
       320-CHECK-ONE-AR-ITEM.
      *
           PERFORM 200-FIND-CUSTOMER.
           IF CU-MATCH-SUB = ZERO
               MOVE "AROPEN"           TO EXL-FILE
               MOVE AR-CUSTOMER-NUMBER TO AKO-CUSTOMER
               MOVE AR-ITEM-DATE       TO AKO-ITEM-DATE
               MOVE AR-ITEM-SEQUENCE   TO AKO-ITEM-SEQ
               MOVE AR-KEY-OUT         TO EXL-KEY
               MOVE "CUSTOMER NOT ON CUSTMAST" TO EXL-REASON
               PERFORM 250-PRINT-EXCEPTION-LINE
           END-IF.
           PERFORM 310-READ-AROPEN.
      *
      * BUDGMST - EVERY BUDGET BRANCH/REP MUST STILL BE ON THE
      * BRANCH/REP REFERENCE FILE.
      *
       400-CHECK-BUDGMST.
      *
           MOVE "BUDGMST BRANCH/REP -> BRREPREF ENTRIES" TO STL-TITLE.
           PERFORM 240-PRINT-SECTION-TITLE.
           PERFORM 410-READ-BUDGMST.
           PERFORM 420-CHECK-ONE-BUDGET
               UNTIL BUDGMST-EOF.
           MOVE CT-SECTION-ORPHANS TO CT-BUDGMST-ORPHANS.
           MOVE CT-BUDGMST-READ    TO SCL-READ.
           ADD CT-BUDGMST-READ TO CT-TOTAL-READ.
           PERFORM 260-PRINT-SECTION-TOTAL.
      *
       410-READ-BUDGMST.
      *
           READ BUDGMST
               AT END
                   MOVE "Y" TO BUDGMST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-BUDGMST-READ
           END-READ.
      *
       420-CHECK-ONE-BUDGET.
      *
           MOVE BG-BRANCH-NUMBER   TO WS-CHECK-BRANCH.
           MOVE BG-SALESREP-NUMBER TO WS-CHECK-REP.
           PERFORM 220-CHECK-BRANCH-REP.
           IF NOT WS-BRANCH-FOUND
                   OR NOT WS-REP-FOUND
               MOVE "BUDGMST"  TO EXL-FILE
               MOVE SPACES     TO BKO-PERIOD-TAG
                                  BKO-PERIOD
               PERFORM 270-FORMAT-BRANCH-REP-EXCEPTION
           END-IF.
           PERFORM 410-READ-BUDGMST.
      *
      * COMMHIST - EVERY PAID BRANCH/REP MUST STILL HAVE ITS NAME
      * ENTRIES ON THE REFERENCE FILE.
      *
       500-CHECK-COMMHIST.
      *
           MOVE "COMMHIST BRANCH/REP -> BRREPREF NAMES" TO STL-TITLE.
           PERFORM 240-PRINT-SECTION-TITLE.
           PERFORM 510-READ-COMMHIST.
           PERFORM 520-CHECK-ONE-COMMISSION
               UNTIL COMMHIST-EOF.
           MOVE CT-SECTION-ORPHANS TO CT-COMMHIST-ORPHANS.
           MOVE CT-COMMHIST-READ   TO SCL-READ.
           ADD CT-COMMHIST-READ TO CT-TOTAL-READ.
           PERFORM 260-PRINT-SECTION-TOTAL.
      *
       510-READ-COMMHIST.
      *
           READ COMMHIST
               AT END
                   MOVE "Y" TO COMMHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-COMMHIST-READ
           END-READ.
      *
       520-CHECK-ONE-COMMISSION.
      *
           MOVE CH-BRANCH-NUMBER   TO WS-CHECK-BRANCH.
           MOVE CH-SALESREP-NUMBER TO WS-CHECK-REP.
           PERFORM 220-CHECK-BRANCH-REP.
           IF NOT WS-BRANCH-FOUND
                   OR NOT WS-REP-FOUND
               MOVE "COMMHIST"  TO EXL-FILE
               MOVE " PERIOD " TO BKO-PERIOD-TAG
               MOVE CH-PERIOD   TO BKO-PERIOD
               PERFORM 270-FORMAT-BRANCH-REP-EXCEPTION
           END-IF.
           PERFORM 510-READ-COMMHIST.
      *
      * ITEMTRN - EVERY ITEM SALES LINE MUST BE FOR AN ITEM STILL ON
      * THE ITEM MASTER.
      *
       600-CHECK-ITEMTRN.
      *
           MOVE "ITEMTRN LINE -> ITEMMST ITEM" TO STL-TITLE.
           PERFORM 240-PRINT-SECTION-TITLE.
           PERFORM 610-READ-ITEMTRN.
           PERFORM 620-CHECK-ONE-ITEM-LINE
               UNTIL ITEMTRN-EOF.
           MOVE CT-SECTION-ORPHANS TO CT-ITEMTRN-ORPHANS.
           MOVE CT-ITEMTRN-READ    TO SCL-READ.
           ADD CT-ITEMTRN-READ TO CT-TOTAL-READ.
           PERFORM 260-PRINT-SECTION-TOTAL.
      *
       610-READ-ITEMTRN.
      *
           READ ITEMTRN
               AT END
                   MOVE "Y" TO ITEMTRN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ITEMTRN-READ
           END-READ.
      *
       620-CHECK-ONE-ITEM-LINE.
      *
           PERFORM 210-FIND-ITEM.
           IF IT-MATCH-SUB = ZERO
               MOVE "ITEMTRN"           TO EXL-FILE
               MOVE ITR-ITEM-NUMBER     TO IKO-ITEM
               MOVE ITR-CUSTOMER-NUMBER TO IKO-CUSTOMER
               MOVE ITR-BUSINESS-DATE   TO IKO-DATE
               MOVE IT-KEY-OUT          TO EXL-KEY
               MOVE "ITEM NOT ON ITEMMST" TO EXL-REASON
               PERFORM 250-PRINT-EXCEPTION-LINE
           END-IF.
           PERFORM 610-READ-ITEMTRN.
      *
       700-PRINT-CONTROL-TOTALS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "CUSTOMERS LOADED  " TO CTL-LABEL.
           MOVE CT-CUSTOMERS-LOADED  TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "ITEMS LOADED      " TO CTL-LABEL.
           MOVE CT-ITEMS-LOADED      TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "RECORDS CHECKED   " TO CTL-LABEL.
           MOVE CT-TOTAL-READ        TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "TOTAL ORPHANS     " TO CTL-LABEL.
           MOVE CT-TOTAL-ORPHANS     TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "ORPHAN THRESHOLD  " TO CTL-LABEL.
           MOVE WS-ORPHAN-THRESHOLD  TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           IF CT-TOTAL-ORPHANS > WS-ORPHAN-THRESHOLD
               DISPLAY "*** REFSWEEP ORPHANS OVER THRESHOLD ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       710-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       800-WRITE-RUN-LOG.
      *
           OPEN EXTEND RUN-LOG-FILE.
           IF WF-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           IF NOT RUNLOG-FILE-OK
               DISPLAY "RUN LOG OPEN ERROR: " WF-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-RECORD
               MOVE "REFSWEEP"          TO RL-PROGRAM
               MOVE WS-START-STAMP      TO RL-START-STAMP
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP-WORK
               MOVE WS-STAMP-WORK (1:14) TO RL-END-STAMP
               MOVE CT-TOTAL-READ       TO RL-RECORDS-READ
               MOVE ZERO                TO RL-RECORDS-WRITTEN
               MOVE CT-TOTAL-ORPHANS    TO RL-RECORDS-REJECTED
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
