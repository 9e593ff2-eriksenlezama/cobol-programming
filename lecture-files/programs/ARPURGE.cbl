       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPURGE.
      *
      * MONTH-END PURGE OF CLOSED A/R ITEMS. COPIES THE OPEN-ITEM
      * MASTER (AROPEN OLD/NEW GENERATIONS), DROPPING EVERY ITEM THAT
      * WAS PAID OR WRITTEN OFF BEFORE THE FIRST OF THE CURRENT
      * BUSINESS MONTH, AND MERGES THE DROPPED ITEMS INTO THE
      * CUMULATIVE CLOSED-ITEM HISTORY FILE (ARHIST OLD/NEW
      * GENERATIONS). THE HISTORY FILE IS IN THE ARITEM LAYOUT AND
      * IN THE SAME BRANCH/REP/CUSTOMER/ITEM-DATE/SEQUENCE ORDER AS
      * AROPEN, SO A DISPUTE ON AN OLDER INVOICE CAN BE ANSWERED
      * FROM FILE.
      *
      * AN ITEM CLOSED BEFORE AR-CLOSED-DATE WAS CARRIED ON THE FILE
      * HAS NO CLOSED DATE; ITS ITEM DATE IS USED IN ITS PLACE.
      *
      * THE PURGE REGISTER (PURGRPT) SHOWS COUNTS AND ORIGINAL-AMOUNT
      * DOLLARS BY BRANCH AND PROVES OLD AROPEN = NEW AROPEN + PURGED
      * ON BOTH. AN OUT-OF-BALANCE PURGE SETS RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AROPEN-OLD ASSIGN TO AROLD
           FILE STATUS IS WF-AROLD-STATUS.
           SELECT AROPEN-NEW ASSIGN TO ARNEW
           FILE STATUS IS WF-ARNEW-STATUS.
           SELECT ARHIST-OLD ASSIGN TO ARHOLD
           FILE STATUS IS WF-ARHOLD-STATUS.
           SELECT ARHIST-NEW ASSIGN TO ARHNEW
           FILE STATUS IS WF-ARHNEW-STATUS.
           SELECT PURGRPT    ASSIGN TO PURGRPT
           FILE STATUS IS WF-PURGRPT-STATUS.
           SELECT PROCDATE   ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AROPEN-OLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY ARITEM.
      *
       FD  AROPEN-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  OPEN-ITEM-NEW-REC           PIC X(80).
      *
       FD  ARHIST-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-OLD-REC.
           05  HO-ITEM-KEY             PIC X(20).
           05  FILLER                  PIC X(60).
      *
       FD  ARHIST-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-NEW-REC             PIC X(80).
      *
       FD  PURGRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  AROPEN-EOF-SWITCH       PIC X    VALUE "N".
               88  AROPEN-EOF                   VALUE "Y".
           05  ARHIST-EOF-SWITCH       PIC X    VALUE "N".
               88  ARHIST-EOF                   VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-AROLD-STATUS     PIC XX.
               88  AROLD-FILE-OK           VALUE "00".
           05  WF-ARNEW-STATUS     PIC XX.
               88  ARNEW-FILE-OK           VALUE "00".
           05  WF-ARHOLD-STATUS    PIC XX.
               88  ARHOLD-FILE-OK          VALUE "00".
           05  WF-ARHNEW-STATUS    PIC XX.
               88  ARHNEW-FILE-OK          VALUE "00".
           05  WF-PURGRPT-STATUS   PIC XX.
               88  PURGRPT-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  WORK-FIELDS.
           05  WS-CUTOFF-DATE.
               10  WS-CUTOFF-YEAR      PIC 9(4).
               10  WS-CUTOFF-MONTH     PIC 9(2).
               10  WS-CUTOFF-DAY       PIC 9(2).
           05  WS-CUTOFF-NUMERIC REDEFINES WS-CUTOFF-DATE
                                       PIC 9(8).
           05  WS-CLOSED-DATE          PIC 9(8).
           05  WS-BRANCH-SUB           PIC S9(3)  COMP.
      *
      * ONE ENTRY PER BRANCH NUMBER - READ, KEPT AND PURGED COUNTS
      * AND ORIGINAL-AMOUNT DOLLARS FOR THE REGISTER.
      *
       01  BRANCH-STATS-TABLE.
           05  BRANCH-STATS            OCCURS 99 TIMES.
               10  BS-READ-COUNT       PIC S9(7)     COMP-3.
               10  BS-READ-AMOUNT      PIC S9(9)V99  COMP-3.
               10  BS-KEPT-COUNT       PIC S9(7)     COMP-3.
               10  BS-KEPT-AMOUNT      PIC S9(9)V99  COMP-3.
               10  BS-PURGED-COUNT     PIC S9(7)     COMP-3.
               10  BS-PURGED-AMOUNT    PIC S9(9)V99  COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-ITEMS-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-KEPT       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-PURGED     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HIST-READ        PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HIST-WRITTEN     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-AMOUNT-READ      PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-AMOUNT-KEPT      PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-AMOUNT-PURGED    PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-OUT-OF-BALANCE   PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "A/R CLOSED-ITEM PURG".
           05  FILLER          PIC X(20)   VALUE "E REGISTER          ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ARPURGE".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "BRANCH  ITEMS READ  ".
           05  FILLER      PIC X(20)   VALUE "  AMOUNT READ ITEMS ".
           05  FILLER      PIC X(20)   VALUE "KEPT    AMOUNT KEPT ".
           05  FILLER      PIC X(20)   VALUE "ITEMS PURGED  AMOUNT".
           05  FILLER      PIC X(20)   VALUE " PURGED             ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  BRANCH-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  BL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  BL-READ-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  BL-READ-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  BL-KEPT-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  BL-KEPT-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  BL-PURGED-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  BL-PURGED-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(45)    VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER              PIC X(9)     VALUE "TOTAL".
           05  TL-READ-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  TL-READ-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  TL-KEPT-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  TL-KEPT-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  TL-PURGED-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  TL-PURGED-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(45)    VALUE SPACE.
      *
       01  CUTOFF-LINE.
           05  FILLER          PIC X(37)
                   VALUE "ITEMS CLOSED BEFORE THIS DATE PURGED:".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  CUL-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CUL-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CUL-YEAR        PIC 9(4).
           05  FILLER          PIC X(84)   VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "ARPURGE TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       01  PROOF-LINE.
           05  FILLER          PIC X(20)   VALUE "ARPURGE PROOF:  ".
           05  PL-LABEL        PIC X(20).
           05  PL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  PL-MESSAGE      PIC X(20).
           05  FILLER          PIC X(55)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PURGE-CLOSED-ITEMS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-CLEAR-BRANCH-STATS
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 99.
           PERFORM 150-READ-OPEN-ITEM.
           PERFORM 160-READ-HISTORY-ITEM.
           PERFORM 200-PURGE-OR-KEEP-ITEM
               UNTIL AROPEN-EOF.
           PERFORM 250-COPY-HISTORY-ITEM
               UNTIL ARHIST-EOF.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 300-PRINT-BRANCH-LINE
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 99.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE AROPEN-OLD
                 AROPEN-NEW
                 ARHIST-OLD
                 ARHIST-NEW
                 PURGRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  AROPEN-OLD
                       ARHIST-OLD
                OUTPUT AROPEN-NEW
                       ARHIST-NEW
                       PURGRPT.
           IF NOT AROLD-FILE-OK
              DISPLAY "AROLD OPEN ERROR: " WF-AROLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ARHOLD-FILE-OK
              DISPLAY "ARHOLD OPEN ERROR: " WF-ARHOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ARNEW-FILE-OK
              DISPLAY "ARNEW OPEN ERROR: " WF-ARNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ARHNEW-FILE-OK
              DISPLAY "ARHNEW OPEN ERROR: " WF-ARHNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PURGRPT-FILE-OK
              DISPLAY "PURGRPT OPEN ERROR: " WF-PURGRPT-STATUS
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
           MOVE PD-YEAR    TO WS-CUTOFF-YEAR.
           MOVE PD-MONTH   TO WS-CUTOFF-MONTH.
           MOVE 1          TO WS-CUTOFF-DAY.
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
       120-CLEAR-BRANCH-STATS.
      *
           MOVE ZERO TO BS-READ-COUNT (WS-BRANCH-SUB).
           MOVE ZERO TO BS-READ-AMOUNT (WS-BRANCH-SUB).
           MOVE ZERO TO BS-KEPT-COUNT (WS-BRANCH-SUB).
           MOVE ZERO TO BS-KEPT-AMOUNT (WS-BRANCH-SUB).
           MOVE ZERO TO BS-PURGED-COUNT (WS-BRANCH-SUB).
           MOVE ZERO TO BS-PURGED-AMOUNT (WS-BRANCH-SUB).
      *
       150-READ-OPEN-ITEM.
      *
           READ AROPEN-OLD
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ITEMS-READ
                   ADD AR-ORIGINAL-AMOUNT TO CT-AMOUNT-READ
           END-READ.
      *
       160-READ-HISTORY-ITEM.
      *
           READ ARHIST-OLD
               AT END
                   MOVE "Y" TO ARHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HIST-READ
           END-READ.
      *
      * AN ITEM IS PURGED ONLY WHEN IT IS CLOSED AND THE CLOSE FELL
      * BEFORE THE FIRST OF THIS MONTH. OPEN ITEMS ARE NEVER PURGED,
      * HOWEVER OLD.
      *
       200-PURGE-OR-KEEP-ITEM.
      *
           IF AR-CLOSED-DATE NUMERIC AND AR-CLOSED-DATE > ZERO
               MOVE AR-CLOSED-DATE TO WS-CLOSED-DATE
           ELSE
               MOVE AR-ITEM-DATE   TO WS-CLOSED-DATE
           END-IF.
           MOVE AR-BRANCH-NUMBER TO WS-BRANCH-SUB.
           IF WS-BRANCH-SUB > ZERO
               ADD 1 TO BS-READ-COUNT (WS-BRANCH-SUB)
               ADD AR-ORIGINAL-AMOUNT TO BS-READ-AMOUNT (WS-BRANCH-SUB)
           END-IF.
           IF AR-ITEM-CLOSED
                   AND WS-CLOSED-DATE < WS-CUTOFF-NUMERIC
               PERFORM 210-PURGE-ONE-ITEM
           ELSE
               PERFORM 220-KEEP-ONE-ITEM
           END-IF.
           PERFORM 150-READ-OPEN-ITEM.
      *
      * THE HISTORY FILE IS MERGED, NOT EXTENDED - HISTORY ITEMS
      * WITH A LOWER KEY ARE COPIED AHEAD OF THE PURGED ITEM SO THE
      * NEW GENERATION STAYS IN AROPEN KEY ORDER.
      *
       210-PURGE-ONE-ITEM.
      *
           PERFORM 250-COPY-HISTORY-ITEM
               UNTIL ARHIST-EOF
               OR HO-ITEM-KEY > AR-ITEM-KEY.
           MOVE OPEN-ITEM-RECORD TO HISTORY-NEW-REC.
           WRITE HISTORY-NEW-REC.
           ADD 1 TO CT-HIST-WRITTEN.
           ADD 1 TO CT-ITEMS-PURGED.
           ADD AR-ORIGINAL-AMOUNT TO CT-AMOUNT-PURGED.
           IF WS-BRANCH-SUB > ZERO
               ADD 1 TO BS-PURGED-COUNT (WS-BRANCH-SUB)
               ADD AR-ORIGINAL-AMOUNT
                   TO BS-PURGED-AMOUNT (WS-BRANCH-SUB)
           END-IF.
      *
       220-KEEP-ONE-ITEM.
      *
           MOVE OPEN-ITEM-RECORD TO OPEN-ITEM-NEW-REC.
           WRITE OPEN-ITEM-NEW-REC.
           ADD 1 TO CT-ITEMS-KEPT.
           ADD AR-ORIGINAL-AMOUNT TO CT-AMOUNT-KEPT.
           IF WS-BRANCH-SUB > ZERO
               ADD 1 TO BS-KEPT-COUNT (WS-BRANCH-SUB)
               ADD AR-ORIGINAL-AMOUNT TO BS-KEPT-AMOUNT (WS-BRANCH-SUB)
           END-IF.
      *
       250-COPY-HISTORY-ITEM.
      *
           MOVE HISTORY-OLD-REC TO HISTORY-NEW-REC.
           WRITE HISTORY-NEW-REC.
           ADD 1 TO CT-HIST-WRITTEN.
           PERFORM 160-READ-HISTORY-ITEM.
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
       300-PRINT-BRANCH-LINE.
      *
           IF BS-READ-COUNT (WS-BRANCH-SUB) > ZERO
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 230-PRINT-HEADING-LINES
               END-IF
               MOVE WS-BRANCH-SUB    TO BL-BRANCH-NUMBER
               MOVE BS-READ-COUNT (WS-BRANCH-SUB)    TO BL-READ-COUNT
               MOVE BS-READ-AMOUNT (WS-BRANCH-SUB)   TO BL-READ-AMOUNT
               MOVE BS-KEPT-COUNT (WS-BRANCH-SUB)    TO BL-KEPT-COUNT
               MOVE BS-KEPT-AMOUNT (WS-BRANCH-SUB)   TO BL-KEPT-AMOUNT
               MOVE BS-PURGED-COUNT (WS-BRANCH-SUB)  TO BL-PURGED-COUNT
               MOVE BS-PURGED-AMOUNT (WS-BRANCH-SUB)
                   TO BL-PURGED-AMOUNT
               MOVE BRANCH-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
      *
      * THE PURGE PROOF - OLD AROPEN MUST EQUAL NEW AROPEN PLUS THE
      * ITEMS MOVED TO HISTORY, IN COUNT AND IN DOLLARS.
      *
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE CT-ITEMS-READ        TO TL-READ-COUNT.
           MOVE CT-AMOUNT-READ       TO TL-READ-AMOUNT.
           MOVE CT-ITEMS-KEPT        TO TL-KEPT-COUNT.
           MOVE CT-AMOUNT-KEPT       TO TL-KEPT-AMOUNT.
           MOVE CT-ITEMS-PURGED      TO TL-PURGED-COUNT.
           MOVE CT-AMOUNT-PURGED     TO TL-PURGED-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-CUTOFF-MONTH      TO CUL-MONTH.
           MOVE WS-CUTOFF-DAY        TO CUL-DAY.
           MOVE WS-CUTOFF-YEAR       TO CUL-YEAR.
           MOVE CUTOFF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "ITEMS READ        " TO CTL-LABEL.
           MOVE CT-ITEMS-READ        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEMS KEPT        " TO CTL-LABEL.
           MOVE CT-ITEMS-KEPT        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEMS PURGED      " TO CTL-LABEL.
           MOVE CT-ITEMS-PURGED      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "HISTORY READ      " TO CTL-LABEL.
           MOVE CT-HIST-READ         TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "HISTORY WRITTEN   " TO CTL-LABEL.
           MOVE CT-HIST-WRITTEN      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           COMPUTE CT-OUT-OF-BALANCE =
               CT-AMOUNT-READ - CT-AMOUNT-KEPT - CT-AMOUNT-PURGED.
           MOVE "OLD - NEW - PURGED " TO PL-LABEL.
           MOVE CT-OUT-OF-BALANCE    TO PL-AMOUNT.
           IF CT-OUT-OF-BALANCE = ZERO
                   AND CT-ITEMS-READ = CT-ITEMS-KEPT + CT-ITEMS-PURGED
                   AND CT-HIST-WRITTEN = CT-HIST-READ + CT-ITEMS-PURGED
               MOVE "IN BALANCE"     TO PL-MESSAGE
           ELSE
               MOVE "*** OUT OF BALANCE" TO PL-MESSAGE
               DISPLAY "*** ARPURGE OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
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
