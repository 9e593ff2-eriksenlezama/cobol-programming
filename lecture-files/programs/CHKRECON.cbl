       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
      *
      * BANK RECONCILIATION OF ISSUED CHECKS. MATCHES THE BANK'S
      * PAID-ITEMS FILE (BANKPAID) AGAINST THE ISSUED-CHECK HISTORY
      * (CHKHOLD/CHKHNEW GENERATIONS, COPY CHKHIST) THE
      * DISBURSEMENT RUN (DISBURSE) KEEPS, BY CHECK NUMBER:
      *   - AN OUTSTANDING CHECK THE BANK PAID IS MARKED CLEARED
      *     WITH THE DATE AND AMOUNT IT WAS PAID FOR. IF THE BANK
      *     PAID A DIFFERENT AMOUNT THAN THE CHECK WAS WRITTEN FOR,
      *     THE CHECK IS STILL CLEARED BUT IS LISTED AS AN AMOUNT
      *     MISMATCH EXCEPTION.
      *   - A PAID ITEM WITH NO CHECK ON THE HISTORY IS LISTED AS
      *     PAID NOT ISSUED.
      *   - A PAID ITEM FOR A VOIDED OR REISSUED CHECK IS LISTED AS
      *     PAID AFTER VOID AND THE CHECK IS LEFT VOID.
      *   - A PAID ITEM FOR A CHECK ALREADY CLEARED IS LISTED AS
      *     PAID TWICE.
      * THE SECOND PART OF THE REPORT LISTS EVERY CHECK STILL
      * OUTSTANDING WITH ITS DAYS OUT FROM THE ISSUE DATE AND
      * AGING TOTALS. A CHECK OUTSTANDING MORE THAN THE STALE-DATE
      * DAYS ON THE SYSIN CARD IS FLAGGED STALE-DATED FOR
      * ESCHEATMENT REVIEW. ANY EXCEPTION ENDS THE RUN WITH RETURN
      * CODE 4, AN OUT-OF-BALANCE RUN WITH RETURN CODE 8.
      *
      * SYSIN CARD: COLS 1-4 STALE-DATE DAYS, 0001-9999, REQUIRED.
      * BANKPAID RECORDS: BANK ACCOUNT X(12), CHECK NUMBER 9(8),
      * AMOUNT PAID 9(8)V99, DATE PAID 9(8).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKPAID     ASSIGN TO BANKPAID
           FILE STATUS IS WF-BANKPAID-STATUS.
           SELECT CHKHOLD      ASSIGN TO CHKHOLD
           FILE STATUS IS WF-CHKHOLD-STATUS.
           SELECT CHKHNEW      ASSIGN TO CHKHNEW
           FILE STATUS IS WF-CHKHNEW-STATUS.
           SELECT RECONRPT     ASSIGN TO RECONRPT
           FILE STATUS IS WF-RECONRPT-STATUS.
           SELECT PROCDATE     ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  BANKPAID
           RECORD CONTAINS 80 CHARACTERS.
       01  BANK-PAID-RECORD.
           05  BP-BANK-ACCOUNT         PIC X(12).
           05  BP-CHECK-NUMBER         PIC 9(8).
           05  BP-AMOUNT               PIC 9(8)V9(2).
           05  BP-PAID-DATE            PIC 9(8).
           05  FILLER                  PIC X(42).
      *
       FD  CHKHOLD
           RECORD CONTAINS 140 CHARACTERS.
       COPY CHKHIST.
      *
       FD  CHKHNEW
           RECORD CONTAINS 140 CHARACTERS.
       01  ISSUED-CHECK-NEW-REC        PIC X(140).
      *
       FD  RECONRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  BANKPAID-EOF-SWITCH     PIC X    VALUE "N".
               88  BANKPAID-EOF                 VALUE "Y".
           05  CHKHOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  CHKHOLD-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-BANKPAID-STATUS  PIC XX.
               88  BANKPAID-FILE-OK        VALUE "00".
           05  WF-CHKHOLD-STATUS   PIC XX.
               88  CHKHOLD-FILE-OK         VALUE "00".
           05  WF-CHKHNEW-STATUS   PIC XX.
               88  CHKHNEW-FILE-OK         VALUE "00".
           05  WF-RECONRPT-STATUS  PIC XX.
               88  RECONRPT-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  STALE-DATE-FIELDS.
           05  WS-STALE-CARD.
               10  SC-STALE-DAYS       PIC X(4).
               10  FILLER              PIC X(76).
           05  WS-STALE-DAYS           PIC 9(4).
      *
       01  HISTORY-TABLE-FIELDS.
           05  HT-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  HT-SUB              PIC S9(5)  COMP.
           05  HT-MATCH-SUB        PIC S9(5)  COMP.
      *
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY           OCCURS 20000 TIMES.
               10  HT-RECORD               PIC X(140).
               10  HT-FIELDS REDEFINES HT-RECORD.
                   15  HT-CHECK-NUMBER         PIC 9(8).
                   15  HT-ISSUE-DATE           PIC 9(8).
                   15  HT-SOURCE               PIC X(8).
                   15  HT-PAYEE-TYPE           PIC X.
                   15  HT-PAYEE-ID             PIC X(10).
                   15  HT-PAYEE-NAME           PIC X(30).
                   15  HT-AMOUNT               PIC 9(7)V9(2).
                   15  HT-CHECK-STATUS         PIC X.
                       88  HT-ISSUED                   VALUE "I".
                       88  HT-VOIDED                   VALUE "V".
                       88  HT-REISSUED                 VALUE "R".
                       88  HT-VOID                     VALUE "V" "R".
                       88  HT-CLEARED                  VALUE "C".
                   15  HT-VOID-DATE            PIC 9(8).
                   15  HT-VOID-OPERATOR        PIC X(8).
                   15  HT-REISSUE-OF           PIC 9(8).
                   15  HT-REISSUED-AS          PIC 9(8).
                   15  HT-CLEAR-DATE           PIC 9(8).
                   15  HT-CLEARED-AMOUNT       PIC 9(7)V9(2).
                   15  FILLER                  PIC X(16).
      *
       01  WORK-FIELDS.
           05  WS-AS-OF-INTEGER        PIC S9(7)  COMP-3.
           05  WS-ISSUE-INTEGER        PIC S9(7)  COMP-3.
           05  WS-DAYS-OUT             PIC S9(5)  COMP-3.
           05  WS-EXCEPTION-REASON     PIC X(20).
      *
       01  CONTROL-TOTALS.
           05  CT-PAID-READ        PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CHECKS-CLEARED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-AMOUNT-MISMATCH  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PAID-NOT-ISSUED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PAID-AFTER-VOID  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PAID-TWICE       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-EXCEPTIONS       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CLEARED-AMOUNT   PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
      * OUTSTANDING AGING BUCKETS - 1 = 0-30 DAYS, 2 = 31-60,
      * 3 = 61-90, 4 = OVER 90, 5 = ALL OUTSTANDING, 6 = STALE.
      *
       01  AGING-TOTALS.
           05  AG-BUCKET               OCCURS 6 TIMES.
               10  AG-COUNT            PIC S9(7)     COMP-3.
               10  AG-AMOUNT           PIC S9(9)V99  COMP-3.
           05  AG-SUB                  PIC S9(2)     COMP.
      *
       01  AGING-LABELS.
           05  FILLER          PIC X(20)   VALUE "0-30 DAYS".
           05  FILLER          PIC X(20)   VALUE "31-60 DAYS".
           05  FILLER          PIC X(20)   VALUE "61-90 DAYS".
           05  FILLER          PIC X(20)   VALUE "OVER 90 DAYS".
           05  FILLER          PIC X(20)   VALUE "TOTAL OUTSTANDING".
           05  FILLER          PIC X(20)   VALUE "STALE-DATED".
       01  AGING-LABEL-TABLE REDEFINES AGING-LABELS.
           05  AG-LABEL                PIC X(20)  OCCURS 6 TIMES.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "BANK RECONCILIATION ".
           05  FILLER          PIC X(20)   VALUE "- ISSUED CHECKS     ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CHKRECON".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3          PIC X(132).
      *
       01  EXCEPTION-HEADING.
           05  FILLER      PIC X(20)   VALUE "CHECK NO  EXCEPTION ".
           05  FILLER      PIC X(20)   VALUE "            ISSUED A".
           05  FILLER      PIC X(20)   VALUE "MT  ISSUED      PAID".
           05  FILLER      PIC X(20)   VALUE " AMT  PAID ON   PAYE".
           05  FILLER      PIC X(20)   VALUE "E NAME              ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  OUTSTANDING-HEADING.
           05  FILLER      PIC X(20)   VALUE "CHECK NO  ISSUED    ".
           05  FILLER      PIC X(20)   VALUE " DAYS  SOURCE    T P".
           05  FILLER      PIC X(20)   VALUE "AYEE ID    PAYEE NAM".
           05  FILLER      PIC X(20)   VALUE "E                   ".
           05  FILLER      PIC X(20)   VALUE "       AMOUNT  FLAG ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  EXCEPTION-LINE.
           05  EXL-CHECK-NUMBER    PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-REASON          PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-ISSUED-AMOUNT   PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-ISSUE-DATE      PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-PAID-AMOUNT     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-PAID-DATE       PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-PAYEE-NAME      PIC X(30).
           05  FILLER              PIC X(26)    VALUE SPACE.
      *
       01  OUTSTANDING-LINE.
           05  OSL-CHECK-NUMBER    PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  OSL-ISSUE-DATE      PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  OSL-DAYS-OUT        PIC ZZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  OSL-SOURCE          PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  OSL-PAYEE-TYPE      PIC X.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  OSL-PAYEE-ID        PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  OSL-PAYEE-NAME      PIC X(30).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  OSL-AMOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  OSL-FLAG            PIC X(22).
           05  FILLER              PIC X(15)    VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER              PIC X(8)     VALUE SPACE.
           05  TTL-LABEL           PIC X(20).
           05  TTL-CHECK-COUNT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(7)     VALUE " CHECKS".
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(73)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "CHKRECON TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-RECONCILE-ISSUED-CHECKS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-STALE-CARD.
           PERFORM 130-LOAD-HISTORY-TABLE.
           MOVE EXCEPTION-HEADING TO HEADING-LINE-3.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 205-READ-PAID-ITEM.
           PERFORM 200-MATCH-PAID-ITEMS
               UNTIL BANKPAID-EOF.
           PERFORM 300-LIST-OUTSTANDING-CHECKS.
           PERFORM 400-WRITE-HISTORY.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE BANKPAID
                 CHKHNEW
                 RECONRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  BANKPAID
                       CHKHOLD
                OUTPUT CHKHNEW
                       RECONRPT.
           IF NOT BANKPAID-FILE-OK
              DISPLAY "BANKPAID OPEN ERROR: " WF-BANKPAID-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CHKHOLD-FILE-OK
              DISPLAY "CHKHOLD OPEN ERROR: " WF-CHKHOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CHKHNEW-FILE-OK
              DISPLAY "CHKHNEW OPEN ERROR: " WF-CHKHNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT RECONRPT-FILE-OK
              DISPLAY "RECONRPT OPEN ERROR: " WF-RECONRPT-STATUS
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
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (PD-BUSINESS-DATE).
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
       120-READ-STALE-CARD.
      *
           MOVE SPACES TO WS-STALE-CARD.
           ACCEPT WS-STALE-CARD.
           IF SC-STALE-DAYS NOT NUMERIC
               DISPLAY "CHKRECON BAD STALE-DATE DAYS " SC-STALE-DAYS
                   " - MUST BE 0001-9999"
               PERFORM 900-ABORT
           END-IF.
           MOVE SC-STALE-DAYS TO WS-STALE-DAYS.
           IF WS-STALE-DAYS = ZERO
               DISPLAY "CHKRECON BAD STALE-DATE DAYS " SC-STALE-DAYS
                   " - MUST BE 0001-9999"
               PERFORM 900-ABORT
           END-IF.
      *
       130-LOAD-HISTORY-TABLE.
      *
           PERFORM 135-READ-HISTORY
               UNTIL CHKHOLD-EOF.
           CLOSE CHKHOLD.
      *
       135-READ-HISTORY.
      *
           READ CHKHOLD
               AT END
                   MOVE "Y" TO CHKHOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
                   IF HT-ENTRY-COUNT < 20000
                       ADD 1 TO HT-ENTRY-COUNT
                       MOVE ISSUED-CHECK-RECORD
                           TO HT-RECORD (HT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "CHECK HISTORY TABLE FULL AT CHECK "
                           IC-CHECK-NUMBER
                       PERFORM 900-ABORT
                   END-IF
           END-READ.
      *
       200-MATCH-PAID-ITEMS.
      *
           MOVE SPACES TO WS-EXCEPTION-REASON.
           PERFORM 210-FIND-CHECK.
           IF HT-MATCH-SUB = ZERO
               MOVE "PAID NOT ISSUED" TO WS-EXCEPTION-REASON
               ADD 1 TO CT-PAID-NOT-ISSUED
           ELSE
           IF HT-VOID (HT-MATCH-SUB)
               MOVE "PAID AFTER VOID" TO WS-EXCEPTION-REASON
               ADD 1 TO CT-PAID-AFTER-VOID
           ELSE
           IF HT-CLEARED (HT-MATCH-SUB)
               MOVE "PAID TWICE" TO WS-EXCEPTION-REASON
               ADD 1 TO CT-PAID-TWICE
           ELSE
               PERFORM 220-CLEAR-ONE-CHECK
           END-IF
           END-IF
           END-IF.
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM 240-PRINT-EXCEPTION-LINE
           END-IF.
           PERFORM 205-READ-PAID-ITEM.
      *
       205-READ-PAID-ITEM.
      *
           READ BANKPAID
               AT END
                   MOVE "Y" TO BANKPAID-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-PAID-READ
           END-READ.
      *
       210-FIND-CHECK.
      *
           MOVE ZERO TO HT-MATCH-SUB.
           PERFORM 215-MATCH-ONE-CHECK
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT
               OR HT-MATCH-SUB > ZERO.
      *
       215-MATCH-ONE-CHECK.
      *
           IF HT-CHECK-NUMBER (HT-SUB) = BP-CHECK-NUMBER
               MOVE HT-SUB TO HT-MATCH-SUB
           END-IF.
      *
      * THE BANK HAS PAID THE CHECK, SO IT IS CLEARED WHATEVER THE
      * AMOUNT - A DIFFERENT AMOUNT IS FOR THE EXCEPTION LISTING.
      *
       220-CLEAR-ONE-CHECK.
      *
           SET HT-CLEARED (HT-MATCH-SUB) TO TRUE.
           MOVE BP-PAID-DATE TO HT-CLEAR-DATE (HT-MATCH-SUB).
           MOVE BP-AMOUNT    TO HT-CLEARED-AMOUNT (HT-MATCH-SUB).
           ADD 1 TO CT-CHECKS-CLEARED.
           ADD BP-AMOUNT TO CT-CLEARED-AMOUNT.
           IF BP-AMOUNT NOT = HT-AMOUNT (HT-MATCH-SUB)
               MOVE "AMOUNT MISMATCH" TO WS-EXCEPTION-REASON
               ADD 1 TO CT-AMOUNT-MISMATCH
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
       240-PRINT-EXCEPTION-LINE.
      *
           ADD 1 TO CT-EXCEPTIONS.
           MOVE BP-CHECK-NUMBER     TO EXL-CHECK-NUMBER.
           MOVE WS-EXCEPTION-REASON TO EXL-REASON.
           MOVE BP-AMOUNT           TO EXL-PAID-AMOUNT.
           MOVE BP-PAID-DATE        TO EXL-PAID-DATE.
           IF HT-MATCH-SUB = ZERO
               MOVE ZERO   TO EXL-ISSUED-AMOUNT
               MOVE SPACES TO EXL-ISSUE-DATE
               MOVE SPACES TO EXL-PAYEE-NAME
           ELSE
               MOVE HT-AMOUNT (HT-MATCH-SUB)     TO EXL-ISSUED-AMOUNT
               MOVE HT-ISSUE-DATE (HT-MATCH-SUB) TO EXL-ISSUE-DATE
               MOVE HT-PAYEE-NAME (HT-MATCH-SUB) TO EXL-PAYEE-NAME
           END-IF.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE EXCEPTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * EVERY CHECK STILL OUTSTANDING AFTER TONIGHT'S PAID ITEMS,
      * IN CHECK-NUMBER ORDER, AGED FROM ITS ISSUE DATE.
      *
       300-LIST-OUTSTANDING-CHECKS.
      *
           PERFORM 305-CLEAR-ONE-BUCKET
               VARYING AG-SUB FROM 1 BY 1
               UNTIL AG-SUB > 6.
           MOVE OUTSTANDING-HEADING TO HEADING-LINE-3.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 310-LIST-ONE-CHECK
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           PERFORM 320-PRINT-ONE-BUCKET
               VARYING AG-SUB FROM 1 BY 1
               UNTIL AG-SUB > 6.
      *
       305-CLEAR-ONE-BUCKET.
      *
           MOVE ZERO TO AG-COUNT (AG-SUB).
           MOVE ZERO TO AG-AMOUNT (AG-SUB).
      *
       310-LIST-ONE-CHECK.
      *
           IF HT-ISSUED (HT-SUB)
               COMPUTE WS-ISSUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (HT-ISSUE-DATE (HT-SUB))
               COMPUTE WS-DAYS-OUT =
                   WS-AS-OF-INTEGER - WS-ISSUE-INTEGER
               EVALUATE TRUE
                   WHEN WS-DAYS-OUT > 90
                       MOVE 4 TO AG-SUB
                   WHEN WS-DAYS-OUT > 60
                       MOVE 3 TO AG-SUB
                   WHEN WS-DAYS-OUT > 30
                       MOVE 2 TO AG-SUB
                   WHEN OTHER
                       MOVE 1 TO AG-SUB
               END-EVALUATE
               ADD 1 TO AG-COUNT (AG-SUB)
               ADD HT-AMOUNT (HT-SUB) TO AG-AMOUNT (AG-SUB)
               ADD 1 TO AG-COUNT (5)
               ADD HT-AMOUNT (HT-SUB) TO AG-AMOUNT (5)
               MOVE SPACES TO OSL-FLAG
               IF WS-DAYS-OUT > WS-STALE-DAYS
                   MOVE "STALE - ESCHEAT REVIEW" TO OSL-FLAG
                   ADD 1 TO AG-COUNT (6)
                   ADD HT-AMOUNT (HT-SUB) TO AG-AMOUNT (6)
               END-IF
               MOVE HT-CHECK-NUMBER (HT-SUB) TO OSL-CHECK-NUMBER
               MOVE HT-ISSUE-DATE (HT-SUB)   TO OSL-ISSUE-DATE
               MOVE WS-DAYS-OUT              TO OSL-DAYS-OUT
               MOVE HT-SOURCE (HT-SUB)       TO OSL-SOURCE
               MOVE HT-PAYEE-TYPE (HT-SUB)   TO OSL-PAYEE-TYPE
               MOVE HT-PAYEE-ID (HT-SUB)     TO OSL-PAYEE-ID
               MOVE HT-PAYEE-NAME (HT-SUB)   TO OSL-PAYEE-NAME
               MOVE HT-AMOUNT (HT-SUB)       TO OSL-AMOUNT
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 230-PRINT-HEADING-LINES
               END-IF
               MOVE OUTSTANDING-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
      *
       320-PRINT-ONE-BUCKET.
      *
           MOVE AG-LABEL (AG-SUB)  TO TTL-LABEL.
           MOVE AG-COUNT (AG-SUB)  TO TTL-CHECK-COUNT.
           MOVE AG-AMOUNT (AG-SUB) TO TTL-AMOUNT.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       400-WRITE-HISTORY.
      *
           PERFORM 405-WRITE-ONE-HISTORY
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT.
      *
       405-WRITE-ONE-HISTORY.
      *
           MOVE HT-RECORD (HT-SUB) TO ISSUED-CHECK-NEW-REC.
           WRITE ISSUED-CHECK-NEW-REC.
           ADD 1 TO CT-HISTORY-WRITTEN.
      *
       500-PRINT-CONTROL-TOTALS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "PAID ITEMS READ   " TO CTL-LABEL.
           MOVE CT-PAID-READ         TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           MOVE "CHECKS CLEARED    " TO CTL-LABEL.
           MOVE CT-CHECKS-CLEARED    TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           MOVE "AMOUNT MISMATCHES " TO CTL-LABEL.
           MOVE CT-AMOUNT-MISMATCH   TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           MOVE "PAID NOT ISSUED   " TO CTL-LABEL.
           MOVE CT-PAID-NOT-ISSUED   TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           MOVE "PAID AFTER VOID   " TO CTL-LABEL.
           MOVE CT-PAID-AFTER-VOID   TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           MOVE "PAID TWICE        " TO CTL-LABEL.
           MOVE CT-PAID-TWICE        TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           MOVE "HISTORY READ      " TO CTL-LABEL.
           MOVE CT-HISTORY-READ      TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           MOVE "HISTORY WRITTEN   " TO CTL-LABEL.
           MOVE CT-HISTORY-WRITTEN   TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           MOVE "STALE-DATED CHECKS" TO CTL-LABEL.
           MOVE AG-COUNT (6)         TO CTL-COUNT.
           PERFORM 510-WRITE-CONTROL-LINE.
           IF CT-PAID-READ = CT-CHECKS-CLEARED + CT-PAID-NOT-ISSUED
                   + CT-PAID-AFTER-VOID + CT-PAID-TWICE
                   AND CT-HISTORY-READ = CT-HISTORY-WRITTEN
               DISPLAY "*** CHKRECON RUN IS IN BALANCE ***"
               IF CT-EXCEPTIONS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** CHKRECON RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
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
