       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPOST.
      *
      * NIGHTLY PERPETUAL INVENTORY POSTING. CARRIES THE ON-HAND
      * FILE (ONHAND OLD/NEW GENERATIONS, ONE RECORD PER ITEM IN
      * ITEM-NUMBER ORDER) FORWARD AGAINST THE NIGHT'S MOVEMENTS:
      *   SHIPMENTS - EVERY LINE OF THE ITEM SALES EXTRACT SLSPOST
      *               WRITES (ITEMTRN) RELIEVES THE ITEM'S ON-HAND
      *               AND IS ADDED TO THE DAY'S USAGE. A LINE THE
      *               SALES POSTING REVERSAL (SLSREVRS) WROTE PUTS
      *               THE QUANTITY BACK AND TAKES IT OFF THE USAGE
      *               OF THE DAY IT WAS SOLD.
      *   RECEIPTS  - INVTRAN CODE 'R' ADDS THE QUANTITY RECEIVED.
      *   COUNTS    - INVTRAN CODE 'C' GIVES THE QUANTITY COUNTED ON
      *               THE SHELF; THE DIFFERENCE FROM THE BOOK
      *               QUANTITY IS POSTED AS AN ADJUSTMENT UNDER THE
      *               COUNT'S REASON CODE.
      * THE MOVEMENTS ARE SORTED INTO ITEM ORDER AND APPLIED
      * RECEIPTS FIRST, THEN SHIPMENTS, THEN COUNTS, SO A COUNT IS
      * TAKEN AS OF THE CLOSE OF THE BUSINESS DAY. EVERY ITEM ON THE
      * ITEM MASTER GETS AN ON-HAND RECORD - A NEW ITEM STARTS AT
      * ZERO.
      *
      * THE MOVEMENT REGISTER (INVREG) LISTS EVERY MOVEMENT WITH THE
      * RESULTING ON-HAND, EVERY REJECTED INVENTORY TRANSACTION, AND
      * THE CONTROL TOTALS. THE ON-HAND PROOF - OLD ON-HAND PLUS
      * RECEIPTS LESS SHIPMENTS PLUS ADJUSTMENTS MUST EQUAL NEW
      * ON-HAND - SETS RETURN CODE 8 WHEN IT FAILS. THE REORDER
      * REPORT (REORDRPT) LISTS EVERY ACTIVE ITEM WHOSE ON-HAND IS
      * BELOW ITS REORDER POINT, WITH ITS LAST 30 DAYS OF USAGE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMST    ASSIGN TO ITEMMST
           FILE STATUS IS WF-ITEMMST-STATUS.
           SELECT ONHAND-OLD ASSIGN TO ONHOLD
           FILE STATUS IS WF-ONHOLD-STATUS.
           SELECT ONHAND-NEW ASSIGN TO ONHNEW
           FILE STATUS IS WF-ONHNEW-STATUS.
           SELECT ITEMTRN    ASSIGN TO ITEMTRN
           FILE STATUS IS WF-ITEMTRN-STATUS.
           SELECT INVTRAN    ASSIGN TO INVTRAN
           FILE STATUS IS WF-INVTRAN-STATUS.
           SELECT INVREG     ASSIGN TO INVREG
           FILE STATUS IS WF-INVREG-STATUS.
           SELECT REORDRPT   ASSIGN TO REORDRPT
           FILE STATUS IS WF-REORDRPT-STATUS.
           SELECT PROCDATE   ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ITEMMST
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITEMMST.
      *
       FD  ONHAND-OLD
           RECORD CONTAINS 450 CHARACTERS.
       01  ON-HAND-OLD-RECORD.
           05  OLD-ITEM-NUMBER         PIC 9(6).
           05  OLD-QUANTITY-ON-HAND    PIC S9(7)
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(436).
      *
       FD  ONHAND-NEW
           RECORD CONTAINS 450 CHARACTERS.
       COPY ONHAND.
      *
       FD  ITEMTRN
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITEMTRN.
      *
       FD  INVTRAN
           RECORD CONTAINS 80 CHARACTERS.
       COPY INVTRAN.
      *
       FD  INVREG.
       01  PRINT-AREA       PIC X(132).
      *
       FD  REORDRPT.
       01  REORDER-AREA     PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ITEM-NUMBER             PIC 9(6).
           05  SRT-MOVE-CLASS              PIC X.
               88  SRT-RECEIPT                 VALUE "1".
               88  SRT-SHIPMENT                VALUE "2".
               88  SRT-COUNT                   VALUE "3".
           05  SRT-READ-SEQUENCE           PIC 9(7).
           05  SRT-QUANTITY                PIC 9(7).
           05  SRT-MOVE-DATE               PIC 9(8).
           05  SRT-REFERENCE               PIC X(10).
           05  SRT-REASON-CODE             PIC X(2).
           05  SRT-LINE-TYPE               PIC X.
               88  SRT-SHIPMENT-REVERSAL       VALUE "R".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ITEMMST-EOF-SWITCH      PIC X    VALUE "N".
               88  ITEMMST-EOF                  VALUE "Y".
           05  ONHOLD-EOF-SWITCH       PIC X    VALUE "N".
               88  ONHOLD-EOF                   VALUE "Y".
           05  ITEMTRN-EOF-SWITCH      PIC X    VALUE "N".
               88  ITEMTRN-EOF                  VALUE "Y".
           05  INVTRAN-EOF-SWITCH      PIC X    VALUE "N".
               88  INVTRAN-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-ITEMMST-STATUS   PIC XX.
               88  ITEMMST-FILE-OK         VALUE "00".
           05  WF-ONHOLD-STATUS    PIC XX.
               88  ONHOLD-FILE-OK          VALUE "00".
           05  WF-ONHNEW-STATUS    PIC XX.
               88  ONHNEW-FILE-OK          VALUE "00".
           05  WF-ITEMTRN-STATUS   PIC XX.
               88  ITEMTRN-FILE-OK         VALUE "00".
           05  WF-INVTRAN-STATUS   PIC XX.
               88  INVTRAN-FILE-OK         VALUE "00".
           05  WF-INVREG-STATUS    PIC XX.
               88  INVREG-FILE-OK          VALUE "00".
           05  WF-REORDRPT-STATUS  PIC XX.
               88  REORDRPT-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  REORDER-PRINT-FIELDS.
           05  RO-PAGE-COUNT   PIC S9(3)   VALUE ZERO.
           05  RO-LINE-COUNT   PIC S9(3)   VALUE +99.
      *
       01  USAGE-FIELDS.
           05  WS-TODAY-NUMBER     PIC S9(9)     COMP.
           05  WS-DAY-NUMBER       PIC S9(9)     COMP.
           05  WS-DAY-QUOTIENT     PIC S9(9)     COMP.
           05  WS-USAGE-SLOT       PIC S9(3)     COMP.
           05  WS-USAGE-SUB        PIC S9(3)     COMP.
           05  WS-USAGE-30-DAYS    PIC S9(7)     COMP-3.
      *
       01  WORK-FIELDS.
           05  WS-READ-SEQUENCE    PIC 9(7)      VALUE ZERO.
           05  WS-REJECT-REASON    PIC X(20).
           05  WS-VARIANCE         PIC S9(7)     COMP-3.
           05  WS-SHORTFALL        PIC S9(7)     COMP-3.
           05  WS-OUT-OF-BALANCE   PIC S9(9)     COMP-3.
           05  WS-SALE-REFERENCE.
               10  FILLER          PIC X(7)      VALUE "BRANCH ".
               10  WS-SALE-BRANCH  PIC 9(2).
               10  FILLER          PIC X(1)      VALUE SPACE.
      *
       01  CONTROL-TOTALS.
           05  CT-SALES-LINES-READ PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-INV-TRANS-READ   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-INV-TRANS-REJECT PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RECEIPTS         PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-SHIPMENTS        PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-SHIP-REVERSALS   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-COUNTS           PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NOT-ON-FILE      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ON-HAND-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ON-HAND-ADDED    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ON-HAND-ORPHANS  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ON-HAND-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REORDER-ITEMS    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-OLD-ON-HAND      PIC S9(9)     COMP-3 VALUE ZERO.
           05  CT-UNITS-RECEIVED   PIC S9(9)     COMP-3 VALUE ZERO.
           05  CT-UNITS-SHIPPED    PIC S9(9)     COMP-3 VALUE ZERO.
           05  CT-UNITS-ADJUSTED   PIC S9(9)     COMP-3 VALUE ZERO.
           05  CT-NEW-ON-HAND      PIC S9(9)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "INVENTORY MOVEMENT R".
           05  FILLER          PIC X(20)   VALUE "EGISTER             ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "INVPOST".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "ITEM    DESCRIPTION ".
           05  FILLER      PIC X(20)   VALUE "          PL   MOVEM".
           05  FILLER      PIC X(20)   VALUE "ENT    DATE      REF".
           05  FILLER      PIC X(20)   VALUE "ERENCE      QTY IN  ".
           05  FILLER      PIC X(20)   VALUE "  QTY OUT  RS     ON".
           05  FILLER      PIC X(20)   VALUE " HAND               ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  REORDER-HEADING-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "ITEMS BELOW REORDER ".
           05  FILLER          PIC X(20)   VALUE "POINT               ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  REORDER-HEADING-3.
           05  FILLER      PIC X(20)   VALUE "ITEM    DESCRIPTION ".
           05  FILLER      PIC X(20)   VALUE "          PL     ON ".
           05  FILLER      PIC X(20)   VALUE "HAND   REORDER PT SH".
           05  FILLER      PIC X(20)   VALUE "ORTFALL  30-DAY USE ".
           05  FILLER      PIC X(20)   VALUE "LAST RCPT           ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  MOVEMENT-LINE.
           05  MVL-ITEM-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MVL-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MVL-PRODUCT-LINE    PIC X(3).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MVL-MOVEMENT        PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MVL-MOVE-DATE       PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MVL-REFERENCE       PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MVL-QTY-IN          PIC Z,ZZZ,ZZ9  BLANK WHEN ZERO.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MVL-QTY-OUT         PIC Z,ZZZ,ZZ9  BLANK WHEN ZERO.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MVL-REASON-CODE     PIC X(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  MVL-ON-HAND         PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X(26)    VALUE SPACE.
      *
       01  REJECT-LINE.
           05  RJL-ITEM-NUMBER     PIC X(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(28)
                                   VALUE "*** INVENTORY TRANS REJECTED".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RJL-TRANS-CODE      PIC X(1).
           05  FILLER              PIC X(9)     VALUE SPACE.
           05  RJL-MOVE-DATE       PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RJL-REFERENCE       PIC X(10).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  RJL-QUANTITY        PIC X(7).
           05  FILLER              PIC X(13)    VALUE SPACE.
           05  RJL-REASON-CODE     PIC X(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RJL-REASON          PIC X(20).
           05  FILLER              PIC X(16)    VALUE SPACE.
      *
       01  REORDER-LINE.
           05  ROL-ITEM-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ROL-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ROL-PRODUCT-LINE    PIC X(3).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ROL-ON-HAND         PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ROL-REORDER-POINT   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ROL-SHORTFALL       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ROL-USAGE-30-DAYS   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ROL-LAST-RECEIPT    PIC 9(8).
           05  FILLER              PIC X(44)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "INVPOST TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER          PIC X(80)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-POST-INVENTORY.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ITEM-NUMBER
               ON ASCENDING KEY SRT-MOVE-CLASS
               ON ASCENDING KEY SRT-READ-SEQUENCE
               INPUT PROCEDURE 200-RELEASE-MOVEMENTS
               OUTPUT PROCEDURE 300-POST-MOVEMENTS.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE ITEMMST
                 ONHAND-OLD
                 ONHAND-NEW
                 INVREG
                 REORDRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  ITEMMST
                       ONHAND-OLD
                       ITEMTRN
                       INVTRAN
                OUTPUT ONHAND-NEW
                       INVREG
                       REORDRPT.
           IF NOT ITEMMST-FILE-OK
              DISPLAY "ITEMMST OPEN ERROR: " WF-ITEMMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ONHOLD-FILE-OK
              DISPLAY "ONHOLD OPEN ERROR: " WF-ONHOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ONHNEW-FILE-OK
              DISPLAY "ONHNEW OPEN ERROR: " WF-ONHNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ITEMTRN-FILE-OK
              DISPLAY "ITEMTRN OPEN ERROR: " WF-ITEMTRN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT INVTRAN-FILE-OK
              DISPLAY "INVTRAN OPEN ERROR: " WF-INVTRAN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT INVREG-FILE-OK
              DISPLAY "INVREG OPEN ERROR: " WF-INVREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT REORDRPT-FILE-OK
              DISPLAY "REORDRPT OPEN ERROR: " WF-REORDRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 115-READ-PROCESSING-DATE.
           MOVE PD-MONTH   TO HL1-MONTH OF HEADING-LINE-1.
           MOVE PD-DAY     TO HL1-DAY OF HEADING-LINE-1.
           MOVE PD-YEAR    TO HL1-YEAR OF HEADING-LINE-1.
           MOVE PD-MONTH   TO HL1-MONTH OF REORDER-HEADING-1.
           MOVE PD-DAY     TO HL1-DAY OF REORDER-HEADING-1.
           MOVE PD-YEAR    TO HL1-YEAR OF REORDER-HEADING-1.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           COMPUTE WS-TODAY-NUMBER =
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
      * INPUT PROCEDURE - EVERY SALES LINE IS RELEASED AS A SHIPMENT
      * (SLSPOST HAS ALREADY PROVED ITS ITEM). INVENTORY TRANSACTIONS
      * ARE EDITED; A BAD ONE IS LISTED ON THE REGISTER AND DROPPED.
      *
       200-RELEASE-MOVEMENTS.
      *
           PERFORM 210-READ-SALES-LINE.
           PERFORM 215-RELEASE-SHIPMENT
               UNTIL ITEMTRN-EOF.
           CLOSE ITEMTRN.
           PERFORM 220-READ-INV-TRANS.
           PERFORM 225-EDIT-INV-TRANS
               UNTIL INVTRAN-EOF.
           CLOSE INVTRAN.
      *
       210-READ-SALES-LINE.
      *
           READ ITEMTRN
               AT END
                   MOVE "Y" TO ITEMTRN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-SALES-LINES-READ
                   ADD 1 TO WS-READ-SEQUENCE
           END-READ.
      *
       215-RELEASE-SHIPMENT.
      *
           MOVE ITR-ITEM-NUMBER        TO SRT-ITEM-NUMBER.
           MOVE "2"                    TO SRT-MOVE-CLASS.
           MOVE WS-READ-SEQUENCE       TO SRT-READ-SEQUENCE.
           MOVE ITR-QUANTITY           TO SRT-QUANTITY.
           IF ITR-BUSINESS-DATE NUMERIC
                   AND ITR-BUSINESS-DATE > ZERO
               MOVE ITR-BUSINESS-DATE  TO SRT-MOVE-DATE
           ELSE
               MOVE PD-BUSINESS-DATE   TO SRT-MOVE-DATE
           END-IF.
           MOVE ITR-BRANCH-NUMBER      TO WS-SALE-BRANCH.
           MOVE WS-SALE-REFERENCE      TO SRT-REFERENCE.
           MOVE SPACE                  TO SRT-REASON-CODE.
           MOVE ITR-LINE-TYPE          TO SRT-LINE-TYPE.
           RELEASE SORT-RECORD.
           PERFORM 210-READ-SALES-LINE.
      *
       220-READ-INV-TRANS.
      *
           READ INVTRAN
               AT END
                   MOVE "Y" TO INVTRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-INV-TRANS-READ
                   ADD 1 TO WS-READ-SEQUENCE
           END-READ.
      *
       225-EDIT-INV-TRANS.
      *
           MOVE SPACE TO WS-REJECT-REASON.
           IF NOT IV-RECEIPT AND NOT IV-PHYSICAL-COUNT
               MOVE "INVALID TRANS CODE  " TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACE
                   AND IV-ITEM-NUMBER NOT NUMERIC
               MOVE "INVALID ITEM NUMBER " TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACE
               IF IV-QUANTITY NOT NUMERIC
                   MOVE "INVALID QUANTITY    " TO WS-REJECT-REASON
               ELSE
               IF IV-RECEIPT AND IV-QUANTITY = ZERO
                   MOVE "INVALID QUANTITY    " TO WS-REJECT-REASON
               END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACE
               IF IV-TRANS-DATE = SPACE
                   MOVE PD-BUSINESS-DATE TO IV-TRANS-DATE-N
               END-IF
               IF IV-TRANS-DATE NOT NUMERIC
                   MOVE "INVALID TRANS DATE  " TO WS-REJECT-REASON
               ELSE
               IF IV-TRANS-DATE-N > PD-BUSINESS-DATE
                   MOVE "FUTURE TRANS DATE   " TO WS-REJECT-REASON
               END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACE
                   AND IV-PHYSICAL-COUNT AND NOT IV-REASON-VALID
               MOVE "INVALID REASON CODE " TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACE
               PERFORM 240-RELEASE-INV-TRANS
           ELSE
               PERFORM 250-REJECT-INV-TRANS
           END-IF.
           PERFORM 220-READ-INV-TRANS.
      *
       240-RELEASE-INV-TRANS.
      *
           MOVE IV-ITEM-NUMBER         TO SRT-ITEM-NUMBER.
           IF IV-RECEIPT
               MOVE "1"                TO SRT-MOVE-CLASS
               MOVE SPACE              TO SRT-REASON-CODE
           ELSE
               MOVE "3"                TO SRT-MOVE-CLASS
               MOVE IV-REASON-CODE     TO SRT-REASON-CODE
           END-IF.
           MOVE WS-READ-SEQUENCE       TO SRT-READ-SEQUENCE.
           MOVE IV-QUANTITY            TO SRT-QUANTITY.
           MOVE IV-TRANS-DATE-N        TO SRT-MOVE-DATE.
           MOVE IV-REFERENCE           TO SRT-REFERENCE.
           MOVE SPACE                  TO SRT-LINE-TYPE.
           RELEASE SORT-RECORD.
      *
       250-REJECT-INV-TRANS.
      *
           ADD 1 TO CT-INV-TRANS-REJECT.
           MOVE INVENTORY-TRANS-RECORD (2:6)  TO RJL-ITEM-NUMBER.
           MOVE IV-TRANS-CODE                 TO RJL-TRANS-CODE.
           MOVE IV-TRANS-DATE                 TO RJL-MOVE-DATE.
           MOVE IV-REFERENCE                  TO RJL-REFERENCE.
           MOVE INVENTORY-TRANS-RECORD (8:7)  TO RJL-QUANTITY.
           MOVE IV-REASON-CODE                TO RJL-REASON-CODE.
           MOVE WS-REJECT-REASON              TO RJL-REASON.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE REJECT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       230-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER OF HEADING-LINE-1.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 4 TO LINE-COUNT.
      *
       235-PRINT-REORDER-HEADINGS.
      *
           ADD 1 TO RO-PAGE-COUNT.
           MOVE RO-PAGE-COUNT
               TO HL1-PAGE-NUMBER OF REORDER-HEADING-1.
           MOVE REORDER-HEADING-1 TO REORDER-AREA.
           WRITE REORDER-AREA.
           MOVE HEADING-LINE-2 TO REORDER-AREA.
           WRITE REORDER-AREA.
           MOVE REORDER-HEADING-3 TO REORDER-AREA.
           WRITE REORDER-AREA.
           MOVE 4 TO RO-LINE-COUNT.
      *
      * OUTPUT PROCEDURE - THE ITEM MASTER DRIVES A MATCH AGAINST THE
      * OLD ON-HAND FILE AND THE SORTED MOVEMENTS. AN ON-HAND RECORD
      * WITH NO ITEM MASTER RECORD IS CARRIED FORWARD UNCHANGED; A
      * MOVEMENT FOR AN ITEM NOT ON THE MASTER IS LISTED AND DROPPED.
      *
       300-POST-MOVEMENTS.
      *
           PERFORM 310-RETURN-MOVEMENT.
           PERFORM 320-READ-ITEM-MASTER.
           PERFORM 325-READ-OLD-ON-HAND.
           PERFORM 330-PROCESS-ONE-ITEM
               UNTIL ITEMMST-EOF.
           PERFORM 340-CARRY-ORPHAN-ON-HAND
               UNTIL ONHOLD-EOF.
           PERFORM 345-DROP-UNKNOWN-MOVEMENT
               UNTIL SORT-EOF.
      *
       310-RETURN-MOVEMENT.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.
      *
       320-READ-ITEM-MASTER.
      *
           READ ITEMMST
               AT END
                   MOVE "Y" TO ITEMMST-EOF-SWITCH
           END-READ.
      *
       325-READ-OLD-ON-HAND.
      *
           READ ONHAND-OLD
               AT END
                   MOVE "Y" TO ONHOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ON-HAND-READ
                   ADD OLD-QUANTITY-ON-HAND TO CT-OLD-ON-HAND
           END-READ.
      *
       330-PROCESS-ONE-ITEM.
      *
           PERFORM 340-CARRY-ORPHAN-ON-HAND
               UNTIL ONHOLD-EOF
               OR OLD-ITEM-NUMBER NOT < IM-ITEM-NUMBER.
           PERFORM 345-DROP-UNKNOWN-MOVEMENT
               UNTIL SORT-EOF
               OR SRT-ITEM-NUMBER NOT < IM-ITEM-NUMBER.
           IF NOT ONHOLD-EOF
                   AND OLD-ITEM-NUMBER = IM-ITEM-NUMBER
               MOVE ON-HAND-OLD-RECORD TO ON-HAND-RECORD
               PERFORM 325-READ-OLD-ON-HAND
           ELSE
               MOVE SPACE TO ON-HAND-RECORD
               INITIALIZE ON-HAND-RECORD
               MOVE IM-ITEM-NUMBER TO OH-ITEM-NUMBER
               ADD 1 TO CT-ON-HAND-ADDED
           END-IF.
           PERFORM 350-APPLY-MOVEMENT
               UNTIL SORT-EOF
               OR SRT-ITEM-NUMBER NOT = IM-ITEM-NUMBER.
           PERFORM 370-CHECK-REORDER-POINT.
           PERFORM 380-WRITE-ON-HAND.
           PERFORM 320-READ-ITEM-MASTER.
      *
       340-CARRY-ORPHAN-ON-HAND.
      *
           DISPLAY "INVPOST ON-HAND RECORD NOT ON ITEM MASTER "
               OLD-ITEM-NUMBER.
           ADD 1 TO CT-ON-HAND-ORPHANS.
           MOVE ON-HAND-OLD-RECORD TO ON-HAND-RECORD.
           PERFORM 380-WRITE-ON-HAND.
           PERFORM 325-READ-OLD-ON-HAND.
      *
       345-DROP-UNKNOWN-MOVEMENT.
      *
           ADD 1 TO CT-NOT-ON-FILE.
           MOVE SRT-ITEM-NUMBER        TO RJL-ITEM-NUMBER.
           EVALUATE TRUE
               WHEN SRT-RECEIPT
                   MOVE "R"            TO RJL-TRANS-CODE
               WHEN SRT-COUNT
                   MOVE "C"            TO RJL-TRANS-CODE
               WHEN OTHER
                   MOVE "S"            TO RJL-TRANS-CODE
           END-EVALUATE.
           MOVE SRT-MOVE-DATE          TO RJL-MOVE-DATE.
           MOVE SRT-REFERENCE          TO RJL-REFERENCE.
           MOVE SRT-QUANTITY           TO RJL-QUANTITY.
           MOVE SRT-REASON-CODE        TO RJL-REASON-CODE.
           MOVE "ITEM NOT ON FILE    " TO RJL-REASON.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE REJECT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           PERFORM 310-RETURN-MOVEMENT.
      *
       350-APPLY-MOVEMENT.
      *
           MOVE ZERO TO MVL-QTY-IN
                        MVL-QTY-OUT.
           MOVE SPACE TO MVL-REASON-CODE.
           EVALUATE TRUE
               WHEN SRT-RECEIPT
                   ADD SRT-QUANTITY TO OH-QUANTITY-ON-HAND
                   MOVE SRT-MOVE-DATE TO OH-LAST-RECEIPT-DATE
                   ADD 1 TO CT-RECEIPTS
                   ADD SRT-QUANTITY TO CT-UNITS-RECEIVED
                   MOVE "RECEIPT   " TO MVL-MOVEMENT
                   MOVE SRT-QUANTITY TO MVL-QTY-IN
               WHEN SRT-SHIPMENT AND SRT-SHIPMENT-REVERSAL
                   ADD SRT-QUANTITY TO OH-QUANTITY-ON-HAND
                   PERFORM 365-REMOVE-DAILY-USAGE
                   ADD 1 TO CT-SHIP-REVERSALS
                   SUBTRACT SRT-QUANTITY FROM CT-UNITS-SHIPPED
                   MOVE "SHIP REVRS" TO MVL-MOVEMENT
                   MOVE SRT-QUANTITY TO MVL-QTY-IN
               WHEN SRT-SHIPMENT
                   SUBTRACT SRT-QUANTITY FROM OH-QUANTITY-ON-HAND
                   IF SRT-MOVE-DATE > OH-LAST-SALE-DATE
                       MOVE SRT-MOVE-DATE TO OH-LAST-SALE-DATE
                   END-IF
                   PERFORM 360-ADD-DAILY-USAGE
                   ADD 1 TO CT-SHIPMENTS
                   ADD SRT-QUANTITY TO CT-UNITS-SHIPPED
                   MOVE "SHIPMENT  " TO MVL-MOVEMENT
                   MOVE SRT-QUANTITY TO MVL-QTY-OUT
               WHEN SRT-COUNT
                   COMPUTE WS-VARIANCE =
                       SRT-QUANTITY - OH-QUANTITY-ON-HAND
                   MOVE SRT-QUANTITY TO OH-QUANTITY-ON-HAND
                   MOVE SRT-MOVE-DATE TO OH-LAST-COUNT-DATE
                   ADD 1 TO CT-COUNTS
                   ADD WS-VARIANCE TO CT-UNITS-ADJUSTED
                   MOVE "COUNT ADJ " TO MVL-MOVEMENT
                   MOVE SRT-REASON-CODE TO MVL-REASON-CODE
                   IF WS-VARIANCE < ZERO
                       MOVE WS-VARIANCE TO MVL-QTY-OUT
                   ELSE
                       MOVE WS-VARIANCE TO MVL-QTY-IN
                   END-IF
           END-EVALUATE.
           PERFORM 355-PRINT-MOVEMENT-LINE.
           PERFORM 310-RETURN-MOVEMENT.
      *
       355-PRINT-MOVEMENT-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE IM-ITEM-NUMBER         TO MVL-ITEM-NUMBER.
           MOVE IM-DESCRIPTION         TO MVL-DESCRIPTION.
           MOVE IM-PRODUCT-LINE        TO MVL-PRODUCT-LINE.
           MOVE SRT-MOVE-DATE          TO MVL-MOVE-DATE.
           MOVE SRT-REFERENCE          TO MVL-REFERENCE.
           MOVE OH-QUANTITY-ON-HAND    TO MVL-ON-HAND.
           MOVE MOVEMENT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * A SLOT STILL HOLDING AN OLDER DATE IS 30 OR MORE DAYS STALE
      * AND IS CLEARED BEFORE THE DAY'S UNITS GO INTO IT.
      *
       360-ADD-DAILY-USAGE.
      *
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (SRT-MOVE-DATE).
           DIVIDE WS-DAY-NUMBER BY 30
               GIVING WS-DAY-QUOTIENT
               REMAINDER WS-USAGE-SLOT.
           ADD 1 TO WS-USAGE-SLOT.
           IF OH-USAGE-DATE (WS-USAGE-SLOT) NOT = SRT-MOVE-DATE
               MOVE SRT-MOVE-DATE TO OH-USAGE-DATE (WS-USAGE-SLOT)
               MOVE ZERO TO OH-USAGE-QUANTITY (WS-USAGE-SLOT)
           END-IF.
           ADD SRT-QUANTITY TO OH-USAGE-QUANTITY (WS-USAGE-SLOT).
      *
      * A REVERSED SALE COMES OFF ITS DAY'S USAGE ONLY WHILE THE
      * DAY IS STILL IN ITS SLOT, AND NEVER BELOW ZERO.
      *
       365-REMOVE-DAILY-USAGE.
      *
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (SRT-MOVE-DATE).
           DIVIDE WS-DAY-NUMBER BY 30
               GIVING WS-DAY-QUOTIENT
               REMAINDER WS-USAGE-SLOT.
           ADD 1 TO WS-USAGE-SLOT.
           IF OH-USAGE-DATE (WS-USAGE-SLOT) = SRT-MOVE-DATE
               IF OH-USAGE-QUANTITY (WS-USAGE-SLOT) > SRT-QUANTITY
                   SUBTRACT SRT-QUANTITY
                       FROM OH-USAGE-QUANTITY (WS-USAGE-SLOT)
               ELSE
                   MOVE ZERO TO OH-USAGE-QUANTITY (WS-USAGE-SLOT)
               END-IF
           END-IF.
      *
      * DISCONTINUED ITEMS AND ITEMS WITH NO REORDER POINT ARE NEVER
      * LISTED FOR REORDER.
      *
       370-CHECK-REORDER-POINT.
      *
           IF IM-ITEM-ACTIVE
                   AND IM-REORDER-POINT NUMERIC
                   AND IM-REORDER-POINT > ZERO
                   AND OH-QUANTITY-ON-HAND < IM-REORDER-POINT
               MOVE ZERO TO WS-USAGE-30-DAYS
               PERFORM 375-ADD-ONE-DAY-USAGE
                   VARYING WS-USAGE-SUB FROM 1 BY 1
                   UNTIL WS-USAGE-SUB > 30
               COMPUTE WS-SHORTFALL =
                   IM-REORDER-POINT - OH-QUANTITY-ON-HAND
               PERFORM 378-PRINT-REORDER-LINE
           END-IF.
      *
       375-ADD-ONE-DAY-USAGE.
      *
           IF OH-USAGE-DATE (WS-USAGE-SUB) > ZERO
               COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE
                   (OH-USAGE-DATE (WS-USAGE-SUB))
               IF WS-TODAY-NUMBER - WS-DAY-NUMBER < 30
                   ADD OH-USAGE-QUANTITY (WS-USAGE-SUB)
                       TO WS-USAGE-30-DAYS
               END-IF
           END-IF.
      *
       378-PRINT-REORDER-LINE.
      *
           IF RO-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 235-PRINT-REORDER-HEADINGS.
           MOVE IM-ITEM-NUMBER         TO ROL-ITEM-NUMBER.
           MOVE IM-DESCRIPTION         TO ROL-DESCRIPTION.
           MOVE IM-PRODUCT-LINE        TO ROL-PRODUCT-LINE.
           MOVE OH-QUANTITY-ON-HAND    TO ROL-ON-HAND.
           MOVE IM-REORDER-POINT       TO ROL-REORDER-POINT.
           MOVE WS-SHORTFALL           TO ROL-SHORTFALL.
           MOVE WS-USAGE-30-DAYS       TO ROL-USAGE-30-DAYS.
           MOVE OH-LAST-RECEIPT-DATE   TO ROL-LAST-RECEIPT.
           MOVE REORDER-LINE TO REORDER-AREA.
           WRITE REORDER-AREA.
           ADD 1 TO RO-LINE-COUNT.
           ADD 1 TO CT-REORDER-ITEMS.
      *
       380-WRITE-ON-HAND.
      *
           WRITE ON-HAND-RECORD.
           ADD 1 TO CT-ON-HAND-WRITTEN.
           ADD OH-QUANTITY-ON-HAND TO CT-NEW-ON-HAND.
      *
      * THE ON-HAND PROOF - EVERY UNIT ON THE NEW FILE IS ACCOUNTED
      * FOR BY THE OLD FILE AND THE NIGHT'S MOVEMENTS.
      *
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE "SALES LINES READ  " TO CTL-LABEL.
           MOVE CT-SALES-LINES-READ  TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "INV TRANS READ    " TO CTL-LABEL.
           MOVE CT-INV-TRANS-READ    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "INV TRANS REJECTED" TO CTL-LABEL.
           MOVE CT-INV-TRANS-REJECT  TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "RECEIPTS POSTED   " TO CTL-LABEL.
           MOVE CT-RECEIPTS          TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "SHIPMENTS POSTED  " TO CTL-LABEL.
           MOVE CT-SHIPMENTS         TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "SHIPMENTS REVERSED" TO CTL-LABEL.
           MOVE CT-SHIP-REVERSALS    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "COUNTS POSTED     " TO CTL-LABEL.
           MOVE CT-COUNTS            TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEM NOT ON FILE  " TO CTL-LABEL.
           MOVE CT-NOT-ON-FILE       TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ON-HAND READ      " TO CTL-LABEL.
           MOVE CT-ON-HAND-READ      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ON-HAND ADDED     " TO CTL-LABEL.
           MOVE CT-ON-HAND-ADDED     TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ON-HAND NO ITEM   " TO CTL-LABEL.
           MOVE CT-ON-HAND-ORPHANS   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ON-HAND WRITTEN   " TO CTL-LABEL.
           MOVE CT-ON-HAND-WRITTEN   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEMS TO REORDER  " TO CTL-LABEL.
           MOVE CT-REORDER-ITEMS     TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "OLD UNITS ON HAND " TO CTL-LABEL.
           MOVE CT-OLD-ON-HAND       TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "UNITS RECEIVED    " TO CTL-LABEL.
           MOVE CT-UNITS-RECEIVED    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "UNITS SHIPPED     " TO CTL-LABEL.
           MOVE CT-UNITS-SHIPPED     TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "UNITS ADJUSTED    " TO CTL-LABEL.
           MOVE CT-UNITS-ADJUSTED    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "NEW UNITS ON HAND " TO CTL-LABEL.
           MOVE CT-NEW-ON-HAND       TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           COMPUTE WS-OUT-OF-BALANCE =
               CT-OLD-ON-HAND + CT-UNITS-RECEIVED
               - CT-UNITS-SHIPPED + CT-UNITS-ADJUSTED
               - CT-NEW-ON-HAND.
           IF WS-OUT-OF-BALANCE NOT = ZERO
                   OR CT-ON-HAND-WRITTEN NOT =
                      CT-ON-HAND-READ + CT-ON-HAND-ADDED
               DISPLAY "*** INVPOST ON-HAND OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RO-PAGE-COUNT = ZERO
               PERFORM 235-PRINT-REORDER-HEADINGS
               MOVE "NO ITEMS ARE BELOW THEIR REORDER POINT"
                   TO REORDER-AREA
               WRITE REORDER-AREA
           END-IF.
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
