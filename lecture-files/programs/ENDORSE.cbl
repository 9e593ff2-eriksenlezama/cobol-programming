       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDORSE.
      *
      * MID-TERM ENDORSEMENT RUN FOR THE INSURANCE SIDE. INSBILL
      * BILLS A WHOLE PERIOD IN ADVANCE ON WHATEVER THE CLIENT
      * MASTER SAYS AT THE TIME, SO A CHANGE OF COVERAGE UNITS OR
      * CLASS PART WAY THROUGH THE PERIOD IS PICKED UP HERE: EACH
      * CLTMAINT CHANGE ON CLTAUDT WHOSE UNITS OR CLASS DIFFER
      * BETWEEN THE BEFORE AND AFTER IMAGES IS PRICED BOTH WAYS AT
      * THE RATETABL RATE IN FORCE ON THE CHANGE DATE, AND THE
      * DIFFERENCE FOR THE DAYS FROM THE CHANGE DATE TO THE END OF
      * THE PERIOD IS
      *   ADJUSTMENT = (NEW PREMIUM - OLD PREMIUM)
      *                * DAYS REMAINING / DAYS IN PERIOD
      * AN INCREASE IS BILLED AS AN ADDITIONAL-PREMIUM INVOICE
      * (TYPE 'A') AND A DECREASE AS A RETURN-PREMIUM INVOICE
      * (TYPE 'R'), BOTH ADDED TO THE END OF THE PERIOD'S INSINV
      * FILE SO INSRECV POSTS THEM WITH THE REGULAR BILLING. THE
      * ENDORSEMENT REGISTER SHOWS OLD AND NEW COVERAGE, DAYS
      * REMAINING AND THE ADJUSTMENT FOR EVERY CHANGE.
      *
      * A CLIENT STILL ON A QUOTED RATE (CLIENTMST) IS PRICED AT
      * THAT RATE ON THE SIDE OF THE CHANGE THAT CARRIES IT, JUST
      * AS INSBILL BILLED IT.
      *
      * A CHANGE WITH NO USABLE DATE OR DATED OUTSIDE THE BILLING
      * PERIOD, A CHANGE TO A TERMINATED CLIENT, OR ONE WITH NO
      * RATE IN FORCE FOR THE OLD OR NEW COVERAGE IS LISTED BUT
      * NOT ADJUSTED, AND ENDS THE RUN WITH RETURN CODE 4.
      *
      * RUNS AFTER INSBILL AND BEFORE INSRECV. SYSIN CARDS:
      * CARD 1 = BILLING PERIOD START YYYYMMDD, CARD 2 = BILLING
      * PERIOD END YYYYMMDD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLTAUDT  ASSIGN TO CLTAUDT
               FILE STATUS IS WF-CLTAUDT-STATUS.
           SELECT RATETABL ASSIGN TO RATETABL
               FILE STATUS IS WF-RATETABL-STATUS.
           SELECT INSINV   ASSIGN TO INSINV
               FILE STATUS IS WF-INSINV-STATUS.
           SELECT ENDRPT   ASSIGN TO ENDRPT
               FILE STATUS IS WF-ENDRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CLTAUDT
           RECORD CONTAINS 129 CHARACTERS.
       01  CLIENT-AUDIT-RECORD.
           05  CA-TRANS-CODE           PIC X.
               88  CA-CHANGE-TRANS         VALUE "C".
           05  CA-BEFORE-IMAGE         PIC X(60).
           05  CA-BEFORE-FIELDS REDEFINES CA-BEFORE-IMAGE.
               10  BF-CLIENT-NUMBER    PIC 9(5).
               10  BF-CLIENT-NAME      PIC X(25).
               10  BF-AGE              PIC 99.
               10  BF-CLASS-NUMBER     PIC 99.
               10  BF-COVERAGE-UNITS   PIC 9(3).
               10  BF-CLIENT-STATUS    PIC X.
                   88  BF-CLIENT-TERMINATED    VALUE "T".
               10  BF-AGENT-NUMBER     PIC 9(4).
               10  BF-ISSUE-DATE       PIC 9(8).
               10  BF-QUOTED-RATE      PIC 99V99.
               10  BF-QUOTED-RATE-X REDEFINES BF-QUOTED-RATE
                                       PIC X(4).
                   88  BF-NO-QUOTED-RATE       VALUE SPACES "0000".
               10  FILLER              PIC X(6).
           05  CA-AFTER-IMAGE          PIC X(60).
           05  CA-AFTER-FIELDS REDEFINES CA-AFTER-IMAGE.
               10  AF-CLIENT-NUMBER    PIC 9(5).
               10  AF-CLIENT-NAME      PIC X(25).
               10  AF-AGE              PIC 99.
               10  AF-CLASS-NUMBER     PIC 99.
               10  AF-COVERAGE-UNITS   PIC 9(3).
               10  AF-CLIENT-STATUS    PIC X.
               10  AF-AGENT-NUMBER     PIC 9(4).
               10  AF-ISSUE-DATE       PIC 9(8).
               10  AF-QUOTED-RATE      PIC 99V99.
               10  AF-QUOTED-RATE-X REDEFINES AF-QUOTED-RATE
                                       PIC X(4).
                   88  AF-NO-QUOTED-RATE       VALUE SPACES "0000".
               10  FILLER              PIC X(6).
           05  CA-CHANGE-DATE          PIC 9(8).
      *
       FD  RATETABL.
       01  RATE-TABLE-RECORD.
            05  RT-LOW-AGE              PIC 99.
            05  RT-HIGH-AGE             PIC 99.
            05  RT-EFFECTIVE-DATE       PIC 9(8).
            05  RT-CLASS-COUNT          PIC 9.
            05  RT-CLASS-GROUP          OCCURS 1 TO 5 TIMES
                                            DEPENDING ON RT-CLASS-COUNT.
                10  RT-CLASS-NUMBER     PIC 99.
                10  RT-INSURANCE-RATE   PIC S99V99.
      *
       FD  INSINV.
       01  INSURANCE-INVOICE-RECORD.
           05  IV-CLIENT-NUMBER        PIC 9(5).
           05  IV-CLIENT-NAME          PIC X(25).
           05  IV-CLASS-NUMBER         PIC 99.
           05  IV-INSURANCE-RATE       PIC 99V99.
           05  IV-COVERAGE-UNITS      PIC 9(3).
           05  IV-PREMIUM              PIC 9(7)V99.
           05  IV-INVOICE-TYPE         PIC X.
               88  IV-PERIOD-PREMIUM       VALUE "P" " ".
               88  IV-ADDITIONAL-PREMIUM   VALUE "A".
               88  IV-RETURN-PREMIUM       VALUE "R".
           05  FILLER                  PIC X.
      *
       FD  ENDRPT.
       01  PRINT-AREA       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CLTAUDT-EOF-SWITCH      PIC X    VALUE "N".
               88  CLTAUDT-EOF                  VALUE "Y".
           05  RATETABL-EOF-SWITCH     PIC X    VALUE "N".
               88  RATETABL-EOF                 VALUE "Y".
           05  RATE-FOUND-SWITCH       PIC X.
               88  RATE-FOUND                   VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CLTAUDT-STATUS   PIC XX.
               88  CLTAUDT-FILE-OK         VALUE "00".
           05  WF-RATETABL-STATUS  PIC XX.
               88  RATETABL-FILE-OK        VALUE "00".
           05  WF-INSINV-STATUS    PIC XX.
               88  INSINV-FILE-OK          VALUE "00".
           05  WF-ENDRPT-STATUS    PIC XX.
               88  ENDRPT-FILE-OK          VALUE "00".
      *
       01  CONTROL-CARDS.
           05  WS-START-CARD       PIC X(8).
           05  WS-PERIOD-START     PIC 9(8).
           05  WS-END-CARD         PIC X(8).
           05  WS-PERIOD-END       PIC 9(8).
      *
      * EVERY EFFECTIVE-DATED VERSION OF EVERY AGE BAND IS KEPT, SO
      * EACH CHANGE CAN BE PRICED AT THE RATES IN FORCE ON ITS OWN
      * CHANGE DATE.
      *
       01  RATE-VERSION-FIELDS.
           05  RV-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  RV-SUB              PIC S9(3)  COMP.
           05  RV-MATCH-SUB        PIC S9(3)  COMP.
           05  RV-CLASS-SUB        PIC S9(3)  COMP.
           05  RV-MATCH-DATE       PIC 9(8).
      *
       01  RATE-VERSION-TABLE.
           05  RATE-VERSION-ENTRY      OCCURS 100 TIMES.
               10  RV-LOW-AGE              PIC 99.
               10  RV-HIGH-AGE             PIC 99.
               10  RV-EFFECTIVE-DATE       PIC 9(8).
               10  RV-CLASS-COUNT          PIC 9.
               10  RV-CLASS-ENTRY          OCCURS 5 TIMES.
                   15  RV-CLASS-NUMBER         PIC 99.
                   15  RV-INSURANCE-RATE       PIC S99V99.
      *
       01  PRICING-FIELDS.
           05  EF-AGE              PIC 99.
           05  EF-CLASS-NUMBER     PIC 99.
           05  EF-RATE-DATE        PIC 9(8).
           05  WS-FOUND-RATE       PIC S99V99.
           05  WS-OLD-RATE         PIC S99V99.
           05  WS-NEW-RATE         PIC S99V99.
           05  WS-OLD-PREMIUM      PIC S9(7)V99  COMP-3.
           05  WS-NEW-PREMIUM      PIC S9(7)V99  COMP-3.
           05  WS-ADJUSTMENT       PIC S9(7)V99  COMP-3.
      *
       01  DAY-COUNT-FIELDS.
           05  WS-START-INTEGER    PIC S9(9)     COMP.
           05  WS-END-INTEGER      PIC S9(9)     COMP.
           05  WS-CHANGE-INTEGER   PIC S9(9)     COMP.
           05  WS-PERIOD-DAYS      PIC S9(5)     COMP.
           05  WS-DAYS-REMAINING   PIC S9(5)     COMP.
      *
       01  CONTROL-TOTALS.
           05  CT-AUDITS-READ      PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ENDORSEMENTS     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ADDITIONAL-COUNT PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ADDITIONAL-TOTAL PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-RETURN-COUNT     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RETURN-TOTAL     PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-NO-CHANGE        PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-NOT-ADJUSTED     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-NET-ADJUSTMENT   PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       01  REGISTER-HEADING-LINE.
           05  FILLER              PIC X(38)
                   VALUE "ENDORSEMENT REGISTER - BILLING PERIOD ".
           05  RHL-PERIOD-START    PIC 9(8).
           05  FILLER              PIC X(4)     VALUE " TO ".
           05  RHL-PERIOD-END      PIC 9(8).
           05  FILLER              PIC X(22)    VALUE SPACE.
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER              PIC X(7)     VALUE "CLIENT".
           05  FILLER              PIC X(18)    VALUE "NAME".
           05  FILLER              PIC X(6)     VALUE "OLD".
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(6)     VALUE "NEW".
           05  FILLER              PIC X(9)     VALUE " EFF DATE".
           05  FILLER              PIC X(4)     VALUE " DAY".
           05  FILLER              PIC X(11)    VALUE " ADJUSTMENT".
           05  FILLER              PIC X(15)    VALUE " STATUS".
      *
       01  REGISTER-LINE.
           05  RGL-CLIENT-NUMBER   PIC 9(5).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-CLIENT-NAME     PIC X(18).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-OLD-CLASS       PIC 99.
           05  FILLER              PIC X(1)     VALUE "/".
           05  RGL-OLD-UNITS       PIC ZZ9.
           05  FILLER              PIC X(4)     VALUE " TO ".
           05  RGL-NEW-CLASS       PIC 99.
           05  FILLER              PIC X(1)     VALUE "/".
           05  RGL-NEW-UNITS       PIC ZZ9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-CHANGE-DATE     PIC 9(8).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-DAYS            PIC ZZ9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-ADJUSTMENT      PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-STATUS          PIC X(14).
      *
       01  TOTAL-LINE.
           05  TTL-LABEL           PIC X(20).
           05  TTL-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(36)    VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PROCESS-ENDORSEMENTS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-CONTROL-CARDS.
           PERFORM 120-LOAD-ONE-RATE-VERSION
               UNTIL RATETABL-EOF.
           IF RV-ENTRY-COUNT = ZERO
               DISPLAY "RATETABL IS EMPTY - NOTHING TO PRICE WITH"
               PERFORM 900-ABORT
           END-IF.
           PERFORM 150-PRINT-HEADING-LINES.
           PERFORM 200-PROCESS-ONE-AUDIT
               UNTIL CLTAUDT-EOF.
           PERFORM 500-PRINT-TOTALS.
           DISPLAY "ENDORSE AUDITS READ      " CT-AUDITS-READ.
           DISPLAY "ENDORSE ENDORSEMENTS     " CT-ENDORSEMENTS.
           DISPLAY "ENDORSE ADDITIONAL       " CT-ADDITIONAL-COUNT.
           DISPLAY "ENDORSE RETURN           " CT-RETURN-COUNT.
           DISPLAY "ENDORSE NO PREMIUM CHANGE " CT-NO-CHANGE.
           DISPLAY "ENDORSE NOT ADJUSTED     " CT-NOT-ADJUSTED.
           IF CT-NOT-ADJUSTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CLTAUDT
                 RATETABL
                 INSINV
                 ENDRPT.
           GOBACK.
      *
      * THE ADJUSTMENT INVOICES GO ON THE END OF THE INSINV FILE
      * INSBILL HAS ALREADY WRITTEN FOR THE PERIOD.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CLTAUDT
                       RATETABL
                EXTEND INSINV
                OUTPUT ENDRPT.
           IF NOT CLTAUDT-FILE-OK
              DISPLAY "CLTAUDT OPEN ERROR: " WF-CLTAUDT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT RATETABL-FILE-OK
              DISPLAY "RATETABL OPEN ERROR: " WF-RATETABL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT INSINV-FILE-OK
              DISPLAY "INSINV OPEN ERROR: " WF-INSINV-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ENDRPT-FILE-OK
              DISPLAY "ENDRPT OPEN ERROR: " WF-ENDRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-READ-CONTROL-CARDS.
      *
           MOVE SPACES TO WS-START-CARD.
           ACCEPT WS-START-CARD.
           IF WS-START-CARD NOT NUMERIC
               DISPLAY "BAD OR MISSING PERIOD START CARD: "
                   WS-START-CARD
               PERFORM 900-ABORT
           END-IF.
           MOVE WS-START-CARD TO WS-PERIOD-START.
           MOVE SPACES TO WS-END-CARD.
           ACCEPT WS-END-CARD.
           IF WS-END-CARD NOT NUMERIC
               DISPLAY "BAD OR MISSING PERIOD END CARD: " WS-END-CARD
               PERFORM 900-ABORT
           END-IF.
           MOVE WS-END-CARD TO WS-PERIOD-END.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-PERIOD-START) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD (WS-PERIOD-END)
                       NOT = ZERO
               DISPLAY "PERIOD START OR END IS NOT A CALENDAR DATE"
               PERFORM 900-ABORT
           END-IF.
           IF WS-PERIOD-END < WS-PERIOD-START
               DISPLAY "PERIOD END " WS-PERIOD-END
                   " IS BEFORE PERIOD START " WS-PERIOD-START
               PERFORM 900-ABORT
           END-IF.
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START).
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-END).
           COMPUTE WS-PERIOD-DAYS =
               WS-END-INTEGER - WS-START-INTEGER + 1.
      *
       120-LOAD-ONE-RATE-VERSION.
      *
           READ RATETABL
               AT END
                   MOVE "Y" TO RATETABL-EOF-SWITCH
               NOT AT END
                   IF RV-ENTRY-COUNT < 100
                       ADD 1 TO RV-ENTRY-COUNT
                       MOVE RT-LOW-AGE
                           TO RV-LOW-AGE (RV-ENTRY-COUNT)
                       MOVE RT-HIGH-AGE
                           TO RV-HIGH-AGE (RV-ENTRY-COUNT)
                       MOVE RT-EFFECTIVE-DATE
                           TO RV-EFFECTIVE-DATE (RV-ENTRY-COUNT)
                       MOVE RT-CLASS-COUNT
                           TO RV-CLASS-COUNT (RV-ENTRY-COUNT)
                       PERFORM 125-LOAD-ONE-CLASS-RATE
                           VARYING RV-CLASS-SUB FROM 1 BY 1
                           UNTIL RV-CLASS-SUB > RT-CLASS-COUNT
                   ELSE
                       DISPLAY "RATE TABLE FULL - VERSION DROPPED "
                           RT-LOW-AGE RT-HIGH-AGE RT-EFFECTIVE-DATE
                   END-IF
           END-READ.
      *
       125-LOAD-ONE-CLASS-RATE.
      *
           MOVE RT-CLASS-NUMBER (RV-CLASS-SUB)
               TO RV-CLASS-NUMBER (RV-ENTRY-COUNT, RV-CLASS-SUB).
           MOVE RT-INSURANCE-RATE (RV-CLASS-SUB)
               TO RV-INSURANCE-RATE (RV-ENTRY-COUNT, RV-CLASS-SUB).
      *
       150-PRINT-HEADING-LINES.
      *
           MOVE WS-PERIOD-START TO RHL-PERIOD-START.
           MOVE WS-PERIOD-END   TO RHL-PERIOD-END.
           MOVE REGISTER-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE COLUMN-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
      * ONLY A CHANGE TRANSACTION THAT MOVED THE COVERAGE UNITS OR
      * THE CLASS IS AN ENDORSEMENT - NAME AND AGE CORRECTIONS AND
      * ADDS AND TERMINATIONS ARE PASSED OVER.
      *
       200-PROCESS-ONE-AUDIT.
      *
           READ CLTAUDT
               AT END
                   MOVE "Y" TO CLTAUDT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-AUDITS-READ
                   IF CA-CHANGE-TRANS
                       IF BF-COVERAGE-UNITS NOT = AF-COVERAGE-UNITS
                               OR BF-CLASS-NUMBER NOT = AF-CLASS-NUMBER
                           ADD 1 TO CT-ENDORSEMENTS
                           PERFORM 210-ENDORSE-ONE-CHANGE
                       END-IF
                   END-IF
           END-READ.
      *
       210-ENDORSE-ONE-CHANGE.
      *
           MOVE AF-CLIENT-NUMBER   TO RGL-CLIENT-NUMBER.
           MOVE AF-CLIENT-NAME     TO RGL-CLIENT-NAME.
           MOVE BF-CLASS-NUMBER    TO RGL-OLD-CLASS.
           MOVE BF-COVERAGE-UNITS  TO RGL-OLD-UNITS.
           MOVE AF-CLASS-NUMBER    TO RGL-NEW-CLASS.
           MOVE AF-COVERAGE-UNITS  TO RGL-NEW-UNITS.
           MOVE CA-CHANGE-DATE     TO RGL-CHANGE-DATE.
           MOVE ZERO               TO RGL-DAYS.
           MOVE ZERO               TO RGL-ADJUSTMENT.
           EVALUATE TRUE
               WHEN BF-CLIENT-TERMINATED
                   MOVE "TERMINATED    " TO RGL-STATUS
                   ADD 1 TO CT-NOT-ADJUSTED
               WHEN FUNCTION TEST-DATE-YYYYMMDD (CA-CHANGE-DATE)
                       NOT = ZERO
                   MOVE "BAD DATE      " TO RGL-STATUS
                   ADD 1 TO CT-NOT-ADJUSTED
               WHEN CA-CHANGE-DATE < WS-PERIOD-START
                       OR CA-CHANGE-DATE > WS-PERIOD-END
                   MOVE "OUTSIDE PERIOD" TO RGL-STATUS
                   ADD 1 TO CT-NOT-ADJUSTED
               WHEN OTHER
                   PERFORM 220-PRICE-ONE-CHANGE
           END-EVALUATE.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       220-PRICE-ONE-CHANGE.
      *
           COMPUTE WS-CHANGE-INTEGER =
               FUNCTION INTEGER-OF-DATE (CA-CHANGE-DATE).
           COMPUTE WS-DAYS-REMAINING =
               WS-END-INTEGER - WS-CHANGE-INTEGER + 1.
           MOVE WS-DAYS-REMAINING TO RGL-DAYS.
           MOVE CA-CHANGE-DATE    TO EF-RATE-DATE.
           MOVE BF-AGE            TO EF-AGE.
           MOVE BF-CLASS-NUMBER   TO EF-CLASS-NUMBER.
           PERFORM 400-FIND-RATE-IN-FORCE.
           IF RATE-FOUND
               MOVE WS-FOUND-RATE TO WS-OLD-RATE
               MOVE AF-AGE          TO EF-AGE
               MOVE AF-CLASS-NUMBER TO EF-CLASS-NUMBER
               PERFORM 400-FIND-RATE-IN-FORCE
               MOVE WS-FOUND-RATE TO WS-NEW-RATE
           END-IF.
           IF NOT RATE-FOUND
               MOVE "NO RATE       " TO RGL-STATUS
               ADD 1 TO CT-NOT-ADJUSTED
           ELSE
               IF NOT BF-NO-QUOTED-RATE
                   MOVE BF-QUOTED-RATE TO WS-OLD-RATE
               END-IF
               IF NOT AF-NO-QUOTED-RATE
                   MOVE AF-QUOTED-RATE TO WS-NEW-RATE
               END-IF
               COMPUTE WS-OLD-PREMIUM ROUNDED =
                   WS-OLD-RATE * BF-COVERAGE-UNITS
               COMPUTE WS-NEW-PREMIUM ROUNDED =
                   WS-NEW-RATE * AF-COVERAGE-UNITS
               COMPUTE WS-ADJUSTMENT ROUNDED =
                   (WS-NEW-PREMIUM - WS-OLD-PREMIUM)
                   * WS-DAYS-REMAINING / WS-PERIOD-DAYS
               MOVE WS-ADJUSTMENT TO RGL-ADJUSTMENT
               ADD WS-ADJUSTMENT TO CT-NET-ADJUSTMENT
               EVALUATE TRUE
                   WHEN WS-ADJUSTMENT > ZERO
                       MOVE "ADDITIONAL    " TO RGL-STATUS
                       ADD 1 TO CT-ADDITIONAL-COUNT
                       ADD WS-ADJUSTMENT TO CT-ADDITIONAL-TOTAL
                       PERFORM 300-WRITE-ADJUSTMENT-INVOICE
                   WHEN WS-ADJUSTMENT < ZERO
                       MOVE "RETURN        " TO RGL-STATUS
                       ADD 1 TO CT-RETURN-COUNT
                       SUBTRACT WS-ADJUSTMENT FROM CT-RETURN-TOTAL
                       PERFORM 300-WRITE-ADJUSTMENT-INVOICE
                   WHEN OTHER
                       MOVE "NO CHANGE     " TO RGL-STATUS
                       ADD 1 TO CT-NO-CHANGE
               END-EVALUATE
           END-IF.
      *
      * THE INVOICE CARRIES THE NEW COVERAGE AND RATE AND THE SIZE
      * OF THE ADJUSTMENT; THE TYPE SAYS WHICH WAY IT GOES.
      *
       300-WRITE-ADJUSTMENT-INVOICE.
      *
           MOVE SPACES            TO INSURANCE-INVOICE-RECORD.
           MOVE AF-CLIENT-NUMBER  TO IV-CLIENT-NUMBER.
           MOVE AF-CLIENT-NAME    TO IV-CLIENT-NAME.
           MOVE AF-CLASS-NUMBER   TO IV-CLASS-NUMBER.
           MOVE WS-NEW-RATE       TO IV-INSURANCE-RATE.
           MOVE AF-COVERAGE-UNITS TO IV-COVERAGE-UNITS.
           IF WS-ADJUSTMENT > ZERO
               MOVE WS-ADJUSTMENT TO IV-PREMIUM
               MOVE "A" TO IV-INVOICE-TYPE
           ELSE
               COMPUTE IV-PREMIUM = ZERO - WS-ADJUSTMENT
               MOVE "R" TO IV-INVOICE-TYPE
           END-IF.
           WRITE INSURANCE-INVOICE-RECORD.
      *
      * THE VERSION IN FORCE FOR AN AGE IS THE ONE WITH THE LATEST
      * EFFECTIVE DATE ON OR BEFORE THE RATE DATE, JUST AS INSBILL
      * PICKS IT FOR ITS PROCESSING DATE.
      *
       400-FIND-RATE-IN-FORCE.
      *
           MOVE "N"  TO RATE-FOUND-SWITCH.
           MOVE ZERO TO RV-MATCH-SUB.
           MOVE ZERO TO RV-MATCH-DATE.
           MOVE ZERO TO WS-FOUND-RATE.
           PERFORM 410-TRY-ONE-VERSION
               VARYING RV-SUB FROM 1 BY 1
               UNTIL RV-SUB > RV-ENTRY-COUNT.
           IF RV-MATCH-SUB > ZERO
               PERFORM 420-TRY-ONE-CLASS
                   VARYING RV-CLASS-SUB FROM 1 BY 1
                   UNTIL RV-CLASS-SUB > RV-CLASS-COUNT (RV-MATCH-SUB)
                   OR RATE-FOUND
           END-IF.
      *
       410-TRY-ONE-VERSION.
      *
           IF EF-AGE >= RV-LOW-AGE (RV-SUB)
                   AND EF-AGE <= RV-HIGH-AGE (RV-SUB)
                   AND RV-EFFECTIVE-DATE (RV-SUB) NOT > EF-RATE-DATE
                   AND RV-EFFECTIVE-DATE (RV-SUB) >= RV-MATCH-DATE
               MOVE RV-SUB TO RV-MATCH-SUB
               MOVE RV-EFFECTIVE-DATE (RV-SUB) TO RV-MATCH-DATE
           END-IF.
      *
       420-TRY-ONE-CLASS.
      *
           IF RV-CLASS-NUMBER (RV-MATCH-SUB, RV-CLASS-SUB)
                   = EF-CLASS-NUMBER
               MOVE RV-INSURANCE-RATE (RV-MATCH-SUB, RV-CLASS-SUB)
                   TO WS-FOUND-RATE
               MOVE "Y" TO RATE-FOUND-SWITCH
           END-IF.
      *
       500-PRINT-TOTALS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "ADDITIONAL PREMIUM  " TO TTL-LABEL.
           MOVE CT-ADDITIONAL-COUNT    TO TTL-COUNT.
           MOVE CT-ADDITIONAL-TOTAL    TO TTL-AMOUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "RETURN PREMIUM      " TO TTL-LABEL.
           MOVE CT-RETURN-COUNT        TO TTL-COUNT.
           MOVE CT-RETURN-TOTAL        TO TTL-AMOUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "NET ADJUSTMENT      " TO TTL-LABEL.
           COMPUTE TTL-COUNT = CT-ADDITIONAL-COUNT + CT-RETURN-COUNT.
           MOVE CT-NET-ADJUSTMENT      TO TTL-AMOUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "NOT ADJUSTED        " TO TTL-LABEL.
           MOVE CT-NOT-ADJUSTED        TO TTL-COUNT.
           MOVE ZERO                   TO TTL-AMOUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
      *
       510-WRITE-TOTAL-LINE.
      *
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
