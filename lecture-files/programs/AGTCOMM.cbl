       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTCOMM.
      *
      * MONTHLY INSURANCE AGENT COMMISSION RUN. THE OUTSIDE AGENT
      * WHO WROTE A CLIENT (CM-AGENT-NUMBER ON CLIENTMST, COPY
      * CLIENT) IS PAID COMMISSION ON THE PREMIUM ACTUALLY
      * COLLECTED - EVERY 'P' RECORD INSRECV ADDED TO THE MONTH'S
      * COLLECTION EVENT FILE (INSCOLL, COPY INSCOLL). A PAYMENT
      * DATED INSIDE THE POLICY'S FIRST YEAR FROM ITS ISSUE DATE IS
      * COMMISSIONED AT THE AGENT'S FIRST-YEAR RATE, ANY OTHER AT
      * THE RENEWAL RATE (AGENTMST, AGTOLD IN, AGTNEW OUT). A CLIENT
      * WRITTEN DIRECT (AGENT 0000) EARNS NO COMMISSION, AND A
      * TERMINATED AGENT IS PAID NO NEW COMMISSION.
      *
      * THE FIRST-YEAR COMMISSION PAID ON EACH CLIENT IS HELD ON THE
      * COMMISSION HISTORY (AGCHOLD IN, AGCHNEW OUT, COPY AGTCHST).
      * WHEN A POLICY LAPSES (AN 'L' RECORD ON INSCOLL) INSIDE ITS
      * FIRST YEAR, THAT COMMISSION IS CHARGED BACK IN FULL TO THE
      * AGENT WHO WAS PAID IT. AN AGENT'S NET FOR THE MONTH IS THE
      * COMMISSION EARNED LESS CHARGEBACKS AND LESS ANY CHARGEBACK
      * CARRIED FORWARD FROM EARLIER MONTHS; A POSITIVE NET IS SENT
      * TO THE DISBURSEMENT RUN (DISBURSE) AS ONE AGENT PAYMENT
      * RECORD (AGTPAYX - PAYEE TYPE A), A NEGATIVE NET IS CARRIED
      * FORWARD ON THE AGENT MASTER. EVERY AGENT WITH ACTIVITY OR A
      * CARRY FORWARD GETS A STATEMENT (AGTSTMT) LISTING EACH
      * COMMISSION AND CHARGEBACK.
      *
      * THE COMMISSION MONTH IS THE MONTH OF THE BUSINESS DATE
      * (PROCDATE) AND IS STAMPED ON EVERY AGENT; THE RUN REFUSES TO
      * PAY A MONTH TWICE. AN EVENT FOR A CLIENT NOT ON FILE OR AN
      * AGENT NOT ON THE AGENT MASTER IS REJECTED (RETURN CODE 4);
      * AN OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8.
      *
      * AGTPAYX RECORD: AGENT 9(4), AGENT NAME X(25), AMOUNT
      * 9(7)V99, BUSINESS DATE 9(8).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTMST ASSIGN TO CLIENTMST
               FILE STATUS IS WF-CLIENTMST-STATUS.
           SELECT AGENT-OLD ASSIGN TO AGTOLD
               FILE STATUS IS WF-AGTOLD-STATUS.
           SELECT AGENT-NEW ASSIGN TO AGTNEW
               FILE STATUS IS WF-AGTNEW-STATUS.
           SELECT COMM-HISTORY-OLD ASSIGN TO AGCHOLD
               FILE STATUS IS WF-AGCHOLD-STATUS.
           SELECT COMM-HISTORY-NEW ASSIGN TO AGCHNEW
               FILE STATUS IS WF-AGCHNEW-STATUS.
           SELECT INSCOLL  ASSIGN TO INSCOLL
               FILE STATUS IS WF-INSCOLL-STATUS.
           SELECT AGTPAYX  ASSIGN TO AGTPAYX
               FILE STATUS IS WF-AGTPAYX-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT AGTSTMT  ASSIGN TO AGTSTMT
               FILE STATUS IS WF-AGTSTMT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CLIENTMST.
       COPY CLIENT.
      *
       FD  AGENT-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  AGENT-OLD-RECORD            PIC X(80).
      *
       FD  AGENT-NEW
           RECORD CONTAINS 80 CHARACTERS.
       COPY AGENTMST.
      *
       FD  COMM-HISTORY-OLD
           RECORD CONTAINS 60 CHARACTERS.
       01  COMM-HISTORY-OLD-RECORD     PIC X(60).
      *
       FD  COMM-HISTORY-NEW
           RECORD CONTAINS 60 CHARACTERS.
       COPY AGTCHST.
      *
       FD  INSCOLL
           RECORD CONTAINS 80 CHARACTERS.
       COPY INSCOLL.
      *
       FD  AGTPAYX
           RECORD CONTAINS 80 CHARACTERS.
       01  AGENT-PAYMENT-RECORD.
           05  AP-AGENT-NUMBER         PIC 9(4).
           05  AP-AGENT-NAME           PIC X(25).
           05  AP-AMOUNT               PIC 9(7)V99.
           05  AP-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(34).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  AGTSTMT.
       01  PRINT-AREA       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CLIENTMST-EOF-SWITCH    PIC X    VALUE "N".
               88  CLIENTMST-EOF                VALUE "Y".
           05  AGTOLD-EOF-SWITCH       PIC X    VALUE "N".
               88  AGTOLD-EOF                   VALUE "Y".
           05  AGCHOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  AGCHOLD-EOF                  VALUE "Y".
           05  INSCOLL-EOF-SWITCH      PIC X    VALUE "N".
               88  INSCOLL-EOF                  VALUE "Y".
           05  MONTH-PAID-SWITCH       PIC X    VALUE "N".
               88  MONTH-ALREADY-PAID           VALUE "Y".
           05  FIRST-YEAR-SWITCH       PIC X    VALUE "N".
               88  IN-FIRST-POLICY-YEAR         VALUE "Y".
           05  HST-INSERT-SWITCH       PIC X    VALUE "N".
               88  HST-INSERT-POINT-FOUND       VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CLIENTMST-STATUS PIC XX.
               88  CLIENTMST-FILE-OK       VALUE "00".
           05  WF-AGTOLD-STATUS    PIC XX.
               88  AGTOLD-FILE-OK          VALUE "00".
           05  WF-AGTNEW-STATUS    PIC XX.
               88  AGTNEW-FILE-OK          VALUE "00".
           05  WF-AGCHOLD-STATUS   PIC XX.
               88  AGCHOLD-FILE-OK         VALUE "00".
           05  WF-AGCHNEW-STATUS   PIC XX.
               88  AGCHNEW-FILE-OK         VALUE "00".
           05  WF-INSCOLL-STATUS   PIC XX.
               88  INSCOLL-FILE-OK         VALUE "00".
           05  WF-AGTPAYX-STATUS   PIC XX.
               88  AGTPAYX-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-AGTSTMT-STATUS   PIC XX.
               88  AGTSTMT-FILE-OK         VALUE "00".
      *
       01  WORK-FIELDS.
           05  WS-COMM-MONTH       PIC 9(6).
           05  WS-ANNIVERSARY-DATE PIC 9(8).
           05  WS-LOOKUP-AGENT     PIC 9(4).
           05  WS-RATE             PIC 9V9(4).
           05  WS-COMMISSION       PIC S9(7)V99  COMP-3.
           05  WS-NET-AMOUNT       PIC S9(8)V99  COMP-3.
           05  WS-NEW-CARRY        PIC S9(8)V99  COMP-3.
           05  WS-COMMISSION-TYPE  PIC X(10).
           05  WS-REJECT-REASON    PIC X(30).
      *
       01  CLIENT-TABLE-FIELDS.
           05  CLT-ENTRY-COUNT     PIC S9(4)  COMP  VALUE ZERO.
           05  CLT-SUB             PIC S9(4)  COMP.
           05  CLT-MATCH-SUB       PIC S9(4)  COMP.
      *
       01  CLIENT-TABLE.
           05  CLIENT-ENTRY            OCCURS 2000 TIMES.
               10  CLT-CLIENT-NUMBER       PIC 9(5).
               10  CLT-CLIENT-NAME         PIC X(25).
               10  CLT-AGENT-NUMBER        PIC 9(4).
               10  CLT-ISSUE-DATE          PIC 9(8).
      *
       01  AGENT-TABLE-FIELDS.
           05  AGT-ENTRY-COUNT     PIC S9(4)  COMP  VALUE ZERO.
           05  AGT-SUB             PIC S9(4)  COMP.
           05  AGT-MATCH-SUB       PIC S9(4)  COMP.
      *
       01  AGENT-TABLE.
           05  AGENT-ENTRY             OCCURS 500 TIMES.
               10  AGT-AGENT-NUMBER        PIC 9(4).
               10  AGT-AGENT-NAME          PIC X(25).
               10  AGT-FIRST-YEAR-RATE     PIC 9V9(4).
               10  AGT-RENEWAL-RATE        PIC 9V9(4).
               10  AGT-AGENT-STATUS        PIC X.
                   88  AGT-AGENT-ACTIVE        VALUE "A".
               10  AGT-CARRY-FORWARD       PIC S9(7)V99  COMP-3.
               10  AGT-EARNED              PIC S9(7)V99  COMP-3.
               10  AGT-CHARGEBACKS         PIC S9(7)V99  COMP-3.
               10  AGT-DETAIL-COUNT        PIC S9(4)     COMP.
      *
       01  HISTORY-TABLE-FIELDS.
           05  HST-ENTRY-COUNT     PIC S9(4)  COMP  VALUE ZERO.
           05  HST-SUB             PIC S9(4)  COMP.
           05  HST-MATCH-SUB       PIC S9(4)  COMP.
           05  HST-INSERT-SUB      PIC S9(4)  COMP.
      *
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY           OCCURS 2000 TIMES.
               10  HST-CLIENT-NUMBER       PIC 9(5).
               10  HST-AGENT-NUMBER        PIC 9(4).
               10  HST-FIRST-YEAR-COMM     PIC 9(7)V99.
               10  HST-RENEWAL-COMM        PIC 9(7)V99.
               10  HST-CHARGED-BACK        PIC 9(7)V99.
               10  HST-LAST-MONTH          PIC 9(6).
      *
       01  DETAIL-TABLE-FIELDS.
           05  DTL-ENTRY-COUNT     PIC S9(4)  COMP  VALUE ZERO.
           05  DTL-SUB             PIC S9(4)  COMP.
      *
       01  DETAIL-TABLE.
           05  DETAIL-ENTRY            OCCURS 3000 TIMES.
               10  DTL-AGENT-SUB           PIC S9(4)  COMP.
               10  DTL-CLIENT-NUMBER       PIC 9(5).
               10  DTL-CLIENT-NAME         PIC X(20).
               10  DTL-EVENT-DATE          PIC 9(8).
               10  DTL-COMMISSION-TYPE     PIC X(10).
               10  DTL-PREMIUM             PIC 9(7)V99.
               10  DTL-RATE                PIC 9V9(4).
               10  DTL-COMMISSION          PIC S9(7)V99.
      *
       01  CONTROL-TOTALS.
           05  CT-CLIENTS-LOADED   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-AGENTS-READ      PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-AGENTS-WRITTEN   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-READ     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-ADDED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-WRITTEN  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-EVENTS-READ      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-COLLECTIONS-PAID PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CHARGEBACK-COUNT PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NO-COMMISSION    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-EVENTS-REJECTED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PREMIUM-COMMISSIONED
                                   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-COMMISSION-EARNED
                                   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-CHARGEBACK-AMOUNT
                                   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-PRIOR-CARRY      PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-NEW-CARRY        PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-PAYMENTS-WRITTEN PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-PAID-AMOUNT      PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-CROSS-FOOT       PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER              PIC X(28)
                   VALUE "AGENT COMMISSION STATEMENT  ".
           05  FILLER              PIC X(6)     VALUE "MONTH ".
           05  HL1-COMM-MONTH      PIC 9(6).
           05  FILLER              PIC X(16)
                   VALUE "  BUSINESS DATE ".
           05  HL1-BUSINESS-DATE   PIC 9(8).
           05  FILLER              PIC X(16)    VALUE SPACE.
      *
       01  AGENT-LINE.
           05  FILLER              PIC X(6)     VALUE "AGENT ".
           05  AGL-AGENT-NUMBER    PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AGL-AGENT-NAME      PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AGL-STATUS          PIC X(10).
           05  FILLER              PIC X(31)    VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER              PIC X(7)     VALUE "CLIENT".
           05  FILLER              PIC X(21)    VALUE "NAME".
           05  FILLER              PIC X(10)    VALUE "DATE".
           05  FILLER              PIC X(11)    VALUE "TYPE".
           05  FILLER              PIC X(10)    VALUE "   PREMIUM".
           05  FILLER              PIC X(7)     VALUE "   RATE".
           05  FILLER              PIC X(12)    VALUE "  COMMISSION".
           05  FILLER              PIC X(2)     VALUE SPACE.
      *
       01  DETAIL-LINE.
           05  DL-CLIENT-NUMBER    PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DL-CLIENT-NAME      PIC X(20).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DL-EVENT-DATE       PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DL-COMMISSION-TYPE  PIC X(10).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DL-PREMIUM          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DL-RATE             PIC 9.9999.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  DL-COMMISSION       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
      *
       01  SUMMARY-LINE.
           05  FILLER              PIC X(30)    VALUE SPACE.
           05  SML-LABEL           PIC X(28).
           05  SML-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7)     VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PAY-AGENT-COMMISSIONS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PROCESSING-DATE.
           COMPUTE WS-COMM-MONTH = PD-YEAR * 100 + PD-MONTH.
           PERFORM 120-LOAD-CLIENT-TABLE
               UNTIL CLIENTMST-EOF.
           PERFORM 130-LOAD-AGENT-TABLE
               UNTIL AGTOLD-EOF.
           IF MONTH-ALREADY-PAID
               DISPLAY "AGENT COMMISSIONS ALREADY PAID FOR MONTH "
                   WS-COMM-MONTH
               PERFORM 900-ABORT
           END-IF.
           PERFORM 140-LOAD-HISTORY-TABLE
               UNTIL AGCHOLD-EOF.
           PERFORM 200-PROCESS-ONE-EVENT
               UNTIL INSCOLL-EOF.
           PERFORM 400-SETTLE-ONE-AGENT
               VARYING AGT-SUB FROM 1 BY 1
               UNTIL AGT-SUB > AGT-ENTRY-COUNT.
           PERFORM 500-WRITE-ONE-HISTORY
               VARYING HST-SUB FROM 1 BY 1
               UNTIL HST-SUB > HST-ENTRY-COUNT.
           PERFORM 600-PRINT-RUN-TOTALS.
           DISPLAY "AGTCOMM COMMISSION MONTH " WS-COMM-MONTH.
           DISPLAY "AGTCOMM EVENTS READ      " CT-EVENTS-READ.
           DISPLAY "AGTCOMM COLLECTIONS PAID " CT-COLLECTIONS-PAID.
           DISPLAY "AGTCOMM CHARGEBACKS      " CT-CHARGEBACK-COUNT.
           DISPLAY "AGTCOMM NO COMMISSION    " CT-NO-COMMISSION.
           DISPLAY "AGTCOMM EVENTS REJECTED  " CT-EVENTS-REJECTED.
           DISPLAY "AGTCOMM AGENTS READ      " CT-AGENTS-READ.
           DISPLAY "AGTCOMM AGENTS WRITTEN   " CT-AGENTS-WRITTEN.
           DISPLAY "AGTCOMM HISTORY READ     " CT-HISTORY-READ.
           DISPLAY "AGTCOMM HISTORY ADDED    " CT-HISTORY-ADDED.
           DISPLAY "AGTCOMM HISTORY WRITTEN  " CT-HISTORY-WRITTEN.
           DISPLAY "AGTCOMM PAYMENTS WRITTEN " CT-PAYMENTS-WRITTEN.
           COMPUTE CT-CROSS-FOOT = CT-COMMISSION-EARNED
               - CT-CHARGEBACK-AMOUNT - CT-PRIOR-CARRY
               + CT-NEW-CARRY.
           IF CT-EVENTS-READ = CT-COLLECTIONS-PAID
                   + CT-CHARGEBACK-COUNT + CT-NO-COMMISSION
                   + CT-EVENTS-REJECTED
                   AND CT-AGENTS-READ = CT-AGENTS-WRITTEN
                   AND CT-HISTORY-READ + CT-HISTORY-ADDED
                       = CT-HISTORY-WRITTEN
                   AND CT-CROSS-FOOT = CT-PAID-AMOUNT
               DISPLAY "*** AGTCOMM RUN IS IN BALANCE ***"
               IF CT-EVENTS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** AGTCOMM RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CLIENTMST
                 AGENT-OLD
                 AGENT-NEW
                 COMM-HISTORY-OLD
                 COMM-HISTORY-NEW
                 INSCOLL
                 AGTPAYX
                 AGTSTMT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CLIENTMST
                       AGENT-OLD
                       COMM-HISTORY-OLD
                       INSCOLL
                OUTPUT AGENT-NEW
                       COMM-HISTORY-NEW
                       AGTPAYX
                       AGTSTMT.
           IF NOT CLIENTMST-FILE-OK
              DISPLAY "CLIENTMST OPEN ERROR: " WF-CLIENTMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AGTOLD-FILE-OK
              DISPLAY "AGTOLD OPEN ERROR: " WF-AGTOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AGCHOLD-FILE-OK
              DISPLAY "AGCHOLD OPEN ERROR: " WF-AGCHOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT INSCOLL-FILE-OK
              DISPLAY "INSCOLL OPEN ERROR: " WF-INSCOLL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AGTNEW-FILE-OK
              DISPLAY "AGTNEW OPEN ERROR: " WF-AGTNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AGCHNEW-FILE-OK
              DISPLAY "AGCHNEW OPEN ERROR: " WF-AGCHNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AGTPAYX-FILE-OK
              DISPLAY "AGTPAYX OPEN ERROR: " WF-AGTPAYX-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AGTSTMT-FILE-OK
              DISPLAY "AGTSTMT OPEN ERROR: " WF-AGTSTMT-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-READ-PROCESSING-DATE.
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
       120-LOAD-CLIENT-TABLE.
      *
           READ CLIENTMST
               AT END
                   MOVE "Y" TO CLIENTMST-EOF-SWITCH
               NOT AT END
                   IF CLT-ENTRY-COUNT < 2000
                       ADD 1 TO CLT-ENTRY-COUNT
                       ADD 1 TO CT-CLIENTS-LOADED
                       MOVE CM-CLIENT-NUMBER
                           TO CLT-CLIENT-NUMBER (CLT-ENTRY-COUNT)
                       MOVE CM-CLIENT-NAME
                           TO CLT-CLIENT-NAME (CLT-ENTRY-COUNT)
                       MOVE CM-AGENT-NUMBER
                           TO CLT-AGENT-NUMBER (CLT-ENTRY-COUNT)
                       MOVE CM-ISSUE-DATE
                           TO CLT-ISSUE-DATE (CLT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "CLIENT TABLE FULL - CLIENT OMITTED "
                           CM-CLIENT-NUMBER
                   END-IF
           END-READ.
      *
      * THE AGENT MASTER IS READ INTO THE NEW GENERATION'S RECORD
      * AREA, WHICH IS REBUILT FROM THE TABLE WHEN EACH AGENT IS
      * SETTLED.
      *
       130-LOAD-AGENT-TABLE.
      *
           READ AGENT-OLD INTO AGENT-MASTER-RECORD
               AT END
                   MOVE "Y" TO AGTOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-AGENTS-READ
                   IF AG-LAST-PAID-MONTH = WS-COMM-MONTH
                       MOVE "Y" TO MONTH-PAID-SWITCH
                   END-IF
                   IF AGT-ENTRY-COUNT < 500
                       ADD 1 TO AGT-ENTRY-COUNT
                       PERFORM 135-STORE-ONE-AGENT
                   ELSE
                       DISPLAY "AGENT TABLE FULL - RUN STOPPED AT "
                           AG-AGENT-NUMBER
                       PERFORM 900-ABORT
                   END-IF
           END-READ.
      *
       135-STORE-ONE-AGENT.
      *
           MOVE AG-AGENT-NUMBER
               TO AGT-AGENT-NUMBER (AGT-ENTRY-COUNT).
           MOVE AG-AGENT-NAME
               TO AGT-AGENT-NAME (AGT-ENTRY-COUNT).
           MOVE AG-FIRST-YEAR-RATE
               TO AGT-FIRST-YEAR-RATE (AGT-ENTRY-COUNT).
           MOVE AG-RENEWAL-RATE
               TO AGT-RENEWAL-RATE (AGT-ENTRY-COUNT).
           MOVE AG-AGENT-STATUS
               TO AGT-AGENT-STATUS (AGT-ENTRY-COUNT).
           MOVE AG-CARRY-FORWARD
               TO AGT-CARRY-FORWARD (AGT-ENTRY-COUNT).
           MOVE ZERO TO AGT-EARNED (AGT-ENTRY-COUNT)
                        AGT-CHARGEBACKS (AGT-ENTRY-COUNT)
                        AGT-DETAIL-COUNT (AGT-ENTRY-COUNT).
           ADD AG-CARRY-FORWARD TO CT-PRIOR-CARRY.
      *
       140-LOAD-HISTORY-TABLE.
      *
           READ COMM-HISTORY-OLD INTO AGENT-COMM-HISTORY-RECORD
               AT END
                   MOVE "Y" TO AGCHOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
                   IF HST-ENTRY-COUNT < 2000
                       ADD 1 TO HST-ENTRY-COUNT
                       MOVE AH-CLIENT-NUMBER
                           TO HST-CLIENT-NUMBER (HST-ENTRY-COUNT)
                       MOVE AH-AGENT-NUMBER
                           TO HST-AGENT-NUMBER (HST-ENTRY-COUNT)
                       MOVE AH-FIRST-YEAR-COMM
                           TO HST-FIRST-YEAR-COMM (HST-ENTRY-COUNT)
                       MOVE AH-RENEWAL-COMM
                           TO HST-RENEWAL-COMM (HST-ENTRY-COUNT)
                       MOVE AH-CHARGED-BACK
                           TO HST-CHARGED-BACK (HST-ENTRY-COUNT)
                       MOVE AH-LAST-MONTH
                           TO HST-LAST-MONTH (HST-ENTRY-COUNT)
                   ELSE
                       DISPLAY "HISTORY TABLE FULL - RUN STOPPED AT "
                           AH-CLIENT-NUMBER
                       PERFORM 900-ABORT
                   END-IF
           END-READ.
      *
       200-PROCESS-ONE-EVENT.
      *
           READ INSCOLL
               AT END
                   MOVE "Y" TO INSCOLL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-EVENTS-READ
                   PERFORM 210-APPLY-ONE-EVENT
           END-READ.
      *
       210-APPLY-ONE-EVENT.
      *
           PERFORM 220-FIND-CLIENT.
           IF CLT-MATCH-SUB = ZERO
               MOVE "CLIENT NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 290-REJECT-EVENT
           ELSE
           IF CO-PREMIUM-COLLECTED
               PERFORM 230-COMMISSION-COLLECTION
           ELSE
           IF CO-POLICY-LAPSED
               PERFORM 250-CHARGE-BACK-LAPSE
           ELSE
               MOVE "INVALID EVENT TYPE" TO WS-REJECT-REASON
               PERFORM 290-REJECT-EVENT
           END-IF.
      *
       220-FIND-CLIENT.
      *
           MOVE ZERO TO CLT-MATCH-SUB.
           PERFORM 225-MATCH-ONE-CLIENT
               VARYING CLT-SUB FROM 1 BY 1
               UNTIL CLT-SUB > CLT-ENTRY-COUNT
               OR CLT-MATCH-SUB > ZERO.
      *
       225-MATCH-ONE-CLIENT.
      *
           IF CLT-CLIENT-NUMBER (CLT-SUB) = CO-CLIENT-NUMBER
               MOVE CLT-SUB TO CLT-MATCH-SUB
           END-IF.
      *
       230-COMMISSION-COLLECTION.
      *
           IF CLT-AGENT-NUMBER (CLT-MATCH-SUB) = ZERO
               ADD 1 TO CT-NO-COMMISSION
           ELSE
               MOVE CLT-AGENT-NUMBER (CLT-MATCH-SUB)
                   TO WS-LOOKUP-AGENT
               PERFORM 240-FIND-AGENT
               PERFORM 270-FIND-HISTORY
               IF AGT-MATCH-SUB = ZERO
                   MOVE "AGENT NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM 290-REJECT-EVENT
               ELSE
               IF NOT AGT-AGENT-ACTIVE (AGT-MATCH-SUB)
                   ADD 1 TO CT-NO-COMMISSION
               ELSE
               IF HST-MATCH-SUB = ZERO
                       AND HST-ENTRY-COUNT NOT < 2000
                   MOVE "HISTORY TABLE FULL" TO WS-REJECT-REASON
                   PERFORM 290-REJECT-EVENT
               ELSE
                   PERFORM 235-PAY-ONE-COLLECTION
               END-IF
           END-IF.
      *
       235-PAY-ONE-COLLECTION.
      *
           IF HST-MATCH-SUB = ZERO
               PERFORM 275-ADD-HISTORY
           END-IF.
           PERFORM 260-TEST-POLICY-YEAR.
           IF IN-FIRST-POLICY-YEAR
               MOVE AGT-FIRST-YEAR-RATE (AGT-MATCH-SUB) TO WS-RATE
               MOVE "FIRST YEAR" TO WS-COMMISSION-TYPE
           ELSE
               MOVE AGT-RENEWAL-RATE (AGT-MATCH-SUB) TO WS-RATE
               MOVE "RENEWAL" TO WS-COMMISSION-TYPE
           END-IF.
           COMPUTE WS-COMMISSION ROUNDED = CO-AMOUNT * WS-RATE.
           IF IN-FIRST-POLICY-YEAR
               ADD WS-COMMISSION TO HST-FIRST-YEAR-COMM (HST-MATCH-SUB)
           ELSE
               ADD WS-COMMISSION TO HST-RENEWAL-COMM (HST-MATCH-SUB)
           END-IF.
           MOVE WS-LOOKUP-AGENT TO HST-AGENT-NUMBER (HST-MATCH-SUB).
           MOVE WS-COMM-MONTH   TO HST-LAST-MONTH (HST-MATCH-SUB).
           ADD WS-COMMISSION TO AGT-EARNED (AGT-MATCH-SUB).
           ADD 1 TO CT-COLLECTIONS-PAID.
           ADD CO-AMOUNT     TO CT-PREMIUM-COMMISSIONED.
           ADD WS-COMMISSION TO CT-COMMISSION-EARNED.
           PERFORM 280-ADD-DETAIL.
      *
       240-FIND-AGENT.
      *
           MOVE ZERO TO AGT-MATCH-SUB.
           PERFORM 245-MATCH-ONE-AGENT
               VARYING AGT-SUB FROM 1 BY 1
               UNTIL AGT-SUB > AGT-ENTRY-COUNT
               OR AGT-MATCH-SUB > ZERO.
      *
       245-MATCH-ONE-AGENT.
      *
           IF AGT-AGENT-NUMBER (AGT-SUB) = WS-LOOKUP-AGENT
               MOVE AGT-SUB TO AGT-MATCH-SUB
           END-IF.
      *
      * ONLY A LAPSE INSIDE THE FIRST POLICY YEAR IS CHARGED BACK,
      * AND ONLY FOR THE FIRST-YEAR COMMISSION STILL HELD ON THE
      * CLIENT - A POLICY THAT LAPSES, IS REINSTATED AND LAPSES
      * AGAIN IS NOT CHARGED TWICE FOR THE SAME COMMISSION.
      *
       250-CHARGE-BACK-LAPSE.
      *
           PERFORM 260-TEST-POLICY-YEAR.
           PERFORM 270-FIND-HISTORY.
           IF NOT IN-FIRST-POLICY-YEAR
               ADD 1 TO CT-NO-COMMISSION
           ELSE
           IF HST-MATCH-SUB = ZERO
               ADD 1 TO CT-NO-COMMISSION
           ELSE
           IF HST-FIRST-YEAR-COMM (HST-MATCH-SUB) = ZERO
               ADD 1 TO CT-NO-COMMISSION
           ELSE
               MOVE HST-AGENT-NUMBER (HST-MATCH-SUB)
                   TO WS-LOOKUP-AGENT
               PERFORM 240-FIND-AGENT
               IF AGT-MATCH-SUB = ZERO
                   MOVE "AGENT NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM 290-REJECT-EVENT
               ELSE
                   PERFORM 255-CHARGE-BACK-ONE-CLIENT
               END-IF
           END-IF.
      *
       255-CHARGE-BACK-ONE-CLIENT.
      *
           COMPUTE WS-COMMISSION =
               ZERO - HST-FIRST-YEAR-COMM (HST-MATCH-SUB).
           ADD HST-FIRST-YEAR-COMM (HST-MATCH-SUB)
               TO AGT-CHARGEBACKS (AGT-MATCH-SUB)
                  HST-CHARGED-BACK (HST-MATCH-SUB)
                  CT-CHARGEBACK-AMOUNT.
           MOVE ZERO TO HST-FIRST-YEAR-COMM (HST-MATCH-SUB).
           MOVE WS-COMM-MONTH TO HST-LAST-MONTH (HST-MATCH-SUB).
           ADD 1 TO CT-CHARGEBACK-COUNT.
           MOVE ZERO TO WS-RATE.
           MOVE "CHARGEBACK" TO WS-COMMISSION-TYPE.
           PERFORM 280-ADD-DETAIL.
      *
      * A POLICY ISSUED ON YYYYMMDD IS IN ITS FIRST YEAR UNTIL THE
      * SAME MONTH AND DAY OF THE FOLLOWING YEAR. NO ISSUE DATE
      * MEANS THE POLICY PREDATES THE AGENT SYSTEM AND IS RENEWAL
      * BUSINESS.
      *
       260-TEST-POLICY-YEAR.
      *
           MOVE "N" TO FIRST-YEAR-SWITCH.
           IF CLT-ISSUE-DATE (CLT-MATCH-SUB) NOT = ZERO
               COMPUTE WS-ANNIVERSARY-DATE =
                   CLT-ISSUE-DATE (CLT-MATCH-SUB) + 10000
               IF CO-EVENT-DATE < WS-ANNIVERSARY-DATE
                   MOVE "Y" TO FIRST-YEAR-SWITCH
               END-IF
           END-IF.
      *
       270-FIND-HISTORY.
      *
           MOVE ZERO TO HST-MATCH-SUB.
           PERFORM 272-MATCH-ONE-HISTORY
               VARYING HST-SUB FROM 1 BY 1
               UNTIL HST-SUB > HST-ENTRY-COUNT
               OR HST-MATCH-SUB > ZERO.
      *
       272-MATCH-ONE-HISTORY.
      *
           IF HST-CLIENT-NUMBER (HST-SUB) = CO-CLIENT-NUMBER
               MOVE HST-SUB TO HST-MATCH-SUB
           END-IF.
      *
      * A CLIENT'S FIRST COMMISSION OPENS A HISTORY ENTRY IN CLIENT
      * NUMBER ORDER, SO THE NEW GENERATION STAYS IN SEQUENCE.
      *
       275-ADD-HISTORY.
      *
           COMPUTE HST-INSERT-SUB = HST-ENTRY-COUNT + 1.
           MOVE "N" TO HST-INSERT-SWITCH.
           PERFORM 277-OPEN-ONE-SLOT
               UNTIL HST-INSERT-POINT-FOUND.
           ADD 1 TO HST-ENTRY-COUNT.
           ADD 1 TO CT-HISTORY-ADDED.
           MOVE CO-CLIENT-NUMBER
               TO HST-CLIENT-NUMBER (HST-INSERT-SUB).
           MOVE ZERO TO HST-AGENT-NUMBER (HST-INSERT-SUB)
                        HST-FIRST-YEAR-COMM (HST-INSERT-SUB)
                        HST-RENEWAL-COMM (HST-INSERT-SUB)
                        HST-CHARGED-BACK (HST-INSERT-SUB)
                        HST-LAST-MONTH (HST-INSERT-SUB).
           MOVE HST-INSERT-SUB TO HST-MATCH-SUB.
      *
       277-OPEN-ONE-SLOT.
      *
           IF HST-INSERT-SUB = 1
               MOVE "Y" TO HST-INSERT-SWITCH
           ELSE
           IF HST-CLIENT-NUMBER (HST-INSERT-SUB - 1)
                   < CO-CLIENT-NUMBER
               MOVE "Y" TO HST-INSERT-SWITCH
           ELSE
               MOVE HISTORY-ENTRY (HST-INSERT-SUB - 1)
                   TO HISTORY-ENTRY (HST-INSERT-SUB)
               SUBTRACT 1 FROM HST-INSERT-SUB
           END-IF.
      *
       280-ADD-DETAIL.
      *
           ADD 1 TO AGT-DETAIL-COUNT (AGT-MATCH-SUB).
           IF DTL-ENTRY-COUNT < 3000
               ADD 1 TO DTL-ENTRY-COUNT
               MOVE AGT-MATCH-SUB
                   TO DTL-AGENT-SUB (DTL-ENTRY-COUNT)
               MOVE CO-CLIENT-NUMBER
                   TO DTL-CLIENT-NUMBER (DTL-ENTRY-COUNT)
               MOVE CLT-CLIENT-NAME (CLT-MATCH-SUB)
                   TO DTL-CLIENT-NAME (DTL-ENTRY-COUNT)
               MOVE CO-EVENT-DATE
                   TO DTL-EVENT-DATE (DTL-ENTRY-COUNT)
               MOVE WS-COMMISSION-TYPE
                   TO DTL-COMMISSION-TYPE (DTL-ENTRY-COUNT)
               MOVE CO-AMOUNT
                   TO DTL-PREMIUM (DTL-ENTRY-COUNT)
               MOVE WS-RATE
                   TO DTL-RATE (DTL-ENTRY-COUNT)
               MOVE WS-COMMISSION
                   TO DTL-COMMISSION (DTL-ENTRY-COUNT)
           ELSE
               DISPLAY "DETAIL TABLE FULL - LINE NOT ON STATEMENT "
                   CO-CLIENT-NUMBER
           END-IF.
      *
       290-REJECT-EVENT.
      *
           ADD 1 TO CT-EVENTS-REJECTED.
           DISPLAY "AGTCOMM REJECTED " CO-EVENT-TYPE " "
               CO-CLIENT-NUMBER " " WS-REJECT-REASON.
      *
      * THE NET IS EARNINGS LESS CHARGEBACKS LESS WHAT IS STILL OWED
      * FROM EARLIER MONTHS. ANY SHORTFALL IS CARRIED FORWARD AND
      * RECOVERED FROM LATER EARNINGS.
      *
       400-SETTLE-ONE-AGENT.
      *
           COMPUTE WS-NET-AMOUNT = AGT-EARNED (AGT-SUB)
               - AGT-CHARGEBACKS (AGT-SUB)
               - AGT-CARRY-FORWARD (AGT-SUB).
           IF WS-NET-AMOUNT > ZERO
               MOVE ZERO TO WS-NEW-CARRY
           ELSE
               COMPUTE WS-NEW-CARRY = ZERO - WS-NET-AMOUNT
           END-IF.
           ADD WS-NEW-CARRY TO CT-NEW-CARRY.
           IF AGT-DETAIL-COUNT (AGT-SUB) > ZERO
                   OR AGT-CARRY-FORWARD (AGT-SUB) > ZERO
               PERFORM 410-PRINT-AGENT-STATEMENT
           END-IF.
           IF WS-NET-AMOUNT > ZERO
               MOVE SPACES TO AGENT-PAYMENT-RECORD
               MOVE AGT-AGENT-NUMBER (AGT-SUB) TO AP-AGENT-NUMBER
               MOVE AGT-AGENT-NAME (AGT-SUB)   TO AP-AGENT-NAME
               MOVE WS-NET-AMOUNT              TO AP-AMOUNT
               MOVE PD-BUSINESS-DATE           TO AP-BUSINESS-DATE
               WRITE AGENT-PAYMENT-RECORD
               ADD 1 TO CT-PAYMENTS-WRITTEN
               ADD WS-NET-AMOUNT TO CT-PAID-AMOUNT
           END-IF.
           MOVE SPACES TO AGENT-MASTER-RECORD.
           MOVE AGT-AGENT-NUMBER (AGT-SUB)    TO AG-AGENT-NUMBER.
           MOVE AGT-AGENT-NAME (AGT-SUB)      TO AG-AGENT-NAME.
           MOVE AGT-FIRST-YEAR-RATE (AGT-SUB) TO AG-FIRST-YEAR-RATE.
           MOVE AGT-RENEWAL-RATE (AGT-SUB)    TO AG-RENEWAL-RATE.
           MOVE AGT-AGENT-STATUS (AGT-SUB)    TO AG-AGENT-STATUS.
           MOVE WS-NEW-CARRY                  TO AG-CARRY-FORWARD.
           MOVE WS-COMM-MONTH                 TO AG-LAST-PAID-MONTH.
           WRITE AGENT-MASTER-RECORD.
           ADD 1 TO CT-AGENTS-WRITTEN.
      *
       410-PRINT-AGENT-STATEMENT.
      *
           MOVE WS-COMM-MONTH    TO HL1-COMM-MONTH.
           MOVE PD-BUSINESS-DATE TO HL1-BUSINESS-DATE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE AGT-AGENT-NUMBER (AGT-SUB) TO AGL-AGENT-NUMBER.
           MOVE AGT-AGENT-NAME (AGT-SUB)   TO AGL-AGENT-NAME.
           IF AGT-AGENT-ACTIVE (AGT-SUB)
               MOVE SPACES       TO AGL-STATUS
           ELSE
               MOVE "TERMINATED" TO AGL-STATUS
           END-IF.
           MOVE AGENT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 420-PRINT-ONE-DETAIL
               VARYING DTL-SUB FROM 1 BY 1
               UNTIL DTL-SUB > DTL-ENTRY-COUNT.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "COMMISSION EARNED" TO SML-LABEL.
           MOVE AGT-EARNED (AGT-SUB) TO SML-AMOUNT.
           PERFORM 430-PRINT-SUMMARY-LINE.
           MOVE "LESS CHARGEBACKS" TO SML-LABEL.
           MOVE AGT-CHARGEBACKS (AGT-SUB) TO SML-AMOUNT.
           PERFORM 430-PRINT-SUMMARY-LINE.
           MOVE "LESS PRIOR CARRY FORWARD" TO SML-LABEL.
           MOVE AGT-CARRY-FORWARD (AGT-SUB) TO SML-AMOUNT.
           PERFORM 430-PRINT-SUMMARY-LINE.
           IF WS-NET-AMOUNT > ZERO
               MOVE "NET COMMISSION PAID" TO SML-LABEL
               MOVE WS-NET-AMOUNT TO SML-AMOUNT
           ELSE
               MOVE "CARRIED FORWARD" TO SML-LABEL
               MOVE WS-NEW-CARRY TO SML-AMOUNT
           END-IF.
           PERFORM 430-PRINT-SUMMARY-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       420-PRINT-ONE-DETAIL.
      *
           IF DTL-AGENT-SUB (DTL-SUB) = AGT-SUB
               MOVE DTL-CLIENT-NUMBER (DTL-SUB)   TO DL-CLIENT-NUMBER
               MOVE DTL-CLIENT-NAME (DTL-SUB)     TO DL-CLIENT-NAME
               MOVE DTL-EVENT-DATE (DTL-SUB)      TO DL-EVENT-DATE
               MOVE DTL-COMMISSION-TYPE (DTL-SUB)
                   TO DL-COMMISSION-TYPE
               MOVE DTL-PREMIUM (DTL-SUB)         TO DL-PREMIUM
               MOVE DTL-RATE (DTL-SUB)            TO DL-RATE
               MOVE DTL-COMMISSION (DTL-SUB)      TO DL-COMMISSION
               MOVE DETAIL-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
      *
       430-PRINT-SUMMARY-LINE.
      *
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       500-WRITE-ONE-HISTORY.
      *
           MOVE SPACES TO AGENT-COMM-HISTORY-RECORD.
           MOVE HST-CLIENT-NUMBER (HST-SUB)   TO AH-CLIENT-NUMBER.
           MOVE HST-AGENT-NUMBER (HST-SUB)    TO AH-AGENT-NUMBER.
           MOVE HST-FIRST-YEAR-COMM (HST-SUB) TO AH-FIRST-YEAR-COMM.
           MOVE HST-RENEWAL-COMM (HST-SUB)    TO AH-RENEWAL-COMM.
           MOVE HST-CHARGED-BACK (HST-SUB)    TO AH-CHARGED-BACK.
           MOVE HST-LAST-MONTH (HST-SUB)      TO AH-LAST-MONTH.
           WRITE AGENT-COMM-HISTORY-RECORD.
           ADD 1 TO CT-HISTORY-WRITTEN.
      *
       600-PRINT-RUN-TOTALS.
      *
           MOVE WS-COMM-MONTH    TO HL1-COMM-MONTH.
           MOVE PD-BUSINESS-DATE TO HL1-BUSINESS-DATE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "RUN TOTALS" TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "PREMIUM COMMISSIONED" TO SML-LABEL.
           MOVE CT-PREMIUM-COMMISSIONED TO SML-AMOUNT.
           PERFORM 430-PRINT-SUMMARY-LINE.
           MOVE "COMMISSION EARNED" TO SML-LABEL.
           MOVE CT-COMMISSION-EARNED TO SML-AMOUNT.
           PERFORM 430-PRINT-SUMMARY-LINE.
           MOVE "LESS CHARGEBACKS" TO SML-LABEL.
           MOVE CT-CHARGEBACK-AMOUNT TO SML-AMOUNT.
           PERFORM 430-PRINT-SUMMARY-LINE.
           MOVE "LESS PRIOR CARRY FORWARD" TO SML-LABEL.
           MOVE CT-PRIOR-CARRY TO SML-AMOUNT.
           PERFORM 430-PRINT-SUMMARY-LINE.
           MOVE "PLUS NEW CARRY FORWARD" TO SML-LABEL.
           MOVE CT-NEW-CARRY TO SML-AMOUNT.
           PERFORM 430-PRINT-SUMMARY-LINE.
           MOVE "NET COMMISSION PAID" TO SML-LABEL.
           MOVE CT-PAID-AMOUNT TO SML-AMOUNT.
           PERFORM 430-PRINT-SUMMARY-LINE.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
