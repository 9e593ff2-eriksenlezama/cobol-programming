      * PREMIUM RECEIVABLES AND LAPSE PROCESSING FOR THE INSURANCE
      * SIDE. CARRIES A PER-CLIENT OPEN-BALANCE FILE (INSBAL,
      * OLD/NEW GENERATIONS): THE RUN ADDS THE PERIOD'S INSINV
      * PREMIUMS - INCLUDING THE ENDORSE MID-TERM ADJUSTMENTS, A
      * RETURN PREMIUM TAKEN OFF THE BALANCE AS A CREDIT - POSTS
      * THE INSPAY PAYMENTS AGAINST THEM, AND
      * WRITES THE NEW BALANCES. A CLIENT STILL UNPAID PAST THE
      * GRACE PERIOD IS LAPSED ON THE CLIENT MASTER (STATUS 'L')
      * SO THE NEXT INSBILL RUN SEES IT, AND A LAPSED CLIENT WHOSE
      * BACK PREMIUMS ARE PAID UP IS REINSTATED TO 'A'. THE RUN
      * PRINTS AN UNPAID-PREMIUM AGING AND A LAPSE/REINSTATE
      * REGISTER. EVERY PAYMENT POSTED AND EVERY LAPSE IS ADDED TO
      * THE MONTH'S COLLECTION EVENT FILE (INSCOLL, COPY INSCOLL)
      * THE AGENT COMMISSION RUN PAYS AND CHARGES BACK FROM.
      *
      * SYSIN CARDS: CARD 1 = AS-OF DATE YYYYMMDD, CARD 2 = GRACE
      * DAYS 999. INSPAY RECORDS: CLIENT 9(5), AMOUNT 9(7)V99,
               FILE STATUS IS WF-CLTNEW-STATUS.
           SELECT RECVRPT  ASSIGN TO RECVRPT
               FILE STATUS IS WF-RECVRPT-STATUS.
           SELECT INSCOLL  ASSIGN TO INSCOLL
               FILE STATUS IS WF-INSCOLL-STATUS.
      *
       DATA DIVISION.
      *
           05  IV-INSURANCE-RATE       PIC 99V99.
           05  IV-COVERAGE-UNITS      PIC 9(3).
           05  IV-PREMIUM              PIC 9(7)V99.
           05  IV-INVOICE-TYPE         PIC X.
               88  IV-PERIOD-PREMIUM       VALUE "P" " ".
               88  IV-ADDITIONAL-PREMIUM   VALUE "A".
               88  IV-RETURN-PREMIUM       VALUE "R".
           05  FILLER                  PIC X.
      *
       FD  INSPAY
           RECORD CONTAINS 80 CHARACTERS.
           05  FILLER                  PIC X(58).
      *
       FD  CLIENTMST-OLD.
       COPY CLIENT.
      *
       FD  CLIENTMST-NEW.
       01  CLIENT-NEW-RECORD           PIC X(60).
      *
       FD  RECVRPT.
       01  PRINT-AREA       PIC X(80).
      *
       FD  INSCOLL
           RECORD CONTAINS 80 CHARACTERS.
       COPY INSCOLL.
      *
       WORKING-STORAGE SECTION.
      *
               88  CLTNEW-FILE-OK          VALUE "00".
           05  WF-RECVRPT-STATUS   PIC XX.
               88  RECVRPT-FILE-OK         VALUE "00".
           05  WF-INSCOLL-STATUS   PIC XX.
               88  INSCOLL-FILE-OK         VALUE "00".
      *
       01  CONTROL-CARDS.
           05  WS-ASOF-CARD        PIC X(8).
      *
       01  CONTROL-TOTALS.
           05  CT-INVOICES-POSTED  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RETURNS-POSTED   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-PAYMENTS-POSTED  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-PAYMENTS-UNKNOWN PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-CLIENTS-LAPSED   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-REINSTATED       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-EVENTS-WRITTEN   PIC S9(5)     COMP-3 VALUE ZERO.
      *
       01  REGISTER-LINE.
           05  RGL-CLIENT-NUMBER   PIC 9(5).
               UNTIL BT-SUB > BT-ENTRY-COUNT.
           PERFORM 350-PRINT-AGING-SECTION.
           DISPLAY "INSRECV INVOICES POSTED  " CT-INVOICES-POSTED.
           DISPLAY "INSRECV RETURNS POSTED   " CT-RETURNS-POSTED.
           DISPLAY "INSRECV PAYMENTS POSTED  " CT-PAYMENTS-POSTED.
           DISPLAY "INSRECV PAYMENTS UNKNOWN " CT-PAYMENTS-UNKNOWN.
           DISPLAY "INSRECV CLIENTS LAPSED   " CT-CLIENTS-LAPSED.
           DISPLAY "INSRECV REINSTATED       " CT-REINSTATED.
           DISPLAY "INSRECV EVENTS WRITTEN   " CT-EVENTS-WRITTEN.
           IF CT-EVENTS-WRITTEN NOT =
                   CT-PAYMENTS-POSTED + CT-CLIENTS-LAPSED
               DISPLAY "*** INSCOLL EVENTS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE INSBAL-OLD
                 INSBAL-NEW
                 INSINV
                 INSPAY
                 CLIENTMST-OLD
                 CLIENTMST-NEW
                 RECVRPT
                 INSCOLL.
           GOBACK.
      *
       100-OPEN-FILES.
                       CLIENTMST-OLD
                OUTPUT INSBAL-NEW
                       CLIENTMST-NEW
                       RECVRPT
                EXTEND INSCOLL.
           IF NOT INSBOLD-FILE-OK
              DISPLAY "INSBOLD OPEN ERROR: " WF-INSBOLD-STATUS
              PERFORM 900-ABORT
              DISPLAY "RECVRPT OPEN ERROR: " WF-RECVRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT INSCOLL-FILE-OK
              DISPLAY "INSCOLL OPEN ERROR: " WF-INSCOLL-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-READ-CONTROL-CARDS.
      *
           END-IF.
      *
      * THE PERIOD'S PREMIUM GOES ON THE BALANCE; A CLIENT WHO WAS
      * PAID UP STARTS A NEW UNPAID CLOCK AT THE AS-OF DATE. A
      * RETURN PREMIUM COMES OFF THE BALANCE LIKE A PAYMENT.
      *
       140-POST-ONE-INVOICE.
      *
                   MOVE IV-CLIENT-NAME   TO WS-LOOKUP-NAME
                   PERFORM 130-FIND-OR-ADD-CLIENT
                   IF BT-MATCH-SUB > ZERO
                       IF IV-RETURN-PREMIUM
                           PERFORM 145-POST-RETURN-PREMIUM
                       ELSE
                           PERFORM 142-POST-PREMIUM-DUE
                       END-IF
                   END-IF
           END-READ.
      *
       142-POST-PREMIUM-DUE.
      *
           IF BT-OPEN-BALANCE (BT-MATCH-SUB) NOT > ZERO
               MOVE WS-ASOF-DATE TO BT-OLDEST-UNPAID (BT-MATCH-SUB)
           END-IF.
           ADD IV-PREMIUM TO BT-OPEN-BALANCE (BT-MATCH-SUB).
           ADD 1 TO CT-INVOICES-POSTED.
      *
       145-POST-RETURN-PREMIUM.
      *
           SUBTRACT IV-PREMIUM FROM BT-OPEN-BALANCE (BT-MATCH-SUB).
           IF BT-OPEN-BALANCE (BT-MATCH-SUB) NOT > ZERO
               MOVE ZERO TO BT-OLDEST-UNPAID (BT-MATCH-SUB)
           END-IF.
           ADD 1 TO CT-RETURNS-POSTED.
      *
       160-POST-ONE-PAYMENT.
      *
                   MOVE ZERO TO BT-OLDEST-UNPAID (BT-MATCH-SUB)
               END-IF
               ADD 1 TO CT-PAYMENTS-POSTED
               MOVE SPACES           TO COLLECTION-EVENT-RECORD
               SET CO-PREMIUM-COLLECTED TO TRUE
               MOVE IP-CLIENT-NUMBER TO CO-CLIENT-NUMBER
               MOVE IP-AMOUNT        TO CO-AMOUNT
               MOVE IP-PAYMENT-DATE  TO CO-EVENT-DATE
               PERFORM 170-WRITE-COLLECTION-EVENT
           END-IF.
      *
       170-WRITE-COLLECTION-EVENT.
      *
           MOVE WS-ASOF-DATE TO CO-RUN-DATE.
           WRITE COLLECTION-EVENT-RECORD.
           ADD 1 TO CT-EVENTS-WRITTEN.
      *
       180-CLEAR-ONE-BUCKET.
      *
                   ADD 1 TO CT-CLIENTS-LAPSED
                   MOVE "LAPSED      " TO RGL-ACTION
                   PERFORM 250-PRINT-REGISTER-LINE
                   MOVE SPACES           TO COLLECTION-EVENT-RECORD
                   SET CO-POLICY-LAPSED  TO TRUE
                   MOVE CM-CLIENT-NUMBER TO CO-CLIENT-NUMBER
                   MOVE ZERO             TO CO-AMOUNT
                   MOVE WS-ASOF-DATE     TO CO-EVENT-DATE
                   PERFORM 170-WRITE-COLLECTION-EVENT
               END-IF
           END-IF.
      *
