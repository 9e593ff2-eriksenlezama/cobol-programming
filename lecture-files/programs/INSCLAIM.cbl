      * UNKNOWN CLIENTS AND CLIENTS WHOSE COVERAGE IS LAPSED OR
      * TERMINATED ARE REJECTED WITH THE REASON - AND ACCEPTED
      * CLAIMS ARE APPENDED TO THE CLAIMS HISTORY MASTER (OLD/NEW
      * GENERATIONS, COPY CLMHIST) STAMPED WITH THE CLIENT'S CLASS
      * AND AGE SO THE LOSS-RATIO REPORT CAN CUT BY BOTH. EACH NEW
      * CLAIM TAKES THE NEXT CLAIM NUMBER AFTER THE HIGHEST ON FILE
      * AND GOES ON OPEN, DATED AT THE BUSINESS DATE (PROCDATE),
      * WITH A RESERVE OF WHAT THE BENEFIT TABLE (BENEFIT) WOULD PAY
      * ON THE AMOUNT CLAIMED - THE CLASS DEDUCTIBLE TAKEN OFF AND
      * THE REST CAPPED AT THE CLASS PER-CLAIM MAXIMUM. A CLAIM FOR
      * A CLASS WITH NO BENEFIT DEFINED IS REJECTED. CLMADJ DECIDES
      * THE CLAIM AND CLMPAY PAYS IT. EVERY RUN PRINTS A CLAIMS
      * REGISTER WITH CONTROL TOTALS. REJECTED CLAIMS ARE ALSO
      * WRITTEN TO THE REJECT FILE (CLMREJ - REASON X(20) AND THE
      * CLAIM TRANSACTION X(80)) FOR THE EXCEPTIONS QUEUE.
      *
      * CLMTRAN RECORDS: CLIENT 9(5), CLAIM DATE 9(8), AMOUNT
      * 9(7)V99, DESCRIPTION X(20).
               FILE STATUS IS WF-CLMHNEW-STATUS.
           SELECT CLAIMREG ASSIGN TO CLAIMREG
               FILE STATUS IS WF-CLAIMREG-STATUS.
           SELECT CLMREJ   ASSIGN TO CLMREJ
               FILE STATUS IS WF-CLMREJ-STATUS.
           SELECT BENEFIT  ASSIGN TO BENEFIT
               FILE STATUS IS WF-BENEFIT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
           05  FILLER                  PIC X(38).
      *
       FD  CLIENTMST.
       COPY CLIENT.
      *
       FD  CLMHIST-OLD
           RECORD CONTAINS 120 CHARACTERS.
       COPY CLMHIST.
      *
       FD  CLMHIST-NEW
           RECORD CONTAINS 120 CHARACTERS.
       01  CLAIM-HISTORY-NEW-REC       PIC X(120).
      *
       FD  CLAIMREG.
       01  PRINT-AREA       PIC X(80).
      *
       FD  CLMREJ
           RECORD CONTAINS 100 CHARACTERS.
       01  CLAIM-REJECT-RECORD.
           05  CRJ-REASON              PIC X(20).
           05  CRJ-IMAGE               PIC X(80).
      *
       FD  BENEFIT
           RECORD CONTAINS 80 CHARACTERS.
       COPY BENEFIT.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
               88  CLIENTMST-EOF                VALUE "Y".
           05  CLMHOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  CLMHOLD-EOF                  VALUE "Y".
           05  BENEFIT-EOF-SWITCH      PIC X    VALUE "N".
               88  BENEFIT-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CLMTRAN-STATUS   PIC XX.
               88  CLMHNEW-FILE-OK         VALUE "00".
           05  WF-CLAIMREG-STATUS  PIC XX.
               88  CLAIMREG-FILE-OK        VALUE "00".
           05  WF-CLMREJ-STATUS    PIC XX.
               88  CLMREJ-FILE-OK          VALUE "00".
           05  WF-BENEFIT-STATUS   PIC XX.
               88  BENEFIT-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  CLIENT-TABLE-FIELDS.
           05  CLT-ENTRY-COUNT     PIC S9(4)  COMP  VALUE ZERO.
               10  CLT-AGE                 PIC 99.
               10  CLT-CLASS-NUMBER        PIC 99.
               10  CLT-STATUS              PIC X.
      *
       01  BENEFIT-TABLE-FIELDS.
           05  BNT-ENTRY-COUNT     PIC S9(3)  COMP  VALUE ZERO.
           05  BNT-SUB             PIC S9(3)  COMP.
           05  BNT-MATCH-SUB       PIC S9(3)  COMP.
      *
       01  BENEFIT-TABLE.
           05  BENEFIT-ENTRY           OCCURS 99 TIMES.
               10  BNT-CLASS-NUMBER        PIC 99.
               10  BNT-DEDUCTIBLE          PIC 9(5)V99.
               10  BNT-CLAIM-MAXIMUM       PIC 9(7)V99.
      *
       01  CLAIM-FIELDS.
           05  WS-LAST-CLAIM-NUMBER    PIC 9(7)  VALUE ZERO.
           05  WS-RESERVE              PIC S9(7)V99  COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-CLAIMS-READ      PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-CLAIMS-ACCEPTED  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-CLAIMS-REJECTED  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-CARRIED  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ACCEPTED-AMOUNT  PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-RESERVES-SET     PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       01  REGISTER-LINE.
           05  RGL-CLIENT-NUMBER   PIC 9(5).
           05  RGL-CLAIM-AMOUNT    PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-STATUS          PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-CLAIM-NUMBER    PIC X(7).
           05  FILLER              PIC X(5)     VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  TTL-LABEL       PIC X(22).
           05  TTL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
           OPEN INPUT  CLMTRAN
                       CLIENTMST
                       CLMHIST-OLD
                       BENEFIT
                OUTPUT CLMHIST-NEW
                       CLAIMREG
                       CLMREJ.
           IF NOT CLMTRAN-FILE-OK
              DISPLAY "CLMTRAN OPEN ERROR: " WF-CLMTRAN-STATUS
              PERFORM 900-ABORT
              DISPLAY "CLAIMREG OPEN ERROR: " WF-CLAIMREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CLMREJ-FILE-OK
              DISPLAY "CLMREJ OPEN ERROR: " WF-CLMREJ-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT BENEFIT-FILE-OK
              DISPLAY "BENEFIT OPEN ERROR: " WF-BENEFIT-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-READ-PROCESSING-DATE.
           PERFORM 110-LOAD-CLIENT-TABLE
               UNTIL CLIENTMST-EOF.
           PERFORM 115-LOAD-BENEFIT-TABLE
               UNTIL BENEFIT-EOF.
           PERFORM 120-CARRY-OLD-HISTORY
               UNTIL CLMHOLD-EOF.
           PERFORM 200-PROCESS-ONE-CLAIM
               UNTIL CLMTRAN-EOF.
           MOVE "TOTAL CLAIMS ACCEPTED " TO TTL-LABEL.
           MOVE CT-ACCEPTED-AMOUNT TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "TOTAL RESERVES SET    " TO TTL-LABEL.
           MOVE CT-RESERVES-SET TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           DISPLAY "INSCLAIM CLAIMS READ     " CT-CLAIMS-READ.
                 CLIENTMST
                 CLMHIST-OLD
                 CLMHIST-NEW
                 CLAIMREG
                 CLMREJ
                 BENEFIT.
           GOBACK.
      *
       100-READ-PROCESSING-DATE.
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
       110-LOAD-CLIENT-TABLE.
      *
                           CM-CLIENT-NUMBER
                   END-IF
           END-READ.
      *
       115-LOAD-BENEFIT-TABLE.
      *
           READ BENEFIT
               AT END
                   MOVE "Y" TO BENEFIT-EOF-SWITCH
               NOT AT END
                   IF BNT-ENTRY-COUNT < 99
                       ADD 1 TO BNT-ENTRY-COUNT
                       MOVE BN-CLASS-NUMBER
                           TO BNT-CLASS-NUMBER (BNT-ENTRY-COUNT)
                       MOVE BN-DEDUCTIBLE
                           TO BNT-DEDUCTIBLE (BNT-ENTRY-COUNT)
                       MOVE BN-CLAIM-MAXIMUM
                           TO BNT-CLAIM-MAXIMUM (BNT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "BENEFIT TABLE FULL - CLASS OMITTED "
                           BN-CLASS-NUMBER
                   END-IF
           END-READ.
      *
       120-CARRY-OLD-HISTORY.
      *
                       TO CLAIM-HISTORY-NEW-REC
                   WRITE CLAIM-HISTORY-NEW-REC
                   ADD 1 TO CT-HISTORY-CARRIED
                   IF CH-CLAIM-NUMBER > WS-LAST-CLAIM-NUMBER
                       MOVE CH-CLAIM-NUMBER TO WS-LAST-CLAIM-NUMBER
                   END-IF
           END-READ.
      *
       200-PROCESS-ONE-CLAIM.
               VARYING CLT-SUB FROM 1 BY 1
               UNTIL CLT-SUB > CLT-ENTRY-COUNT
               OR CLT-MATCH-SUB > ZERO.
           MOVE ZERO TO BNT-MATCH-SUB.
           IF CLT-MATCH-SUB > ZERO
               PERFORM 220-FIND-BENEFIT
           END-IF.
           MOVE SPACES TO RGL-CLAIM-NUMBER.
           EVALUATE TRUE
               WHEN CLT-MATCH-SUB = ZERO
                   MOVE "CLIENT NOT ON FILE  " TO RGL-STATUS
                   MOVE CLT-CLIENT-NAME (CLT-MATCH-SUB)
                       TO RGL-CLIENT-NAME
                   PERFORM 250-REJECT-CLAIM
               WHEN BNT-MATCH-SUB = ZERO
                   MOVE "NO BENEFIT FOR CLASS" TO RGL-STATUS
                   MOVE CLT-CLIENT-NAME (CLT-MATCH-SUB)
                       TO RGL-CLIENT-NAME
                   PERFORM 250-REJECT-CLAIM
               WHEN OTHER
                   PERFORM 230-ACCEPT-CLAIM
           END-EVALUATE.
           IF CLT-CLIENT-NUMBER (CLT-SUB) = CL-CLIENT-NUMBER
               MOVE CLT-SUB TO CLT-MATCH-SUB
           END-IF.
      *
       220-FIND-BENEFIT.
      *
           PERFORM 225-MATCH-ONE-BENEFIT
               VARYING BNT-SUB FROM 1 BY 1
               UNTIL BNT-SUB > BNT-ENTRY-COUNT
               OR BNT-MATCH-SUB > ZERO.
      *
       225-MATCH-ONE-BENEFIT.
      *
           IF BNT-CLASS-NUMBER (BNT-SUB)
                   = CLT-CLASS-NUMBER (CLT-MATCH-SUB)
               MOVE BNT-SUB TO BNT-MATCH-SUB
           END-IF.
      *
      * THE OPENING RESERVE IS WHAT THE CLAIM WOULD PAY IF IT WERE
      * APPROVED AS CLAIMED.
      *
       230-ACCEPT-CLAIM.
      *
           COMPUTE WS-RESERVE =
               CL-CLAIM-AMOUNT - BNT-DEDUCTIBLE (BNT-MATCH-SUB).
           IF WS-RESERVE < ZERO
               MOVE ZERO TO WS-RESERVE
           END-IF.
           IF WS-RESERVE > BNT-CLAIM-MAXIMUM (BNT-MATCH-SUB)
               MOVE BNT-CLAIM-MAXIMUM (BNT-MATCH-SUB) TO WS-RESERVE
           END-IF.
           ADD 1 TO WS-LAST-CLAIM-NUMBER.
           MOVE SPACES TO CLAIM-HISTORY-RECORD.
           MOVE CL-CLIENT-NUMBER TO CH-CLIENT-NUMBER.
           MOVE CLT-CLASS-NUMBER (CLT-MATCH-SUB)
           MOVE CL-CLAIM-DATE    TO CH-CLAIM-DATE.
           MOVE CL-CLAIM-AMOUNT  TO CH-CLAIM-AMOUNT.
           MOVE CL-DESCRIPTION   TO CH-DESCRIPTION.
           MOVE WS-LAST-CLAIM-NUMBER TO CH-CLAIM-NUMBER.
           SET CH-CLAIM-OPEN     TO TRUE.
           MOVE PD-BUSINESS-DATE TO CH-STATUS-DATE.
           MOVE ZERO             TO CH-DEDUCTIBLE-APPLIED.
           MOVE ZERO             TO CH-APPROVED-AMOUNT.
           MOVE WS-RESERVE       TO CH-RESERVE-AMOUNT.
           MOVE ZERO             TO CH-PAID-AMOUNT.
           MOVE CLAIM-HISTORY-RECORD TO CLAIM-HISTORY-NEW-REC.
           WRITE CLAIM-HISTORY-NEW-REC.
           ADD 1 TO CT-CLAIMS-ACCEPTED.
           ADD CL-CLAIM-AMOUNT TO CT-ACCEPTED-AMOUNT.
           ADD WS-RESERVE TO CT-RESERVES-SET.
           MOVE WS-LAST-CLAIM-NUMBER TO RGL-CLAIM-NUMBER.
           MOVE CLT-CLIENT-NAME (CLT-MATCH-SUB) TO RGL-CLIENT-NAME.
           MOVE "ACCEPTED            " TO RGL-STATUS.
           PERFORM 260-PRINT-REGISTER-LINE.
      *
           ADD 1 TO CT-CLAIMS-REJECTED.
           PERFORM 260-PRINT-REGISTER-LINE.
           MOVE RGL-STATUS         TO CRJ-REASON.
           MOVE CLAIM-TRANS-RECORD TO CRJ-IMAGE.
           WRITE CLAIM-REJECT-RECORD.
      *
       260-PRINT-REGISTER-LINE.
      *
