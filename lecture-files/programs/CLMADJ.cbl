       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMADJ.
      *
      * CLAIMS ADJUDICATION. THE ADJUSTERS' DECISIONS COME IN ON THE
      * ADJUDICATION TRANSACTION FILE (ADJTRAN) BY CLAIM NUMBER AND
      * ARE APPLIED TO THE CLAIMS HISTORY MASTER (CLMHOLD IN,
      * CLMHNEW OUT, COPY CLMHIST):
      *   A  APPROVE AN OPEN CLAIM. THE AMOUNT IS THE ALLOWED LOSS
      *      (ZERO MEANS ALLOW THE AMOUNT CLAIMED). THE CLASS
      *      DEDUCTIBLE FROM THE BENEFIT TABLE (BENEFIT) COMES OFF
      *      AND THE REST IS PAYABLE UP TO THE CLASS PER-CLAIM
      *      MAXIMUM. THE RESERVE BECOMES THE PAYABLE AMOUNT; A
      *      CLAIM WITH NOTHING PAYABLE IS CLOSED.
      *   D  DENY AN OPEN OR APPROVED (NOT YET PAID) CLAIM. THE
      *      DENIAL REASON IS REQUIRED AND THE RESERVE IS RELEASED.
      *   R  REVISE THE RESERVE ON AN OPEN CLAIM TO THE AMOUNT.
      *   C  CLOSE A CLAIM THAT IS PAID, DENIED OR STILL OPEN (A
      *      WITHDRAWN CLAIM). AN APPROVED CLAIM MUST BE PAID FIRST.
      * SEVERAL TRANSACTIONS FOR ONE CLAIM ARE APPLIED IN FILE
      * ORDER. A STATUS CHANGE IS DATED AT THE BUSINESS DATE
      * (PROCDATE). CLMPAY PAYS THE APPROVED CLAIMS.
      *
      * EVERY TRANSACTION IS LISTED ON THE ADJUDICATION REGISTER
      * (ADJRPT) WITH THE STATUS BEFORE AND AFTER AND THE RESERVE
      * LEFT ON THE CLAIM; A REJECTED TRANSACTION IS LISTED WITH
      * THE REASON AND ENDS THE RUN WITH RETURN CODE 4. THE
      * REGISTER ENDS WITH THE RESERVES OUTSTANDING ON THE WHOLE
      * MASTER.
      *
      * ADJTRAN RECORDS: CLAIM NUMBER 9(7), CODE X, AMOUNT 9(7)V99,
      * DENIAL REASON X(20).
      * STATUS CODES: O OPEN, A APPROVED, D DENIED, P PAID,
      * C CLOSED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJTRAN  ASSIGN TO ADJTRAN
               FILE STATUS IS WF-ADJTRAN-STATUS.
           SELECT CLMHIST-OLD ASSIGN TO CLMHOLD
               FILE STATUS IS WF-CLMHOLD-STATUS.
           SELECT CLMHIST-NEW ASSIGN TO CLMHNEW
               FILE STATUS IS WF-CLMHNEW-STATUS.
           SELECT BENEFIT  ASSIGN TO BENEFIT
               FILE STATUS IS WF-BENEFIT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT ADJRPT   ASSIGN TO ADJRPT
               FILE STATUS IS WF-ADJRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ADJTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  ADJUDICATION-TRANS-RECORD.
           05  AJ-CLAIM-NUMBER         PIC 9(7).
           05  AJ-CODE                 PIC X.
           05  AJ-AMOUNT               PIC 9(7)V9(2).
           05  AJ-DENIAL-REASON        PIC X(20).
           05  FILLER                  PIC X(43).
      *
       FD  CLMHIST-OLD
           RECORD CONTAINS 120 CHARACTERS.
       COPY CLMHIST.
      *
       FD  CLMHIST-NEW
           RECORD CONTAINS 120 CHARACTERS.
       01  CLAIM-HISTORY-NEW-REC       PIC X(120).
      *
       FD  BENEFIT
           RECORD CONTAINS 80 CHARACTERS.
       COPY BENEFIT.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  ADJRPT.
       01  PRINT-AREA       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ADJTRAN-EOF-SWITCH      PIC X    VALUE "N".
               88  ADJTRAN-EOF                  VALUE "Y".
           05  CLMHOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  CLMHOLD-EOF                  VALUE "Y".
           05  BENEFIT-EOF-SWITCH      PIC X    VALUE "N".
               88  BENEFIT-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-ADJTRAN-STATUS   PIC XX.
               88  ADJTRAN-FILE-OK         VALUE "00".
           05  WF-CLMHOLD-STATUS   PIC XX.
               88  CLMHOLD-FILE-OK         VALUE "00".
           05  WF-CLMHNEW-STATUS   PIC XX.
               88  CLMHNEW-FILE-OK         VALUE "00".
           05  WF-BENEFIT-STATUS   PIC XX.
               88  BENEFIT-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-ADJRPT-STATUS    PIC XX.
               88  ADJRPT-FILE-OK          VALUE "00".
      *
       01  TRANS-TABLE-FIELDS.
           05  AT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  AT-SUB              PIC S9(4)  COMP.
      *
       01  TRANS-TABLE.
           05  TRANS-ENTRY             OCCURS 2000 TIMES.
               10  AT-CLAIM-NUMBER         PIC 9(7).
               10  AT-CODE                 PIC X.
               10  AT-AMOUNT               PIC 9(7)V99.
               10  AT-DENIAL-REASON        PIC X(20).
               10  AT-MATCHED-SWITCH       PIC X.
                   88  AT-MATCHED                  VALUE "Y".
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
       01  ADJUDICATION-FIELDS.
           05  WS-OLD-STATUS           PIC X.
           05  WS-ALLOWED-AMOUNT       PIC 9(7)V99.
           05  WS-DEDUCTIBLE           PIC 9(7)V99.
           05  WS-PAYABLE              PIC 9(7)V99.
           05  WS-REJECT-REASON        PIC X(30).
           05  WS-RESULT-NOTE          PIC X(30).
      *
       01  CONTROL-TOTALS.
           05  CT-TRANS-READ       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-APPLIED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-REJECTED   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-CLAIMS-APPROVED  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-APPROVED-AMOUNT  PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-CLAIMS-DENIED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RESERVE-CHANGES  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-CLAIMS-CLOSED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CLAIMS-RESERVED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RESERVES-OUTSTANDING
                                   PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER              PIC X(30)
                   VALUE "CLAIMS ADJUDICATION REGISTER  ".
           05  FILLER              PIC X(15)    VALUE "BUSINESS DATE ".
           05  HL1-BUSINESS-DATE   PIC 9(8).
           05  FILLER              PIC X(27)    VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER              PIC X(8)     VALUE "CLAIM".
           05  FILLER              PIC X(7)     VALUE "CLIENT".
           05  FILLER              PIC X(2)     VALUE "C".
           05  FILLER              PIC X(11)    VALUE "     AMOUNT".
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE "STAT".
           05  FILLER              PIC X(12)    VALUE "     RESERVE".
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(32)    VALUE "NOTE".
      *
       01  REGISTER-LINE.
           05  RGL-CLAIM-NUMBER    PIC X(7).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-CLIENT-NUMBER   PIC X(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-CODE            PIC X.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-AMOUNT          PIC ZZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-OLD-STATUS      PIC X.
           05  FILLER              PIC X(2)     VALUE "->".
           05  RGL-NEW-STATUS      PIC X.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-RESERVE         PIC ZZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-NOTE            PIC X(30).
           05  FILLER              PIC X(2)     VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  TTL-LABEL           PIC X(22).
           05  TTL-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(35)    VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-ADJUDICATE-CLAIMS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PROCESSING-DATE.
           PERFORM 120-LOAD-ONE-TRANS
               UNTIL ADJTRAN-EOF.
           PERFORM 130-LOAD-ONE-BENEFIT
               UNTIL BENEFIT-EOF.
           PERFORM 150-PRINT-HEADING-LINES.
           PERFORM 200-ADJUDICATE-ONE-CLAIM
               UNTIL CLMHOLD-EOF.
           PERFORM 400-REJECT-IF-UNMATCHED
               VARYING AT-SUB FROM 1 BY 1
               UNTIL AT-SUB > AT-ENTRY-COUNT.
           PERFORM 500-PRINT-TOTALS.
           DISPLAY "CLMADJ TRANS READ        " CT-TRANS-READ.
           DISPLAY "CLMADJ TRANS APPLIED     " CT-TRANS-APPLIED.
           DISPLAY "CLMADJ TRANS REJECTED    " CT-TRANS-REJECTED.
           DISPLAY "CLMADJ HISTORY READ      " CT-HISTORY-READ.
           DISPLAY "CLMADJ HISTORY WRITTEN   " CT-HISTORY-WRITTEN.
           IF CT-TRANS-READ = CT-TRANS-APPLIED + CT-TRANS-REJECTED
                   AND CT-HISTORY-READ = CT-HISTORY-WRITTEN
               DISPLAY "*** CLMADJ RUN IS IN BALANCE ***"
               IF CT-TRANS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** CLMADJ RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE ADJTRAN
                 CLMHIST-OLD
                 CLMHIST-NEW
                 BENEFIT
                 ADJRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  ADJTRAN
                       CLMHIST-OLD
                       BENEFIT
                OUTPUT CLMHIST-NEW
                       ADJRPT.
           IF NOT ADJTRAN-FILE-OK
              DISPLAY "ADJTRAN OPEN ERROR: " WF-ADJTRAN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CLMHOLD-FILE-OK
              DISPLAY "CLMHOLD OPEN ERROR: " WF-CLMHOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT BENEFIT-FILE-OK
              DISPLAY "BENEFIT OPEN ERROR: " WF-BENEFIT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CLMHNEW-FILE-OK
              DISPLAY "CLMHNEW OPEN ERROR: " WF-CLMHNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ADJRPT-FILE-OK
              DISPLAY "ADJRPT OPEN ERROR: " WF-ADJRPT-STATUS
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
      * A DECISION CANNOT SIMPLY BE DROPPED, SO A FULL TABLE STOPS
      * THE RUN BEFORE ANYTHING IS WRITTEN.
      *
       120-LOAD-ONE-TRANS.
      *
           READ ADJTRAN
               AT END
                   MOVE "Y" TO ADJTRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
                   IF AT-ENTRY-COUNT < 2000
                       ADD 1 TO AT-ENTRY-COUNT
                       MOVE AJ-CLAIM-NUMBER
                           TO AT-CLAIM-NUMBER (AT-ENTRY-COUNT)
                       MOVE AJ-CODE
                           TO AT-CODE (AT-ENTRY-COUNT)
                       MOVE AJ-AMOUNT
                           TO AT-AMOUNT (AT-ENTRY-COUNT)
                       MOVE AJ-DENIAL-REASON
                           TO AT-DENIAL-REASON (AT-ENTRY-COUNT)
                       MOVE "N"
                           TO AT-MATCHED-SWITCH (AT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "ADJUDICATION TABLE FULL AT CLAIM "
                           AJ-CLAIM-NUMBER
                       PERFORM 900-ABORT
                   END-IF
           END-READ.
      *
       130-LOAD-ONE-BENEFIT.
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
       150-PRINT-HEADING-LINES.
      *
           MOVE PD-BUSINESS-DATE TO HL1-BUSINESS-DATE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       200-ADJUDICATE-ONE-CLAIM.
      *
           READ CLMHIST-OLD
               AT END
                   MOVE "Y" TO CLMHOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
                   PERFORM 210-TRY-ONE-TRANS
                       VARYING AT-SUB FROM 1 BY 1
                       UNTIL AT-SUB > AT-ENTRY-COUNT
                   IF CH-CLAIM-OPEN OR CH-CLAIM-APPROVED
                       ADD 1 TO CT-CLAIMS-RESERVED
                       ADD CH-RESERVE-AMOUNT
                           TO CT-RESERVES-OUTSTANDING
                   END-IF
                   MOVE CLAIM-HISTORY-RECORD
                       TO CLAIM-HISTORY-NEW-REC
                   WRITE CLAIM-HISTORY-NEW-REC
                   ADD 1 TO CT-HISTORY-WRITTEN
           END-READ.
      *
       210-TRY-ONE-TRANS.
      *
           IF AT-CLAIM-NUMBER (AT-SUB) = CH-CLAIM-NUMBER
                   AND NOT AT-MATCHED (AT-SUB)
               MOVE "Y" TO AT-MATCHED-SWITCH (AT-SUB)
               PERFORM 300-APPLY-ONE-TRANS
           END-IF.
      *
       300-APPLY-ONE-TRANS.
      *
           MOVE CH-CLAIM-STATUS TO WS-OLD-STATUS.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-RESULT-NOTE.
           EVALUATE AT-CODE (AT-SUB)
               WHEN "A"
                   PERFORM 310-APPROVE-CLAIM
               WHEN "D"
                   PERFORM 320-DENY-CLAIM
               WHEN "R"
                   PERFORM 330-REVISE-RESERVE
               WHEN "C"
                   PERFORM 340-CLOSE-CLAIM
               WHEN OTHER
                   MOVE "INVALID TRANS CODE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO CT-TRANS-REJECTED
               MOVE WS-REJECT-REASON TO WS-RESULT-NOTE
           ELSE
               ADD 1 TO CT-TRANS-APPLIED
           END-IF.
           MOVE CH-CLAIM-NUMBER   TO RGL-CLAIM-NUMBER.
           MOVE CH-CLIENT-NUMBER  TO RGL-CLIENT-NUMBER.
           MOVE WS-OLD-STATUS     TO RGL-OLD-STATUS.
           MOVE CH-CLAIM-STATUS   TO RGL-NEW-STATUS.
           MOVE CH-RESERVE-AMOUNT TO RGL-RESERVE.
           PERFORM 450-PRINT-REGISTER-LINE.
      *
      * THE DEDUCTIBLE NEVER TAKES MORE THAN THE ALLOWED LOSS, AND
      * WHAT IS LEFT IS PAID NO HIGHER THAN THE CLASS MAXIMUM.
      *
       310-APPROVE-CLAIM.
      *
           IF NOT CH-CLAIM-OPEN
               MOVE "CLAIM NOT OPEN" TO WS-REJECT-REASON
           ELSE
           IF AT-AMOUNT (AT-SUB) NOT NUMERIC
               MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
           ELSE
               PERFORM 350-FIND-BENEFIT
               IF BNT-MATCH-SUB = ZERO
                   MOVE "NO BENEFIT FOR CLASS" TO WS-REJECT-REASON
               ELSE
                   PERFORM 315-SET-APPROVED-AMOUNT
               END-IF
           END-IF
           END-IF.
      *
       315-SET-APPROVED-AMOUNT.
      *
           IF AT-AMOUNT (AT-SUB) = ZERO
               MOVE CH-CLAIM-AMOUNT TO WS-ALLOWED-AMOUNT
           ELSE
               MOVE AT-AMOUNT (AT-SUB) TO WS-ALLOWED-AMOUNT
           END-IF.
           MOVE BNT-DEDUCTIBLE (BNT-MATCH-SUB) TO WS-DEDUCTIBLE.
           IF WS-DEDUCTIBLE > WS-ALLOWED-AMOUNT
               MOVE WS-ALLOWED-AMOUNT TO WS-DEDUCTIBLE
           END-IF.
           COMPUTE WS-PAYABLE = WS-ALLOWED-AMOUNT - WS-DEDUCTIBLE.
           IF WS-PAYABLE > BNT-CLAIM-MAXIMUM (BNT-MATCH-SUB)
               MOVE BNT-CLAIM-MAXIMUM (BNT-MATCH-SUB) TO WS-PAYABLE
           END-IF.
           MOVE WS-DEDUCTIBLE    TO CH-DEDUCTIBLE-APPLIED.
           MOVE WS-PAYABLE       TO CH-APPROVED-AMOUNT.
           MOVE WS-PAYABLE       TO CH-RESERVE-AMOUNT.
           MOVE PD-BUSINESS-DATE TO CH-STATUS-DATE.
           IF WS-PAYABLE = ZERO
               SET CH-CLAIM-CLOSED TO TRUE
               ADD 1 TO CT-CLAIMS-CLOSED
               MOVE "BELOW DEDUCTIBLE - CLOSED" TO WS-RESULT-NOTE
           ELSE
               SET CH-CLAIM-APPROVED TO TRUE
               ADD 1 TO CT-CLAIMS-APPROVED
               ADD WS-PAYABLE TO CT-APPROVED-AMOUNT
               MOVE "APPROVED" TO WS-RESULT-NOTE
           END-IF.
      *
       320-DENY-CLAIM.
      *
           IF NOT CH-CLAIM-OPEN AND NOT CH-CLAIM-APPROVED
               MOVE "CLAIM NOT OPEN OR APPROVED" TO WS-REJECT-REASON
           ELSE
           IF AT-DENIAL-REASON (AT-SUB) = SPACES
               MOVE "NO DENIAL REASON" TO WS-REJECT-REASON
           ELSE
               SET CH-CLAIM-DENIED TO TRUE
               MOVE PD-BUSINESS-DATE TO CH-STATUS-DATE
               MOVE ZERO TO CH-APPROVED-AMOUNT
               MOVE ZERO TO CH-RESERVE-AMOUNT
               MOVE AT-DENIAL-REASON (AT-SUB) TO CH-DENIAL-REASON
               ADD 1 TO CT-CLAIMS-DENIED
               MOVE AT-DENIAL-REASON (AT-SUB) TO WS-RESULT-NOTE
           END-IF
           END-IF.
      *
       330-REVISE-RESERVE.
      *
           IF NOT CH-CLAIM-OPEN
               MOVE "CLAIM NOT OPEN" TO WS-REJECT-REASON
           ELSE
           IF AT-AMOUNT (AT-SUB) NOT NUMERIC
               MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
           ELSE
               MOVE AT-AMOUNT (AT-SUB) TO CH-RESERVE-AMOUNT
               ADD 1 TO CT-RESERVE-CHANGES
               MOVE "RESERVE REVISED" TO WS-RESULT-NOTE
           END-IF
           END-IF.
      *
       340-CLOSE-CLAIM.
      *
           IF CH-CLAIM-APPROVED
               MOVE "APPROVED - NOT YET PAID" TO WS-REJECT-REASON
           ELSE
           IF CH-CLAIM-CLOSED
               MOVE "CLAIM ALREADY CLOSED" TO WS-REJECT-REASON
           ELSE
               SET CH-CLAIM-CLOSED TO TRUE
               MOVE PD-BUSINESS-DATE TO CH-STATUS-DATE
               MOVE ZERO TO CH-RESERVE-AMOUNT
               ADD 1 TO CT-CLAIMS-CLOSED
               MOVE "CLOSED" TO WS-RESULT-NOTE
           END-IF
           END-IF.
      *
       350-FIND-BENEFIT.
      *
           MOVE ZERO TO BNT-MATCH-SUB.
           PERFORM 355-MATCH-ONE-BENEFIT
               VARYING BNT-SUB FROM 1 BY 1
               UNTIL BNT-SUB > BNT-ENTRY-COUNT
               OR BNT-MATCH-SUB > ZERO.
      *
       355-MATCH-ONE-BENEFIT.
      *
           IF BNT-CLASS-NUMBER (BNT-SUB) = CH-CLASS-NUMBER
               MOVE BNT-SUB TO BNT-MATCH-SUB
           END-IF.
      *
       400-REJECT-IF-UNMATCHED.
      *
           IF NOT AT-MATCHED (AT-SUB)
               ADD 1 TO CT-TRANS-REJECTED
               MOVE SPACES TO RGL-CLAIM-NUMBER
               IF AT-CLAIM-NUMBER (AT-SUB) NUMERIC
                   MOVE AT-CLAIM-NUMBER (AT-SUB) TO RGL-CLAIM-NUMBER
               END-IF
               MOVE SPACES TO RGL-CLIENT-NUMBER
               MOVE SPACES TO RGL-OLD-STATUS
               MOVE SPACES TO RGL-NEW-STATUS
               MOVE ZERO   TO RGL-RESERVE
               MOVE "CLAIM NOT ON FILE" TO WS-RESULT-NOTE
               PERFORM 450-PRINT-REGISTER-LINE
           END-IF.
      *
       450-PRINT-REGISTER-LINE.
      *
           MOVE AT-CODE (AT-SUB) TO RGL-CODE.
           IF AT-AMOUNT (AT-SUB) NUMERIC
               MOVE AT-AMOUNT (AT-SUB) TO RGL-AMOUNT
           ELSE
               MOVE ZERO TO RGL-AMOUNT
           END-IF.
           MOVE WS-RESULT-NOTE TO RGL-NOTE.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       500-PRINT-TOTALS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "CLAIMS APPROVED       " TO TTL-LABEL.
           MOVE CT-CLAIMS-APPROVED       TO TTL-COUNT.
           MOVE CT-APPROVED-AMOUNT       TO TTL-AMOUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "CLAIMS DENIED         " TO TTL-LABEL.
           MOVE CT-CLAIMS-DENIED         TO TTL-COUNT.
           MOVE ZERO                     TO TTL-AMOUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "RESERVES REVISED      " TO TTL-LABEL.
           MOVE CT-RESERVE-CHANGES       TO TTL-COUNT.
           MOVE ZERO                     TO TTL-AMOUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "CLAIMS CLOSED         " TO TTL-LABEL.
           MOVE CT-CLAIMS-CLOSED         TO TTL-COUNT.
           MOVE ZERO                     TO TTL-AMOUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED " TO TTL-LABEL.
           MOVE CT-TRANS-REJECTED        TO TTL-COUNT.
           MOVE ZERO                     TO TTL-AMOUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "RESERVES OUTSTANDING  " TO TTL-LABEL.
           MOVE CT-CLAIMS-RESERVED       TO TTL-COUNT.
           MOVE CT-RESERVES-OUTSTANDING  TO TTL-AMOUNT.
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
