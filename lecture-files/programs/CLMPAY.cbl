       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMPAY.
      *
      * CLAIMS PAYMENT RUN. EVERY APPROVED CLAIM ON THE CLAIMS
      * HISTORY MASTER (CLMHOLD IN, CLMHNEW OUT, COPY CLMHIST) IS
      * SENT TO THE DISBURSEMENT RUN (DISBURSE) AS ONE CLAIM
      * PAYMENT RECORD (CLMPAYX - PAYEE TYPE C, THE INSURANCE
      * CLIENT) FOR ITS APPROVED AMOUNT, AND IS MARKED PAID AT THE
      * BUSINESS DATE (PROCDATE) WITH ITS RESERVE RELEASED. THE
      * CLIENT NAME COMES FROM THE CLIENT MASTER (CLIENTMST). EVERY
      * CLAIM PAID IS LISTED ON THE CLAIMS PAYMENT REGISTER
      * (CLMPREG) WITH THE RUN TOTAL.
      *
      * CLMPAYX RECORD: CLIENT 9(5), CLIENT NAME X(25), CLAIM
      * NUMBER 9(7), AMOUNT 9(7)V99, BUSINESS DATE 9(8).
      * AN OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLMHIST-OLD ASSIGN TO CLMHOLD
               FILE STATUS IS WF-CLMHOLD-STATUS.
           SELECT CLMHIST-NEW ASSIGN TO CLMHNEW
               FILE STATUS IS WF-CLMHNEW-STATUS.
           SELECT CLIENTMST ASSIGN TO CLIENTMST
               FILE STATUS IS WF-CLIENTMST-STATUS.
           SELECT CLMPAYX  ASSIGN TO CLMPAYX
               FILE STATUS IS WF-CLMPAYX-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT CLMPREG  ASSIGN TO CLMPREG
               FILE STATUS IS WF-CLMPREG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CLMHIST-OLD
           RECORD CONTAINS 120 CHARACTERS.
       COPY CLMHIST.
      *
       FD  CLMHIST-NEW
           RECORD CONTAINS 120 CHARACTERS.
       01  CLAIM-HISTORY-NEW-REC       PIC X(120).
      *
       FD  CLIENTMST.
       COPY CLIENT.
      *
       FD  CLMPAYX
           RECORD CONTAINS 80 CHARACTERS.
       01  CLAIM-PAYMENT-RECORD.
           05  CX-CLIENT-NUMBER        PIC 9(5).
           05  CX-CLIENT-NAME          PIC X(25).
           05  CX-CLAIM-NUMBER         PIC 9(7).
           05  CX-AMOUNT               PIC 9(7)V99.
           05  CX-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(26).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  CLMPREG.
       01  PRINT-AREA       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CLMHOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  CLMHOLD-EOF                  VALUE "Y".
           05  CLIENTMST-EOF-SWITCH    PIC X    VALUE "N".
               88  CLIENTMST-EOF                VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CLMHOLD-STATUS   PIC XX.
               88  CLMHOLD-FILE-OK         VALUE "00".
           05  WF-CLMHNEW-STATUS   PIC XX.
               88  CLMHNEW-FILE-OK         VALUE "00".
           05  WF-CLIENTMST-STATUS PIC XX.
               88  CLIENTMST-FILE-OK       VALUE "00".
           05  WF-CLMPAYX-STATUS   PIC XX.
               88  CLMPAYX-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-CLMPREG-STATUS   PIC XX.
               88  CLMPREG-FILE-OK         VALUE "00".
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
      *
       01  CONTROL-TOTALS.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CLAIMS-PAID      PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-PAID-AMOUNT      PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-PAYMENTS-WRITTEN PIC S9(5)     COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER              PIC X(30)
                   VALUE "CLAIMS PAYMENT REGISTER       ".
           05  FILLER              PIC X(15)    VALUE "BUSINESS DATE ".
           05  HL1-BUSINESS-DATE   PIC 9(8).
           05  FILLER              PIC X(27)    VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER              PIC X(9)     VALUE "CLAIM".
           05  FILLER              PIC X(7)     VALUE "CLIENT".
           05  FILLER              PIC X(27)    VALUE "NAME".
           05  FILLER              PIC X(10)    VALUE "CLAIM DATE".
           05  FILLER              PIC X(11)    VALUE "       PAID".
           05  FILLER              PIC X(16)    VALUE SPACE.
      *
       01  REGISTER-LINE.
           05  RGL-CLAIM-NUMBER    PIC 9(7).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-CLIENT-NUMBER   PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-CLIENT-NAME     PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-CLAIM-DATE      PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-AMOUNT          PIC ZZZZ,ZZ9.99.
           05  FILLER              PIC X(16)    VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER              PIC X(22)
                   VALUE "TOTAL CLAIMS PAID     ".
           05  TTL-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(35)    VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PAY-APPROVED-CLAIMS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PROCESSING-DATE.
           PERFORM 120-LOAD-CLIENT-TABLE
               UNTIL CLIENTMST-EOF.
           PERFORM 150-PRINT-HEADING-LINES.
           PERFORM 200-PROCESS-ONE-CLAIM
               UNTIL CLMHOLD-EOF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE CT-CLAIMS-PAID TO TTL-COUNT.
           MOVE CT-PAID-AMOUNT TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           DISPLAY "CLMPAY HISTORY READ      " CT-HISTORY-READ.
           DISPLAY "CLMPAY HISTORY WRITTEN   " CT-HISTORY-WRITTEN.
           DISPLAY "CLMPAY CLAIMS PAID       " CT-CLAIMS-PAID.
           DISPLAY "CLMPAY PAYMENTS WRITTEN  " CT-PAYMENTS-WRITTEN.
           IF CT-HISTORY-READ = CT-HISTORY-WRITTEN
                   AND CT-CLAIMS-PAID = CT-PAYMENTS-WRITTEN
               DISPLAY "*** CLMPAY RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** CLMPAY RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CLMHIST-OLD
                 CLMHIST-NEW
                 CLIENTMST
                 CLMPAYX
                 CLMPREG.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CLMHIST-OLD
                       CLIENTMST
                OUTPUT CLMHIST-NEW
                       CLMPAYX
                       CLMPREG.
           IF NOT CLMHOLD-FILE-OK
              DISPLAY "CLMHOLD OPEN ERROR: " WF-CLMHOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CLIENTMST-FILE-OK
              DISPLAY "CLIENTMST OPEN ERROR: " WF-CLIENTMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CLMHNEW-FILE-OK
              DISPLAY "CLMHNEW OPEN ERROR: " WF-CLMHNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CLMPAYX-FILE-OK
              DISPLAY "CLMPAYX OPEN ERROR: " WF-CLMPAYX-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CLMPREG-FILE-OK
              DISPLAY "CLMPREG OPEN ERROR: " WF-CLMPREG-STATUS
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
                       MOVE CM-CLIENT-NUMBER
                           TO CLT-CLIENT-NUMBER (CLT-ENTRY-COUNT)
                       MOVE CM-CLIENT-NAME
                           TO CLT-CLIENT-NAME (CLT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "CLIENT TABLE FULL - CLIENT OMITTED "
                           CM-CLIENT-NUMBER
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
       200-PROCESS-ONE-CLAIM.
      *
           READ CLMHIST-OLD
               AT END
                   MOVE "Y" TO CLMHOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
                   IF CH-CLAIM-APPROVED
                           AND CH-APPROVED-AMOUNT > ZERO
                       PERFORM 210-PAY-ONE-CLAIM
                   END-IF
                   MOVE CLAIM-HISTORY-RECORD
                       TO CLAIM-HISTORY-NEW-REC
                   WRITE CLAIM-HISTORY-NEW-REC
                   ADD 1 TO CT-HISTORY-WRITTEN
           END-READ.
      *
      * THE PAYEE MASTER NAME GOES ON THE CHECK; THE CLIENT NAME IS
      * CARRIED FOR THE DISBURSEMENT REGISTER.
      *
       210-PAY-ONE-CLAIM.
      *
           PERFORM 220-FIND-CLIENT.
           MOVE SPACES             TO CLAIM-PAYMENT-RECORD.
           MOVE CH-CLIENT-NUMBER   TO CX-CLIENT-NUMBER.
           IF CLT-MATCH-SUB > ZERO
               MOVE CLT-CLIENT-NAME (CLT-MATCH-SUB) TO CX-CLIENT-NAME
           END-IF.
           MOVE CH-CLAIM-NUMBER    TO CX-CLAIM-NUMBER.
           MOVE CH-APPROVED-AMOUNT TO CX-AMOUNT.
           MOVE PD-BUSINESS-DATE   TO CX-BUSINESS-DATE.
           WRITE CLAIM-PAYMENT-RECORD.
           ADD 1 TO CT-PAYMENTS-WRITTEN.
           SET CH-CLAIM-PAID TO TRUE.
           MOVE PD-BUSINESS-DATE   TO CH-STATUS-DATE.
           MOVE CH-APPROVED-AMOUNT TO CH-PAID-AMOUNT.
           MOVE ZERO               TO CH-RESERVE-AMOUNT.
           ADD 1 TO CT-CLAIMS-PAID.
           ADD CH-PAID-AMOUNT TO CT-PAID-AMOUNT.
           MOVE CH-CLAIM-NUMBER    TO RGL-CLAIM-NUMBER.
           MOVE CH-CLIENT-NUMBER   TO RGL-CLIENT-NUMBER.
           MOVE CX-CLIENT-NAME     TO RGL-CLIENT-NAME.
           MOVE CH-CLAIM-DATE      TO RGL-CLAIM-DATE.
           MOVE CH-PAID-AMOUNT     TO RGL-AMOUNT.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
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
           IF CLT-CLIENT-NUMBER (CLT-SUB) = CH-CLIENT-NUMBER
               MOVE CLT-SUB TO CLT-MATCH-SUB
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
