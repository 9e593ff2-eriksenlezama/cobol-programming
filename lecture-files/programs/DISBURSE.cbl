       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISBURSE.
      *
      * DISBURSEMENT AND CHECK-WRITING RUN. EVERY OUTBOUND PAYMENT
      * THE SHOP MAKES BY CHECK GOES THROUGH HERE INSTEAD OF EACH
      * SUBSYSTEM CUTTING ITS OWN:
      *   COMMCALC - COMMPAY COMMISSION EXTRACT, THE NET PAID PER
      *              REP (PAYEE TYPE R, ID = BRANCH AND REP)
      *   PAYROLL  - PAYCHKX PAY EXTRACT, THE NET PAY PER EMPLOYEE
      *              (PAYEE TYPE E, ID = EMPLOYEE ID). ADJUNCT PAY IS
      *              PAID THROUGH THE PAYROLL RUN AS WAGES, SO IT
      *              ARRIVES HERE IN THE PAY EXTRACT.
      *   STUREFND - STUDENT CREDIT BALANCE REFUNDS, THE REFPAY
      *              REFUND PAYMENT FILE (PAYEE TYPE S, ID = STUDENT
      *              ID). THE REFUND RUN ALREADY APPLIED THE CREDIT
      *              TO ANY OPEN CHARGES AND HELD BACK STUDENTS UNDER
      *              A HOLD OR WITH AID PENDING. THE CHECKS CARRY
      *              SOURCE 'BURSAR', AND A REFUND ALREADY PAID BY A
      *              LIVE BURSAR CHECK FOR THE SAME AMOUNT - A REFUND
      *              RUN REPEATED BEFORE THE BURSAR RUN POSTS ITS
      *              ENTRIES - IS NOT PAID AGAIN.
      *   CLMPAY   - CLAIMS PAYMENT EXTRACT (CLMPAYX), THE APPROVED
      *              AMOUNT OF EACH CLAIM PAID TO THE INSURANCE
      *              CLIENT (PAYEE TYPE C, ID = CLIENT NUMBER).
      *   AGTCOMM  - AGENT COMMISSION EXTRACT (AGTPAYX), THE NET
      *              MONTHLY COMMISSION OF EACH INSURANCE AGENT
      *              (PAYEE TYPE A, ID = AGENT NUMBER).
      * AN EXTRACT THAT IS NOT PRESENTED IS SKIPPED WITH A MESSAGE,
      * SO EACH SOURCE IS PAID ONLY ON THE RUNS IT IS SUPPLIED TO.
      * A ZERO AMOUNT IS NOT A PAYMENT. EACH PAYMENT IS MATCHED TO
      * THE PAYEE MASTER (PAYEEMST, COPY PAYEE) FOR THE NAME THE
      * CHECK IS DRAWN TO; A PAYEE NOT ON FILE OR ON HOLD IS LISTED
      * AS REJECTED AND NOT PAID.
      *
      * CHECK NUMBERS ARE TAKEN IN SEQUENCE FROM THE CHECK CONTROL
      * RECORD (CHKCTLO/CHKCTLN GENERATIONS), WHICH ALSO CARRIES THE
      * BANK ACCOUNT AND THE DATE OF THE LAST RUN - THE RUN REFUSES
      * TO PAY TWICE FOR ONE BUSINESS DATE. EVERY CHECK WRITTEN IS
      * ADDED TO THE ISSUED-CHECK HISTORY (CHKHOLD/CHKHNEW
      * GENERATIONS, COPY CHKHIST), LISTED ON THE CHECK REGISTER
      * (CHKREG) AND WRITTEN TO THE POSITIVE-PAY FILE (POSPAY) THE
      * BANK CHECKS PRESENTED ITEMS AGAINST.
      *
      * VOIDS AND REISSUES ARE TRANSACTIONS (DISBTRN) AGAINST THE
      * HISTORY, APPLIED BEFORE TONIGHT'S PAYMENTS. ONLY AN
      * OUTSTANDING CHECK CAN BE VOIDED. A VOID (CODE V) MARKS THE
      * CHECK VOID; A REISSUE (CODE R) VOIDS IT AND WRITES A NEW
      * CHECK TO THE SAME PAYEE FOR THE SAME AMOUNT, THE TWO CHECKS
      * POINTING AT EACH OTHER. EVERY VOID GOES TO THE BANK ON THE
      * POSITIVE-PAY FILE. THE OPERATOR ON THE TRANSACTION MUST BE
      * ON THE AUTHORIZED-OPERATOR FILE (OPERAUTH), AND THEIR ROLE
      * MUST BE GRANTED THE CODE IN DISBURSE ON THE PERMISSION TABLE
      * (AUTHCHK).
      *
      * THE DISBCTL CONTROL RECORD CARRIES THE NET DISBURSED -
      * CHECKS ISSUED LESS CHECKS VOIDED - TO GLEXTR FOR THE
      * PAYABLES DR / CASH CR JOURNAL. A REJECTED PAYMENT OR
      * TRANSACTION ENDS THE RUN WITH RETURN CODE 4, AN OUT-OF-
      * BALANCE RUN WITH RETURN CODE 8.
      *
      * CHKCTL RECORD: BANK ACCOUNT X(12), NEXT CHECK NUMBER 9(8),
      * LAST RUN DATE 9(8).
      * DISBTRN RECORDS: CODE X, CHECK NUMBER 9(8), OPERATOR ID
      * X(8), REASON X(20).
      * POSPAY RECORDS: BANK ACCOUNT X(12), ISSUE/VOID X ("I"/"V"),
      * CHECK NUMBER 9(8), AMOUNT 9(8)V99, ISSUE DATE 9(8), PAYEE
      * NAME X(30).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKCTLO      ASSIGN TO CHKCTLO
           FILE STATUS IS WF-CHKCTLO-STATUS.
           SELECT CHKCTLN      ASSIGN TO CHKCTLN
           FILE STATUS IS WF-CHKCTLN-STATUS.
           SELECT CHKHOLD      ASSIGN TO CHKHOLD
           FILE STATUS IS WF-CHKHOLD-STATUS.
           SELECT CHKHNEW      ASSIGN TO CHKHNEW
           FILE STATUS IS WF-CHKHNEW-STATUS.
           SELECT PAYEEMST     ASSIGN TO PAYEEMST
           FILE STATUS IS WF-PAYEEMST-STATUS.
           SELECT DISBTRN      ASSIGN TO DISBTRN
           FILE STATUS IS WF-DISBTRN-STATUS.
           SELECT COMMPAY      ASSIGN TO COMMPAY
           FILE STATUS IS WF-COMMPAY-STATUS.
           SELECT PAYCHKX      ASSIGN TO PAYCHKX
           FILE STATUS IS WF-PAYCHKX-STATUS.
           SELECT REFPAY       ASSIGN TO REFPAY
           FILE STATUS IS WF-REFPAY-STATUS.
           SELECT CLMPAYX      ASSIGN TO CLMPAYX
           FILE STATUS IS WF-CLMPAYX-STATUS.
           SELECT AGTPAYX      ASSIGN TO AGTPAYX
           FILE STATUS IS WF-AGTPAYX-STATUS.
           SELECT OPERAUTH     ASSIGN TO OPERAUTH
           FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT CHKREG       ASSIGN TO CHKREG
           FILE STATUS IS WF-CHKREG-STATUS.
           SELECT POSPAY       ASSIGN TO POSPAY
           FILE STATUS IS WF-POSPAY-STATUS.
           SELECT DISBCTL      ASSIGN TO DISBCTL
           FILE STATUS IS WF-DISBCTL-STATUS.
           SELECT PROCDATE     ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CHKCTLO
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-CONTROL-RECORD.
           05  CK-BANK-ACCOUNT         PIC X(12).
           05  CK-NEXT-CHECK-NUMBER    PIC 9(8).
           05  CK-LAST-RUN-DATE        PIC 9(8).
           05  FILLER                  PIC X(52).
      *
       FD  CHKCTLN
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-CONTROL-NEW-REC       PIC X(80).
      *
       FD  CHKHOLD
           RECORD CONTAINS 140 CHARACTERS.
       COPY CHKHIST.
      *
       FD  CHKHNEW
           RECORD CONTAINS 140 CHARACTERS.
       01  ISSUED-CHECK-NEW-REC        PIC X(140).
      *
       FD  PAYEEMST
           RECORD CONTAINS 120 CHARACTERS.
       COPY PAYEE.
      *
       FD  DISBTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  DISBURSEMENT-TRANS-RECORD.
           05  DT-CODE                 PIC X.
               88  DT-VOID                     VALUE "V".
               88  DT-REISSUE                  VALUE "R".
           05  DT-CHECK-NUMBER         PIC 9(8).
           05  DT-OPERATOR-ID          PIC X(8).
           05  DT-REASON               PIC X(20).
           05  FILLER                  PIC X(43).
      *
       FD  COMMPAY.
       01  COMMISSION-PAY-RECORD.
           05  CP-BRANCH-NUMBER        PIC 9(2).
           05  CP-SALESREP-NUMBER      PIC 9(2).
           05  CP-SALES-THIS-YTD       PIC 9(7)V9(2).
           05  CP-COMMISSION           PIC 9(7)V9(2).
           05  CP-TOP-TIER             PIC 9(2).
           05  CP-CLAWBACK             PIC 9(7)V9(2).
           05  CP-NET-PAID             PIC 9(7)V9(2).
           05  CP-CARRY-FORWARD        PIC 9(7)V9(2).
           05  FILLER                  PIC X(29).
      *
       FD  PAYCHKX
           RECORD CONTAINS 80 CHARACTERS.
       01  PAY-EXTRACT-RECORD.
           05  PX-EMPLOYEE-ID          PIC 9(4).
           05  PX-EMPLOYEE-NAME        PIC X(30).
           05  PX-DEPARTMENT           PIC X(4).
           05  PX-GROSS-PAY            PIC 9(7)V99.
           05  PX-NET-PAY              PIC 9(7)V99.
           05  PX-PERIOD-END           PIC 9(8).
           05  PX-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(8).
      *
       FD  REFPAY
           RECORD CONTAINS 80 CHARACTERS.
       01  REFUND-PAYMENT-RECORD.
           05  RP-STUDENT-ID           PIC 9(9).
           05  RP-STUDENT-NAME         PIC X(25).
           05  RP-REFUND-AMOUNT        PIC 9(7)V99.
           05  RP-TERM-CODE            PIC X(5).
           05  RP-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(24).
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
       FD  AGTPAYX
           RECORD CONTAINS 80 CHARACTERS.
       01  AGENT-PAYMENT-RECORD.
           05  AP-AGENT-NUMBER         PIC 9(4).
           05  AP-AGENT-NAME           PIC X(25).
           05  AP-AMOUNT               PIC 9(7)V99.
           05  AP-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(34).
      *
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       FD  CHKREG.
       01  PRINT-AREA       PIC X(132).
      *
       FD  POSPAY
           RECORD CONTAINS 80 CHARACTERS.
       01  POSITIVE-PAY-RECORD.
           05  PP-BANK-ACCOUNT         PIC X(12).
           05  PP-ISSUE-VOID           PIC X.
           05  PP-CHECK-NUMBER         PIC 9(8).
           05  PP-AMOUNT               PIC 9(8)V9(2).
           05  PP-ISSUE-DATE           PIC 9(8).
           05  PP-PAYEE-NAME           PIC X(30).
           05  FILLER                  PIC X(11).
      *
       FD  DISBCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  DISBURSEMENT-CONTROL-REC.
           05  DC-PROGRAM              PIC X(8).
           05  DC-CHECKS-ISSUED        PIC 9(7).
           05  DC-CHECKS-VOIDED        PIC 9(7).
           05  DC-ITEMS-REJECTED       PIC 9(7).
           05  DC-NET-DISBURSED        PIC S9(9)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  DC-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(31).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CHKHOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  CHKHOLD-EOF                  VALUE "Y".
           05  PAYEEMST-EOF-SWITCH     PIC X    VALUE "N".
               88  PAYEEMST-EOF                 VALUE "Y".
           05  DISBTRN-EOF-SWITCH      PIC X    VALUE "N".
               88  DISBTRN-EOF                  VALUE "Y".
           05  COMMPAY-EOF-SWITCH      PIC X    VALUE "N".
               88  COMMPAY-EOF                  VALUE "Y".
           05  PAYCHKX-EOF-SWITCH      PIC X    VALUE "N".
               88  PAYCHKX-EOF                  VALUE "Y".
           05  REFPAY-EOF-SWITCH       PIC X    VALUE "N".
               88  REFPAY-EOF                   VALUE "Y".
           05  CLMPAYX-EOF-SWITCH      PIC X    VALUE "N".
               88  CLMPAYX-EOF                  VALUE "Y".
           05  AGTPAYX-EOF-SWITCH      PIC X    VALUE "N".
               88  AGTPAYX-EOF                  VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CHKCTLO-STATUS   PIC XX.
               88  CHKCTLO-FILE-OK         VALUE "00".
           05  WF-CHKCTLN-STATUS   PIC XX.
               88  CHKCTLN-FILE-OK         VALUE "00".
           05  WF-CHKHOLD-STATUS   PIC XX.
               88  CHKHOLD-FILE-OK         VALUE "00".
           05  WF-CHKHNEW-STATUS   PIC XX.
               88  CHKHNEW-FILE-OK         VALUE "00".
           05  WF-PAYEEMST-STATUS  PIC XX.
               88  PAYEEMST-FILE-OK        VALUE "00".
           05  WF-DISBTRN-STATUS   PIC XX.
               88  DISBTRN-FILE-OK         VALUE "00".
           05  WF-COMMPAY-STATUS   PIC XX.
               88  COMMPAY-FILE-OK         VALUE "00".
           05  WF-PAYCHKX-STATUS   PIC XX.
               88  PAYCHKX-FILE-OK         VALUE "00".
           05  WF-REFPAY-STATUS    PIC XX.
               88  REFPAY-FILE-OK          VALUE "00".
           05  WF-CLMPAYX-STATUS   PIC XX.
               88  CLMPAYX-FILE-OK         VALUE "00".
           05  WF-AGTPAYX-STATUS   PIC XX.
               88  AGTPAYX-FILE-OK         VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  WF-CHKREG-STATUS    PIC XX.
               88  CHKREG-FILE-OK          VALUE "00".
           05  WF-POSPAY-STATUS    PIC XX.
               88  POSPAY-FILE-OK          VALUE "00".
           05  WF-DISBCTL-STATUS   PIC XX.
               88  DISBCTL-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  OPERATOR-TABLE-FIELDS.
           05  OT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  OT-SUB              PIC S9(3)  COMP.
           05  OT-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY          OCCURS 50 TIMES.
               10  OT-OPERATOR-ID          PIC X(8).
      *
       COPY AUTHPARM.
      *
       01  PAYEE-TABLE-FIELDS.
           05  PT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  PT-SUB              PIC S9(4)  COMP.
           05  PT-MATCH-SUB        PIC S9(4)  COMP.
      *
       01  PAYEE-TABLE.
           05  PAYEE-ENTRY             OCCURS 5000 TIMES.
               10  PT-PAYEE-TYPE           PIC X.
               10  PT-PAYEE-ID             PIC X(10).
               10  PT-PAYEE-NAME           PIC X(30).
               10  PT-PAYEE-STATUS         PIC X.
                   88  PT-PAYEE-ON-HOLD            VALUE "H".
      *
      * THE WHOLE ISSUED-CHECK HISTORY IS HELD IN CHECK-NUMBER
      * ORDER; TONIGHT'S CHECKS ARE ADDED TO THE END, SO THE NEW
      * GENERATION STAYS IN ORDER.
      *
       01  HISTORY-TABLE-FIELDS.
           05  HT-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  HT-SUB              PIC S9(5)  COMP.
           05  HT-MATCH-SUB        PIC S9(5)  COMP.
           05  HT-ORIGINAL-SUB     PIC S9(5)  COMP.
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
                       88  HT-CLEARED                  VALUE "C".
                   15  HT-VOID-DATE            PIC 9(8).
                   15  HT-VOID-OPERATOR        PIC X(8).
                   15  HT-REISSUE-OF           PIC 9(8).
                   15  HT-REISSUED-AS          PIC 9(8).
                   15  HT-CLEAR-DATE           PIC 9(8).
                   15  HT-CLEARED-AMOUNT       PIC 9(7)V9(2).
                   15  FILLER                  PIC X(16).
      *
       01  PAYMENT-FIELDS.
           05  WS-PAY-SOURCE           PIC X(8).
           05  WS-PAY-PAYEE-TYPE       PIC X.
           05  WS-PAY-PAYEE-ID         PIC X(10).
           05  WS-PAY-PAYEE-NAME       PIC X(30).
           05  WS-PAY-AMOUNT           PIC 9(7)V9(2).
           05  WS-PAY-REISSUE-OF       PIC 9(8).
           05  WS-REP-PAYEE-ID.
               10  WS-REP-BRANCH           PIC 9(2).
               10  WS-REP-SALESREP         PIC 9(2).
           05  WS-REJECT-REASON        PIC X(30).
           05  WS-LAST-CHECK-NUMBER    PIC 9(8)   VALUE ZERO.
           05  WS-NEXT-CHECK-NUMBER    PIC 9(8).
      *
       01  CONTROL-TOTALS.
           05  CT-TRANS-READ       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-APPLIED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-REJECTED   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-PAYMENTS-READ    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PAYMENTS-PAID    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PAYMENTS-REJECTED
                                   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CHECKS-ISSUED    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CHECKS-VOIDED    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CHECKS-REISSUED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ISSUED-AMOUNT    PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-VOIDED-AMOUNT    PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-NET-DISBURSED    PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "DISBURSEMENT CHECK R".
           05  FILLER          PIC X(20)   VALUE "EGISTER             ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "DISBURSE".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "CHECK NO  ACTION    ".
           05  FILLER      PIC X(20)   VALUE "SOURCE    T PAYEE ID".
           05  FILLER      PIC X(20)   VALUE "    PAYEE NAME      ".
           05  FILLER      PIC X(20)   VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE "AMOUNT  NOTE        ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  REGISTER-LINE.
           05  RGL-CHECK-NUMBER    PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-ACTION          PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-SOURCE          PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-PAYEE-TYPE      PIC X.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-PAYEE-ID        PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-PAYEE-NAME      PIC X(30).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-AMOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-NOTE            PIC X(30).
           05  FILLER              PIC X(14)    VALUE SPACE.
      *
       01  RGL-NOTE-CHECK.
           05  RGL-NOTE-LABEL      PIC X(12).
           05  RGL-NOTE-NUMBER     PIC 9(8).
           05  FILLER              PIC X(10)    VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER              PIC X(8)     VALUE SPACE.
           05  TTL-LABEL           PIC X(16).
           05  TTL-CHECK-COUNT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(7)     VALUE " CHECKS".
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(77)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "DISBURSE TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-DISBURSE-PAYMENTS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-OPERATOR-TABLE.
           PERFORM 130-READ-CHECK-CONTROL.
           PERFORM 140-LOAD-PAYEE-TABLE.
           PERFORM 150-LOAD-HISTORY-TABLE.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 200-APPLY-VOID-TRANS.
           PERFORM 300-PAY-COMMISSIONS.
           PERFORM 320-PAY-PAYROLL.
           PERFORM 340-PAY-TUITION-REFUNDS.
           PERFORM 360-PAY-CLAIMS.
           PERFORM 380-PAY-AGENT-COMMISSIONS.
           PERFORM 500-WRITE-HISTORY.
           PERFORM 510-WRITE-CHECK-CONTROL.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           PERFORM 620-WRITE-DISB-CONTROL.
           CLOSE CHKCTLN
                 CHKHNEW
                 DISBTRN
                 CHKREG
                 POSPAY.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CHKCTLO
                       CHKHOLD
                       PAYEEMST
                       DISBTRN
                OUTPUT CHKCTLN
                       CHKHNEW
                       CHKREG
                       POSPAY.
           IF NOT CHKCTLO-FILE-OK
              DISPLAY "CHKCTLO OPEN ERROR: " WF-CHKCTLO-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CHKHOLD-FILE-OK
              DISPLAY "CHKHOLD OPEN ERROR: " WF-CHKHOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PAYEEMST-FILE-OK
              DISPLAY "PAYEEMST OPEN ERROR: " WF-PAYEEMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT DISBTRN-FILE-OK
              DISPLAY "DISBTRN OPEN ERROR: " WF-DISBTRN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CHKCTLN-FILE-OK
              DISPLAY "CHKCTLN OPEN ERROR: " WF-CHKCTLN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CHKHNEW-FILE-OK
              DISPLAY "CHKHNEW OPEN ERROR: " WF-CHKHNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CHKREG-FILE-OK
              DISPLAY "CHKREG OPEN ERROR: " WF-CHKREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT POSPAY-FILE-OK
              DISPLAY "POSPAY OPEN ERROR: " WF-POSPAY-STATUS
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
      * EVERY VOID OR REISSUE MUST NAME THE OPERATOR WHO ASKED FOR IT.
      *
       120-LOAD-OPERATOR-TABLE.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
               DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-OPERATOR
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       125-READ-OPERATOR.
      *
           READ OPERAUTH
               AT END
                   MOVE "Y" TO OPERAUTH-EOF-SWITCH
               NOT AT END
                   IF OT-ENTRY-COUNT < 50
                       ADD 1 TO OT-ENTRY-COUNT
                       MOVE OP-OPERATOR-ID
                           TO OT-OPERATOR-ID (OT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "OPERATOR TABLE FULL - ID DROPPED "
                           OP-OPERATOR-ID
                   END-IF
           END-READ.
      *
      * ONE DISBURSEMENT RUN PER BUSINESS DATE - A SECOND RUN AGAINST
      * THE NEW CONTROL GENERATION WOULD PAY EVERY EXTRACT TWICE.
      *
       130-READ-CHECK-CONTROL.
      *
           READ CHKCTLO
               AT END
                   DISPLAY "CHKCTLO CONTROL FILE IS EMPTY"
                   PERFORM 900-ABORT
           END-READ.
           CLOSE CHKCTLO.
           IF CK-NEXT-CHECK-NUMBER NOT NUMERIC
                   OR CK-NEXT-CHECK-NUMBER = ZERO
               DISPLAY "CHKCTLO NEXT CHECK NUMBER INVALID"
               PERFORM 900-ABORT
           END-IF.
           IF CK-LAST-RUN-DATE = PD-BUSINESS-DATE
               DISPLAY "DISBURSEMENTS ALREADY RUN FOR "
                   PD-BUSINESS-DATE " - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE CK-NEXT-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER.
      *
       140-LOAD-PAYEE-TABLE.
      *
           PERFORM 145-READ-PAYEE
               UNTIL PAYEEMST-EOF.
           CLOSE PAYEEMST.
      *
       145-READ-PAYEE.
      *
           READ PAYEEMST
               AT END
                   MOVE "Y" TO PAYEEMST-EOF-SWITCH
               NOT AT END
                   IF PT-ENTRY-COUNT < 5000
                       ADD 1 TO PT-ENTRY-COUNT
                       MOVE PY-PAYEE-TYPE
                           TO PT-PAYEE-TYPE (PT-ENTRY-COUNT)
                       MOVE PY-PAYEE-ID
                           TO PT-PAYEE-ID (PT-ENTRY-COUNT)
                       MOVE PY-PAYEE-NAME
                           TO PT-PAYEE-NAME (PT-ENTRY-COUNT)
                       MOVE PY-PAYEE-STATUS
                           TO PT-PAYEE-STATUS (PT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "PAYEE TABLE FULL - PAYEE DROPPED "
                           PY-PAYEE-KEY
                   END-IF
           END-READ.
      *
      * A CHECK CANNOT BE DROPPED FROM THE HISTORY, SO A FULL TABLE
      * STOPS THE RUN. THE CONTROL RECORD MUST BE AHEAD OF EVERY
      * CHECK ALREADY ON FILE OR NUMBERS WOULD BE USED TWICE.
      *
       150-LOAD-HISTORY-TABLE.
      *
           PERFORM 155-READ-HISTORY
               UNTIL CHKHOLD-EOF.
           CLOSE CHKHOLD.
           IF WS-LAST-CHECK-NUMBER NOT < WS-NEXT-CHECK-NUMBER
               DISPLAY "CHKCTLO NEXT CHECK " WS-NEXT-CHECK-NUMBER
                   " NOT ABOVE LAST ISSUED " WS-LAST-CHECK-NUMBER
               PERFORM 900-ABORT
           END-IF.
      *
       155-READ-HISTORY.
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
                   IF IC-CHECK-NUMBER > WS-LAST-CHECK-NUMBER
                       MOVE IC-CHECK-NUMBER TO WS-LAST-CHECK-NUMBER
                   END-IF
           END-READ.
      *
      * VOIDS AND REISSUES, VALIDATED AND APPLIED TO THE HISTORY
      * TABLE BEFORE ANY NEW CHECK IS WRITTEN.
      *
       200-APPLY-VOID-TRANS.
      *
           PERFORM 205-READ-DISB-TRANS.
           PERFORM 210-APPLY-ONE-TRANS
               UNTIL DISBTRN-EOF.
      *
       205-READ-DISB-TRANS.
      *
           READ DISBTRN
               AT END
                   MOVE "Y" TO DISBTRN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.
      *
       210-APPLY-ONE-TRANS.
      *
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO   TO HT-MATCH-SUB.
           IF NOT DT-VOID AND NOT DT-REISSUE
               MOVE "INVALID TRANS CODE" TO WS-REJECT-REASON
           ELSE
           IF DT-CHECK-NUMBER NOT NUMERIC
               MOVE "INVALID CHECK NUMBER" TO WS-REJECT-REASON
           ELSE
           IF DT-OPERATOR-ID = SPACES
               MOVE "NO OPERATOR ID" TO WS-REJECT-REASON
           ELSE
               PERFORM 215-CHECK-OPERATOR-ID
               IF OT-MATCH-SUB = ZERO
                   MOVE "UNKNOWN OPERATOR ID" TO WS-REJECT-REASON
               ELSE
                   PERFORM 218-CHECK-AUTHORIZATION
                   IF AC-REFUSED
                       MOVE AC-REASON TO WS-REJECT-REASON
                   ELSE
                       PERFORM 220-FIND-CHECK
                       IF HT-MATCH-SUB = ZERO
                           MOVE "CHECK NOT ON FILE"
                               TO WS-REJECT-REASON
                       ELSE
                       IF NOT HT-ISSUED (HT-MATCH-SUB)
                           MOVE "CHECK NOT OUTSTANDING"
                               TO WS-REJECT-REASON
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO CT-TRANS-REJECTED
               PERFORM 240-PRINT-TRANS-REJECT
           ELSE
               ADD 1 TO CT-TRANS-APPLIED
               PERFORM 250-VOID-ONE-CHECK
               IF DT-REISSUE
                   PERFORM 260-REISSUE-ONE-CHECK
               END-IF
           END-IF.
           PERFORM 205-READ-DISB-TRANS.
      *
       215-CHECK-OPERATOR-ID.
      *
           MOVE ZERO TO OT-MATCH-SUB.
           PERFORM 217-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       217-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = DT-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       218-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "DISBURSE"     TO AC-PROGRAM-ID.
           MOVE DT-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE DT-CODE        TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       220-FIND-CHECK.
      *
           MOVE ZERO TO HT-MATCH-SUB.
           PERFORM 225-MATCH-ONE-CHECK
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT
               OR HT-MATCH-SUB > ZERO.
      *
       225-MATCH-ONE-CHECK.
      *
           IF HT-CHECK-NUMBER (HT-SUB) = DT-CHECK-NUMBER
               MOVE HT-SUB TO HT-MATCH-SUB
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
       240-PRINT-TRANS-REJECT.
      *
           MOVE SPACES TO RGL-CHECK-NUMBER.
           IF DT-CHECK-NUMBER NUMERIC
               MOVE DT-CHECK-NUMBER TO RGL-CHECK-NUMBER
           END-IF.
           MOVE "REJECTED"       TO RGL-ACTION.
           MOVE SPACES           TO RGL-SOURCE.
           MOVE SPACES           TO RGL-PAYEE-TYPE.
           MOVE SPACES           TO RGL-PAYEE-ID.
           MOVE SPACES           TO RGL-PAYEE-NAME.
           MOVE ZERO             TO RGL-AMOUNT.
           IF HT-MATCH-SUB > ZERO
               MOVE HT-SOURCE (HT-MATCH-SUB)     TO RGL-SOURCE
               MOVE HT-PAYEE-TYPE (HT-MATCH-SUB) TO RGL-PAYEE-TYPE
               MOVE HT-PAYEE-ID (HT-MATCH-SUB)   TO RGL-PAYEE-ID
               MOVE HT-PAYEE-NAME (HT-MATCH-SUB) TO RGL-PAYEE-NAME
               MOVE HT-AMOUNT (HT-MATCH-SUB)     TO RGL-AMOUNT
           END-IF.
           MOVE WS-REJECT-REASON TO RGL-NOTE.
           PERFORM 280-PRINT-REGISTER-LINE.
      *
      * THE VOIDED CHECK KEEPS ITS AMOUNT; THE VOID GOES TO THE BANK
      * SO THE CHECK IS REFUSED IF IT IS EVER PRESENTED.
      *
       250-VOID-ONE-CHECK.
      *
           IF DT-REISSUE
               SET HT-REISSUED (HT-MATCH-SUB) TO TRUE
           ELSE
               SET HT-VOIDED (HT-MATCH-SUB) TO TRUE
           END-IF.
           MOVE PD-BUSINESS-DATE TO HT-VOID-DATE (HT-MATCH-SUB).
           MOVE DT-OPERATOR-ID   TO HT-VOID-OPERATOR (HT-MATCH-SUB).
           ADD 1 TO CT-CHECKS-VOIDED.
           ADD HT-AMOUNT (HT-MATCH-SUB) TO CT-VOIDED-AMOUNT.
           MOVE SPACES           TO POSITIVE-PAY-RECORD.
           MOVE CK-BANK-ACCOUNT  TO PP-BANK-ACCOUNT.
           MOVE "V"              TO PP-ISSUE-VOID.
           MOVE HT-CHECK-NUMBER (HT-MATCH-SUB) TO PP-CHECK-NUMBER.
           MOVE HT-AMOUNT (HT-MATCH-SUB)       TO PP-AMOUNT.
           MOVE HT-ISSUE-DATE (HT-MATCH-SUB)   TO PP-ISSUE-DATE.
           MOVE HT-PAYEE-NAME (HT-MATCH-SUB)   TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD.
           MOVE HT-CHECK-NUMBER (HT-MATCH-SUB) TO RGL-CHECK-NUMBER.
           MOVE "VOIDED"                       TO RGL-ACTION.
           MOVE HT-SOURCE (HT-MATCH-SUB)       TO RGL-SOURCE.
           MOVE HT-PAYEE-TYPE (HT-MATCH-SUB)   TO RGL-PAYEE-TYPE.
           MOVE HT-PAYEE-ID (HT-MATCH-SUB)     TO RGL-PAYEE-ID.
           MOVE HT-PAYEE-NAME (HT-MATCH-SUB)   TO RGL-PAYEE-NAME.
           MOVE HT-AMOUNT (HT-MATCH-SUB)       TO RGL-AMOUNT.
           MOVE DT-REASON                      TO RGL-NOTE.
           PERFORM 280-PRINT-REGISTER-LINE.
      *
      * THE NEW CHECK GOES TO THE SAME PAYEE FOR THE SAME AMOUNT,
      * DRAWN TO THE NAME NOW ON THE PAYEE MASTER WHERE THERE IS
      * ONE (A CHANGED NAME OR ADDRESS IS THE USUAL REASON).
      *
       260-REISSUE-ONE-CHECK.
      *
           MOVE HT-MATCH-SUB                   TO HT-ORIGINAL-SUB.
           MOVE HT-SOURCE (HT-ORIGINAL-SUB)     TO WS-PAY-SOURCE.
           MOVE HT-PAYEE-TYPE (HT-ORIGINAL-SUB) TO WS-PAY-PAYEE-TYPE.
           MOVE HT-PAYEE-ID (HT-ORIGINAL-SUB)   TO WS-PAY-PAYEE-ID.
           MOVE HT-PAYEE-NAME (HT-ORIGINAL-SUB) TO WS-PAY-PAYEE-NAME.
           MOVE HT-AMOUNT (HT-ORIGINAL-SUB)     TO WS-PAY-AMOUNT.
           MOVE HT-CHECK-NUMBER (HT-ORIGINAL-SUB)
               TO WS-PAY-REISSUE-OF.
           PERFORM 410-FIND-PAYEE.
           IF PT-MATCH-SUB > ZERO
               MOVE PT-PAYEE-NAME (PT-MATCH-SUB) TO WS-PAY-PAYEE-NAME
           END-IF.
           PERFORM 450-ISSUE-ONE-CHECK.
           MOVE HT-CHECK-NUMBER (HT-ENTRY-COUNT)
               TO HT-REISSUED-AS (HT-ORIGINAL-SUB).
           ADD 1 TO CT-CHECKS-REISSUED.
      *
       280-PRINT-REGISTER-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       300-PAY-COMMISSIONS.
      *
           OPEN INPUT COMMPAY.
           IF NOT COMMPAY-FILE-OK
               DISPLAY "COMMPAY NOT PRESENTED - SKIPPED: "
                   WF-COMMPAY-STATUS
           ELSE
               PERFORM 310-PAY-ONE-COMMISSION
                   UNTIL COMMPAY-EOF
               CLOSE COMMPAY
           END-IF.
      *
       310-PAY-ONE-COMMISSION.
      *
           READ COMMPAY
               AT END
                   MOVE "Y" TO COMMPAY-EOF-SWITCH
               NOT AT END
                   IF CP-NET-PAID > ZERO
                       MOVE "COMMCALC"         TO WS-PAY-SOURCE
                       MOVE "R"                TO WS-PAY-PAYEE-TYPE
                       MOVE CP-BRANCH-NUMBER   TO WS-REP-BRANCH
                       MOVE CP-SALESREP-NUMBER TO WS-REP-SALESREP
                       MOVE WS-REP-PAYEE-ID    TO WS-PAY-PAYEE-ID
                       MOVE SPACES             TO WS-PAY-PAYEE-NAME
                       MOVE CP-NET-PAID        TO WS-PAY-AMOUNT
                       PERFORM 400-PAY-ONE-PAYMENT
                   END-IF
           END-READ.
      *
       320-PAY-PAYROLL.
      *
           OPEN INPUT PAYCHKX.
           IF NOT PAYCHKX-FILE-OK
               DISPLAY "PAYCHKX NOT PRESENTED - SKIPPED: "
                   WF-PAYCHKX-STATUS
           ELSE
               PERFORM 330-PAY-ONE-EMPLOYEE
                   UNTIL PAYCHKX-EOF
               CLOSE PAYCHKX
           END-IF.
      *
       330-PAY-ONE-EMPLOYEE.
      *
           READ PAYCHKX
               AT END
                   MOVE "Y" TO PAYCHKX-EOF-SWITCH
               NOT AT END
                   IF PX-NET-PAY > ZERO
                       MOVE "PAYROLL"          TO WS-PAY-SOURCE
                       MOVE "E"                TO WS-PAY-PAYEE-TYPE
                       MOVE PX-EMPLOYEE-ID     TO WS-PAY-PAYEE-ID
                       MOVE PX-EMPLOYEE-NAME   TO WS-PAY-PAYEE-NAME
                       MOVE PX-NET-PAY         TO WS-PAY-AMOUNT
                       PERFORM 400-PAY-ONE-PAYMENT
                   END-IF
           END-READ.
      *
       340-PAY-TUITION-REFUNDS.
      *
           OPEN INPUT REFPAY.
           IF NOT REFPAY-FILE-OK
               DISPLAY "REFPAY NOT PRESENTED - SKIPPED: "
                   WF-REFPAY-STATUS
           ELSE
               PERFORM 350-PAY-ONE-REFUND
                   UNTIL REFPAY-EOF
               CLOSE REFPAY
           END-IF.
      *
      * EACH REFUND PAYMENT IS A CREDIT OWED BACK TO THE STUDENT.
      *
       350-PAY-ONE-REFUND.
      *
           READ REFPAY
               AT END
                   MOVE "Y" TO REFPAY-EOF-SWITCH
               NOT AT END
                   IF RP-REFUND-AMOUNT > ZERO
                       MOVE "BURSAR"           TO WS-PAY-SOURCE
                       MOVE "S"                TO WS-PAY-PAYEE-TYPE
                       MOVE RP-STUDENT-ID      TO WS-PAY-PAYEE-ID
                       MOVE RP-STUDENT-NAME    TO WS-PAY-PAYEE-NAME
                       MOVE RP-REFUND-AMOUNT   TO WS-PAY-AMOUNT
                       PERFORM 400-PAY-ONE-PAYMENT
                   END-IF
           END-READ.
      *
       360-PAY-CLAIMS.
      *
           OPEN INPUT CLMPAYX.
           IF NOT CLMPAYX-FILE-OK
               DISPLAY "CLMPAYX NOT PRESENTED - SKIPPED: "
                   WF-CLMPAYX-STATUS
           ELSE
               PERFORM 370-PAY-ONE-CLAIM
                   UNTIL CLMPAYX-EOF
               CLOSE CLMPAYX
           END-IF.
      *
       370-PAY-ONE-CLAIM.
      *
           READ CLMPAYX
               AT END
                   MOVE "Y" TO CLMPAYX-EOF-SWITCH
               NOT AT END
                   IF CX-AMOUNT > ZERO
                       MOVE "CLMPAY"           TO WS-PAY-SOURCE
                       MOVE "C"                TO WS-PAY-PAYEE-TYPE
                       MOVE CX-CLIENT-NUMBER   TO WS-PAY-PAYEE-ID
                       MOVE CX-CLIENT-NAME     TO WS-PAY-PAYEE-NAME
                       MOVE CX-AMOUNT          TO WS-PAY-AMOUNT
                       PERFORM 400-PAY-ONE-PAYMENT
                   END-IF
           END-READ.
      *
       380-PAY-AGENT-COMMISSIONS.
      *
           OPEN INPUT AGTPAYX.
           IF NOT AGTPAYX-FILE-OK
               DISPLAY "AGTPAYX NOT PRESENTED - SKIPPED: "
                   WF-AGTPAYX-STATUS
           ELSE
               PERFORM 390-PAY-ONE-AGENT
                   UNTIL AGTPAYX-EOF
               CLOSE AGTPAYX
           END-IF.
      *
       390-PAY-ONE-AGENT.
      *
           READ AGTPAYX
               AT END
                   MOVE "Y" TO AGTPAYX-EOF-SWITCH
               NOT AT END
                   IF AP-AMOUNT > ZERO
                       MOVE "AGTCOMM"          TO WS-PAY-SOURCE
                       MOVE "A"                TO WS-PAY-PAYEE-TYPE
                       MOVE AP-AGENT-NUMBER    TO WS-PAY-PAYEE-ID
                       MOVE AP-AGENT-NAME      TO WS-PAY-PAYEE-NAME
                       MOVE AP-AMOUNT          TO WS-PAY-AMOUNT
                       PERFORM 400-PAY-ONE-PAYMENT
                   END-IF
           END-READ.
      *
       400-PAY-ONE-PAYMENT.
      *
           ADD 1 TO CT-PAYMENTS-READ.
           MOVE ZERO   TO WS-PAY-REISSUE-OF.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 410-FIND-PAYEE.
           IF PT-MATCH-SUB = ZERO
               MOVE "NO PAYEE MASTER" TO WS-REJECT-REASON
           ELSE
           IF PT-PAYEE-ON-HOLD (PT-MATCH-SUB)
               MOVE "PAYEE ON HOLD" TO WS-REJECT-REASON
           ELSE
               MOVE PT-PAYEE-NAME (PT-MATCH-SUB) TO WS-PAY-PAYEE-NAME
               IF WS-PAY-SOURCE = "BURSAR"
                   PERFORM 420-CHECK-PRIOR-REFUND
                   IF HT-MATCH-SUB > ZERO
                       MOVE HT-CHECK-NUMBER (HT-MATCH-SUB)
                           TO RGL-NOTE-NUMBER
                       MOVE "REFUNDED BY " TO RGL-NOTE-LABEL
                       MOVE RGL-NOTE-CHECK TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO CT-PAYMENTS-REJECTED
               MOVE SPACES            TO RGL-CHECK-NUMBER
               MOVE "REJECTED"        TO RGL-ACTION
               MOVE WS-PAY-SOURCE     TO RGL-SOURCE
               MOVE WS-PAY-PAYEE-TYPE TO RGL-PAYEE-TYPE
               MOVE WS-PAY-PAYEE-ID   TO RGL-PAYEE-ID
               MOVE WS-PAY-PAYEE-NAME TO RGL-PAYEE-NAME
               MOVE WS-PAY-AMOUNT     TO RGL-AMOUNT
               MOVE WS-REJECT-REASON  TO RGL-NOTE
               PERFORM 280-PRINT-REGISTER-LINE
           ELSE
               ADD 1 TO CT-PAYMENTS-PAID
               PERFORM 450-ISSUE-ONE-CHECK
           END-IF.
      *
       410-FIND-PAYEE.
      *
           MOVE ZERO TO PT-MATCH-SUB.
           PERFORM 415-MATCH-ONE-PAYEE
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-ENTRY-COUNT
               OR PT-MATCH-SUB > ZERO.
      *
       415-MATCH-ONE-PAYEE.
      *
           IF PT-PAYEE-TYPE (PT-SUB) = WS-PAY-PAYEE-TYPE
                   AND PT-PAYEE-ID (PT-SUB) = WS-PAY-PAYEE-ID
               MOVE PT-SUB TO PT-MATCH-SUB
           END-IF.
      *
      * A STUDENT CREDIT STAYS ON BURSBAL UNTIL THE BURSAR RUN POSTS
      * THE REFUND ENTRY, SO AN OUTSTANDING OR CLEARED BURSAR CHECK
      * TO THE STUDENT FOR THE SAME AMOUNT MEANS THE CREDIT HAS
      * ALREADY BEEN PAID.
      *
       420-CHECK-PRIOR-REFUND.
      *
           MOVE ZERO TO HT-MATCH-SUB.
           PERFORM 425-MATCH-ONE-REFUND
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT
               OR HT-MATCH-SUB > ZERO.
      *
       425-MATCH-ONE-REFUND.
      *
           IF (HT-ISSUED (HT-SUB) OR HT-CLEARED (HT-SUB))
                   AND HT-SOURCE (HT-SUB) = "BURSAR"
                   AND HT-PAYEE-TYPE (HT-SUB) = WS-PAY-PAYEE-TYPE
                   AND HT-PAYEE-ID (HT-SUB) = WS-PAY-PAYEE-ID
                   AND HT-AMOUNT (HT-SUB) = WS-PAY-AMOUNT
               MOVE HT-SUB TO HT-MATCH-SUB
           END-IF.
      *
       450-ISSUE-ONE-CHECK.
      *
           IF HT-ENTRY-COUNT NOT < 20000
               DISPLAY "CHECK HISTORY TABLE FULL - NO CHECK FOR "
                   WS-PAY-SOURCE " " WS-PAY-PAYEE-ID
               PERFORM 900-ABORT
           END-IF.
           ADD 1 TO HT-ENTRY-COUNT.
           MOVE SPACES               TO HT-RECORD (HT-ENTRY-COUNT).
           MOVE WS-NEXT-CHECK-NUMBER
               TO HT-CHECK-NUMBER (HT-ENTRY-COUNT).
           MOVE PD-BUSINESS-DATE     TO HT-ISSUE-DATE (HT-ENTRY-COUNT).
           MOVE WS-PAY-SOURCE        TO HT-SOURCE (HT-ENTRY-COUNT).
           MOVE WS-PAY-PAYEE-TYPE    TO HT-PAYEE-TYPE (HT-ENTRY-COUNT).
           MOVE WS-PAY-PAYEE-ID      TO HT-PAYEE-ID (HT-ENTRY-COUNT).
           MOVE WS-PAY-PAYEE-NAME    TO HT-PAYEE-NAME (HT-ENTRY-COUNT).
           MOVE WS-PAY-AMOUNT        TO HT-AMOUNT (HT-ENTRY-COUNT).
           SET HT-ISSUED (HT-ENTRY-COUNT) TO TRUE.
           MOVE ZERO                 TO HT-VOID-DATE (HT-ENTRY-COUNT).
           MOVE WS-PAY-REISSUE-OF    TO HT-REISSUE-OF (HT-ENTRY-COUNT).
           MOVE ZERO                 TO HT-REISSUED-AS (HT-ENTRY-COUNT).
           MOVE ZERO                 TO HT-CLEAR-DATE (HT-ENTRY-COUNT).
           MOVE ZERO
               TO HT-CLEARED-AMOUNT (HT-ENTRY-COUNT).
           ADD 1 TO WS-NEXT-CHECK-NUMBER.
           ADD 1 TO CT-CHECKS-ISSUED.
           ADD WS-PAY-AMOUNT TO CT-ISSUED-AMOUNT.
           MOVE SPACES            TO POSITIVE-PAY-RECORD.
           MOVE CK-BANK-ACCOUNT   TO PP-BANK-ACCOUNT.
           MOVE "I"               TO PP-ISSUE-VOID.
           MOVE HT-CHECK-NUMBER (HT-ENTRY-COUNT) TO PP-CHECK-NUMBER.
           MOVE WS-PAY-AMOUNT     TO PP-AMOUNT.
           MOVE PD-BUSINESS-DATE  TO PP-ISSUE-DATE.
           MOVE WS-PAY-PAYEE-NAME TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD.
           MOVE HT-CHECK-NUMBER (HT-ENTRY-COUNT) TO RGL-CHECK-NUMBER.
           MOVE WS-PAY-SOURCE     TO RGL-SOURCE.
           MOVE WS-PAY-PAYEE-TYPE TO RGL-PAYEE-TYPE.
           MOVE WS-PAY-PAYEE-ID   TO RGL-PAYEE-ID.
           MOVE WS-PAY-PAYEE-NAME TO RGL-PAYEE-NAME.
           MOVE WS-PAY-AMOUNT     TO RGL-AMOUNT.
           IF WS-PAY-REISSUE-OF > ZERO
               MOVE "REISSUED"        TO RGL-ACTION
               MOVE "REISSUE OF  "    TO RGL-NOTE-LABEL
               MOVE WS-PAY-REISSUE-OF TO RGL-NOTE-NUMBER
               MOVE RGL-NOTE-CHECK    TO RGL-NOTE
           ELSE
               MOVE "ISSUED"          TO RGL-ACTION
               MOVE SPACES            TO RGL-NOTE
           END-IF.
           PERFORM 280-PRINT-REGISTER-LINE.
      *
       500-WRITE-HISTORY.
      *
           PERFORM 505-WRITE-ONE-HISTORY
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT.
      *
       505-WRITE-ONE-HISTORY.
      *
           MOVE HT-RECORD (HT-SUB) TO ISSUED-CHECK-NEW-REC.
           WRITE ISSUED-CHECK-NEW-REC.
           ADD 1 TO CT-HISTORY-WRITTEN.
      *
       510-WRITE-CHECK-CONTROL.
      *
           MOVE WS-NEXT-CHECK-NUMBER TO CK-NEXT-CHECK-NUMBER.
           MOVE PD-BUSINESS-DATE     TO CK-LAST-RUN-DATE.
           MOVE CHECK-CONTROL-RECORD TO CHECK-CONTROL-NEW-REC.
           WRITE CHECK-CONTROL-NEW-REC.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           COMPUTE CT-NET-DISBURSED =
               CT-ISSUED-AMOUNT - CT-VOIDED-AMOUNT.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "CHECKS ISSUED   "  TO TTL-LABEL.
           MOVE CT-CHECKS-ISSUED    TO TTL-CHECK-COUNT.
           MOVE CT-ISSUED-AMOUNT    TO TTL-AMOUNT.
           PERFORM 615-WRITE-TOTAL-LINE.
           MOVE "CHECKS VOIDED   "  TO TTL-LABEL.
           MOVE CT-CHECKS-VOIDED    TO TTL-CHECK-COUNT.
           MOVE CT-VOIDED-AMOUNT    TO TTL-AMOUNT.
           PERFORM 615-WRITE-TOTAL-LINE.
           MOVE "NET DISBURSED   "  TO TTL-LABEL.
           COMPUTE TTL-CHECK-COUNT =
               CT-CHECKS-ISSUED - CT-CHECKS-VOIDED.
           MOVE CT-NET-DISBURSED    TO TTL-AMOUNT.
           PERFORM 615-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "TRANS READ        " TO CTL-LABEL.
           MOVE CT-TRANS-READ        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TRANS APPLIED     " TO CTL-LABEL.
           MOVE CT-TRANS-APPLIED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TRANS REJECTED    " TO CTL-LABEL.
           MOVE CT-TRANS-REJECTED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "CHECKS REISSUED   " TO CTL-LABEL.
           MOVE CT-CHECKS-REISSUED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "PAYMENTS READ     " TO CTL-LABEL.
           MOVE CT-PAYMENTS-READ     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "PAYMENTS PAID     " TO CTL-LABEL.
           MOVE CT-PAYMENTS-PAID     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "PAYMENTS REJECTED " TO CTL-LABEL.
           MOVE CT-PAYMENTS-REJECTED TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "HISTORY READ      " TO CTL-LABEL.
           MOVE CT-HISTORY-READ      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "HISTORY WRITTEN   " TO CTL-LABEL.
           MOVE CT-HISTORY-WRITTEN   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-TRANS-READ = CT-TRANS-APPLIED + CT-TRANS-REJECTED
                   AND CT-PAYMENTS-READ
                       = CT-PAYMENTS-PAID + CT-PAYMENTS-REJECTED
                   AND CT-CHECKS-ISSUED
                       = CT-PAYMENTS-PAID + CT-CHECKS-REISSUED
                   AND CT-HISTORY-WRITTEN
                       = CT-HISTORY-READ + CT-CHECKS-ISSUED
               DISPLAY "*** DISBURSE RUN IS IN BALANCE ***"
               IF CT-TRANS-REJECTED > ZERO
                       OR CT-PAYMENTS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** DISBURSE RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       610-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       615-WRITE-TOTAL-LINE.
      *
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * THE NET DISBURSED GOES TO GLEXTR FOR THE CASH JOURNAL,
      * STAMPED WITH THE BUSINESS DATE IT BELONGS TO.
      *
       620-WRITE-DISB-CONTROL.
      *
           OPEN OUTPUT DISBCTL.
           IF NOT DISBCTL-FILE-OK
               DISPLAY "DISBCTL OPEN ERROR: " WF-DISBCTL-STATUS
               PERFORM 900-ABORT
           END-IF.
           MOVE SPACES               TO DISBURSEMENT-CONTROL-REC.
           MOVE "DISBURSE"           TO DC-PROGRAM.
           MOVE CT-CHECKS-ISSUED     TO DC-CHECKS-ISSUED.
           MOVE CT-CHECKS-VOIDED     TO DC-CHECKS-VOIDED.
           COMPUTE DC-ITEMS-REJECTED =
               CT-TRANS-REJECTED + CT-PAYMENTS-REJECTED.
           MOVE CT-NET-DISBURSED     TO DC-NET-DISBURSED.
           MOVE PD-BUSINESS-DATE     TO DC-BUSINESS-DATE.
           WRITE DISBURSEMENT-CONTROL-REC.
           CLOSE DISBCTL.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
