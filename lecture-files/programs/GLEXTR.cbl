      *   TUITION  - TUITION REVENUE SUMMED OFF THE TUITINV
      *              INVOICE FILE
      *   COMMCALC - COMMISSION EXPENSE SUMMED OFF THE COMMPAY
      *              EXTRACT - THE NET PAID AFTER CLAWBACKS AND
      *              CARRIED DEFICITS
      *   ARWRTOFF - THE TOTAL WRITTEN OFF FROM THE WOCTL CONTROL
      *              RECORD (BAD-DEBT EXPENSE DR / RECEIVABLES CR).
      *              WRITE-OFFS ARE NOT RUN EVERY NIGHT, SO A WOCTL
      *              RECORD FROM AN EARLIER BUSINESS DATE (OR NONE
      *              AT ALL) PRODUCES NO BATCH.
      *   DISBURSE - THE NET DISBURSED FROM THE DISBCTL CONTROL
      *              RECORD (PAYABLES DR / CASH CR) - CHECKS ISSUED
      *              LESS CHECKS VOIDED. LIKE WOCTL, A RECORD FROM
      *              ANOTHER BUSINESS DATE OR NONE PRODUCES NO BATCH.
      *   PAYROLL  - THE PAY PERIOD'S TOTALS FROM THE PAYCTL CONTROL
      *              RECORD, AS FOUR BATCHES WHOSE DEBITS MAKE UP THE
      *              GROSS PAY: PAYNET (WAGE EXPENSE DR / PAYROLL
      *              PAYABLE CR, CLEARED WHEN DISBURSE PAYS THE NET),
      *              PAYTAX (TAX WITHHELD), PAYBENEF (BENEFITS) AND
      *              PAYVOLDD (VOLUNTARY DEDUCTIONS), EACH WAGE
      *              EXPENSE DR AGAINST ITS OWN PAYABLE CR. PAYROLL
      *              IS NOT RUN EVERY NIGHT - LIKE WOCTL, A RECORD
      *              FROM ANOTHER BUSINESS DATE OR NONE PRODUCES NO
      *              BATCH. THE PAYDEPT RECORDS BEHIND THE PAYCTL
      *              RECORD SPLIT THE SAME FIGURES BY DEPARTMENT, AND
      *              EACH BATCH'S WAGE EXPENSE DR IS WRITTEN AS ONE
      *              LINE PER DEPARTMENT CARRYING THAT DEPARTMENT'S
      *              COST CENTER FROM THE DEPARTMENT MASTER (DEPTMST,
      *              LOADED BY DEPTLOAD) AGAINST THE ONE PAYABLE CR.
      *              IF THERE ARE NO PAYDEPT RECORDS THE BATCH IS
      *              WRITTEN AS A SINGLE DR WITHOUT A COST CENTER; IF
      *              THEY DO NOT ADD UP TO THE PAYCTL TOTALS THE SAME
      *              IS DONE AND THE RUN ENDS WITH RETURN CODE 8. A
      *              DEPARTMENT WITH NO COST CENTER ON THE MASTER IS
      *              LISTED AND ENDS THE RUN WITH RETURN CODE 4.
      * THE ACCOUNT PAIR FOR EACH SOURCE COMES FROM THE GLMAP
      * CONTROL FILE, EVERY BATCH IS WRITTEN AS ONE DEBIT AND ONE
      * CREDIT FOR THE SAME AMOUNT, AND THE PROOF LISTING SHOWS
      * EACH BATCH BALANCING TO ITS SOURCE REGISTER. A SOURCE
      * MISSING FROM GLMAP IS REPORTED AND PRODUCES NO JOURNAL.
      * GLPOST POSTS THE JOURNAL TO THE GL ACCOUNT MASTER.
      * A BUSINESS DATE IN A CLOSED FISCAL PERIOD IS REFUSED (SEE
      * PERDCHK) UNLESS AN AUTHORIZED OVERRIDE CARD IS SUPPLIED.
      *
      * GLMAP RECORDS: SOURCE X(8), DEBIT ACCOUNT X(8), CREDIT
      * ACCOUNT X(8).
               FILE STATUS IS WF-TUITINV-STATUS.
           SELECT COMMPAY  ASSIGN TO COMMPAY
               FILE STATUS IS WF-COMMPAY-STATUS.
           SELECT WOCTL    ASSIGN TO WOCTL
               FILE STATUS IS WF-WOCTL-STATUS.
           SELECT DISBCTL  ASSIGN TO DISBCTL
               FILE STATUS IS WF-DISBCTL-STATUS.
           SELECT PAYCTL   ASSIGN TO PAYCTL
               FILE STATUS IS WF-PAYCTL-STATUS.
      * DEPTMST IS READ BY THE DEPTLOAD SUBROUTINE.
           SELECT GLJRNL   ASSIGN TO GLJRNL
               FILE STATUS IS WF-GLJRNL-STATUS.
           SELECT PROOFRPT ASSIGN TO PROOFRPT
           05  CP-SALES-THIS-YTD       PIC 9(7)V9(2).
           05  CP-COMMISSION           PIC 9(7)V9(2).
           05  CP-TOP-TIER             PIC 9(2).
           05  CP-CLAWBACK             PIC 9(7)V9(2).
           05  CP-NET-PAID             PIC 9(7)V9(2).
           05  CP-CARRY-FORWARD        PIC 9(7)V9(2).
           05  FILLER                  PIC X(29).
      *
       FD  WOCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  WRITE-OFF-CONTROL-REC.
           05  WC-PROGRAM              PIC X(8).
           05  WC-TRANS-READ           PIC 9(7).
           05  WC-TRANS-APPLIED        PIC 9(7).
           05  WC-TRANS-REJECTED       PIC 9(7).
           05  WC-NET-POSTED           PIC S9(9)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  WC-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(31).
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
       FD  PAYCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYROLL-CONTROL-REC.
           05  PR-PROGRAM              PIC X(8).
           05  PR-EMPLOYEES-PAID       PIC 9(5).
           05  PR-GROSS-PAY            PIC 9(9)V99.
           05  PR-TAX-WITHHELD         PIC 9(9)V99.
           05  PR-BENEFITS             PIC 9(9)V99.
           05  PR-VOLUNTARY            PIC 9(9)V99.
           05  PR-NET-PAY              PIC 9(9)V99.
           05  PR-BUSINESS-DATE        PIC 9(8).
           05  PR-DEPARTMENT           PIC X(4).
      *
       FD  GLJRNL
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLJRNL.
      *
       FD  PROOFRPT.
       01  PRINT-AREA       PIC X(132).
               88  TUITINV-EOF                  VALUE "Y".
           05  COMMPAY-EOF-SWITCH      PIC X    VALUE "N".
               88  COMMPAY-EOF                  VALUE "Y".
           05  WOCTL-EOF-SWITCH        PIC X    VALUE "N".
               88  WOCTL-EOF                    VALUE "Y".
           05  DISBCTL-EOF-SWITCH      PIC X    VALUE "N".
               88  DISBCTL-EOF                  VALUE "Y".
           05  PAYCTL-EOF-SWITCH       PIC X    VALUE "N".
               88  PAYCTL-EOF                   VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-GLMAP-STATUS     PIC XX.
               88  TUITINV-FILE-OK         VALUE "00".
           05  WF-COMMPAY-STATUS   PIC XX.
               88  COMMPAY-FILE-OK         VALUE "00".
           05  WF-WOCTL-STATUS     PIC XX.
               88  WOCTL-FILE-OK           VALUE "00".
           05  WF-DISBCTL-STATUS   PIC XX.
               88  DISBCTL-FILE-OK         VALUE "00".
           05  WF-PAYCTL-STATUS    PIC XX.
               88  PAYCTL-FILE-OK          VALUE "00".
           05  WF-GLJRNL-STATUS    PIC XX.
               88  GLJRNL-FILE-OK          VALUE "00".
           05  WF-PROOFRPT-STATUS  PIC XX.
           05  WS-BATCH-AMOUNT     PIC S9(9)V99  COMP-3.
           05  WS-TUITION-TOTAL    PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  WS-COMM-TOTAL       PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
      * PAYROLL BY DEPARTMENT FROM THE PAYDEPT RECORDS. THE FOUR
      * AMOUNTS ARE NET, TAX, BENEFITS AND VOLUNTARY, IN THE ORDER
      * THE PAYROLL BATCHES ARE WRITTEN.
      *
       01  PAY-DEPT-TABLE-FIELDS.
           05  PY-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  PY-SUB              PIC S9(4)  COMP.
           05  PY-PART             PIC S9(4)  COMP.
           05  PY-SPLIT-SWITCH     PIC X    VALUE "N".
               88  PY-SPLIT-BY-DEPARTMENT       VALUE "Y".
           05  PY-HEADER-TOTAL     PIC S9(9)V99  COMP-3
                                   OCCURS 4 TIMES.
           05  PY-DEPT-TOTAL       PIC S9(9)V99  COMP-3
                                   OCCURS 4 TIMES.
      *
       01  PAY-DEPT-TABLE.
           05  PAY-DEPT-ENTRY          OCCURS 200 TIMES.
               10  PDT-DEPARTMENT          PIC X(4).
               10  PDT-COST-CENTER         PIC X(6).
               10  PDT-AMOUNT              PIC S9(9)V99  COMP-3
                                           OCCURS 4 TIMES.
      *
       01  DEPT-MASTER-FIELDS.
           05  DT-SUB              PIC S9(4)  COMP.
           05  DT-MATCH-SUB        PIC S9(4)  COMP.
           05  DT-SEARCH-DEPT      PIC X(4).
      *
       COPY DEPTTBL.
      *
       01  CONTROL-TOTALS.
           05  CT-BATCHES-WRITTEN  PIC S9(3)     COMP-3 VALUE ZERO.
           05  CT-SOURCES-UNMAPPED PIC S9(3)     COMP-3 VALUE ZERO.
           05  CT-PAYDEPT-UNBALANCED
                                   PIC S9(3)     COMP-3 VALUE ZERO.
           05  CT-COST-CENTERS-MISSING
                                   PIC S9(3)     COMP-3 VALUE ZERO.
      *
       01  PERIOD-CHECK-FIELDS.
           05  WS-PERIOD-PROGRAM   PIC X(8)      VALUE "GLEXTR  ".
           05  WS-PERIOD-STATUS    PIC 9(1).
               88  PERIOD-POSTING-REFUSED        VALUE 2.
           05  WS-PERIOD-REASON    PIC X(40).
      *
       COPY DATETIME.
      *
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 113-CHECK-POSTING-PERIOD.
           PERFORM 115-PRINT-HEADING-LINES.
           PERFORM 120-LOAD-MAP-TABLE
               UNTIL GLMAP-EOF.
           PERFORM 200-JOURNAL-SALES-POSTING.
           PERFORM 300-JOURNAL-TUITION-BILLING.
           PERFORM 400-JOURNAL-COMMISSIONS.
           PERFORM 600-JOURNAL-WRITE-OFFS.
           PERFORM 700-JOURNAL-DISBURSEMENTS.
           PERFORM 800-JOURNAL-PAYROLL.
           DISPLAY "GLEXTR BATCHES WRITTEN  " CT-BATCHES-WRITTEN.
           DISPLAY "GLEXTR SOURCES UNMAPPED " CT-SOURCES-UNMAPPED.
           DISPLAY "GLEXTR PAYDEPT UNBALANCED " CT-PAYDEPT-UNBALANCED.
           DISPLAY "GLEXTR NO COST CENTER   " CT-COST-CENTERS-MISSING.
           IF CT-SOURCES-UNMAPPED > ZERO
                   OR CT-PAYDEPT-UNBALANCED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CT-COST-CENTERS-MISSING > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE GLMAP
                 POSTCTL
                 TUITINV
                 COMMPAY
                 WOCTL
                 DISBCTL
                 PAYCTL
                 GLJRNL
                 PROOFRPT.
           GOBACK.
                       POSTCTL
                       TUITINV
                       COMMPAY
                       WOCTL
                       DISBCTL
                       PAYCTL
                OUTPUT GLJRNL
                       PROOFRPT.
           IF NOT GLMAP-FILE-OK
              DISPLAY "COMMPAY OPEN ERROR: " WF-COMMPAY-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT WOCTL-FILE-OK
              DISPLAY "WOCTL OPEN ERROR: " WF-WOCTL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT DISBCTL-FILE-OK
              DISPLAY "DISBCTL OPEN ERROR: " WF-DISBCTL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PAYCTL-FILE-OK
              DISPLAY "PAYCTL OPEN ERROR: " WF-PAYCTL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT GLJRNL-FILE-OK
              DISPLAY "GLJRNL OPEN ERROR: " WF-GLJRNL-STATUS
              PERFORM 900-ABORT
                   PERFORM 900-ABORT
           END-READ.
           CLOSE PROCDATE.
      *
      * A BUSINESS DATE IN A CLOSED FISCAL PERIOD IS NOT POSTED
      * UNLESS PERDCHK FINDS AN AUTHORIZED OVERRIDE CARD.
      *
       113-CHECK-POSTING-PERIOD.
      *
           CALL "PERDCHK" USING WS-PERIOD-PROGRAM, PD-BUSINESS-DATE,
                WS-PERIOD-STATUS, WS-PERIOD-REASON.
           IF PERIOD-POSTING-REFUSED
               DISPLAY "GLEXTR NOT RUN FOR " PD-BUSINESS-DATE
                   " - " WS-PERIOD-REASON
               PERFORM 900-ABORT
           END-IF.
      *
       115-PRINT-HEADING-LINES.
      *
               AT END
                   MOVE "Y" TO COMMPAY-EOF-SWITCH
               NOT AT END
                   ADD CP-NET-PAID TO WS-COMM-TOTAL
           END-READ.
      *
      * ONE BALANCED BATCH PER SOURCE - A DEBIT AND A CREDIT FOR
           END-IF.
           MOVE PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       600-JOURNAL-WRITE-OFFS.
      *
           READ WOCTL
               AT END
                   MOVE "Y" TO WOCTL-EOF-SWITCH
           END-READ.
           IF WOCTL-EOF
               DISPLAY "WOCTL CONTROL FILE IS EMPTY - NO WRITE-OFF"
                   " BATCH"
           ELSE
               IF WC-PROGRAM NOT = "ARWRTOFF"
                   DISPLAY "WOCTL NOT FROM ARWRTOFF: " WC-PROGRAM
                   PERFORM 900-ABORT
               END-IF
               IF WC-BUSINESS-DATE NOT = PD-BUSINESS-DATE
                   DISPLAY "WOCTL IS FOR " WC-BUSINESS-DATE
                       " - NO WRITE-OFF BATCH"
               ELSE
                   MOVE "ARWRTOFF" TO WS-LOOKUP-SOURCE
                   MOVE WC-NET-POSTED TO WS-BATCH-AMOUNT
                   PERFORM 500-WRITE-ONE-BATCH
               END-IF
           END-IF.
      *
       700-JOURNAL-DISBURSEMENTS.
      *
           READ DISBCTL
               AT END
                   MOVE "Y" TO DISBCTL-EOF-SWITCH
           END-READ.
           IF DISBCTL-EOF
               DISPLAY "DISBCTL CONTROL FILE IS EMPTY - NO"
                   " DISBURSEMENT BATCH"
           ELSE
               IF DC-PROGRAM NOT = "DISBURSE"
                   DISPLAY "DISBCTL NOT FROM DISBURSE: " DC-PROGRAM
                   PERFORM 900-ABORT
               END-IF
               IF DC-BUSINESS-DATE NOT = PD-BUSINESS-DATE
                   DISPLAY "DISBCTL IS FOR " DC-BUSINESS-DATE
                       " - NO DISBURSEMENT BATCH"
               ELSE
                   MOVE "DISBURSE" TO WS-LOOKUP-SOURCE
                   MOVE DC-NET-DISBURSED TO WS-BATCH-AMOUNT
                   PERFORM 500-WRITE-ONE-BATCH
               END-IF
           END-IF.
      *
      * THE FOUR PAYROLL BATCHES TOGETHER DEBIT WAGE EXPENSE WITH
      * THE FULL GROSS PAY.
      *
       800-JOURNAL-PAYROLL.
      *
           READ PAYCTL
               AT END
                   MOVE "Y" TO PAYCTL-EOF-SWITCH
           END-READ.
           IF PAYCTL-EOF
               DISPLAY "PAYCTL CONTROL FILE IS EMPTY - NO PAYROLL"
                   " BATCH"
           ELSE
               IF PR-PROGRAM NOT = "PAYROLL"
                   DISPLAY "PAYCTL NOT FROM PAYROLL: " PR-PROGRAM
                   PERFORM 900-ABORT
               END-IF
               IF PR-BUSINESS-DATE NOT = PD-BUSINESS-DATE
                   DISPLAY "PAYCTL IS FOR " PR-BUSINESS-DATE
                       " - NO PAYROLL BATCH"
               ELSE
                   MOVE PR-NET-PAY      TO PY-HEADER-TOTAL (1)
                   MOVE PR-TAX-WITHHELD TO PY-HEADER-TOTAL (2)
                   MOVE PR-BENEFITS     TO PY-HEADER-TOTAL (3)
                   MOVE PR-VOLUNTARY    TO PY-HEADER-TOTAL (4)
                   PERFORM 810-LOAD-PAYROLL-DEPARTMENTS
                   MOVE "PAYNET" TO WS-LOOKUP-SOURCE
                   MOVE 1 TO PY-PART
                   PERFORM 850-WRITE-ONE-PAYROLL-BATCH
                   MOVE "PAYTAX" TO WS-LOOKUP-SOURCE
                   MOVE 2 TO PY-PART
                   PERFORM 850-WRITE-ONE-PAYROLL-BATCH
                   MOVE "PAYBENEF" TO WS-LOOKUP-SOURCE
                   MOVE 3 TO PY-PART
                   PERFORM 850-WRITE-ONE-PAYROLL-BATCH
                   MOVE "PAYVOLDD" TO WS-LOOKUP-SOURCE
                   MOVE 4 TO PY-PART
                   PERFORM 850-WRITE-ONE-PAYROLL-BATCH
               END-IF
           END-IF.
      *
      * THE PAYDEPT RECORDS ARE TAKEN INTO THE TABLE WITH EACH
      * DEPARTMENT'S COST CENTER. THE BATCHES ARE SPLIT ONLY WHEN
      * EVERY AMOUNT ADDS BACK UP TO THE PAYCTL TOTAL.
      *
       810-LOAD-PAYROLL-DEPARTMENTS.
      *
           CALL "DEPTLOAD" USING DEPARTMENT-TABLE.
           IF DT-NOT-LOADED
               DISPLAY "DEPTMST NOT PRESENTED - PAYROLL DEBITS CARRY"
                   " NO COST CENTER"
           END-IF.
           MOVE ZERO TO PY-DEPT-TOTAL (1)
                        PY-DEPT-TOTAL (2)
                        PY-DEPT-TOTAL (3)
                        PY-DEPT-TOTAL (4).
           PERFORM 820-READ-PAYROLL-DEPARTMENT
               UNTIL PAYCTL-EOF.
           MOVE "Y" TO PY-SPLIT-SWITCH.
           IF PY-ENTRY-COUNT = ZERO
               DISPLAY "PAYCTL HAS NO PAYDEPT RECORDS - PAYROLL"
                   " DEBITS NOT SPLIT BY DEPARTMENT"
               MOVE "N" TO PY-SPLIT-SWITCH
           ELSE
               PERFORM 840-CHECK-ONE-PAYROLL-PART
                   VARYING PY-PART FROM 1 BY 1
                   UNTIL PY-PART > 4
               IF NOT PY-SPLIT-BY-DEPARTMENT
                   DISPLAY "PAYDEPT RECORDS DO NOT BALANCE TO PAYCTL"
                       " - PAYROLL DEBITS NOT SPLIT BY DEPARTMENT"
                   ADD 1 TO CT-PAYDEPT-UNBALANCED
               END-IF
           END-IF.
      *
       820-READ-PAYROLL-DEPARTMENT.
      *
           READ PAYCTL
               AT END
                   MOVE "Y" TO PAYCTL-EOF-SWITCH
               NOT AT END
                   IF PR-PROGRAM NOT = "PAYDEPT"
                       DISPLAY "PAYCTL RECORD NOT A PAYDEPT RECORD: "
                           PR-PROGRAM
                       PERFORM 900-ABORT
                   END-IF
                   IF PY-ENTRY-COUNT < 200
                       ADD 1 TO PY-ENTRY-COUNT
                       PERFORM 830-STORE-PAYROLL-DEPARTMENT
                   ELSE
                       DISPLAY "PAYDEPT TABLE FULL - OMITTED "
                           PR-DEPARTMENT
                   END-IF
           END-READ.
      *
       830-STORE-PAYROLL-DEPARTMENT.
      *
           MOVE PR-DEPARTMENT   TO PDT-DEPARTMENT (PY-ENTRY-COUNT).
           MOVE PR-NET-PAY      TO PDT-AMOUNT (PY-ENTRY-COUNT, 1).
           MOVE PR-TAX-WITHHELD TO PDT-AMOUNT (PY-ENTRY-COUNT, 2).
           MOVE PR-BENEFITS     TO PDT-AMOUNT (PY-ENTRY-COUNT, 3).
           MOVE PR-VOLUNTARY    TO PDT-AMOUNT (PY-ENTRY-COUNT, 4).
           ADD PR-NET-PAY       TO PY-DEPT-TOTAL (1).
           ADD PR-TAX-WITHHELD  TO PY-DEPT-TOTAL (2).
           ADD PR-BENEFITS      TO PY-DEPT-TOTAL (3).
           ADD PR-VOLUNTARY     TO PY-DEPT-TOTAL (4).
           MOVE PR-DEPARTMENT TO DT-SEARCH-DEPT.
           PERFORM 835-FIND-DEPARTMENT.
           IF DT-MATCH-SUB > ZERO
               MOVE DT-COST-CENTER (DT-MATCH-SUB)
                   TO PDT-COST-CENTER (PY-ENTRY-COUNT)
           ELSE
               MOVE SPACES TO PDT-COST-CENTER (PY-ENTRY-COUNT)
           END-IF.
           IF PDT-COST-CENTER (PY-ENTRY-COUNT) = SPACES
               DISPLAY "NO COST CENTER FOR DEPARTMENT " PR-DEPARTMENT
               ADD 1 TO CT-COST-CENTERS-MISSING
           END-IF.
      *
       835-FIND-DEPARTMENT.
      *
           MOVE ZERO TO DT-MATCH-SUB.
           PERFORM 836-MATCH-ONE-DEPARTMENT
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-ENTRY-COUNT
               OR DT-MATCH-SUB > ZERO.
      *
       836-MATCH-ONE-DEPARTMENT.
      *
           IF DT-DEPT-CODE (DT-SUB) = DT-SEARCH-DEPT
               MOVE DT-SUB TO DT-MATCH-SUB
           END-IF.
      *
       840-CHECK-ONE-PAYROLL-PART.
      *
           IF PY-DEPT-TOTAL (PY-PART) NOT = PY-HEADER-TOTAL (PY-PART)
               MOVE "N" TO PY-SPLIT-SWITCH
           END-IF.
      *
      * A SPLIT BATCH IS ONE WAGE EXPENSE DR PER DEPARTMENT WITH AN
      * AMOUNT, EACH WITH ITS PROOF LINE, AND ONE PAYABLE CR FOR THE
      * TOTAL. AN UNSPLIT OR UNMAPPED BATCH GOES THROUGH 500 AS
      * BEFORE.
      *
       850-WRITE-ONE-PAYROLL-BATCH.
      *
           MOVE PY-HEADER-TOTAL (PY-PART) TO WS-BATCH-AMOUNT.
           PERFORM 130-FIND-MAP-ENTRY.
           IF GM-MATCH-SUB = ZERO
                   OR NOT PY-SPLIT-BY-DEPARTMENT
               PERFORM 500-WRITE-ONE-BATCH
           ELSE
               PERFORM 860-WRITE-ONE-DEPT-DEBIT
                   VARYING PY-SUB FROM 1 BY 1
                   UNTIL PY-SUB > PY-ENTRY-COUNT
               MOVE SPACES           TO GL-JOURNAL-RECORD
               MOVE WS-LOOKUP-SOURCE TO GJ-BATCH-SOURCE
               MOVE GMT-CREDIT-ACCOUNT (GM-MATCH-SUB) TO GJ-ACCOUNT
               MOVE "C"              TO GJ-DEBIT-CREDIT
               MOVE WS-BATCH-AMOUNT  TO GJ-AMOUNT
               MOVE PD-BUSINESS-DATE TO GJ-BUSINESS-DATE
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO CT-BATCHES-WRITTEN
               MOVE WS-LOOKUP-SOURCE TO PFL-BATCH-SOURCE
               MOVE WS-BATCH-AMOUNT  TO PFL-AMOUNT
               MOVE GMT-DEBIT-ACCOUNT (GM-MATCH-SUB)
                   TO PFL-DEBIT-ACCOUNT
               MOVE GMT-CREDIT-ACCOUNT (GM-MATCH-SUB)
                   TO PFL-CREDIT-ACCOUNT
               MOVE "BATCH BALANCES      " TO PFL-STATUS
               MOVE PROOF-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
      *
       860-WRITE-ONE-DEPT-DEBIT.
      *
           IF PDT-AMOUNT (PY-SUB, PY-PART) NOT = ZERO
               PERFORM 865-WRITE-DEPT-DEBIT-LINE
           END-IF.
      *
       865-WRITE-DEPT-DEBIT-LINE.
      *
           MOVE SPACES           TO GL-JOURNAL-RECORD.
           MOVE WS-LOOKUP-SOURCE TO GJ-BATCH-SOURCE.
           MOVE GMT-DEBIT-ACCOUNT (GM-MATCH-SUB) TO GJ-ACCOUNT.
           MOVE "D"              TO GJ-DEBIT-CREDIT.
           MOVE PDT-AMOUNT (PY-SUB, PY-PART) TO GJ-AMOUNT.
           MOVE PD-BUSINESS-DATE TO GJ-BUSINESS-DATE.
           MOVE PDT-COST-CENTER (PY-SUB) TO GJ-COST-CENTER.
           WRITE GL-JOURNAL-RECORD.
           MOVE WS-LOOKUP-SOURCE TO PFL-BATCH-SOURCE.
           MOVE PDT-AMOUNT (PY-SUB, PY-PART) TO PFL-AMOUNT.
           MOVE GMT-DEBIT-ACCOUNT (GM-MATCH-SUB) TO PFL-DEBIT-ACCOUNT.
           MOVE SPACES TO PFL-CREDIT-ACCOUNT.
           MOVE SPACES TO PFL-STATUS.
           STRING "DEPT "                  DELIMITED BY SIZE
                  PDT-DEPARTMENT (PY-SUB)  DELIMITED BY SIZE
                  " CC "                   DELIMITED BY SIZE
                  PDT-COST-CENTER (PY-SUB) DELIMITED BY SIZE
               INTO PFL-STATUS
           END-STRING.
           MOVE PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       900-ABORT.
      *
