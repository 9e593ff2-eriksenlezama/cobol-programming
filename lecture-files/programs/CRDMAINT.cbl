      * MASTER FROM LIMIT TRANSACTIONS, IN THE CSTMAINT MOLD -
      * THE SALES MASTER IS STILL A SEQUENTIAL GENERATION FILE SO
      * THE OLD GENERATION IS COPIED FORWARD WITH LIMITS APPLIED.
      *
      * LIMITTRN LAYOUT: COL 1 = 'L', COLS 2-6 CUSTOMER NUMBER,
      * COLS 7-13 NEW CREDIT LIMIT 9(5)V99, COLS 21-28 OPERATOR ID.
      * THE OPERATOR MUST BE ON OPERAUTH AND THE OPERATOR'S ROLE
      * MUST BE GRANTED CODE 'L' IN CRDMAINT ON THE PERMISSION TABLE
      * (AUTHCHK).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WF-LIMITREG-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
           FILE STATUS IS WF-OPERAUTH-STATUS.
      *
       DATA DIVISION.
      *
           05  LT-CUSTOMER-NUMBER      PIC 9(5).
           05  LT-CREDIT-LIMIT         PIC 9(5)V9(2).
           05  FILLER                  PIC X(7).
           05  LT-OPERATOR-ID          PIC X(8).
      *
       FD  LIMITREG.
       01  PRINT-AREA       PIC X(132).
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       WORKING-STORAGE SECTION.
      *
               88  CUSTMAST-EOF                 VALUE "Y".
           05  LIMITTRN-EOF-SWITCH     PIC X    VALUE "N".
               88  LIMITTRN-EOF                 VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CUSTOLD-STATUS   PIC XX.
               88  LIMITREG-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
      *
       01  LIMIT-TABLE-FIELDS.
           05  LT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
               10  LMT-APPLIED-SWITCH      PIC X.
                   88  LMT-APPLIED                 VALUE "Y".
                   88  LMT-NOT-APPLIED             VALUE "N".
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
       01  CONTROL-TOTALS.
           05  CT-TRANS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 800-WRITE-OUTPUT-HEADER.
           PERFORM 110-PRINT-HEADING-LINES.
           PERFORM 050-LOAD-OPERATOR-TABLE.
           PERFORM 120-LOAD-LIMIT-TABLE.
           PERFORM 200-APPLY-LIMITS-TO-MASTER
               UNTIL CUSTMAST-EOF.
           PERFORM 805-WRITE-OUTPUT-TRAILER.
           PERFORM 300-REJECT-UNMATCHED-TRANS.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE CUSTMAST-OLD
                 CUSTMAST-NEW
                 LIMITTRN
                 LIMITREG.
           GOBACK.
      *
      * EVERY LIMIT TRANSACTION MUST NAME WHO KEYED IT.
      *
       050-LOAD-OPERATOR-TABLE.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
               DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 055-READ-OPERATOR
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       055-READ-OPERATOR.
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
       100-FORMAT-REPORT-HEADING.
      *
      *
       140-STORE-LIMIT-ENTRY.
      *
           PERFORM 150-EDIT-LIMIT-TRANS.
           IF RJL-REASON NOT = SPACES
               ADD 1 TO CT-TRANS-REJECTED
               MOVE LT-CUSTOMER-NUMBER    TO RJL-CUSTOMER-NUMBER
               MOVE REJECT-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           ELSE
           END-IF
           END-IF.
           PERFORM 130-READ-LIMIT-TRANS.
      *
      * A LIMIT THAT PASSES THE EDITS IS PUT TO AUTHCHK BEFORE IT IS
      * TABLED; A REFUSAL IS REJECTED WITH THE AUTHCHK REASON.
      *
       150-EDIT-LIMIT-TRANS.
      *
           MOVE SPACES TO RJL-REASON.
           EVALUATE TRUE
               WHEN NOT LT-LIMIT-TRANS
                   MOVE "INVALID TRANS CODE      " TO RJL-REASON
               WHEN LT-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID          " TO RJL-REASON
               WHEN OTHER
                   PERFORM 160-CHECK-OPERATOR-ID
                   IF OT-MATCH-SUB = ZERO
                       MOVE "UNKNOWN OPERATOR        " TO RJL-REASON
                   ELSE
                       PERFORM 170-CHECK-AUTHORIZATION
                       IF AC-REFUSED
                           MOVE AC-REASON TO RJL-REASON
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       160-CHECK-OPERATOR-ID.
      *
           MOVE ZERO TO OT-MATCH-SUB.
           PERFORM 165-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       165-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = LT-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       170-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "CRDMAINT"     TO AC-PROGRAM-ID.
           MOVE LT-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE LT-CODE        TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       200-APPLY-LIMITS-TO-MASTER.
      *
