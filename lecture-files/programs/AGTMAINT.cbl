       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTMAINT.
      *
      * INSURANCE AGENT MASTER MAINTENANCE, IN THE CLTMAINT MOLD.
      * THE MASTER (COPY AGENTMST) IS A SEQUENTIAL FILE IN AGENT-
      * NUMBER ORDER; ADD/CHANGE/TERMINATE TRANSACTIONS ARE
      * VALIDATED, APPLIED AGAINST THE OLD GENERATION (AGTOLD), AND
      * THE SURVIVORS GO THROUGH AN INTERNAL SORT SO ADDS LAND IN KEY
      * ORDER ON THE NEW GENERATION (AGTNEW). BEFORE/AFTER IMAGES GO
      * TO AGTAUDT STAMPED WITH THE BUSINESS DATE (PROCDATE), AND
      * CONTROL TOTALS BALANCE THE RUN. A TERMINATE SETS THE AGENT
      * STATUS TO 'T' - THE AGENT STAYS ON FILE SO COMMISSION
      * HISTORY STILL PRINTS WITH A NAME, BUT CLTMAINT WILL NOT PUT
      * A CLIENT WITH THE AGENT AND AGTCOMM PAYS THE AGENT NOTHING
      * MORE. THE CARRY-FORWARD AND LAST-PAID FIELDS BELONG TO
      * AGTCOMM AND ARE NEVER CHANGED HERE.
      *
      * AGTTRAN LAYOUT: COL 1 = 'A'/'C'/'T', AGENT NUMBER 9(4), NAME
      * X(25), FIRST-YEAR RATE 9V9(4), RENEWAL RATE 9V9(4), COLS
      * 73-80 OPERATOR ID. A RATE IS A FRACTION OF PREMIUM AND MAY
      * NOT EXCEED 1.0000. AN ADD NEEDS A NAME AND BOTH RATES; ON A
      * CHANGE A BLANK NAME OR RATE LEAVES THAT FIELD AS IT IS. THE
      * OPERATOR MUST BE ON OPERAUTH AND THE OPERATOR'S ROLE MUST BE
      * GRANTED THE TRANSACTION CODE IN AGTMAINT ON THE PERMISSION
      * TABLE (AUTHCHK).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGTOLD   ASSIGN TO AGTOLD
               FILE STATUS IS WF-AGTOLD-STATUS.
           SELECT AGTTRAN  ASSIGN TO AGTTRAN
               FILE STATUS IS WF-AGTTRAN-STATUS.
           SELECT AGTNEW   ASSIGN TO AGTNEW
               FILE STATUS IS WF-AGTNEW-STATUS.
           SELECT AGTAUDT  ASSIGN TO AGTAUDT
               FILE STATUS IS WF-AGTAUDT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
               FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AGTOLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY AGENTMST.
      *
       FD  AGTTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  AGENT-TRANS-RECORD.
           05  AX-TRANS-CODE           PIC X.
               88  AX-ADD-TRANS            VALUE "A".
               88  AX-CHANGE-TRANS         VALUE "C".
               88  AX-TERM-TRANS           VALUE "T".
           05  AX-AGENT-NUMBER         PIC X(4).
           05  AX-AGENT-NAME           PIC X(25).
           05  AX-FIRST-YEAR-RATE      PIC X(5).
           05  AX-FIRST-YEAR-RATE-N REDEFINES AX-FIRST-YEAR-RATE
                                       PIC 9V9(4).
           05  AX-RENEWAL-RATE         PIC X(5).
           05  AX-RENEWAL-RATE-N REDEFINES AX-RENEWAL-RATE
                                       PIC 9V9(4).
           05  FILLER                  PIC X(32).
           05  AX-OPERATOR-ID          PIC X(8).
      *
       FD  AGTNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  AGENT-NEW-RECORD            PIC X(80).
      *
       FD  AGTAUDT
           RECORD CONTAINS 169 CHARACTERS.
       01  AGENT-AUDIT-RECORD.
           05  AA-TRANS-CODE           PIC X.
           05  AA-BEFORE-IMAGE         PIC X(80).
           05  AA-AFTER-IMAGE          PIC X(80).
           05  AA-CHANGE-DATE          PIC 9(8).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-AGENT-NUMBER        PIC 9(4).
           05  FILLER                  PIC X(76).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  AGTOLD-EOF-SWITCH       PIC X    VALUE "N".
               88  AGTOLD-EOF                   VALUE "Y".
           05  AGTTRAN-EOF-SWITCH      PIC X    VALUE "N".
               88  AGTTRAN-EOF                  VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
           05  WF-RECORD-VALID         PIC X.
               88  RECORD-IS-VALID              VALUE "Y".
               88  RECORD-IS-INVALID            VALUE "N".
      *
       01  WF-FILE-STATUSES.
           05  WF-AGTOLD-STATUS    PIC XX.
               88  AGTOLD-FILE-OK          VALUE "00".
           05  WF-AGTTRAN-STATUS   PIC XX.
               88  AGTTRAN-FILE-OK         VALUE "00".
           05  WF-AGTNEW-STATUS    PIC XX.
               88  AGTNEW-FILE-OK          VALUE "00".
           05  WF-AGTAUDT-STATUS   PIC XX.
               88  AGTAUDT-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
      *
       01  TRANS-TABLE-FIELDS.
           05  TT-ENTRY-COUNT          PIC S9(3) COMP VALUE ZERO.
           05  TT-SUB                  PIC S9(3) COMP.
           05  TT-MATCH-SUB            PIC S9(3) COMP.
           05  TT-FIND-SUB             PIC S9(3) COMP.
      *
      * ON A CHANGE ENTRY A BLANK NAME OR AN UNKEYED RATE MEANS THE
      * FIELD WAS NOT KEYED AND IS LEFT ALONE.
      *
       01  TRANS-TABLE.
           05  TRANS-ENTRY OCCURS 300 TIMES.
               10  TTE-TRANS-CODE          PIC X.
               10  TTE-AGENT-NUMBER        PIC 9(4).
               10  TTE-AGENT-NAME          PIC X(25).
               10  TTE-FIRST-YEAR-RATE     PIC 9V9(4).
               10  TTE-FIRST-YEAR-SWITCH   PIC X.
                   88  TTE-FIRST-YEAR-KEYED    VALUE "Y".
               10  TTE-RENEWAL-RATE        PIC 9V9(4).
               10  TTE-RENEWAL-SWITCH      PIC X.
                   88  TTE-RENEWAL-KEYED       VALUE "Y".
               10  TTE-APPLIED-SWITCH      PIC X.
                   88  TTE-APPLIED             VALUE "Y".
                   88  TTE-NOT-APPLIED         VALUE "N".
      *
       01  WORK-FIELDS.
           05  WS-BEFORE-IMAGE     PIC X(80).
           05  WS-WORK-RECORD.
               10  WK-AGENT-NUMBER     PIC 9(4).
               10  WK-AGENT-NAME       PIC X(25).
               10  WK-FIRST-YEAR-RATE  PIC 9V9(4).
               10  WK-RENEWAL-RATE     PIC 9V9(4).
               10  WK-AGENT-STATUS     PIC X.
               10  WK-CARRY-FORWARD    PIC 9(7)V9(2).
               10  WK-LAST-PAID-MONTH  PIC 9(6).
               10  FILLER              PIC X(25).
      *
       01  OPERATOR-TABLE-FIELDS.
           05  OT-ENTRY-COUNT          PIC S9(3) COMP VALUE ZERO.
           05  OT-SUB                  PIC S9(3) COMP.
           05  OT-MATCH-SUB            PIC S9(3) COMP.
      *
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 50 TIMES.
               10  OT-OPERATOR-ID          PIC X(8).
      *
       COPY AUTHPARM.
      *
       01  CONTROL-TOTALS.
           05  CT-MASTERS-READ     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ADDED            PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-CHANGED          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TERMINATED       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-REJECTED         PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-WRITTEN          PIC S9(5) COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-AGENT-MASTER.
      *
           PERFORM 050-READ-PROCESSING-DATE.
           PERFORM 060-LOAD-OPERATOR-TABLE.
           OPEN INPUT  AGTOLD
                       AGTTRAN
                OUTPUT AGTAUDT.
           IF NOT AGTOLD-FILE-OK
              DISPLAY "AGTOLD OPEN ERROR: " WF-AGTOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AGTTRAN-FILE-OK
              DISPLAY "AGTTRAN OPEN ERROR: " WF-AGTTRAN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AGTAUDT-FILE-OK
              DISPLAY "AGTAUDT OPEN ERROR: " WF-AGTAUDT-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-LOAD-TRANS-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-AGENT-NUMBER
               INPUT PROCEDURE 200-APPLY-MAINTENANCE
               GIVING AGTNEW.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE AGTOLD
                 AGTTRAN
                 AGTAUDT.
           GOBACK.
      *
       050-READ-PROCESSING-DATE.
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
      * EVERY TRANSACTION MUST NAME WHO KEYED IT.
      *
       060-LOAD-OPERATOR-TABLE.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
               DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 065-READ-OPERATOR
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       065-READ-OPERATOR.
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
       100-LOAD-TRANS-TABLE.
      *
           PERFORM 110-READ-TRANS-RECORD.
           PERFORM 120-STORE-TRANS-ENTRY
               UNTIL AGTTRAN-EOF.
      *
       110-READ-TRANS-RECORD.
      *
           READ AGTTRAN
               AT END
                   MOVE "Y" TO AGTTRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.
      *
       120-STORE-TRANS-ENTRY.
      *
           PERFORM 130-VALIDATE-TRANS.
           IF RECORD-IS-INVALID
               ADD 1 TO CT-REJECTED
           ELSE
           IF TT-ENTRY-COUNT < 300
               ADD 1 TO TT-ENTRY-COUNT
               MOVE AX-TRANS-CODE
                   TO TTE-TRANS-CODE (TT-ENTRY-COUNT)
               MOVE AX-AGENT-NUMBER
                   TO TTE-AGENT-NUMBER (TT-ENTRY-COUNT)
               MOVE AX-AGENT-NAME
                   TO TTE-AGENT-NAME (TT-ENTRY-COUNT)
               IF AX-FIRST-YEAR-RATE IS NUMERIC
                   MOVE AX-FIRST-YEAR-RATE-N
                       TO TTE-FIRST-YEAR-RATE (TT-ENTRY-COUNT)
                   SET TTE-FIRST-YEAR-KEYED (TT-ENTRY-COUNT) TO TRUE
               ELSE
                   MOVE ZERO TO TTE-FIRST-YEAR-RATE (TT-ENTRY-COUNT)
                   MOVE "N"  TO TTE-FIRST-YEAR-SWITCH (TT-ENTRY-COUNT)
               END-IF
               IF AX-RENEWAL-RATE IS NUMERIC
                   MOVE AX-RENEWAL-RATE-N
                       TO TTE-RENEWAL-RATE (TT-ENTRY-COUNT)
                   SET TTE-RENEWAL-KEYED (TT-ENTRY-COUNT) TO TRUE
               ELSE
                   MOVE ZERO TO TTE-RENEWAL-RATE (TT-ENTRY-COUNT)
                   MOVE "N"  TO TTE-RENEWAL-SWITCH (TT-ENTRY-COUNT)
               END-IF
               SET TTE-NOT-APPLIED (TT-ENTRY-COUNT) TO TRUE
           ELSE
               DISPLAY "TRANS TABLE FULL - TRANS DROPPED "
                   AX-AGENT-NUMBER
               ADD 1 TO CT-REJECTED
           END-IF
           END-IF.
           PERFORM 110-READ-TRANS-RECORD.
      *
       130-VALIDATE-TRANS.
      *
           SET RECORD-IS-VALID TO TRUE.
           IF NOT AX-ADD-TRANS AND NOT AX-CHANGE-TRANS
                   AND NOT AX-TERM-TRANS
               DISPLAY "INVALID TRANS CODE - REJECTED "
                   AGENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF AX-AGENT-NUMBER NOT NUMERIC
                   OR AX-AGENT-NUMBER = "0000"
               DISPLAY "BAD AGENT NUMBER - REJECTED "
                   AGENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF AX-ADD-TRANS AND RECORD-IS-VALID
               PERFORM 135-VALIDATE-NEW-AGENT
           END-IF.
           IF (AX-ADD-TRANS OR AX-CHANGE-TRANS)
                   AND RECORD-IS-VALID
               PERFORM 140-VALIDATE-RATES
           END-IF.
           IF AX-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - REJECTED " AGENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
               PERFORM 145-CHECK-OPERATOR-ID
               IF OT-MATCH-SUB = ZERO
                   DISPLAY "UNKNOWN OPERATOR - REJECTED "
                       AGENT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 150-CHECK-AUTHORIZATION
               IF AC-REFUSED
                   DISPLAY AC-REASON " - REJECTED " AGENT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.
      *
       135-VALIDATE-NEW-AGENT.
      *
           IF AX-AGENT-NAME = SPACES
               DISPLAY "BLANK NAME - REJECTED " AGENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF AX-FIRST-YEAR-RATE = SPACES
                   OR AX-RENEWAL-RATE = SPACES
               DISPLAY "RATES REQUIRED ON ADD - REJECTED "
                   AGENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
      *
       140-VALIDATE-RATES.
      *
           IF AX-FIRST-YEAR-RATE NOT = SPACES
               IF AX-FIRST-YEAR-RATE NOT NUMERIC
                   DISPLAY "NON-NUMERIC FIRST-YEAR RATE - REJECTED "
                       AGENT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
               IF AX-FIRST-YEAR-RATE-N > 1
                   DISPLAY "FIRST-YEAR RATE OVER 1 - REJECTED "
                       AGENT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               END-IF
           END-IF.
           IF AX-RENEWAL-RATE NOT = SPACES
               IF AX-RENEWAL-RATE NOT NUMERIC
                   DISPLAY "NON-NUMERIC RENEWAL RATE - REJECTED "
                       AGENT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
               IF AX-RENEWAL-RATE-N > 1
                   DISPLAY "RENEWAL RATE OVER 1 - REJECTED "
                       AGENT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               END-IF
           END-IF.
      *
       145-CHECK-OPERATOR-ID.
      *
           MOVE ZERO TO OT-MATCH-SUB.
           PERFORM 147-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       147-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = AX-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
      * ONLY A TRANSACTION THAT HAS PASSED THE EDITS IS PUT TO
      * AUTHCHK, SO THE AUTHORIZATION LOG HOLDS NO BAD INPUT.
      *
       150-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "AGTMAINT"     TO AC-PROGRAM-ID.
           MOVE AX-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE AX-TRANS-CODE  TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       200-APPLY-MAINTENANCE.
      *
           PERFORM 210-READ-OLD-MASTER.
           PERFORM 220-PROCESS-ONE-MASTER
               UNTIL AGTOLD-EOF.
           PERFORM 300-APPLY-REMAINING-ADDS.
      *
       210-READ-OLD-MASTER.
      *
           READ AGTOLD
               AT END
                   MOVE "Y" TO AGTOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-MASTERS-READ
           END-READ.
      *
      * EVERY TRANSACTION FOR THE AGENT IS APPLIED IN THE ORDER
      * KEYED, SO A CHANGE AND A TERMINATE CAN RIDE THE SAME RUN.
      *
       220-PROCESS-ONE-MASTER.
      *
           MOVE AGENT-MASTER-RECORD TO WS-WORK-RECORD.
           PERFORM 230-FIND-MATCHING-TRANS.
           PERFORM 250-APPLY-ONE-TRANS
               UNTIL TT-MATCH-SUB = ZERO.
           RELEASE SORT-RECORD FROM WS-WORK-RECORD.
           ADD 1 TO CT-WRITTEN.
           PERFORM 210-READ-OLD-MASTER.
      *
       230-FIND-MATCHING-TRANS.
      *
           MOVE ZERO TO TT-MATCH-SUB.
           PERFORM 240-MATCH-ONE-TRANS
               VARYING TT-FIND-SUB FROM 1 BY 1
               UNTIL TT-FIND-SUB > TT-ENTRY-COUNT
               OR TT-MATCH-SUB > ZERO.
      *
       240-MATCH-ONE-TRANS.
      *
           IF TTE-NOT-APPLIED (TT-FIND-SUB)
                   AND TTE-AGENT-NUMBER (TT-FIND-SUB)
                       = WK-AGENT-NUMBER
               MOVE TT-FIND-SUB TO TT-MATCH-SUB
           END-IF.
      *
       250-APPLY-ONE-TRANS.
      *
           EVALUATE TRUE
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "C"
                   MOVE WS-WORK-RECORD TO WS-BEFORE-IMAGE
                   IF TTE-AGENT-NAME (TT-MATCH-SUB) NOT = SPACES
                       MOVE TTE-AGENT-NAME (TT-MATCH-SUB)
                           TO WK-AGENT-NAME
                   END-IF
                   IF TTE-FIRST-YEAR-KEYED (TT-MATCH-SUB)
                       MOVE TTE-FIRST-YEAR-RATE (TT-MATCH-SUB)
                           TO WK-FIRST-YEAR-RATE
                   END-IF
                   IF TTE-RENEWAL-KEYED (TT-MATCH-SUB)
                       MOVE TTE-RENEWAL-RATE (TT-MATCH-SUB)
                           TO WK-RENEWAL-RATE
                   END-IF
                   PERFORM 280-WRITE-AUDIT-RECORD
                   ADD 1 TO CT-CHANGED
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "T"
                   MOVE WS-WORK-RECORD TO WS-BEFORE-IMAGE
                   MOVE "T" TO WK-AGENT-STATUS
                   PERFORM 280-WRITE-AUDIT-RECORD
                   ADD 1 TO CT-TERMINATED
               WHEN OTHER
                   DISPLAY "ALREADY ON MASTER - ADD REJECTED "
                       TTE-AGENT-NUMBER (TT-MATCH-SUB)
                   ADD 1 TO CT-REJECTED
           END-EVALUATE.
           SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE.
           PERFORM 230-FIND-MATCHING-TRANS.
      *
       280-WRITE-AUDIT-RECORD.
      *
           MOVE TTE-TRANS-CODE (TT-MATCH-SUB) TO AA-TRANS-CODE.
           MOVE WS-BEFORE-IMAGE               TO AA-BEFORE-IMAGE.
           MOVE WS-WORK-RECORD                TO AA-AFTER-IMAGE.
           MOVE PD-BUSINESS-DATE              TO AA-CHANGE-DATE.
           WRITE AGENT-AUDIT-RECORD.
      *
      * AN ADD FOR AN AGENT NOT ON THE OLD MASTER IS APPLIED HERE;
      * ANY LATER TRANSACTION FOR THE SAME AGENT IN THE BATCH IS
      * THEN APPLIED TO THE NEW RECORD.
      *
       300-APPLY-REMAINING-ADDS.
      *
           PERFORM 310-APPLY-ONE-REMAINING
               VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > TT-ENTRY-COUNT.
      *
       310-APPLY-ONE-REMAINING.
      *
           IF TTE-NOT-APPLIED (TT-SUB)
               IF TTE-TRANS-CODE (TT-SUB) = "A"
                   MOVE SPACES TO WS-WORK-RECORD
                   MOVE TTE-AGENT-NUMBER (TT-SUB)
                       TO WK-AGENT-NUMBER
                   MOVE TTE-AGENT-NAME (TT-SUB)
                       TO WK-AGENT-NAME
                   MOVE TTE-FIRST-YEAR-RATE (TT-SUB)
                       TO WK-FIRST-YEAR-RATE
                   MOVE TTE-RENEWAL-RATE (TT-SUB)
                       TO WK-RENEWAL-RATE
                   MOVE "A"  TO WK-AGENT-STATUS
                   MOVE ZERO TO WK-CARRY-FORWARD
                   MOVE ZERO TO WK-LAST-PAID-MONTH
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE TT-SUB TO TT-MATCH-SUB
                   PERFORM 280-WRITE-AUDIT-RECORD
                   SET TTE-APPLIED (TT-SUB) TO TRUE
                   ADD 1 TO CT-ADDED
                   PERFORM 230-FIND-MATCHING-TRANS
                   PERFORM 250-APPLY-ONE-TRANS
                       UNTIL TT-MATCH-SUB = ZERO
                   RELEASE SORT-RECORD FROM WS-WORK-RECORD
                   ADD 1 TO CT-WRITTEN
               ELSE
                   DISPLAY "AGENT NOT ON MASTER - REJECTED "
                       TTE-AGENT-NUMBER (TT-SUB)
                   ADD 1 TO CT-REJECTED
                   SET TTE-APPLIED (TT-SUB) TO TRUE
               END-IF
           END-IF.
      *
       500-PRINT-CONTROL-TOTALS.
      *
           DISPLAY "=== AGTMAINT CONTROL TOTALS ===".
           DISPLAY "MASTERS READ   " CT-MASTERS-READ.
           DISPLAY "TRANS READ     " CT-TRANS-READ.
           DISPLAY "ADDED          " CT-ADDED.
           DISPLAY "CHANGED        " CT-CHANGED.
           DISPLAY "TERMINATED     " CT-TERMINATED.
           DISPLAY "REJECTED       " CT-REJECTED.
           DISPLAY "MASTERS WRITTEN " CT-WRITTEN.
           IF CT-WRITTEN = CT-MASTERS-READ + CT-ADDED
               DISPLAY "*** AGTMAINT RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** AGTMAINT RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
