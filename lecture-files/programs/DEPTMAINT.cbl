       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMAINT.
      *
      * DEPARTMENT MASTER MAINTENANCE. THE MASTER (COPY DEPTMST) IS
      * A SEQUENTIAL FILE IN DEPARTMENT-CODE ORDER; ADD/CHANGE/
      * DEACTIVATE TRANSACTIONS ARE VALIDATED, APPLIED AGAINST THE
      * OLD GENERATION, AND THE SURVIVORS GO THROUGH AN INTERNAL
      * SORT SO ADDS LAND IN KEY ORDER. DEACTIVATED DEPARTMENTS STAY
      * ON THE MASTER WITH STATUS 'I' SO HISTORY STILL PRINTS WITH A
      * NAME, BUT EMPMAINT WILL NOT PUT ANYONE NEW IN THEM. BEFORE/
      * AFTER IMAGES GO TO DEPTAUDT.
      *
      * THE PARENT DEPARTMENT BUILDS THE REPORTING HIERARCHY THE
      * WORKFORCE, BONUS AND PAYROLL REPORTS ROLL UP THROUGH. A
      * PARENT MUST BE AN ACTIVE DEPARTMENT ALREADY ON THE MASTER OR
      * ADDED EARLIER IN THE SAME BATCH, AND MAY NOT BE THE
      * DEPARTMENT ITSELF OR ONE OF ITS OWN SUB-DEPARTMENTS. A
      * DEPARTMENT WITH ACTIVE SUB-DEPARTMENTS CANNOT BE DEACTIVATED
      * UNTIL THEY ARE MOVED. THE MANAGER MUST BE A CURRENT EMPLOYEE
      * ON THE EMPLOYEE MASTER (EMPMST); IF EMPMST IS NOT PRESENTED
      * MANAGER IDS ARE ONLY CHECKED FOR BEING NUMERIC.
      *
      * DEPTTRAN LAYOUT: COL 1 = 'A'/'C'/'D', COLS 2-5 DEPARTMENT
      * CODE, COLS 6-35 NAME, COLS 36-39 MANAGER EMPLOYEE ID (0000 =
      * NONE), COLS 40-43 PARENT DEPARTMENT ('*' = MAKE TOP LEVEL),
      * COLS 44-49 GL COST CENTER, COLS 73-80 OPERATOR ID. AN ADD
      * NEEDS A NAME AND A COST CENTER. ON A CHANGE A BLANK NAME,
      * MANAGER, PARENT OR COST CENTER LEAVES THAT FIELD AS IT IS.
      * THE OPERATOR'S ROLE MUST BE GRANTED THE TRANSACTION CODE IN
      * DEPTMAINT ON THE PERMISSION TABLE (AUTHCHK), WHERE THE
      * EIGHT-BYTE PROGRAM ID IS DEPTMAIN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTOLD  ASSIGN TO DEPTOLD
               FILE STATUS IS WF-DEPTOLD-STATUS.
           SELECT DEPTTRAN ASSIGN TO DEPTTRAN
               FILE STATUS IS WF-DEPTTRAN-STATUS.
           SELECT DEPTNEW  ASSIGN TO DEPTNEW
               FILE STATUS IS WF-DEPTNEW-STATUS.
           SELECT DEPTAUDT ASSIGN TO DEPTAUDT
               FILE STATUS IS WF-DEPTAUDT-STATUS.
           SELECT EMPMST   ASSIGN TO EMPMST
               FILE STATUS IS WF-EMPMST-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
               FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  DEPTOLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY DEPTMST.
      *
       FD  DEPTTRAN.
       01  DEPT-TRANS-RECORD.
           05  DX-TRANS-CODE           PIC X.
               88  DX-ADD-TRANS            VALUE "A".
               88  DX-CHANGE-TRANS         VALUE "C".
               88  DX-DEACT-TRANS          VALUE "D".
           05  DX-DEPT-CODE            PIC X(4).
           05  DX-DEPT-NAME            PIC X(30).
           05  DX-MANAGER-ID           PIC X(4).
           05  DX-MANAGER-ID-N REDEFINES DX-MANAGER-ID
                                       PIC 9(4).
           05  DX-PARENT-DEPT          PIC X(4).
               88  DX-PARENT-CLEARED       VALUE "*   ".
           05  DX-COST-CENTER          PIC X(6).
           05  FILLER                  PIC X(23).
           05  DX-OPERATOR-ID          PIC X(8).
      *
       FD  DEPTNEW.
       01  DEPT-NEW-RECORD             PIC X(80).
      *
       FD  DEPTAUDT
           RECORD CONTAINS 183 CHARACTERS.
       01  DEPT-AUDIT-RECORD.
           05  DA-TRANS-CODE           PIC X.
           05  DA-BEFORE-IMAGE         PIC X(80).
           05  DA-AFTER-IMAGE          PIC X(80).
           05  DA-CHANGE-DATE          PIC 9(8).
           05  DA-OPERATOR-ID          PIC X(8).
           05  DA-CHANGE-TIME          PIC 9(6).
      *
       FD  EMPMST.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID          PIC 9(4).
           05  EM-EMPLOYEE-NAME        PIC X(30).
           05  EM-EMPLOYEE-DEPT        PIC X(4).
           05  EM-EMPLOYEE-SALARY      PIC 9(5).
           05  EM-EMPLOYEE-STATUS      PIC X.
           05  FILLER                  PIC X(6).
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
           05  SRT-DEPT-CODE           PIC X(4).
           05  FILLER                  PIC X(76).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  DEPTOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  DEPTOLD-EOF                  VALUE "Y".
           05  DEPTTRAN-EOF-SWITCH     PIC X    VALUE "N".
               88  DEPTTRAN-EOF                 VALUE "Y".
           05  EMPMST-EOF-SWITCH       PIC X    VALUE "N".
               88  EMPMST-EOF                   VALUE "Y".
           05  EMPMST-PRESENT-SWITCH   PIC X    VALUE "N".
               88  EMPMST-PRESENT               VALUE "Y".
           05  WF-RECORD-VALID         PIC X.
               88  RECORD-IS-VALID              VALUE "Y".
               88  RECORD-IS-INVALID            VALUE "N".
      *
       01  WF-FILE-STATUSES.
           05  WF-DEPTOLD-STATUS   PIC XX.
               88  DEPTOLD-FILE-OK         VALUE "00".
           05  WF-DEPTTRAN-STATUS  PIC XX.
               88  DEPTTRAN-FILE-OK        VALUE "00".
           05  WF-DEPTNEW-STATUS   PIC XX.
               88  DEPTNEW-FILE-OK         VALUE "00".
           05  WF-DEPTAUDT-STATUS  PIC XX.
               88  DEPTAUDT-FILE-OK        VALUE "00".
           05  WF-EMPMST-STATUS    PIC XX.
               88  EMPMST-FILE-OK          VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  OPERAUTH-EOF-SWITCH PIC X    VALUE "N".
               88  OPERAUTH-EOF             VALUE "Y".
      *
       01  TRANS-TABLE-FIELDS.
           05  TT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  TT-SUB              PIC S9(3)  COMP.
           05  TT-MATCH-SUB        PIC S9(3)  COMP.
      *
      * ON A CHANGE ENTRY A BLANK NAME, PARENT OR COST CENTER, OR AN
      * UNKEYED MANAGER, MEANS THE FIELD WAS NOT KEYED AND IS LEFT
      * ALONE. A PARENT OF '*' MAKES THE DEPARTMENT TOP LEVEL.
      *
       01  TRANS-TABLE.
           05  TRANS-ENTRY             OCCURS 300 TIMES.
               10  TTE-TRANS-CODE          PIC X.
               10  TTE-DEPT-CODE           PIC X(4).
               10  TTE-DEPT-NAME           PIC X(30).
               10  TTE-MANAGER-ID          PIC 9(4).
               10  TTE-MANAGER-SWITCH      PIC X.
                   88  TTE-MANAGER-KEYED       VALUE "Y".
               10  TTE-PARENT-DEPT         PIC X(4).
                   88  TTE-PARENT-CLEARED      VALUE "*   ".
               10  TTE-COST-CENTER         PIC X(6).
               10  TTE-OPERATOR-ID         PIC X(8).
               10  TTE-APPLIED-SWITCH      PIC X.
                   88  TTE-APPLIED             VALUE "Y".
                   88  TTE-NOT-APPLIED         VALUE "N".
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
       01  EMPLOYEE-TABLE-FIELDS.
           05  EE-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  EE-SUB              PIC S9(4)  COMP.
           05  EE-MATCH-SUB        PIC S9(4)  COMP.
      *
       01  EMPLOYEE-TABLE.
           05  EMPLOYEE-ENTRY          OCCURS 2000 TIMES.
               10  EE-EMPLOYEE-ID          PIC 9(4).
      *
      * THE HIERARCHY AS IT WILL STAND AFTER THE BATCH - LOADED FROM
      * THE OLD MASTER AND UPDATED AS EACH GOOD TRANSACTION IS
      * STORED, SO EVERY PARENT IS CHECKED AGAINST THE TRANSACTIONS
      * AHEAD OF IT AS WELL AS THE MASTER.
      *
       01  HIERARCHY-TABLE-FIELDS.
           05  HT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  HT-SUB              PIC S9(4)  COMP.
           05  HT-MATCH-SUB        PIC S9(4)  COMP.
           05  HT-DEPT-SUB         PIC S9(4)  COMP.
           05  HT-WALK-SUB         PIC S9(4)  COMP.
           05  HT-STEP-COUNT       PIC S9(4)  COMP.
           05  HT-CHILD-COUNT      PIC S9(4)  COMP.
           05  WS-SEARCH-DEPT      PIC X(4).
      *
       01  HIERARCHY-TABLE.
           05  HIERARCHY-ENTRY         OCCURS 200 TIMES.
               10  HT-DEPT-CODE            PIC X(4).
               10  HT-PARENT-DEPT          PIC X(4).
               10  HT-DEPT-STATUS          PIC X.
                   88  HT-DEPT-ACTIVE          VALUE "A".
      *
       01  WORK-FIELDS.
           05  WS-BEFORE-IMAGE     PIC X(80).
           05  WS-STAMP-WORK       PIC X(21).
           05  WS-WORK-RECORD.
               10  WK-DEPT-CODE        PIC X(4).
               10  WK-DEPT-NAME        PIC X(30).
               10  WK-MANAGER-ID       PIC 9(4).
               10  WK-PARENT-DEPT      PIC X(4).
               10  WK-COST-CENTER      PIC X(6).
               10  WK-DEPT-STATUS      PIC X.
                   88  WK-DEPT-INACTIVE        VALUE "I".
               10  WK-LAST-CHANGED     PIC 9(8).
               10  FILLER              PIC X(23).
      *
       01  CONTROL-TOTALS.
           05  CT-MASTERS-READ     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ADDED            PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-CHANGED          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-DEACTIVATED      PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-REJECTED         PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-WRITTEN          PIC S9(5) COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-DEPT-MASTER.
      *
           PERFORM 090-READ-PROCESSING-DATE.
           PERFORM 091-LOAD-EMPLOYEE-TABLE.
           PERFORM 095-LOAD-OPERATOR-TABLE.
           PERFORM 140-LOAD-HIERARCHY-TABLE.
           OPEN INPUT  DEPTOLD
                       DEPTTRAN
                OUTPUT DEPTAUDT.
           IF NOT DEPTOLD-FILE-OK
              DISPLAY "DEPTOLD OPEN ERROR: " WF-DEPTOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT DEPTTRAN-FILE-OK
              DISPLAY "DEPTTRAN OPEN ERROR: " WF-DEPTTRAN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT DEPTAUDT-FILE-OK
              DISPLAY "DEPTAUDT OPEN ERROR: " WF-DEPTAUDT-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-LOAD-TRANS-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-DEPT-CODE
               INPUT PROCEDURE 200-APPLY-MAINTENANCE
               GIVING DEPTNEW.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE DEPTOLD
                 DEPTTRAN
                 DEPTAUDT.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           GOBACK.
      *
      * THE AUDIT IMAGES AND THE LAST-CHANGED DATE ARE STAMPED WITH
      * THE BUSINESS PROCESSING DATE.
      *
       090-READ-PROCESSING-DATE.
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
      * A MANAGER MUST BE A CURRENT (NOT TERMINATED) EMPLOYEE.
      *
       091-LOAD-EMPLOYEE-TABLE.
      *
           OPEN INPUT EMPMST.
           IF NOT EMPMST-FILE-OK
               DISPLAY "EMPMST NOT PRESENTED - MANAGER IDS NOT"
                   " CHECKED AGAINST THE EMPLOYEE MASTER"
           ELSE
               MOVE "Y" TO EMPMST-PRESENT-SWITCH
               PERFORM 092-READ-EMPLOYEE
                   UNTIL EMPMST-EOF
               CLOSE EMPMST
           END-IF.
      *
       092-READ-EMPLOYEE.
      *
           READ EMPMST
               AT END
                   MOVE "Y" TO EMPMST-EOF-SWITCH
               NOT AT END
                   IF EM-EMPLOYEE-STATUS NOT = "T"
                       IF EE-ENTRY-COUNT < 2000
                           ADD 1 TO EE-ENTRY-COUNT
                           MOVE EM-EMPLOYEE-ID
                               TO EE-EMPLOYEE-ID (EE-ENTRY-COUNT)
                       ELSE
                           DISPLAY "EMPLOYEE TABLE FULL - DROPPED "
                               EM-EMPLOYEE-ID
                       END-IF
                   END-IF
           END-READ.
      *
       093-CHECK-MANAGER-ID.
      *
           MOVE ZERO TO EE-MATCH-SUB.
           PERFORM 094-MATCH-ONE-EMPLOYEE
               VARYING EE-SUB FROM 1 BY 1
               UNTIL EE-SUB > EE-ENTRY-COUNT
               OR EE-MATCH-SUB > ZERO.
      *
       094-MATCH-ONE-EMPLOYEE.
      *
           IF EE-EMPLOYEE-ID (EE-SUB) = DX-MANAGER-ID-N
               MOVE EE-SUB TO EE-MATCH-SUB
           END-IF.
      *
      * EVERY BATCH MUST NAME WHO KEYED IT.
      *
       095-LOAD-OPERATOR-TABLE.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
               DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 096-READ-OPERATOR
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       096-READ-OPERATOR.
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
       097-CHECK-OPERATOR-ID.
      *
           MOVE ZERO TO OT-MATCH-SUB.
           PERFORM 098-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       098-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = DX-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       099-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "DEPTMAIN"     TO AC-PROGRAM-ID.
           MOVE DX-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE DX-TRANS-CODE  TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       100-LOAD-TRANS-TABLE.
      *
           PERFORM 110-READ-TRANS-RECORD.
           PERFORM 120-STORE-TRANS-ENTRY
               UNTIL DEPTTRAN-EOF.
      *
       110-READ-TRANS-RECORD.
      *
           READ DEPTTRAN
               AT END
                   MOVE "Y" TO DEPTTRAN-EOF-SWITCH
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
               MOVE DX-TRANS-CODE
                   TO TTE-TRANS-CODE (TT-ENTRY-COUNT)
               MOVE DX-DEPT-CODE
                   TO TTE-DEPT-CODE (TT-ENTRY-COUNT)
               MOVE DX-DEPT-NAME
                   TO TTE-DEPT-NAME (TT-ENTRY-COUNT)
               IF DX-MANAGER-ID = SPACES
                   MOVE ZERO TO TTE-MANAGER-ID (TT-ENTRY-COUNT)
                   MOVE "N" TO TTE-MANAGER-SWITCH (TT-ENTRY-COUNT)
               ELSE
                   MOVE DX-MANAGER-ID-N
                       TO TTE-MANAGER-ID (TT-ENTRY-COUNT)
                   MOVE "Y" TO TTE-MANAGER-SWITCH (TT-ENTRY-COUNT)
               END-IF
               MOVE DX-PARENT-DEPT
                   TO TTE-PARENT-DEPT (TT-ENTRY-COUNT)
               MOVE DX-COST-CENTER
                   TO TTE-COST-CENTER (TT-ENTRY-COUNT)
               MOVE DX-OPERATOR-ID
                   TO TTE-OPERATOR-ID (TT-ENTRY-COUNT)
               SET TTE-NOT-APPLIED (TT-ENTRY-COUNT) TO TRUE
               PERFORM 180-UPDATE-HIERARCHY
           ELSE
               DISPLAY "TRANS TABLE FULL - TRANS DROPPED "
                   DX-DEPT-CODE
               ADD 1 TO CT-REJECTED
           END-IF
           END-IF.
           PERFORM 110-READ-TRANS-RECORD.
      *
       130-VALIDATE-TRANS.
      *
           SET RECORD-IS-VALID TO TRUE.
           IF DX-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - REJECTED "
                   DEPT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
               PERFORM 097-CHECK-OPERATOR-ID
               IF OT-MATCH-SUB = ZERO
                   DISPLAY "UNKNOWN OPERATOR - REJECTED "
                       DEPT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
                   PERFORM 099-CHECK-AUTHORIZATION
                   IF AC-REFUSED
                       DISPLAY AC-REASON " - REJECTED "
                           DEPT-TRANS-RECORD
                       SET RECORD-IS-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF DX-TRANS-CODE NOT = "A" AND DX-TRANS-CODE NOT = "C"
                   AND DX-TRANS-CODE NOT = "D"
               DISPLAY "INVALID TRANS CODE - REJECTED "
                   DEPT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF DX-DEPT-CODE = SPACES
               DISPLAY "BLANK DEPARTMENT CODE - REJECTED "
                   DEPT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF DX-ADD-TRANS
               IF DX-DEPT-NAME = SPACES
                   DISPLAY "BLANK DEPARTMENT NAME - REJECTED "
                       DEPT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               IF DX-COST-CENTER = SPACES
                   DISPLAY "BLANK COST CENTER - REJECTED "
                       DEPT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.
           IF DX-MANAGER-ID NOT = SPACES
               IF DX-MANAGER-ID NOT NUMERIC
                   DISPLAY "NON-NUMERIC MANAGER ID - REJECTED "
                       DEPT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
               IF DX-MANAGER-ID-N NOT = ZERO AND EMPMST-PRESENT
                   PERFORM 093-CHECK-MANAGER-ID
                   IF EE-MATCH-SUB = ZERO
                       DISPLAY "MANAGER NOT A CURRENT EMPLOYEE - "
                           "REJECTED " DEPT-TRANS-RECORD
                       SET RECORD-IS-INVALID TO TRUE
                   END-IF
               END-IF
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 135-VALIDATE-HIERARCHY
           END-IF.
      *
      * CHECKED AGAINST THE HIERARCHY TABLE ONLY ONCE THE FIELDS
      * THEMSELVES ARE GOOD.
      *
       135-VALIDATE-HIERARCHY.
      *
           MOVE DX-DEPT-CODE TO WS-SEARCH-DEPT.
           PERFORM 150-FIND-HIERARCHY-ENTRY.
           MOVE HT-MATCH-SUB TO HT-DEPT-SUB.
           EVALUATE TRUE
               WHEN DX-ADD-TRANS AND HT-DEPT-SUB > ZERO
                   DISPLAY "ALREADY ON MASTER - ADD REJECTED "
                       DEPT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               WHEN DX-ADD-TRANS AND HT-ENTRY-COUNT NOT < 200
                   DISPLAY "DEPARTMENT TABLE FULL - ADD REJECTED "
                       DEPT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               WHEN DX-ADD-TRANS
                   CONTINUE
               WHEN HT-DEPT-SUB = ZERO
                   DISPLAY "DEPARTMENT NOT ON MASTER - REJECTED "
                       DEPT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               WHEN NOT HT-DEPT-ACTIVE (HT-DEPT-SUB)
                   DISPLAY "DEPARTMENT IS INACTIVE - REJECTED "
                       DEPT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               WHEN DX-DEACT-TRANS
                   PERFORM 170-COUNT-ACTIVE-CHILDREN
                   IF HT-CHILD-COUNT > ZERO
                       DISPLAY "HAS ACTIVE SUB-DEPARTMENTS - "
                           "REJECTED " DEPT-TRANS-RECORD
                       SET RECORD-IS-INVALID TO TRUE
                   END-IF
           END-EVALUATE.
           IF RECORD-IS-VALID
                   AND (DX-ADD-TRANS OR DX-CHANGE-TRANS)
                   AND DX-PARENT-DEPT NOT = SPACES
                   AND NOT DX-PARENT-CLEARED
               PERFORM 160-CHECK-PARENT
           END-IF.
      *
       140-LOAD-HIERARCHY-TABLE.
      *
           OPEN INPUT DEPTOLD.
           IF NOT DEPTOLD-FILE-OK
              DISPLAY "DEPTOLD OPEN ERROR: " WF-DEPTOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 145-READ-HIERARCHY-ENTRY
               UNTIL DEPTOLD-EOF.
           CLOSE DEPTOLD.
           MOVE "N" TO DEPTOLD-EOF-SWITCH.
      *
       145-READ-HIERARCHY-ENTRY.
      *
           READ DEPTOLD
               AT END
                   MOVE "Y" TO DEPTOLD-EOF-SWITCH
               NOT AT END
                   IF HT-ENTRY-COUNT < 200
                       ADD 1 TO HT-ENTRY-COUNT
                       MOVE DM-DEPT-CODE
                           TO HT-DEPT-CODE (HT-ENTRY-COUNT)
                       MOVE DM-PARENT-DEPT
                           TO HT-PARENT-DEPT (HT-ENTRY-COUNT)
                       MOVE DM-DEPT-STATUS
                           TO HT-DEPT-STATUS (HT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "DEPARTMENT TABLE FULL AT "
                           DM-DEPT-CODE
                       PERFORM 900-ABORT
                   END-IF
           END-READ.
      *
       150-FIND-HIERARCHY-ENTRY.
      *
           MOVE ZERO TO HT-MATCH-SUB.
           PERFORM 155-MATCH-ONE-HIERARCHY
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT
               OR HT-MATCH-SUB > ZERO.
      *
       155-MATCH-ONE-HIERARCHY.
      *
           IF HT-DEPT-CODE (HT-SUB) = WS-SEARCH-DEPT
               MOVE HT-SUB TO HT-MATCH-SUB
           END-IF.
      *
      * THE NEW PARENT MUST EXIST AND BE ACTIVE, AND WALKING UP FROM
      * IT MUST NOT LEAD BACK TO THIS DEPARTMENT - OTHERWISE THE
      * HIERARCHY WOULD LOOP.
      *
       160-CHECK-PARENT.
      *
           MOVE DX-PARENT-DEPT TO WS-SEARCH-DEPT.
           PERFORM 150-FIND-HIERARCHY-ENTRY.
           IF DX-PARENT-DEPT = DX-DEPT-CODE
               DISPLAY "DEPARTMENT CANNOT BE ITS OWN PARENT - "
                   "REJECTED " DEPT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
           IF HT-MATCH-SUB = ZERO
               DISPLAY "PARENT NOT ON MASTER - REJECTED "
                   DEPT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
           IF NOT HT-DEPT-ACTIVE (HT-MATCH-SUB)
               DISPLAY "PARENT IS INACTIVE - REJECTED "
                   DEPT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
               MOVE HT-MATCH-SUB TO HT-WALK-SUB
               MOVE ZERO TO HT-STEP-COUNT
               PERFORM 165-STEP-UP-ONE
                   UNTIL HT-WALK-SUB = ZERO
                   OR HT-DEPT-CODE (HT-WALK-SUB) = DX-DEPT-CODE
                   OR HT-STEP-COUNT > HT-ENTRY-COUNT
               IF HT-WALK-SUB > ZERO
                   DISPLAY "PARENT IS A SUB-DEPARTMENT - REJECTED "
                       DEPT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF.
      *
       165-STEP-UP-ONE.
      *
           ADD 1 TO HT-STEP-COUNT.
           IF HT-PARENT-DEPT (HT-WALK-SUB) = SPACES
               MOVE ZERO TO HT-WALK-SUB
           ELSE
               MOVE HT-PARENT-DEPT (HT-WALK-SUB) TO WS-SEARCH-DEPT
               PERFORM 150-FIND-HIERARCHY-ENTRY
               MOVE HT-MATCH-SUB TO HT-WALK-SUB
           END-IF.
      *
       170-COUNT-ACTIVE-CHILDREN.
      *
           MOVE ZERO TO HT-CHILD-COUNT.
           PERFORM 175-COUNT-ONE-CHILD
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT.
      *
       175-COUNT-ONE-CHILD.
      *
           IF HT-PARENT-DEPT (HT-SUB) = DX-DEPT-CODE
                   AND HT-DEPT-ACTIVE (HT-SUB)
               ADD 1 TO HT-CHILD-COUNT
           END-IF.
      *
      * CARRY A STORED TRANSACTION INTO THE HIERARCHY TABLE SO THE
      * ONES BEHIND IT ARE CHECKED AGAINST THE RESULT.
      *
       180-UPDATE-HIERARCHY.
      *
           EVALUATE TRUE
               WHEN DX-ADD-TRANS
                   ADD 1 TO HT-ENTRY-COUNT
                   MOVE DX-DEPT-CODE
                       TO HT-DEPT-CODE (HT-ENTRY-COUNT)
                   MOVE "A" TO HT-DEPT-STATUS (HT-ENTRY-COUNT)
                   IF DX-PARENT-CLEARED
                       MOVE SPACES TO HT-PARENT-DEPT (HT-ENTRY-COUNT)
                   ELSE
                       MOVE DX-PARENT-DEPT
                           TO HT-PARENT-DEPT (HT-ENTRY-COUNT)
                   END-IF
               WHEN DX-CHANGE-TRANS AND DX-PARENT-CLEARED
                   MOVE SPACES TO HT-PARENT-DEPT (HT-DEPT-SUB)
               WHEN DX-CHANGE-TRANS AND DX-PARENT-DEPT NOT = SPACES
                   MOVE DX-PARENT-DEPT TO HT-PARENT-DEPT (HT-DEPT-SUB)
               WHEN DX-DEACT-TRANS
                   MOVE "I" TO HT-DEPT-STATUS (HT-DEPT-SUB)
           END-EVALUATE.
      *
       200-APPLY-MAINTENANCE.
      *
           PERFORM 210-READ-OLD-MASTER.
           PERFORM 220-PROCESS-ONE-MASTER
               UNTIL DEPTOLD-EOF.
           PERFORM 300-APPLY-REMAINING-ADDS.
      *
       210-READ-OLD-MASTER.
      *
           READ DEPTOLD
               AT END
                   MOVE "Y" TO DEPTOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-MASTERS-READ
           END-READ.
      *
       220-PROCESS-ONE-MASTER.
      *
           MOVE DEPARTMENT-MASTER-RECORD TO WS-WORK-RECORD.
           PERFORM 230-FIND-MATCHING-TRANS.
           EVALUATE TRUE
               WHEN TT-MATCH-SUB = ZERO
                   CONTINUE
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "A"
                   DISPLAY "ALREADY ON MASTER - ADD REJECTED "
                       TTE-DEPT-CODE (TT-MATCH-SUB)
                   SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
                   ADD 1 TO CT-REJECTED
               WHEN WK-DEPT-INACTIVE
                   DISPLAY "DEPARTMENT IS INACTIVE - REJECTED "
                       TTE-DEPT-CODE (TT-MATCH-SUB)
                   SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
                   ADD 1 TO CT-REJECTED
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "C"
                   MOVE WS-WORK-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 250-APPLY-CHANGE
                   MOVE PD-BUSINESS-DATE TO WK-LAST-CHANGED
                   PERFORM 280-WRITE-AUDIT-RECORD
                   SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
                   ADD 1 TO CT-CHANGED
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "D"
                   MOVE WS-WORK-RECORD TO WS-BEFORE-IMAGE
                   MOVE "I" TO WK-DEPT-STATUS
                   MOVE PD-BUSINESS-DATE TO WK-LAST-CHANGED
                   PERFORM 280-WRITE-AUDIT-RECORD
                   SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
                   ADD 1 TO CT-DEACTIVATED
           END-EVALUATE.
           RELEASE SORT-RECORD FROM WS-WORK-RECORD.
           ADD 1 TO CT-WRITTEN.
           PERFORM 210-READ-OLD-MASTER.
      *
       230-FIND-MATCHING-TRANS.
      *
           MOVE ZERO TO TT-MATCH-SUB.
           PERFORM 240-MATCH-ONE-TRANS
               VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > TT-ENTRY-COUNT
               OR TT-MATCH-SUB > ZERO.
      *
       240-MATCH-ONE-TRANS.
      *
           IF TTE-NOT-APPLIED (TT-SUB)
                   AND TTE-DEPT-CODE (TT-SUB) = WK-DEPT-CODE
               MOVE TT-SUB TO TT-MATCH-SUB
           END-IF.
      *
       250-APPLY-CHANGE.
      *
           IF TTE-DEPT-NAME (TT-MATCH-SUB) NOT = SPACES
               MOVE TTE-DEPT-NAME (TT-MATCH-SUB)
                   TO WK-DEPT-NAME
           END-IF.
           IF TTE-MANAGER-KEYED (TT-MATCH-SUB)
               MOVE TTE-MANAGER-ID (TT-MATCH-SUB)
                   TO WK-MANAGER-ID
           END-IF.
           IF TTE-PARENT-CLEARED (TT-MATCH-SUB)
               MOVE SPACES TO WK-PARENT-DEPT
           ELSE
           IF TTE-PARENT-DEPT (TT-MATCH-SUB) NOT = SPACES
               MOVE TTE-PARENT-DEPT (TT-MATCH-SUB)
                   TO WK-PARENT-DEPT
           END-IF
           END-IF.
           IF TTE-COST-CENTER (TT-MATCH-SUB) NOT = SPACES
               MOVE TTE-COST-CENTER (TT-MATCH-SUB)
                   TO WK-COST-CENTER
           END-IF.
      *
       280-WRITE-AUDIT-RECORD.
      *
           MOVE TTE-TRANS-CODE (TT-MATCH-SUB) TO DA-TRANS-CODE.
           MOVE WS-BEFORE-IMAGE               TO DA-BEFORE-IMAGE.
           MOVE WS-WORK-RECORD                TO DA-AFTER-IMAGE.
           MOVE PD-BUSINESS-DATE              TO DA-CHANGE-DATE.
           MOVE TTE-OPERATOR-ID (TT-MATCH-SUB) TO DA-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE         TO WS-STAMP-WORK.
           MOVE WS-STAMP-WORK (9:6)           TO DA-CHANGE-TIME.
           WRITE DEPT-AUDIT-RECORD.
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
                   MOVE TTE-DEPT-CODE (TT-SUB)
                       TO WK-DEPT-CODE
                   MOVE TTE-DEPT-NAME (TT-SUB)
                       TO WK-DEPT-NAME
                   MOVE TTE-MANAGER-ID (TT-SUB)
                       TO WK-MANAGER-ID
                   IF TTE-PARENT-CLEARED (TT-SUB)
                       MOVE SPACES TO WK-PARENT-DEPT
                   ELSE
                       MOVE TTE-PARENT-DEPT (TT-SUB)
                           TO WK-PARENT-DEPT
                   END-IF
                   MOVE TTE-COST-CENTER (TT-SUB)
                       TO WK-COST-CENTER
                   MOVE "A" TO WK-DEPT-STATUS
                   MOVE PD-BUSINESS-DATE TO WK-LAST-CHANGED
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE TT-SUB TO TT-MATCH-SUB
                   PERFORM 280-WRITE-AUDIT-RECORD
                   RELEASE SORT-RECORD FROM WS-WORK-RECORD
                   ADD 1 TO CT-WRITTEN
                   ADD 1 TO CT-ADDED
               ELSE
                   DISPLAY "DEPARTMENT NOT ON MASTER - REJECTED "
                       TTE-DEPT-CODE (TT-SUB)
                   ADD 1 TO CT-REJECTED
               END-IF
               SET TTE-APPLIED (TT-SUB) TO TRUE
           END-IF.
      *
       500-PRINT-CONTROL-TOTALS.
      *
           DISPLAY "=== DEPTMAINT CONTROL TOTALS ===".
           DISPLAY "MASTERS READ   " CT-MASTERS-READ.
           DISPLAY "TRANS READ     " CT-TRANS-READ.
           DISPLAY "ADDED          " CT-ADDED.
           DISPLAY "CHANGED        " CT-CHANGED.
           DISPLAY "DEACTIVATED    " CT-DEACTIVATED.
           DISPLAY "REJECTED       " CT-REJECTED.
           DISPLAY "MASTERS WRITTEN " CT-WRITTEN.
           IF CT-WRITTEN = CT-MASTERS-READ + CT-ADDED
               DISPLAY "*** DEPTMAINT RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** DEPTMAINT RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
