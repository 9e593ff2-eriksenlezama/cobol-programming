      * SO ADDS LAND IN KEY ORDER. TERMINATED EMPLOYEES STAY ON
      * THE MASTER WITH STATUS 'T' SO THE BONUS RUN CAN SKIP THEM.
      * BEFORE/AFTER IMAGES GO TO EMPAUDT.
      * A TERMINATED EMPLOYEE'S ACCRUED VACATION, FROM THE LEAVE
      * BALANCE FILE (LVBAL, COPY LVBAL - THE LATEST LVACCRUE
      * GENERATION, IN EMPLOYEE-ID ORDER), IS PAID OUT AT THEIR
      * CURRENT SALARY - THE HOURS TIMES THE ANNUAL SALARY OVER 2080
      * HOURS - AND WRITTEN TO THE LEAVE PAYOUT EXTRACT (LVPAYX) FOR
      * THEIR FINAL PAY. IF LVBAL IS NOT PRESENTED NO PAYOUTS ARE
      * COMPUTED.
      * EVERY EMPLOYEE CARRIES A SALARY GRADE (COLS 45-46 OF THE
      * MASTER). THE GRADE TABLE (SALGRADE, COPY SALGRADE) GIVES
      * EACH GRADE'S MINIMUM AND MAXIMUM; AN ADD OR CHANGE THAT
      * WOULD LEAVE THE SALARY OUTSIDE THE GRADE RANGE IS REJECTED
      * AND THE MASTER IS LEFT AS IT WAS.
      * THE DEPARTMENT MUST BE ON THE DEPARTMENT MASTER (DEPTMST,
      * LOADED BY DEPTLOAD). AN ADD INTO AN INACTIVE DEPARTMENT, OR
      * A CHANGE THAT MOVES SOMEONE INTO ONE, IS REJECTED; A CHANGE
      * THAT LEAVES THE EMPLOYEE IN THEIR INACTIVE DEPARTMENT IS
      * ALLOWED SO THEY CAN STILL BE MAINTAINED UNTIL MOVED.
      *
      * EMPTRAN LAYOUT: COL 1 = 'A'/'C'/'T', COLS 2-5 EMPLOYEE ID,
      * COLS 6-35 NAME, COLS 36-39 DEPT, COLS 40-44 SALARY,
      * COLS 45-46 GRADE (REQUIRED ON AN ADD; BLANK ON A CHANGE
      * KEEPS THE CURRENT GRADE), COLS 51-58 OPERATOR ID.
      * THE OPERATOR'S ROLE MUST BE GRANTED THE TRANSACTION CODE IN
      * EMPMAINT ON THE PERMISSION TABLE (AUTHCHK).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
               FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT LVBAL   ASSIGN TO LVBAL
               FILE STATUS IS WF-LVBAL-STATUS.
           SELECT LVPAYX  ASSIGN TO LVPAYX
               FILE STATUS IS WF-LVPAYX-STATUS.
           SELECT SALGRADE ASSIGN TO SALGRADE
               FILE STATUS IS WF-SALGRADE-STATUS.
      * DEPTMST IS READ BY THE DEPTLOAD SUBROUTINE.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
           05  ET-EMPLOYEE-NAME        PIC X(30).
           05  ET-EMPLOYEE-DEPT        PIC X(4).
           05  ET-EMPLOYEE-SALARY      PIC X(5).
           05  ET-EMPLOYEE-GRADE       PIC X(2).
           05  FILLER                  PIC X(4).
           05  ET-OPERATOR-ID          PIC X(8).
      *
       FD  EMPNEW.
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       FD  LVBAL
           RECORD CONTAINS 80 CHARACTERS.
       COPY LVBAL.
      *
       FD  LVPAYX
           RECORD CONTAINS 80 CHARACTERS.
       01  LEAVE-PAYOUT-RECORD.
           05  LP-EMPLOYEE-ID          PIC 9(4).
           05  LP-EMPLOYEE-NAME        PIC X(30).
           05  LP-DEPARTMENT           PIC X(4).
           05  LP-VACATION-HOURS       PIC 9(4)V99.
           05  LP-ANNUAL-SALARY        PIC 9(5).
           05  LP-PAYOUT-AMOUNT        PIC 9(7)V99.
           05  LP-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(14).
      *
       FD  SALGRADE
           RECORD CONTAINS 80 CHARACTERS.
       COPY SALGRADE.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  WF-RECORD-VALID         PIC X.
               88  RECORD-IS-VALID              VALUE "Y".
               88  RECORD-IS-INVALID            VALUE "N".
           05  LVBAL-EOF-SWITCH        PIC X    VALUE "N".
               88  LVBAL-EOF                    VALUE "Y".
           05  LVBAL-OPEN-SWITCH       PIC X    VALUE "N".
               88  LVBAL-OPEN                   VALUE "Y".
           05  SALGRADE-EOF-SWITCH     PIC X    VALUE "N".
               88  SALGRADE-EOF                 VALUE "Y".
           05  GRADE-RANGE-SWITCH      PIC X.
               88  SALARY-IN-RANGE              VALUE "Y".
               88  SALARY-OUT-OF-RANGE          VALUE "N".
      *
       01  WF-FILE-STATUSES.
           05  WF-EMPOLD-STATUS    PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  OPERAUTH-EOF-SWITCH PIC X    VALUE "N".
               88  OPERAUTH-EOF             VALUE "Y".
           05  WF-LVBAL-STATUS     PIC XX.
               88  LVBAL-FILE-OK           VALUE "00".
           05  WF-LVPAYX-STATUS    PIC XX.
               88  LVPAYX-FILE-OK          VALUE "00".
           05  WF-SALGRADE-STATUS  PIC XX.
               88  SALGRADE-FILE-OK        VALUE "00".
      *
       01  TRANS-TABLE-FIELDS.
           05  TT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
               10  TTE-EMPLOYEE-NAME       PIC X(30).
               10  TTE-EMPLOYEE-DEPT       PIC X(4).
               10  TTE-EMPLOYEE-SALARY     PIC 9(5).
               10  TTE-EMPLOYEE-GRADE      PIC X(2).
               10  TTE-DEPT-STATUS         PIC X.
                   88  TTE-DEPT-INACTIVE       VALUE "I".
               10  TTE-OPERATOR-ID         PIC X(8).
               10  TTE-APPLIED-SWITCH      PIC X.
                   88  TTE-APPLIED             VALUE "Y".
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY          OCCURS 50 TIMES.
               10  OT-OPERATOR-ID          PIC X(8).
      *
       COPY AUTHPARM.
      *
       01  GRADE-TABLE-FIELDS.
           05  GT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  GT-SUB              PIC S9(3)  COMP.
           05  GT-MATCH-SUB        PIC S9(3)  COMP.
           05  GT-SEARCH-GRADE     PIC X(2).
      *
       01  GRADE-TABLE.
           05  GRADE-ENTRY             OCCURS 50 TIMES.
               10  GT-GRADE                PIC X(2).
               10  GT-MINIMUM              PIC 9(5).
               10  GT-MAXIMUM              PIC 9(5).
      *
       01  DEPT-TABLE-FIELDS.
           05  DT-SUB              PIC S9(4)  COMP.
           05  DT-MATCH-SUB        PIC S9(4)  COMP.
           05  DT-SEARCH-DEPT      PIC X(4).
      *
       COPY DEPTTBL.
      *
       01  WORK-FIELDS.
           05  WS-BEFORE-IMAGE     PIC X(50).
               10  WK-EMPLOYEE-DEPT    PIC X(4).
               10  WK-EMPLOYEE-SALARY  PIC 9(5).
               10  WK-EMPLOYEE-STATUS  PIC X.
               10  WK-EMPLOYEE-GRADE   PIC X(2).
               10  FILLER              PIC X(4).
           05  WS-HOURS-PER-YEAR   PIC 9(4)      VALUE 2080.
      *
       01  CONTROL-TOTALS.
           05  CT-MASTERS-READ     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TERMINATED       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-REJECTED         PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-WRITTEN          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-LEAVE-PAYOUTS    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-PAYOUT-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  CT-OUT-OF-RANGE     PIC S9(5) COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *
           OPEN INPUT  EMPOLD
                       EMPTRAN
                OUTPUT EMPAUDT
                       LVPAYX.
           IF NOT EMPOLD-FILE-OK
              DISPLAY "EMPOLD OPEN ERROR: " WF-EMPOLD-STATUS
              PERFORM 900-ABORT
              DISPLAY "EMPAUDT OPEN ERROR: " WF-EMPAUDT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LVPAYX-FILE-OK
              DISPLAY "LVPAYX OPEN ERROR: " WF-LVPAYX-STATUS
              PERFORM 900-ABORT
           END-IF.
           OPEN INPUT LVBAL.
           IF NOT LVBAL-FILE-OK
               DISPLAY "LVBAL NOT PRESENTED - NO LEAVE PAYOUTS: "
                   WF-LVBAL-STATUS
               MOVE "Y" TO LVBAL-EOF-SWITCH
           ELSE
               SET LVBAL-OPEN TO TRUE
               PERFORM 250-READ-LEAVE-BALANCE
           END-IF.
           PERFORM 090-READ-PROCESSING-DATE.
           PERFORM 095-LOAD-OPERATOR-TABLE.
           PERFORM 140-LOAD-GRADE-TABLE.
           PERFORM 180-LOAD-DEPARTMENT-TABLE.
           PERFORM 100-LOAD-TRANS-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-EMPLOYEE-ID
               INPUT PROCEDURE 200-APPLY-MAINTENANCE
               GIVING EMPNEW.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           IF LVBAL-OPEN
               CLOSE LVBAL
           END-IF.
           CLOSE EMPOLD
                 EMPTRAN
                 EMPAUDT
                 LVPAYX.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           GOBACK.
      *
      * THE AUDIT IMAGES ARE STAMPED WITH THE BUSINESS PROCESSING
           IF OT-OPERATOR-ID (OT-SUB) = ET-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       099-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "EMPMAINT"     TO AC-PROGRAM-ID.
           MOVE ET-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE ET-TRANS-CODE  TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       100-LOAD-TRANS-TABLE.
      *
               ELSE
                   MOVE ZERO TO TTE-EMPLOYEE-SALARY (TT-ENTRY-COUNT)
               END-IF
               MOVE ET-EMPLOYEE-GRADE
                   TO TTE-EMPLOYEE-GRADE (TT-ENTRY-COUNT)
               IF DT-MATCH-SUB > ZERO
                   MOVE DT-DEPT-STATUS (DT-MATCH-SUB)
                       TO TTE-DEPT-STATUS (TT-ENTRY-COUNT)
               ELSE
                   MOVE SPACE TO TTE-DEPT-STATUS (TT-ENTRY-COUNT)
               END-IF
               MOVE ET-OPERATOR-ID
                   TO TTE-OPERATOR-ID (TT-ENTRY-COUNT)
               SET TTE-NOT-APPLIED (TT-ENTRY-COUNT) TO TRUE
       130-VALIDATE-TRANS.
      *
           SET RECORD-IS-VALID TO TRUE.
           MOVE ZERO TO DT-MATCH-SUB.
           IF ET-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - REJECTED "
                   EMPLOYEE-TRANS-RECORD
                   DISPLAY "UNKNOWN OPERATOR - REJECTED "
                       EMPLOYEE-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
                   PERFORM 099-CHECK-AUTHORIZATION
                   IF AC-REFUSED
                       DISPLAY AC-REASON " - REJECTED "
                           EMPLOYEE-TRANS-RECORD
                       SET RECORD-IS-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF ET-TRANS-CODE NOT = "A" AND ET-TRANS-CODE NOT = "C"
                   DISPLAY "BLANK DEPT - REJECTED "
                       EMPLOYEE-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
                   MOVE ET-EMPLOYEE-DEPT TO DT-SEARCH-DEPT
                   PERFORM 190-FIND-DEPARTMENT
                   IF DT-MATCH-SUB = ZERO
                       DISPLAY "UNKNOWN DEPT - REJECTED "
                           EMPLOYEE-TRANS-RECORD
                       SET RECORD-IS-INVALID TO TRUE
                   ELSE
                   IF ET-ADD-TRANS
                           AND NOT DT-DEPT-ACTIVE (DT-MATCH-SUB)
                       DISPLAY "INACTIVE DEPT - REJECTED "
                           EMPLOYEE-TRANS-RECORD
                       SET RECORD-IS-INVALID TO TRUE
                   END-IF
                   END-IF
               END-IF
               IF ET-EMPLOYEE-SALARY NOT NUMERIC
                   DISPLAY "NON-NUMERIC SALARY - REJECTED "
                       EMPLOYEE-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               IF ET-ADD-TRANS AND ET-EMPLOYEE-GRADE = SPACES
                   DISPLAY "BLANK GRADE - REJECTED "
                       EMPLOYEE-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               IF ET-EMPLOYEE-GRADE NOT = SPACES
                   MOVE ET-EMPLOYEE-GRADE TO GT-SEARCH-GRADE
                   PERFORM 160-FIND-GRADE
                   IF GT-MATCH-SUB = ZERO
                       DISPLAY "UNKNOWN GRADE - REJECTED "
                           EMPLOYEE-TRANS-RECORD
                       SET RECORD-IS-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       140-LOAD-GRADE-TABLE.
      *
           OPEN INPUT SALGRADE.
           IF NOT SALGRADE-FILE-OK
               DISPLAY "SALGRADE OPEN ERROR: " WF-SALGRADE-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 150-READ-GRADE
               UNTIL SALGRADE-EOF.
           CLOSE SALGRADE.
      *
       150-READ-GRADE.
      *
           READ SALGRADE
               AT END
                   MOVE "Y" TO SALGRADE-EOF-SWITCH
               NOT AT END
                   IF SG-MINIMUM NOT NUMERIC
                           OR SG-MAXIMUM NOT NUMERIC
                           OR SG-MINIMUM > SG-MAXIMUM
                       DISPLAY "INVALID GRADE RANGE - GRADE DROPPED "
                           SG-GRADE
                   ELSE
                   IF GT-ENTRY-COUNT < 50
                       ADD 1 TO GT-ENTRY-COUNT
                       MOVE SG-GRADE   TO GT-GRADE (GT-ENTRY-COUNT)
                       MOVE SG-MINIMUM TO GT-MINIMUM (GT-ENTRY-COUNT)
                       MOVE SG-MAXIMUM TO GT-MAXIMUM (GT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "GRADE TABLE FULL - GRADE DROPPED "
                           SG-GRADE
                   END-IF
                   END-IF
           END-READ.
      *
       160-FIND-GRADE.
      *
           MOVE ZERO TO GT-MATCH-SUB.
           PERFORM 170-MATCH-ONE-GRADE
               VARYING GT-SUB FROM 1 BY 1
               UNTIL GT-SUB > GT-ENTRY-COUNT
               OR GT-MATCH-SUB > ZERO.
      *
       170-MATCH-ONE-GRADE.
      *
           IF GT-GRADE (GT-SUB) = GT-SEARCH-GRADE
               MOVE GT-SUB TO GT-MATCH-SUB
           END-IF.
      *
      * DEPARTMENT CODES ARE PROVED AGAINST THE DEPARTMENT MASTER
      * SO A MISKEYED CODE CANNOT START A NEW DEPARTMENT.
      *
       180-LOAD-DEPARTMENT-TABLE.
      *
           CALL "DEPTLOAD" USING DEPARTMENT-TABLE.
           IF DT-NOT-LOADED
               DISPLAY "DEPTMST NOT LOADED - DEPARTMENTS CANNOT BE"
                   " VALIDATED"
               PERFORM 900-ABORT
           END-IF.
      *
       190-FIND-DEPARTMENT.
      *
           MOVE ZERO TO DT-MATCH-SUB.
           PERFORM 195-MATCH-ONE-DEPARTMENT
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-ENTRY-COUNT
               OR DT-MATCH-SUB > ZERO.
      *
       195-MATCH-ONE-DEPARTMENT.
      *
           IF DT-DEPT-CODE (DT-SUB) = DT-SEARCH-DEPT
               MOVE DT-SUB TO DT-MATCH-SUB
           END-IF.
      *
       200-APPLY-MAINTENANCE.
           EVALUATE TRUE
               WHEN TT-MATCH-SUB = ZERO
                   CONTINUE
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "C"
                       AND TTE-DEPT-INACTIVE (TT-MATCH-SUB)
                       AND TTE-EMPLOYEE-DEPT (TT-MATCH-SUB)
                           NOT = WK-EMPLOYEE-DEPT
                   DISPLAY "INACTIVE DEPT - REJECTED "
                       WK-EMPLOYEE-ID " DEPT "
                       TTE-EMPLOYEE-DEPT (TT-MATCH-SUB)
                   SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
                   ADD 1 TO CT-REJECTED
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "C"
                   MOVE WS-WORK-RECORD TO WS-BEFORE-IMAGE
                   MOVE TTE-EMPLOYEE-NAME (TT-MATCH-SUB)
                       TO WK-EMPLOYEE-DEPT
                   MOVE TTE-EMPLOYEE-SALARY (TT-MATCH-SUB)
                       TO WK-EMPLOYEE-SALARY
                   IF TTE-EMPLOYEE-GRADE (TT-MATCH-SUB) NOT = SPACES
                       MOVE TTE-EMPLOYEE-GRADE (TT-MATCH-SUB)
                           TO WK-EMPLOYEE-GRADE
                   END-IF
                   PERFORM 270-CHECK-GRADE-RANGE
                   IF SALARY-IN-RANGE
                       PERFORM 280-WRITE-AUDIT-RECORD
                       ADD 1 TO CT-CHANGED
                   ELSE
                       MOVE WS-BEFORE-IMAGE TO WS-WORK-RECORD
                       ADD 1 TO CT-REJECTED
                   END-IF
                   SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "T"
                   IF WK-EMPLOYEE-STATUS NOT = "T"
                       PERFORM 260-PAY-OUT-VACATION
                   END-IF
                   MOVE WS-WORK-RECORD TO WS-BEFORE-IMAGE
                   MOVE "T" TO WK-EMPLOYEE-STATUS
                   PERFORM 280-WRITE-AUDIT-RECORD
                   AND TTE-EMPLOYEE-ID (TT-SUB) = WK-EMPLOYEE-ID
               MOVE TT-SUB TO TT-MATCH-SUB
           END-IF.
      *
       250-READ-LEAVE-BALANCE.
      *
           READ LVBAL
               AT END
                   MOVE "Y" TO LVBAL-EOF-SWITCH
           END-READ.
      *
      * THE BALANCE FILE IS IN EMPLOYEE ORDER LIKE THE MASTER, SO
      * IT IS READ FORWARD TO THE EMPLOYEE BEING TERMINATED.
      *
       260-PAY-OUT-VACATION.
      *
           PERFORM 250-READ-LEAVE-BALANCE
               UNTIL LVBAL-EOF
               OR LB-EMPLOYEE-ID NOT < WK-EMPLOYEE-ID.
           IF LVBAL-EOF OR LB-EMPLOYEE-ID NOT = WK-EMPLOYEE-ID
               DISPLAY "NO LEAVE BALANCE - NO VACATION PAYOUT "
                   WK-EMPLOYEE-ID
           ELSE
               IF LB-VACATION-BALANCE > ZERO
                   MOVE SPACES             TO LEAVE-PAYOUT-RECORD
                   MOVE WK-EMPLOYEE-ID     TO LP-EMPLOYEE-ID
                   MOVE WK-EMPLOYEE-NAME   TO LP-EMPLOYEE-NAME
                   MOVE WK-EMPLOYEE-DEPT   TO LP-DEPARTMENT
                   MOVE LB-VACATION-BALANCE TO LP-VACATION-HOURS
                   MOVE WK-EMPLOYEE-SALARY TO LP-ANNUAL-SALARY
                   COMPUTE LP-PAYOUT-AMOUNT ROUNDED =
                       LB-VACATION-BALANCE * WK-EMPLOYEE-SALARY
                       / WS-HOURS-PER-YEAR
                   MOVE PD-BUSINESS-DATE   TO LP-BUSINESS-DATE
                   WRITE LEAVE-PAYOUT-RECORD
                   ADD 1 TO CT-LEAVE-PAYOUTS
                   ADD LP-PAYOUT-AMOUNT TO CT-PAYOUT-AMOUNT
               END-IF
           END-IF.
      *
      * THE SALARY MUST FALL WITHIN THE MINIMUM AND MAXIMUM OF THE
      * EMPLOYEE'S GRADE. A MASTER WITH NO GRADE YET CANNOT BE
      * CHANGED UNTIL THE CHANGE NAMES ONE.
      *
       270-CHECK-GRADE-RANGE.
      *
           SET SALARY-IN-RANGE TO TRUE.
           MOVE WK-EMPLOYEE-GRADE TO GT-SEARCH-GRADE.
           PERFORM 160-FIND-GRADE.
           IF GT-MATCH-SUB = ZERO
               DISPLAY "NO SALARY GRADE - REJECTED "
                   WK-EMPLOYEE-ID " GRADE " WK-EMPLOYEE-GRADE
               SET SALARY-OUT-OF-RANGE TO TRUE
           ELSE
               IF WK-EMPLOYEE-SALARY < GT-MINIMUM (GT-MATCH-SUB)
                       OR WK-EMPLOYEE-SALARY > GT-MAXIMUM (GT-MATCH-SUB)
                   DISPLAY "SALARY OUTSIDE GRADE RANGE - REJECTED "
                       WK-EMPLOYEE-ID " GRADE " WK-EMPLOYEE-GRADE
                       " SALARY " WK-EMPLOYEE-SALARY
                   SET SALARY-OUT-OF-RANGE TO TRUE
               END-IF
           END-IF.
           IF SALARY-OUT-OF-RANGE
               ADD 1 TO CT-OUT-OF-RANGE
           END-IF.
      *
       280-WRITE-AUDIT-RECORD.
      *
                   MOVE TTE-EMPLOYEE-SALARY (TT-SUB)
                       TO WK-EMPLOYEE-SALARY
                   MOVE "A" TO WK-EMPLOYEE-STATUS
                   MOVE TTE-EMPLOYEE-GRADE (TT-SUB)
                       TO WK-EMPLOYEE-GRADE
                   PERFORM 270-CHECK-GRADE-RANGE
                   IF SALARY-IN-RANGE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE TT-SUB TO TT-MATCH-SUB
                       PERFORM 280-WRITE-AUDIT-RECORD
                       RELEASE SORT-RECORD FROM WS-WORK-RECORD
                       ADD 1 TO CT-WRITTEN
                       ADD 1 TO CT-ADDED
                   ELSE
                       ADD 1 TO CT-REJECTED
                   END-IF
               ELSE
                   DISPLAY "EMPLOYEE NOT ON MASTER - REJECTED "
                       TTE-EMPLOYEE-ID (TT-SUB)
           DISPLAY "TERMINATED     " CT-TERMINATED.
           DISPLAY "REJECTED       " CT-REJECTED.
           DISPLAY "MASTERS WRITTEN " CT-WRITTEN.
           DISPLAY "LEAVE PAYOUTS  " CT-LEAVE-PAYOUTS.
           DISPLAY "PAYOUT AMOUNT  " CT-PAYOUT-AMOUNT.
           DISPLAY "OUT OF GRADE RANGE " CT-OUT-OF-RANGE.
           IF CT-WRITTEN = CT-MASTERS-READ + CT-ADDED
               DISPLAY "*** EMPMAINT RUN IS IN BALANCE ***"
           ELSE
