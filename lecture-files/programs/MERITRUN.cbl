      * AN OVER-BUDGET DEPARTMENT IS REPORTED AND ITS INCREASES
      * ARE WITHHELD IN FULL. APPLIED CHANGES WRITE BEFORE/AFTER
      * SALARY IMAGES TO EMPAUDT LIKE ANY OTHER CHANGE.
      * EVERY PRICED INCREASE IS ALSO CHECKED AGAINST THE RANGE OF
      * THE EMPLOYEE'S SALARY GRADE (SALGRADE, COPY SALGRADE). ONE
      * THAT WOULD TAKE THE SALARY OVER THE GRADE MAXIMUM IS EITHER
      * CAPPED AT THE MAXIMUM OR REJECTED OUTRIGHT, AS THE SYSIN
      * OPTION SAYS; AN EMPLOYEE WITH NO GRADE ON FILE GETS NO
      * INCREASE. THE BUDGET PROOF USES THE INCREASE AFTER CAPPING.
      *
      * SYSIN: COL 1 'C' = CAP AT GRADE MAXIMUM, 'R' = REJECT AN
      * INCREASE OVER GRADE MAXIMUM. ANYTHING ELSE ABORTS THE STEP.
      * MERITINC RECORDS: SCOPE X ('E'/'D'), EMPLOYEE ID 9(4),
      * DEPT X(4), METHOD X ('P' PCT / 'F' FLAT), AMOUNT 9(5)V99.
      * DEPTBUDG RECORDS: DEPT X(4), BUDGET 9(7)V99.
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT MERITRPT ASSIGN TO MERITRPT
               FILE STATUS IS WF-MERITRPT-STATUS.
           SELECT SALGRADE ASSIGN TO SALGRADE
               FILE STATUS IS WF-SALGRADE-STATUS.
      *
       DATA DIVISION.
      *
           05  EO-EMPLOYEE-DEPT        PIC X(4).
           05  EO-EMPLOYEE-SALARY      PIC 9(5).
           05  EO-EMPLOYEE-STATUS      PIC X.
           05  EO-EMPLOYEE-GRADE       PIC X(2).
           05  FILLER                  PIC X(4).
      *
       FD  EMPNEW.
       01  EMPLOYEE-NEW-RECORD         PIC X(50).
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  SALGRADE
           RECORD CONTAINS 80 CHARACTERS.
       COPY SALGRADE.
      *
       WORKING-STORAGE SECTION.
      *
               88  MERITINC-EOF                 VALUE "Y".
           05  DEPTBUDG-EOF-SWITCH     PIC X    VALUE "N".
               88  DEPTBUDG-EOF                 VALUE "Y".
           05  SALGRADE-EOF-SWITCH     PIC X    VALUE "N".
               88  SALGRADE-EOF                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-EMPOLD-STATUS    PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-MERITRPT-STATUS  PIC XX.
               88  MERITRPT-FILE-OK        VALUE "00".
           05  WF-SALGRADE-STATUS  PIC XX.
               88  SALGRADE-FILE-OK        VALUE "00".
      *
       01  GRADE-OPTION-CARD.
           05  GO-OVER-MAX-OPTION  PIC X.
               88  GO-CAP-AT-MAXIMUM       VALUE "C".
               88  GO-REJECT-OVER-MAXIMUM  VALUE "R".
               88  GO-VALID-OPTION         VALUE "C" "R".
           05  FILLER              PIC X(79).
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  EMPLOYEE-ENTRY          OCCURS 1000 TIMES.
               10  EM-RECORD-IMAGE         PIC X(50).
               10  EM-INCREASE             PIC S9(5)V99 COMP-3.
               10  EM-GRADE-ACTION         PIC X.
                   88  EM-WITHIN-GRADE         VALUE SPACE.
                   88  EM-CAPPED               VALUE "C".
                   88  EM-REJECTED-OVER-MAX    VALUE "R".
                   88  EM-NO-GRADE             VALUE "N".
      *
       01  EM-WORK-RECORD.
           05  WK-EMPLOYEE-ID          PIC 9(4).
           05  WK-EMPLOYEE-DEPT        PIC X(4).
           05  WK-EMPLOYEE-SALARY      PIC 9(5).
           05  WK-EMPLOYEE-STATUS      PIC X.
           05  WK-EMPLOYEE-GRADE       PIC X(2).
           05  FILLER                  PIC X(4).
      *
       01  DEPT-TABLE-FIELDS.
           05  DP-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
               10  DP-INCREASE-TOTAL       PIC S9(7)V99 COMP-3.
               10  DP-OVER-SWITCH          PIC X.
                   88  DP-OVER-BUDGET          VALUE "Y".
      *
       01  GRADE-TABLE-FIELDS.
           05  GT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  GT-SUB              PIC S9(3)  COMP.
           05  GT-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  GRADE-TABLE.
           05  GRADE-ENTRY             OCCURS 50 TIMES.
               10  GT-GRADE                PIC X(2).
               10  GT-MINIMUM              PIC 9(5).
               10  GT-MAXIMUM              PIC 9(5).
      *
       01  WORK-FIELDS.
           05  WS-INCREASE         PIC S9(5)V99  COMP-3.
           05  CT-RAISES-WITHHELD  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TERMINATED-SKIP  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-DEPTS-OVER       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RAISES-CAPPED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RAISES-REJECTED  PIC S9(5)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
      *
       000-APPLY-MERIT-INCREASES.
      *
           PERFORM 090-ACCEPT-GRADE-OPTION.
           PERFORM 100-OPEN-FILES.
           PERFORM 105-READ-PROCESSING-DATE.
           PERFORM 110-FORMAT-REPORT-HEADING.
               UNTIL MERITINC-EOF.
           PERFORM 130-LOAD-BUDGET-TABLE
               UNTIL DEPTBUDG-EOF.
           PERFORM 140-LOAD-GRADE-TABLE
               UNTIL SALGRADE-EOF.
           PERFORM 150-LOAD-AND-PRICE
               UNTIL EMPOLD-EOF.
           PERFORM 300-CHECK-DEPT-BUDGETS
           DISPLAY "MERITRUN RAISES WITHHELD " CT-RAISES-WITHHELD.
           DISPLAY "MERITRUN TERMINATED SKIP " CT-TERMINATED-SKIP.
           DISPLAY "MERITRUN DEPTS OVER      " CT-DEPTS-OVER.
           DISPLAY "MERITRUN RAISES CAPPED   " CT-RAISES-CAPPED.
           DISPLAY "MERITRUN RAISES REJECTED " CT-RAISES-REJECTED.
           CLOSE EMPOLD
                 EMPNEW
                 MERITINC
                 DEPTBUDG
                 EMPAUDT
                 MERITRPT
                 SALGRADE.
           GOBACK.
      *
       090-ACCEPT-GRADE-OPTION.
      *
           MOVE SPACES TO GRADE-OPTION-CARD.
           ACCEPT GRADE-OPTION-CARD.
           IF NOT GO-VALID-OPTION
               DISPLAY "MERITRUN GRADE MAXIMUM OPTION MUST BE C (CAP) "
                   "OR R (REJECT) - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF GO-CAP-AT-MAXIMUM
               DISPLAY "MERITRUN INCREASES OVER GRADE MAXIMUM WILL BE "
                   "CAPPED"
           ELSE
               DISPLAY "MERITRUN INCREASES OVER GRADE MAXIMUM WILL BE "
                   "REJECTED"
           END-IF.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  EMPOLD
                       MERITINC
                       DEPTBUDG
                       SALGRADE
                OUTPUT EMPNEW
                       EMPAUDT
                       MERITRPT.
              DISPLAY "MERITRPT OPEN ERROR: " WF-MERITRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT SALGRADE-FILE-OK
              DISPLAY "SALGRADE OPEN ERROR: " WF-SALGRADE-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       105-READ-PROCESSING-DATE.
      *
                           DB-DEPT
                   END-IF
           END-READ.
      *
       140-LOAD-GRADE-TABLE.
      *
           READ SALGRADE
               AT END
                   MOVE "Y" TO SALGRADE-EOF-SWITCH
               NOT AT END
                   IF GT-ENTRY-COUNT < 50
                       ADD 1 TO GT-ENTRY-COUNT
                       MOVE SG-GRADE
                           TO GT-GRADE (GT-ENTRY-COUNT)
                       MOVE SG-MINIMUM
                           TO GT-MINIMUM (GT-ENTRY-COUNT)
                       MOVE SG-MAXIMUM
                           TO GT-MAXIMUM (GT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "GRADE TABLE FULL - GRADE OMITTED "
                           SG-GRADE
                   END-IF
           END-READ.
      *
      * FIRST PASS - EVERY EMPLOYEE IS LOADED AND THE INCREASE THE
      * RULES WOULD GRANT IS PRICED AND TOTALED BY DEPARTMENT.
               MOVE EMPLOYEE-OLD-RECORD
                   TO EM-RECORD-IMAGE (EM-ENTRY-COUNT)
               MOVE ZERO TO EM-INCREASE (EM-ENTRY-COUNT)
               MOVE SPACE TO EM-GRADE-ACTION (EM-ENTRY-COUNT)
               IF EO-EMPLOYEE-STATUS = "T"
                   ADD 1 TO CT-TERMINATED-SKIP
               ELSE
                   PERFORM 170-FIND-BEST-RULE
                   IF RU-MATCH-SUB > ZERO
                       PERFORM 180-PRICE-THE-RULE
                       PERFORM 185-CHECK-GRADE-RANGE
                       MOVE WS-INCREASE
                           TO EM-INCREASE (EM-ENTRY-COUNT)
                       PERFORM 190-TOTAL-BY-DEPT
           ELSE
               MOVE RU-AMOUNT (RU-MATCH-SUB) TO WS-INCREASE
           END-IF.
      *
      * AN INCREASE THAT WOULD TAKE THE SALARY PAST THE GRADE
      * MAXIMUM IS CUT BACK TO THE MAXIMUM (NOTHING IF THE SALARY
      * IS ALREADY THERE) OR DROPPED, PER THE SYSIN OPTION.
      *
       185-CHECK-GRADE-RANGE.
      *
           PERFORM 186-FIND-GRADE-ENTRY.
           IF GT-MATCH-SUB = ZERO
               MOVE ZERO TO WS-INCREASE
               MOVE "N" TO EM-GRADE-ACTION (EM-ENTRY-COUNT)
           ELSE
               COMPUTE WS-NEW-SALARY =
                   EO-EMPLOYEE-SALARY + WS-INCREASE
               IF WS-NEW-SALARY > GT-MAXIMUM (GT-MATCH-SUB)
                   IF GO-CAP-AT-MAXIMUM
                       MOVE "C" TO EM-GRADE-ACTION (EM-ENTRY-COUNT)
                       IF EO-EMPLOYEE-SALARY
                               < GT-MAXIMUM (GT-MATCH-SUB)
                           COMPUTE WS-INCREASE =
                               GT-MAXIMUM (GT-MATCH-SUB)
                               - EO-EMPLOYEE-SALARY
                       ELSE
                           MOVE ZERO TO WS-INCREASE
                       END-IF
                   ELSE
                       MOVE "R" TO EM-GRADE-ACTION (EM-ENTRY-COUNT)
                       MOVE ZERO TO WS-INCREASE
                   END-IF
               END-IF
           END-IF.
      *
       186-FIND-GRADE-ENTRY.
      *
           MOVE ZERO TO GT-MATCH-SUB.
           PERFORM 187-MATCH-ONE-GRADE
               VARYING GT-SUB FROM 1 BY 1
               UNTIL GT-SUB > GT-ENTRY-COUNT
               OR GT-MATCH-SUB > ZERO.
      *
       187-MATCH-ONE-GRADE.
      *
           IF GT-GRADE (GT-SUB) = EO-EMPLOYEE-GRADE
               MOVE GT-SUB TO GT-MATCH-SUB
           END-IF.
      *
       190-TOTAL-BY-DEPT.
      *
      * SECOND PASS - THE TABLE GOES OUT AS THE NEW MASTER. ONLY
      * EMPLOYEES IN WITHIN-BUDGET DEPARTMENTS WITH A BUDGET ON
      * FILE GET THEIR PRICED INCREASE; EVERYONE ELSE PASSES
      * THROUGH UNCHANGED. INCREASES STOPPED BY THE GRADE CHECK
      * ARE LISTED WITH THE REASON.
      *
       400-APPLY-ONE-EMPLOYEE.
      *
           MOVE EM-RECORD-IMAGE (EM-SUB) TO EM-WORK-RECORD.
           IF EM-REJECTED-OVER-MAX (EM-SUB)
                   OR EM-NO-GRADE (EM-SUB)
                   OR (EM-CAPPED (EM-SUB)
                       AND EM-INCREASE (EM-SUB) = ZERO)
               PERFORM 405-REPORT-GRADE-STOP
           ELSE
           IF EM-INCREASE (EM-SUB) = ZERO
               CONTINUE
           ELSE
               ELSE
                   PERFORM 410-GRANT-THE-RAISE
               END-IF
           END-IF
           END-IF.
           MOVE EM-WORK-RECORD TO EMPLOYEE-NEW-RECORD.
           WRITE EMPLOYEE-NEW-RECORD.
      *
       405-REPORT-GRADE-STOP.
      *
           EVALUATE TRUE
               WHEN EM-REJECTED-OVER-MAX (EM-SUB)
                   ADD 1 TO CT-RAISES-REJECTED
                   MOVE "REJECTED OVER MAX " TO MRL-STATUS
               WHEN EM-NO-GRADE (EM-SUB)
                   ADD 1 TO CT-RAISES-REJECTED
                   MOVE "NO GRADE RANGE    " TO MRL-STATUS
               WHEN OTHER
                   ADD 1 TO CT-RAISES-CAPPED
                   MOVE "AT GRADE MAXIMUM  " TO MRL-STATUS
           END-EVALUATE.
           MOVE WK-EMPLOYEE-SALARY TO MRL-OLD-SALARY.
           MOVE WK-EMPLOYEE-SALARY TO MRL-NEW-SALARY.
           PERFORM 420-PRINT-MERIT-LINE.
      *
       410-GRANT-THE-RAISE.
      *
           MOVE WS-STAMP-WORK (9:6) TO EA-CHANGE-TIME.
           WRITE EMPLOYEE-AUDIT-RECORD.
           ADD 1 TO CT-RAISES-APPLIED.
           IF EM-CAPPED (EM-SUB)
               ADD 1 TO CT-RAISES-CAPPED
               MOVE "APPLIED - CAPPED  " TO MRL-STATUS
           ELSE
               MOVE "APPLIED           " TO MRL-STATUS
           END-IF.
           PERFORM 420-PRINT-MERIT-LINE.
      *
       420-PRINT-MERIT-LINE.
