           SELECT OUTPUT-FILE  ASSIGN TO OUTFILE.
           SELECT DEPTRPT      ASSIGN TO DEPTRPT.
           SELECT DEPTBUD      ASSIGN TO DEPTBUD.
      * DEPTMST IS READ BY THE DEPTLOAD SUBROUTINE.

       DATA DIVISION.
       FILE SECTION.
           05  WS-POOL-REMAINING   PIC S9(9)     COMP-3.
           05  WS-PRORATE-SWITCH   PIC X.
               88  DEPT-PRORATED       VALUE "Y".
      *
      * DEPARTMENT NAMES AND THE REPORTING HIERARCHY COME FROM THE
      * DEPARTMENT MASTER. EACH DEPARTMENT'S TOTALS ARE ROLLED UP
      * THROUGH ITS PARENTS AND PRINTED AFTER THE LAST DEPARTMENT.
      *
       01  DEPT-MASTER-FIELDS.
           05  DT-SUB              PIC S9(4)  COMP.
           05  DT-MATCH-SUB        PIC S9(4)  COMP.
           05  DT-WALK-SUB         PIC S9(4)  COMP.
           05  DT-ORDER-POSITION   PIC S9(4)  COMP.
           05  DT-INDENT           PIC S9(4)  COMP.
           05  DT-SEARCH-DEPT      PIC X(4).
      *
       COPY DEPTTBL.
      *
       01  ROLLUP-TABLE.
           05  ROLLUP-ENTRY            OCCURS 200 TIMES.
               10  RU-HEADCOUNT            PIC S9(5)     COMP-3.
               10  RU-TOTAL-SALARY         PIC S9(9)     COMP-3.
               10  RU-TOTAL-BONUS          PIC S9(9)     COMP-3.
      *
       01  EMPLOYEE-LINE.
           05  EL-EMPLOYEE-ID           PIC X(4).
           05  FILLER           PIC X(3) VALUE SPACE.
           05  FILLER           PIC X(13) VALUE "TOTAL BONUS: ".
           05  DSL-TOTAL-BONUS  PIC ZZZ,ZZ9.
      *
       01  DEPT-NAME-LINE.
           05  FILLER           PIC X(11) VALUE "DEPARTMENT ".
           05  DNL-DEPT         PIC X(4).
           05  FILLER           PIC X(2)  VALUE SPACE.
           05  DNL-DEPT-NAME    PIC X(30).
           05  FILLER           PIC X(33) VALUE SPACE.
      *
       01  HIERARCHY-HEADING-LINE.
           05  FILLER           PIC X(40)
                   VALUE "BONUS BY REPORTING HIERARCHY (INCLUDES S".
           05  FILLER           PIC X(40)
                   VALUE "UB-DEPARTMENTS)".
      *
       01  HIERARCHY-LINE.
           05  HRL-DEPT-AREA    PIC X(46).
           05  HRL-HEADCOUNT    PIC ZZZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  HRL-TOTAL-SALARY PIC ZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  HRL-TOTAL-BONUS  PIC ZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(7)  VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY "ENTER BONUS PERCENTAGE: ".
           ACCEPT BONUS-PERCENT.
           PERFORM 080-LOAD-BUDGET-TABLE.
           PERFORM 095-LOAD-DEPARTMENT-TABLE.
           PERFORM 100-PREPARE-SALES-LINES
               UNTIL SALARIES-EOF-SWITCH = "Y".
           IF NOT DT-NOT-LOADED
               PERFORM 600-PRINT-HIERARCHY-SECTION
           END-IF.
           CLOSE SORTED-FILE
                 OUTPUT-FILE
                 DEPTRPT.
                   DB-EMPLOYEE-DEPT
           END-IF.
           PERFORM 085-READ-BUDGET-RECORD.
      *
       095-LOAD-DEPARTMENT-TABLE.
      *
           CALL "DEPTLOAD" USING DEPARTMENT-TABLE.
           IF DT-NOT-LOADED
               DISPLAY "DEPTMST NOT PRESENTED - NO DEPARTMENT NAMES"
                   " OR HIERARCHY ROLL-UP"
           END-IF.
           PERFORM 096-CLEAR-ONE-ROLLUP
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-ENTRY-COUNT.
      *
       096-CLEAR-ONE-ROLLUP.
      *
           MOVE ZERO TO RU-HEADCOUNT (DT-SUB)
                        RU-TOTAL-SALARY (DT-SUB)
                        RU-TOTAL-BONUS (DT-SUB).
      *
       097-FIND-DEPARTMENT.
      *
           MOVE ZERO TO DT-MATCH-SUB.
           PERFORM 098-MATCH-ONE-DEPARTMENT
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-ENTRY-COUNT
               OR DT-MATCH-SUB > ZERO.
      *
       098-MATCH-ONE-DEPARTMENT.
      *
           IF DT-DEPT-CODE (DT-SUB) = DT-SEARCH-DEPT
               MOVE DT-SUB TO DT-MATCH-SUB
           END-IF.
      *
       050-RELEASE-ACTIVE-EMPLOYEES.
      *
                   VARYING DE-SUB FROM 1 BY 1
                   UNTIL DE-SUB > DE-ENTRY-COUNT
           END-IF.
           PERFORM 535-PRINT-DEPT-NAME-LINE.
           PERFORM 540-PRINT-ONE-EMPLOYEE
               VARYING DE-SUB FROM 1 BY 1
               UNTIL DE-SUB > DE-ENTRY-COUNT.
           COMPUTE DE-BONUS (DE-SUB) =
               DE-BONUS (DE-SUB) * WS-DEPT-POOL
               / WS-COMPUTED-BONUS.
      *
       535-PRINT-DEPT-NAME-LINE.
      *
           MOVE OLD-EMPLOYEE-DEPT TO DNL-DEPT.
           MOVE OLD-EMPLOYEE-DEPT TO DT-SEARCH-DEPT.
           PERFORM 097-FIND-DEPARTMENT.
           IF DT-MATCH-SUB > ZERO
               MOVE DT-DEPT-NAME (DT-MATCH-SUB) TO DNL-DEPT-NAME
           ELSE
           IF DT-NOT-LOADED
               MOVE SPACES TO DNL-DEPT-NAME
           ELSE
               MOVE "*** NOT ON DEPARTMENT MASTER" TO DNL-DEPT-NAME
           END-IF
           END-IF.
           MOVE DEPT-NAME-LINE TO DEPT-PRINT-AREA.
           WRITE DEPT-PRINT-AREA.
      *
       540-PRINT-ONE-EMPLOYEE.
      *
               MOVE PRORATE-EXCEPTION-LINE TO DEPT-PRINT-AREA
               WRITE DEPT-PRINT-AREA
           END-IF.
           MOVE DT-MATCH-SUB           TO DT-WALK-SUB.
           PERFORM 560-ADD-TO-ONE-LEVEL
               UNTIL DT-WALK-SUB = ZERO.
           MOVE ZERO                   TO DEPT-TOTAL-SALARY.
           MOVE ZERO                   TO DEPT-TOTAL-BONUS.
      *
      * THE DEPARTMENT'S TOTALS GO INTO ITS OWN ROLL-UP ENTRY AND
      * THAT OF EVERY DEPARTMENT ABOVE IT.
      *
       560-ADD-TO-ONE-LEVEL.
      *
           ADD DE-ENTRY-COUNT    TO RU-HEADCOUNT (DT-WALK-SUB).
           ADD DEPT-TOTAL-SALARY TO RU-TOTAL-SALARY (DT-WALK-SUB).
           ADD DEPT-TOTAL-BONUS  TO RU-TOTAL-BONUS (DT-WALK-SUB).
           MOVE DT-PARENT-SUB (DT-WALK-SUB) TO DT-WALK-SUB.
      *
      * THE ROLL-UP PRINTS IN HIERARCHY ORDER, EACH DEPARTMENT
      * INDENTED UNDER ITS PARENT. BRANCHES WITH NO ACTIVE
      * EMPLOYEES ARE LEFT OFF.
      *
       600-PRINT-HIERARCHY-SECTION.
      *
           MOVE SPACES TO DEPT-PRINT-AREA.
           WRITE DEPT-PRINT-AREA.
           MOVE HIERARCHY-HEADING-LINE TO DEPT-PRINT-AREA.
           WRITE DEPT-PRINT-AREA.
           PERFORM 610-PRINT-ONE-HIERARCHY-DEPT
               VARYING DT-ORDER-POSITION FROM 1 BY 1
               UNTIL DT-ORDER-POSITION > DT-ENTRY-COUNT.
      *
       610-PRINT-ONE-HIERARCHY-DEPT.
      *
           MOVE DT-ORDER-SUB (DT-ORDER-POSITION) TO DT-SUB.
           IF RU-HEADCOUNT (DT-SUB) > ZERO
               MOVE SPACES TO HRL-DEPT-AREA
               COMPUTE DT-INDENT = DT-LEVEL (DT-SUB) * 2 + 1
               IF DT-INDENT > 11
                   MOVE 11 TO DT-INDENT
               END-IF
               STRING DT-DEPT-CODE (DT-SUB) DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      DT-DEPT-NAME (DT-SUB) DELIMITED BY SIZE
                   INTO HRL-DEPT-AREA
                   WITH POINTER DT-INDENT
               END-STRING
               MOVE RU-HEADCOUNT (DT-SUB)    TO HRL-HEADCOUNT
               MOVE RU-TOTAL-SALARY (DT-SUB) TO HRL-TOTAL-SALARY
               MOVE RU-TOTAL-BONUS (DT-SUB)  TO HRL-TOTAL-BONUS
               MOVE HIERARCHY-LINE TO DEPT-PRINT-AREA
               WRITE DEPT-PRINT-AREA
           END-IF.
