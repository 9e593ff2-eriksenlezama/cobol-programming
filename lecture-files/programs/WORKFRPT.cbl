      * THE EMPLOYEE MASTER IS THE CONTROL TOTAL, AND EACH
      * DEPARTMENT GETS A TURNOVER-RATE LINE (TERMINATIONS OVER
      * CURRENT HEADCOUNT).
      * DEPARTMENTS PRINT WITH THEIR NAMES FROM THE DEPARTMENT
      * MASTER (DEPTMST, LOADED BY DEPTLOAD), AND A FINAL SECTION
      * ROLLS EACH DEPARTMENT'S FIGURES UP THROUGH THE REPORTING
      * HIERARCHY - EVERY DEPARTMENT SHOWS ITS OWN FIGURES PLUS
      * THOSE OF ALL ITS SUB-DEPARTMENTS, INDENTED BY LEVEL UNDER
      * ITS PARENT. A DEPARTMENT CODE NOT ON THE MASTER IS FLAGGED
      * AND LEFT OUT OF THE ROLL-UP. IF DEPTMST IS NOT PRESENTED
      * THE REPORT PRINTS CODES ONLY, WITH NO ROLL-UP.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WF-EMPMST-STATUS.
           SELECT WORKFRPT ASSIGN TO WORKFRPT
               FILE STATUS IS WF-WORKFRPT-STATUS.
      * DEPTMST IS READ BY THE DEPTLOAD SUBROUTINE.
      *
       DATA DIVISION.
      *
               10  DP-HIRES                PIC S9(5) COMP-3.
               10  DP-TERMS                PIC S9(5) COMP-3.
               10  DP-HEADCOUNT            PIC S9(5) COMP-3.
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
      * HIERARCHY ROLL-UP - ONE ENTRY PER DEPARTMENT TABLE ENTRY.
      *
       01  ROLLUP-TABLE.
           05  ROLLUP-ENTRY            OCCURS 200 TIMES.
               10  RU-HIRES                PIC S9(5) COMP-3.
               10  RU-TERMS                PIC S9(5) COMP-3.
               10  RU-HEADCOUNT            PIC S9(5) COMP-3.
      *
       01  WORK-FIELDS.
           05  WS-NET-CHANGE       PIC S9(5)     COMP-3.
      *
       01  DEPT-LINE.
           05  DPL-DEPT            PIC X(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DPL-DEPT-NAME       PIC X(30).
           05  FILLER              PIC X(12)    VALUE "  HEADCOUNT ".
           05  DPL-HEADCOUNT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)     VALUE "  HIRES ".
           05  FILLER              PIC X(11)    VALUE "  TURNOVER ".
           05  DPL-TURNOVER        PIC ZZ9.9.
           05  FILLER              PIC X(1)     VALUE "%".
           05  FILLER              PIC X(33)    VALUE SPACE.
      *
       01  HIERARCHY-HEADING-LINE.
           05  FILLER   PIC X(40)
                    VALUE "HEADCOUNT AND TURNOVER BY REPORTING HIER".
           05  FILLER   PIC X(92)
                    VALUE "ARCHY (INCLUDES SUB-DEPARTMENTS)".
      *
       01  HIERARCHY-LINE.
           05  HRL-DEPT-AREA       PIC X(46).
           05  FILLER              PIC X(12)    VALUE "  HEADCOUNT ".
           05  HRL-HEADCOUNT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)     VALUE "  HIRES ".
           05  HRL-HIRES           PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)     VALUE "  TERMS ".
           05  HRL-TERMS           PIC ZZ,ZZ9.
           05  FILLER              PIC X(11)    VALUE "  TURNOVER ".
           05  HRL-TURNOVER        PIC ZZ9.9.
           05  FILLER              PIC X(1)     VALUE "%".
           05  FILLER              PIC X(23)    VALUE SPACE.
      *
       01  CONTROL-LINE.
           05  FILLER              PIC X(30)
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-PRINT-HEADING-LINES.
           PERFORM 120-LOAD-DEPARTMENT-TABLE.
           PERFORM 200-TALLY-ONE-AUDIT
               UNTIL EMPAUDT-EOF.
           PERFORM 250-COUNT-ONE-EMPLOYEE
               UNTIL EMPMST-EOF.
           PERFORM 300-PRINT-MONTH-SECTION.
           PERFORM 350-PRINT-DEPT-SECTION.
           IF NOT DT-NOT-LOADED
               PERFORM 370-PRINT-HIERARCHY-SECTION
           END-IF.
           MOVE WS-TOTAL-HEADCOUNT TO CTL-HEADCOUNT.
           MOVE CONTROL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
      * DEPARTMENT NAMES AND THE HIERARCHY COME FROM THE
      * DEPARTMENT MASTER.
      *
       120-LOAD-DEPARTMENT-TABLE.
      *
           CALL "DEPTLOAD" USING DEPARTMENT-TABLE.
           IF DT-NOT-LOADED
               DISPLAY "DEPTMST NOT PRESENTED - NO DEPARTMENT NAMES"
                   " OR HIERARCHY ROLL-UP"
           END-IF.
           PERFORM 125-CLEAR-ONE-ROLLUP
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-ENTRY-COUNT.
      *
       125-CLEAR-ONE-ROLLUP.
      *
           MOVE ZERO TO RU-HIRES (DT-SUB)
                        RU-TERMS (DT-SUB)
                        RU-HEADCOUNT (DT-SUB).
      *
       130-FIND-MASTER-DEPT.
      *
           MOVE ZERO TO DT-MATCH-SUB.
           PERFORM 135-MATCH-ONE-MASTER-DEPT
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-ENTRY-COUNT
               OR DT-MATCH-SUB > ZERO.
      *
       135-MATCH-ONE-MASTER-DEPT.
      *
           IF DT-DEPT-CODE (DT-SUB) = DT-SEARCH-DEPT
               MOVE DT-SUB TO DT-MATCH-SUB
           END-IF.
      *
       200-TALLY-ONE-AUDIT.
      *
       360-PRINT-ONE-DEPT.
      *
           MOVE DP-DEPT (DP-SUB)      TO DPL-DEPT.
           MOVE DP-DEPT (DP-SUB)      TO DT-SEARCH-DEPT.
           PERFORM 130-FIND-MASTER-DEPT.
           IF DT-MATCH-SUB > ZERO
               MOVE DT-DEPT-NAME (DT-MATCH-SUB) TO DPL-DEPT-NAME
           ELSE
           IF DT-NOT-LOADED
               MOVE SPACES TO DPL-DEPT-NAME
           ELSE
               MOVE "*** NOT ON DEPARTMENT MASTER" TO DPL-DEPT-NAME
           END-IF
           END-IF.
           MOVE DP-HEADCOUNT (DP-SUB) TO DPL-HEADCOUNT.
           MOVE DP-HIRES (DP-SUB)     TO DPL-HIRES.
           MOVE DP-TERMS (DP-SUB)     TO DPL-TERMS.
           END-IF.
           MOVE DEPT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
      * EACH DEPARTMENT'S FIGURES ARE ADDED INTO ITS OWN ROLL-UP
      * ENTRY AND THAT OF EVERY DEPARTMENT ABOVE IT, THEN THE
      * ROLL-UP PRINTS IN HIERARCHY ORDER. BRANCHES WITH NOTHING TO
      * SHOW ARE LEFT OFF.
      *
       370-PRINT-HIERARCHY-SECTION.
      *
           PERFORM 375-ROLL-UP-ONE-DEPT
               VARYING DP-SUB FROM 1 BY 1
               UNTIL DP-SUB > DP-ENTRY-COUNT.
           MOVE HIERARCHY-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 380-PRINT-ONE-HIERARCHY-DEPT
               VARYING DT-ORDER-POSITION FROM 1 BY 1
               UNTIL DT-ORDER-POSITION > DT-ENTRY-COUNT.
      *
       375-ROLL-UP-ONE-DEPT.
      *
           MOVE DP-DEPT (DP-SUB) TO DT-SEARCH-DEPT.
           PERFORM 130-FIND-MASTER-DEPT.
           MOVE DT-MATCH-SUB TO DT-WALK-SUB.
           PERFORM 376-ADD-TO-ONE-LEVEL
               UNTIL DT-WALK-SUB = ZERO.
      *
       376-ADD-TO-ONE-LEVEL.
      *
           ADD DP-HIRES (DP-SUB)     TO RU-HIRES (DT-WALK-SUB).
           ADD DP-TERMS (DP-SUB)     TO RU-TERMS (DT-WALK-SUB).
           ADD DP-HEADCOUNT (DP-SUB) TO RU-HEADCOUNT (DT-WALK-SUB).
           MOVE DT-PARENT-SUB (DT-WALK-SUB) TO DT-WALK-SUB.
      *
       380-PRINT-ONE-HIERARCHY-DEPT.
      *
           MOVE DT-ORDER-SUB (DT-ORDER-POSITION) TO DT-SUB.
           IF RU-HEADCOUNT (DT-SUB) NOT = ZERO
                   OR RU-HIRES (DT-SUB) NOT = ZERO
                   OR RU-TERMS (DT-SUB) NOT = ZERO
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
               MOVE RU-HEADCOUNT (DT-SUB) TO HRL-HEADCOUNT
               MOVE RU-HIRES (DT-SUB)     TO HRL-HIRES
               MOVE RU-TERMS (DT-SUB)     TO HRL-TERMS
               IF RU-HEADCOUNT (DT-SUB) = ZERO
                   MOVE ZERO TO HRL-TURNOVER
               ELSE
                   COMPUTE WS-TURNOVER-RATE ROUNDED =
                       (RU-TERMS (DT-SUB) / RU-HEADCOUNT (DT-SUB))
                       * 100
                   MOVE WS-TURNOVER-RATE TO HRL-TURNOVER
               END-IF
               MOVE HIERARCHY-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
      *
       900-ABORT.
      *
