       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARPT.
      *
      * COMPA-RATIO REPORT BY DEPARTMENT. EVERY ACTIVE EMPLOYEE ON
      * THE EMPLOYEE MASTER (EMPMST) IS LISTED WITH THEIR SALARY
      * GRADE, THE GRADE'S RANGE FROM THE SALARY GRADE TABLE
      * (SALGRADE, COPY SALGRADE) AND THEIR SALARY AS A PERCENT OF
      * THE GRADE MIDPOINT. A SALARY BELOW THE GRADE MINIMUM OR
      * ABOVE THE GRADE MAXIMUM, OR AN EMPLOYEE WITH NO GRADE ON
      * FILE, IS FLAGGED ON THE LINE AND LISTED AGAIN AT THE END OF
      * THE REPORT UNDER EMPLOYEES OUTSIDE GRADE RANGE.
      * TERMINATED (STATUS 'T') EMPLOYEES ARE LEFT OFF.
      *
      * EACH DEPARTMENT AND THE RUN GET A TOTAL LINE - HEADCOUNT,
      * TOTAL SALARY AND TOTAL MIDPOINT OF THE GRADED EMPLOYEES, THE
      * AVERAGE COMPA-RATIO (TOTAL SALARY OVER TOTAL MIDPOINT) AND
      * THE NUMBER OUTSIDE THEIR RANGE.
      * ANY EMPLOYEE OUTSIDE THEIR RANGE OR WITHOUT A GRADE ENDS THE
      * RUN WITH RETURN CODE 4; AN OUT-OF-BALANCE RUN ENDS WITH
      * RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMST   ASSIGN TO EMPMST
               FILE STATUS IS WF-EMPMST-STATUS.
           SELECT SALGRADE ASSIGN TO SALGRADE
               FILE STATUS IS WF-SALGRADE-STATUS.
           SELECT COMPARPT ASSIGN TO COMPARPT
               FILE STATUS IS WF-COMPARPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  EMPMST.
       01  EMPLOYEE-MASTER-RECORD.
           05  EO-EMPLOYEE-ID          PIC 9(4).
           05  EO-EMPLOYEE-NAME        PIC X(30).
           05  EO-EMPLOYEE-DEPT        PIC X(4).
           05  EO-EMPLOYEE-SALARY      PIC 9(5).
           05  EO-EMPLOYEE-STATUS      PIC X.
               88  EO-EMPLOYEE-TERMINATED      VALUE "T".
           05  EO-EMPLOYEE-GRADE       PIC X(2).
           05  FILLER                  PIC X(4).
      *
       FD  SALGRADE
           RECORD CONTAINS 80 CHARACTERS.
       COPY SALGRADE.
      *
       FD  COMPARPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
      * ONE RECORD PER ACTIVE EMPLOYEE, WITH THEIR GRADE RANGE.
      *
       SD  SORT-FILE.
       01  COMPA-SORT-RECORD.
           05  SR-DEPARTMENT           PIC X(4).
           05  SR-EMPLOYEE-ID          PIC 9(4).
           05  SR-EMPLOYEE-NAME        PIC X(30).
           05  SR-GRADE                PIC X(2).
           05  SR-SALARY               PIC 9(5).
           05  SR-MINIMUM              PIC 9(5).
           05  SR-MIDPOINT             PIC 9(5).
           05  SR-MAXIMUM              PIC 9(5).
           05  SR-RANGE-CODE           PIC X.
               88  SR-WITHIN-RANGE             VALUE SPACE.
               88  SR-BELOW-MINIMUM            VALUE "L".
               88  SR-ABOVE-MAXIMUM            VALUE "H".
               88  SR-NO-GRADE                 VALUE "N".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  EMPMST-EOF-SWITCH       PIC X    VALUE "N".
               88  EMPMST-EOF                   VALUE "Y".
           05  SALGRADE-EOF-SWITCH     PIC X    VALUE "N".
               88  SALGRADE-EOF                 VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  EXCEPTION-PAGE-SWITCH   PIC X    VALUE "N".
               88  PRINTING-EXCEPTIONS          VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-EMPMST-STATUS    PIC XX.
               88  EMPMST-FILE-OK          VALUE "00".
           05  WF-SALGRADE-STATUS  PIC XX.
               88  SALGRADE-FILE-OK        VALUE "00".
           05  WF-COMPARPT-STATUS  PIC XX.
               88  COMPARPT-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
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
               10  GT-MIDPOINT             PIC 9(5).
               10  GT-MAXIMUM              PIC 9(5).
      *
       01  EXCEPTION-TABLE-FIELDS.
           05  EX-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  EX-SUB              PIC S9(4)  COMP.
      *
       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY         OCCURS 1000 TIMES.
               10  EXT-DEPARTMENT          PIC X(4).
               10  EXT-DETAIL              PIC X(98).
      *
       01  WORK-FIELDS.
           05  WS-CUR-DEPARTMENT   PIC X(4).
           05  WS-COMPA-RATIO      PIC S9(3)V9   COMP-3.
           05  WS-TOTAL-SALARY     PIC S9(9)     COMP-3.
           05  WS-TOTAL-MIDPOINT   PIC S9(9)     COMP-3.
      *
       01  DEPARTMENT-TOTALS.
           05  DPT-EMPLOYEES       PIC S9(5)     COMP-3.
           05  DPT-SALARY          PIC S9(9)     COMP-3.
           05  DPT-MIDPOINT        PIC S9(9)     COMP-3.
           05  DPT-OUTSIDE         PIC S9(5)     COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-EMPLOYEES-READ   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TERMINATED       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RECORDS-RELEASED PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RECORDS-RETURNED PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-WITHIN-RANGE     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-BELOW-MINIMUM    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ABOVE-MAXIMUM    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-NO-GRADE         PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-EXCEPTIONS-LISTED PIC S9(5)    COMP-3 VALUE ZERO.
           05  CT-GRADES-LOADED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-GRADES-REJECTED  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-SALARY           PIC S9(9)     COMP-3 VALUE ZERO.
           05  CT-MIDPOINT         PIC S9(9)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "COMPA-RATIO BY DEPAR".
           05  FILLER          PIC X(20)   VALUE "TMENT               ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "COMPARPT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "EMP   NAME          ".
           05  FILLER      PIC X(20)   VALUE "                 GRA".
           05  FILLER      PIC X(20)   VALUE "DE  SALARY  MINIMUM ".
           05  FILLER      PIC X(20)   VALUE "MIDPOINT  MAXIMUM  C".
           05  FILLER      PIC X(20)   VALUE "OMPA %  RANGE       ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  EXCEPTION-TITLE-LINE.
           05  FILLER   PIC X(132)
                    VALUE "EMPLOYEES OUTSIDE GRADE RANGE".
      *
       01  EXCEPTION-HEADING-LINE.
           05  FILLER              PIC X(6)     VALUE "DEPT  ".
           05  EXH-COLUMNS         PIC X(98).
           05  FILLER              PIC X(28)    VALUE SPACE.
      *
       01  COMPA-LINE.
           05  CRL-EMPLOYEE-ID     PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CRL-EMPLOYEE-NAME   PIC X(30).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CRL-GRADE           PIC X(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CRL-SALARY          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CRL-MINIMUM         PIC ZZZ,ZZ9  BLANK WHEN ZERO.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CRL-MIDPOINT        PIC ZZZ,ZZ9  BLANK WHEN ZERO.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CRL-MAXIMUM         PIC ZZZ,ZZ9  BLANK WHEN ZERO.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CRL-COMPA-RATIO     PIC ZZ9.9    BLANK WHEN ZERO.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CRL-RANGE-FLAG      PIC X(10).
           05  FILLER              PIC X(34)    VALUE SPACE.
      *
       01  EXCEPTION-LINE.
           05  EXL-DEPARTMENT      PIC X(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-DETAIL          PIC X(98).
           05  FILLER              PIC X(28)    VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  TTL-CAPTION         PIC X(6).
           05  TTL-DEPARTMENT      PIC X(4).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-EMPLOYEES       PIC ZZ,ZZ9.
           05  FILLER              PIC X(10)    VALUE " EMPLOYEES".
           05  FILLER              PIC X(12)    VALUE SPACE.
           05  TTL-SALARY          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(7)     VALUE SPACE.
           05  TTL-MIDPOINT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(12)    VALUE SPACE.
           05  TTL-COMPA-RATIO     PIC ZZ9.9    BLANK WHEN ZERO.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TTL-OUTSIDE         PIC ZZ,ZZ9.
           05  FILLER              PIC X(14)    VALUE " OUTSIDE RANGE".
           05  FILLER              PIC X(24)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "COMPARPT TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-COMPA-RATIOS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-GRADE-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SR-DEPARTMENT
               ON ASCENDING KEY SR-EMPLOYEE-ID
               INPUT PROCEDURE 200-SELECT-EMPLOYEES
               OUTPUT PROCEDURE 400-PRINT-COMPA-REPORT.
           PERFORM 500-PRINT-EXCEPTIONS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE EMPMST
                 COMPARPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  EMPMST
                OUTPUT COMPARPT.
           IF NOT EMPMST-FILE-OK
              DISPLAY "EMPMST OPEN ERROR: " WF-EMPMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT COMPARPT-FILE-OK
              DISPLAY "COMPARPT OPEN ERROR: " WF-COMPARPT-STATUS
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
           MOVE HEADING-LINE-3 (1:98) TO EXH-COLUMNS.
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
      * A GRADE WHOSE RANGE IS NOT NUMERIC OR NOT IN ORDER (MINIMUM,
      * MIDPOINT, MAXIMUM) IS DROPPED; ITS EMPLOYEES THEN SHOW AS
      * HAVING NO GRADE.
      *
       120-LOAD-GRADE-TABLE.
      *
           OPEN INPUT SALGRADE.
           IF NOT SALGRADE-FILE-OK
              DISPLAY "SALGRADE OPEN ERROR: " WF-SALGRADE-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-GRADE
               UNTIL SALGRADE-EOF.
           CLOSE SALGRADE.
      *
       125-READ-GRADE.
      *
           READ SALGRADE
               AT END
                   MOVE "Y" TO SALGRADE-EOF-SWITCH
               NOT AT END
                   IF SG-MINIMUM NOT NUMERIC
                           OR SG-MIDPOINT NOT NUMERIC
                           OR SG-MAXIMUM NOT NUMERIC
                           OR SG-MINIMUM > SG-MIDPOINT
                           OR SG-MIDPOINT > SG-MAXIMUM
                           OR SG-MIDPOINT = ZERO
                       DISPLAY "INVALID GRADE RANGE - GRADE DROPPED "
                           SG-GRADE
                       ADD 1 TO CT-GRADES-REJECTED
                   ELSE
                   IF GT-ENTRY-COUNT < 50
                       ADD 1 TO GT-ENTRY-COUNT
                       MOVE SG-GRADE
                           TO GT-GRADE (GT-ENTRY-COUNT)
                       MOVE SG-MINIMUM
                           TO GT-MINIMUM (GT-ENTRY-COUNT)
                       MOVE SG-MIDPOINT
                           TO GT-MIDPOINT (GT-ENTRY-COUNT)
                       MOVE SG-MAXIMUM
                           TO GT-MAXIMUM (GT-ENTRY-COUNT)
                       ADD 1 TO CT-GRADES-LOADED
                   ELSE
                       DISPLAY "GRADE TABLE FULL - GRADE DROPPED "
                           SG-GRADE
                       ADD 1 TO CT-GRADES-REJECTED
                   END-IF
                   END-IF
           END-READ.
      *
       130-FIND-GRADE.
      *
           MOVE ZERO TO GT-MATCH-SUB.
           PERFORM 135-MATCH-ONE-GRADE
               VARYING GT-SUB FROM 1 BY 1
               UNTIL GT-SUB > GT-ENTRY-COUNT
               OR GT-MATCH-SUB > ZERO.
      *
       135-MATCH-ONE-GRADE.
      *
           IF GT-GRADE (GT-SUB) = EO-EMPLOYEE-GRADE
               MOVE GT-SUB TO GT-MATCH-SUB
           END-IF.
      *
       180-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF PRINTING-EXCEPTIONS
               MOVE EXCEPTION-TITLE-LINE   TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE EXCEPTION-HEADING-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE 5 TO LINE-COUNT
           ELSE
               MOVE HEADING-LINE-3 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE 4 TO LINE-COUNT
           END-IF.
      *
      * EACH ACTIVE EMPLOYEE IS MATCHED TO THEIR GRADE AND PLACED
      * AGAINST ITS RANGE BEFORE THE SORT.
      *
       200-SELECT-EMPLOYEES.
      *
           PERFORM 205-READ-EMPLOYEE.
           PERFORM 210-RELEASE-ONE-EMPLOYEE
               UNTIL EMPMST-EOF.
      *
       205-READ-EMPLOYEE.
      *
           READ EMPMST
               AT END
                   MOVE "Y" TO EMPMST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-EMPLOYEES-READ
           END-READ.
      *
       210-RELEASE-ONE-EMPLOYEE.
      *
           IF EO-EMPLOYEE-TERMINATED
               ADD 1 TO CT-TERMINATED
           ELSE
               MOVE SPACES             TO COMPA-SORT-RECORD
               MOVE EO-EMPLOYEE-DEPT   TO SR-DEPARTMENT
               MOVE EO-EMPLOYEE-ID     TO SR-EMPLOYEE-ID
               MOVE EO-EMPLOYEE-NAME   TO SR-EMPLOYEE-NAME
               MOVE EO-EMPLOYEE-GRADE  TO SR-GRADE
               MOVE EO-EMPLOYEE-SALARY TO SR-SALARY
               PERFORM 130-FIND-GRADE
               IF GT-MATCH-SUB = ZERO
                   MOVE ZERO TO SR-MINIMUM
                                SR-MIDPOINT
                                SR-MAXIMUM
                   SET SR-NO-GRADE TO TRUE
               ELSE
                   MOVE GT-MINIMUM (GT-MATCH-SUB)  TO SR-MINIMUM
                   MOVE GT-MIDPOINT (GT-MATCH-SUB) TO SR-MIDPOINT
                   MOVE GT-MAXIMUM (GT-MATCH-SUB)  TO SR-MAXIMUM
                   EVALUATE TRUE
                       WHEN SR-SALARY < SR-MINIMUM
                           SET SR-BELOW-MINIMUM TO TRUE
                       WHEN SR-SALARY > SR-MAXIMUM
                           SET SR-ABOVE-MAXIMUM TO TRUE
                       WHEN OTHER
                           SET SR-WITHIN-RANGE TO TRUE
                   END-EVALUATE
               END-IF
               RELEASE COMPA-SORT-RECORD
               ADD 1 TO CT-RECORDS-RELEASED
           END-IF.
           PERFORM 205-READ-EMPLOYEE.
      *
       400-PRINT-COMPA-REPORT.
      *
           PERFORM 405-RETURN-COMPA-RECORD.
           PERFORM 410-PRINT-ONE-DEPARTMENT
               UNTIL SORT-EOF.
           MOVE CT-SALARY   TO WS-TOTAL-SALARY.
           MOVE CT-MIDPOINT TO WS-TOTAL-MIDPOINT.
           PERFORM 440-COMPUTE-AVERAGE-COMPA.
           MOVE "TOTAL"             TO TTL-CAPTION.
           MOVE "RUN "              TO TTL-DEPARTMENT.
           MOVE CT-RECORDS-RETURNED TO TTL-EMPLOYEES.
           MOVE CT-SALARY           TO TTL-SALARY.
           MOVE CT-MIDPOINT         TO TTL-MIDPOINT.
           MOVE WS-COMPA-RATIO      TO TTL-COMPA-RATIO.
           COMPUTE TTL-OUTSIDE =
               CT-BELOW-MINIMUM + CT-ABOVE-MAXIMUM + CT-NO-GRADE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 180-PRINT-HEADING-LINES
           END-IF.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       405-RETURN-COMPA-RECORD.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-RECORDS-RETURNED
           END-RETURN.
      *
       410-PRINT-ONE-DEPARTMENT.
      *
           MOVE SR-DEPARTMENT TO WS-CUR-DEPARTMENT.
           MOVE ZERO TO DPT-EMPLOYEES
                        DPT-SALARY
                        DPT-MIDPOINT
                        DPT-OUTSIDE.
           PERFORM 420-PRINT-ONE-EMPLOYEE
               UNTIL SORT-EOF
               OR SR-DEPARTMENT NOT = WS-CUR-DEPARTMENT.
           MOVE DPT-SALARY   TO WS-TOTAL-SALARY.
           MOVE DPT-MIDPOINT TO WS-TOTAL-MIDPOINT.
           PERFORM 440-COMPUTE-AVERAGE-COMPA.
           MOVE "DEPT "            TO TTL-CAPTION.
           MOVE WS-CUR-DEPARTMENT  TO TTL-DEPARTMENT.
           MOVE DPT-EMPLOYEES      TO TTL-EMPLOYEES.
           MOVE DPT-SALARY         TO TTL-SALARY.
           MOVE DPT-MIDPOINT       TO TTL-MIDPOINT.
           MOVE WS-COMPA-RATIO     TO TTL-COMPA-RATIO.
           MOVE DPT-OUTSIDE        TO TTL-OUTSIDE.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
      *
       420-PRINT-ONE-EMPLOYEE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 180-PRINT-HEADING-LINES
           END-IF.
           MOVE SR-EMPLOYEE-ID     TO CRL-EMPLOYEE-ID.
           MOVE SR-EMPLOYEE-NAME   TO CRL-EMPLOYEE-NAME.
           MOVE SR-GRADE           TO CRL-GRADE.
           MOVE SR-SALARY          TO CRL-SALARY.
           MOVE SR-MINIMUM         TO CRL-MINIMUM.
           MOVE SR-MIDPOINT        TO CRL-MIDPOINT.
           MOVE SR-MAXIMUM         TO CRL-MAXIMUM.
           ADD 1 TO DPT-EMPLOYEES.
           IF SR-NO-GRADE
               MOVE ZERO TO CRL-COMPA-RATIO
           ELSE
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   SR-SALARY * 100 / SR-MIDPOINT
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-COMPA-RATIO
               END-COMPUTE
               MOVE WS-COMPA-RATIO TO CRL-COMPA-RATIO
               ADD SR-SALARY   TO DPT-SALARY
                                  CT-SALARY
               ADD SR-MIDPOINT TO DPT-MIDPOINT
                                  CT-MIDPOINT
           END-IF.
           EVALUATE TRUE
               WHEN SR-BELOW-MINIMUM
                   MOVE "BELOW MIN " TO CRL-RANGE-FLAG
                   ADD 1 TO CT-BELOW-MINIMUM
               WHEN SR-ABOVE-MAXIMUM
                   MOVE "ABOVE MAX " TO CRL-RANGE-FLAG
                   ADD 1 TO CT-ABOVE-MAXIMUM
               WHEN SR-NO-GRADE
                   MOVE "NO GRADE  " TO CRL-RANGE-FLAG
                   ADD 1 TO CT-NO-GRADE
               WHEN OTHER
                   MOVE SPACES       TO CRL-RANGE-FLAG
                   ADD 1 TO CT-WITHIN-RANGE
           END-EVALUATE.
           MOVE COMPA-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           IF NOT SR-WITHIN-RANGE
               ADD 1 TO DPT-OUTSIDE
               PERFORM 430-SAVE-EXCEPTION
           END-IF.
           PERFORM 405-RETURN-COMPA-RECORD.
      *
       430-SAVE-EXCEPTION.
      *
           IF EX-ENTRY-COUNT < 1000
               ADD 1 TO EX-ENTRY-COUNT
               MOVE SR-DEPARTMENT
                   TO EXT-DEPARTMENT (EX-ENTRY-COUNT)
               MOVE COMPA-LINE (1:98)
                   TO EXT-DETAIL (EX-ENTRY-COUNT)
           ELSE
               DISPLAY "EXCEPTION TABLE FULL - NOT LISTED "
                   SR-EMPLOYEE-ID
           END-IF.
      *
      * THE AVERAGE COMPA-RATIO IS WEIGHTED BY SALARY - TOTAL SALARY
      * OVER TOTAL MIDPOINT OF THE EMPLOYEES WITH A GRADE.
      *
       440-COMPUTE-AVERAGE-COMPA.
      *
           IF WS-TOTAL-MIDPOINT = ZERO
               MOVE ZERO TO WS-COMPA-RATIO
           ELSE
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   WS-TOTAL-SALARY * 100 / WS-TOTAL-MIDPOINT
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-COMPA-RATIO
               END-COMPUTE
           END-IF.
      *
       500-PRINT-EXCEPTIONS.
      *
           SET PRINTING-EXCEPTIONS TO TRUE.
           PERFORM 180-PRINT-HEADING-LINES.
           IF EX-ENTRY-COUNT = ZERO
               MOVE "NONE" TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
           PERFORM 510-PRINT-ONE-EXCEPTION
               VARYING EX-SUB FROM 1 BY 1
               UNTIL EX-SUB > EX-ENTRY-COUNT.
      *
       510-PRINT-ONE-EXCEPTION.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 180-PRINT-HEADING-LINES
           END-IF.
           MOVE EXT-DEPARTMENT (EX-SUB) TO EXL-DEPARTMENT.
           MOVE EXT-DETAIL (EX-SUB)     TO EXL-DETAIL.
           MOVE EXCEPTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO CT-EXCEPTIONS-LISTED.
      *
      * EVERY EMPLOYEE READ IS EITHER TERMINATED OR ON THE REPORT,
      * AND EVERY ONE ON THE REPORT IS PLACED AGAINST THEIR RANGE.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "EMPLOYEES READ    " TO CTL-LABEL.
           MOVE CT-EMPLOYEES-READ    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  TERMINATED      " TO CTL-LABEL.
           MOVE CT-TERMINATED        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  REPORTED        " TO CTL-LABEL.
           MOVE CT-RECORDS-RETURNED  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  WITHIN RANGE    " TO CTL-LABEL.
           MOVE CT-WITHIN-RANGE      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  BELOW MINIMUM   " TO CTL-LABEL.
           MOVE CT-BELOW-MINIMUM     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  ABOVE MAXIMUM   " TO CTL-LABEL.
           MOVE CT-ABOVE-MAXIMUM     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NO GRADE        " TO CTL-LABEL.
           MOVE CT-NO-GRADE          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "GRADES LOADED     " TO CTL-LABEL.
           MOVE CT-GRADES-LOADED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  REJECTED        " TO CTL-LABEL.
           MOVE CT-GRADES-REJECTED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-EMPLOYEES-READ = CT-TERMINATED + CT-RECORDS-RELEASED
                   AND CT-RECORDS-RETURNED = CT-RECORDS-RELEASED
                   AND CT-RECORDS-RETURNED = CT-WITHIN-RANGE
                       + CT-BELOW-MINIMUM + CT-ABOVE-MAXIMUM
                       + CT-NO-GRADE
                   AND CT-EXCEPTIONS-LISTED = CT-BELOW-MINIMUM
                       + CT-ABOVE-MAXIMUM + CT-NO-GRADE
               DISPLAY "*** COMPARPT RUN IS IN BALANCE ***"
               IF CT-EXCEPTIONS-LISTED > ZERO
                       OR CT-GRADES-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** COMPARPT RUN IS OUT OF BALANCE"
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
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
