       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVRPT.
      *
      * ADVISING-LOAD REPORT FROM THE ADVISOR ASSIGNMENT MASTER
      * (ADVASSGN, MAINTAINED BY ADVMAINT). THE ASSIGNMENTS ARE
      * SORTED BY ADVISOR AND STUDENT NAME AND EACH ADVISOR GETS A
      * ROSTER OF ADVISEES - STUDENT ID, NAME, MAJOR, CLASS
      * STANDING, CUMULATIVE GPA FROM THE CURRENT ACADEMIC HISTORY
      * GENERATION (HISTMAST, BUILT BY ACADHIST), DATE ASSIGNED,
      * HOW ASSIGNED AND BY WHOM - FOLLOWED BY THE ADVISOR'S
      * ADVISEE COUNTS BY CLASS STANDING. A STUDENT WITH NO
      * HISTORY YET SHOWS 'NO HIST' FOR THE GPA.
      *
      * THE REPORT ENDS WITH AN ADVISING-LOAD SUMMARY LISTING EVERY
      * ACTIVE TEACHER ON TEACHMST, WITH OR WITHOUT ADVISEES, AND
      * ANY INACTIVE OR UNKNOWN ADVISOR STILL HOLDING ADVISEES.
      * ADVISEES LEFT WITH AN INACTIVE OR UNKNOWN ADVISOR END THE
      * RUN WITH RETURN CODE 4 SO THE ADVISING OFFICE REASSIGNS
      * THEM; AN OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVASSGN ASSIGN TO ADVASSGN
           FILE STATUS IS WF-ADVASSGN-STATUS.
           SELECT TEACHMST ASSIGN TO TEACHMST
           FILE STATUS IS WF-TEACHMST-STATUS.
           SELECT HISTMAST ASSIGN TO HISTMAST
           FILE STATUS IS WF-HISTMAST-STATUS.
           SELECT ADVLOAD  ASSIGN TO ADVLOAD
           FILE STATUS IS WF-ADVLOAD-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ADVASSGN
           RECORD CONTAINS 80 CHARACTERS.
       COPY ADVISEE.
      *
       FD  TEACHMST
           RECORD CONTAINS 40 CHARACTERS.
       01  TEACHER-MASTER-RECORD.
           05  TM-NUMBER               PIC 9(03).
           05  TM-NAME                 PIC X(25).
           05  TM-DEPARTMENT           PIC X(04).
           05  TM-CONTRACT-LOAD        PIC 9(02).
           05  TM-EMPLOYEE-ID          PIC 9(04).
           05  TM-STATUS               PIC X(01).
               88  TM-INACTIVE             VALUE "I".
           05  FILLER                  PIC X(01).
      *
       FD  HISTMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-MASTER-RECORD.
           05  HM-STUDENT-ID           PIC 9(09).
           05  HM-STUDENT-NAME         PIC X(25).
           05  HM-TERMS-COMPLETED      PIC 9(03).
           05  HM-UNITS-ATTEMPTED      PIC 9(05).
           05  HM-UNITS-EARNED         PIC 9(05).
           05  HM-GRADE-POINTS         PIC 9(07)V9(02).
           05  FILLER                  PIC X(24).
      *
       FD  ADVLOAD.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-TEACHER-NUMBER      PIC 9(3).
           05  SRT-STUDENT-NAME        PIC X(25).
           05  SRT-STUDENT-ID          PIC 9(9).
           05  SRT-MAJOR               PIC X(4).
           05  SRT-CLASS-STANDING      PIC X(1).
           05  SRT-DATE-ASSIGNED       PIC 9(8).
           05  SRT-ASSIGN-METHOD       PIC X(1).
               88  SRT-ROUND-ROBIN         VALUE "R".
           05  SRT-ASSIGNED-BY         PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ADVASSGN-EOF-SWITCH     PIC X    VALUE "N".
               88  ADVASSGN-EOF                 VALUE "Y".
           05  TEACHMST-EOF-SWITCH     PIC X    VALUE "N".
               88  TEACHMST-EOF                 VALUE "Y".
           05  HISTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  HISTMAST-EOF                 VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  SUMMARY-PAGE-SWITCH     PIC X    VALUE "N".
               88  SUMMARY-PAGE                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-ADVASSGN-STATUS  PIC XX.
               88  ADVASSGN-FILE-OK        VALUE "00".
           05  WF-TEACHMST-STATUS  PIC XX.
               88  TEACHMST-FILE-OK        VALUE "00".
           05  WF-HISTMAST-STATUS  PIC XX.
               88  HISTMAST-FILE-OK        VALUE "00".
           05  WF-ADVLOAD-STATUS   PIC XX.
               88  ADVLOAD-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
      * ONE ENTRY PER TEACHER NUMBER, CARRYING THE ADVISEE COUNTS
      * BY CLASS STANDING FOR THE LOAD SUMMARY.
      *
       01  TEACHER-TABLE-FIELDS.
           05  WS-TEACHER-SUB      PIC S9(3)  COMP.
           05  WS-STANDING-SUB     PIC S9(3)  COMP.
      *
       01  TEACHER-TABLE.
           05  TEACHER-ENTRY           OCCURS 999 TIMES.
               10  TE-PRESENT-SWITCH       PIC X.
                   88  TE-PRESENT              VALUE "Y".
               10  TE-ACTIVE-SWITCH        PIC X.
                   88  TE-ACTIVE               VALUE "Y".
               10  TE-NAME                 PIC X(25).
               10  TE-DEPARTMENT           PIC X(4).
               10  TE-STANDING-COUNT       PIC S9(5)  COMP-3
                                           OCCURS 5 TIMES.
               10  TE-ADVISEE-COUNT        PIC S9(5)  COMP-3.
      *
       01  HISTORY-TABLE-FIELDS.
           05  HT-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  HT-SUB              PIC S9(5)  COMP.
           05  HT-MATCH-SUB        PIC S9(5)  COMP.
      *
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY           OCCURS 20000 TIMES.
               10  HT-STUDENT-ID           PIC 9(9).
               10  HT-UNITS-ATTEMPTED      PIC 9(5).
               10  HT-GRADE-POINTS         PIC 9(7)V99.
      *
       01  WORK-FIELDS.
           05  WS-CUR-TEACHER-NUMBER   PIC 9(3).
           05  WS-CUM-GPA              PIC S9V99.
           05  WS-GPA-EDIT             PIC 9.99.
           05  WS-DATE-WORK            PIC 9(8).
           05  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR        PIC 9(4).
               10  WS-DATE-MONTH       PIC 9(2).
               10  WS-DATE-DAY         PIC 9(2).
           05  WS-DATE-EDIT            PIC X(10).
           05  WS-GRAND-COUNTS.
               10  WS-GRAND-STANDING   PIC S9(5)  COMP-3
                                       OCCURS 5 TIMES.
               10  WS-GRAND-TOTAL      PIC S9(5)  COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-ADVISEES-READ    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ADVISEES-LISTED  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-NO-HISTORY       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ADVISORS-LISTED  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TO-REASSIGN      PIC S9(5) COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "ADVISING LOAD AND AD".
           05  FILLER          PIC X(20)   VALUE "VISEE ROSTER        ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ADVRPT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "     STUDENT ID STUD".
           05  FILLER      PIC X(20)   VALUE "ENT NAME            ".
           05  FILLER      PIC X(20)   VALUE "   MAJR  CL   CUM GP".
           05  FILLER      PIC X(20)   VALUE "A   ASSIGNED    METH".
           05  FILLER      PIC X(20)   VALUE "OD       BY         ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  SUMMARY-HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "ADV  ADVISOR NAME   ".
           05  FILLER      PIC X(20)   VALUE "            DEPT    ".
           05  FILLER      PIC X(20)   VALUE "FR    SO    JR    SR".
           05  FILLER      PIC X(20)   VALUE "   UNK  TOTAL  ADVIS".
           05  FILLER      PIC X(20)   VALUE "OR STATUS           ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  ADVISOR-BREAK-LINE.
           05  FILLER              PIC X(8)     VALUE "ADVISOR ".
           05  AB-TEACHER-NUMBER   PIC 9(3).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AB-TEACHER-NAME     PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE "DEPT ".
           05  AB-DEPARTMENT       PIC X(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AB-ADVISOR-STATUS   PIC X(21).
           05  FILLER              PIC X(60)    VALUE SPACE.
      *
       01  ROSTER-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  RL-STUDENT-ID       PIC 9(9).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-STUDENT-NAME     PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-MAJOR            PIC X(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-CLASS-STANDING   PIC X(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RL-CUM-GPA          PIC X(7).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RL-DATE-ASSIGNED    PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-ASSIGN-METHOD    PIC X(11).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-ASSIGNED-BY      PIC X(8).
           05  FILLER              PIC X(35)    VALUE SPACE.
      *
       01  ADVISEE-COUNT-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(13)    VALUE "ADVISEES  FR ".
           05  AC-FRESHMAN         PIC ZZZ9.
           05  FILLER              PIC X(5)     VALUE "  SO ".
           05  AC-SOPHOMORE        PIC ZZZ9.
           05  FILLER              PIC X(5)     VALUE "  JR ".
           05  AC-JUNIOR           PIC ZZZ9.
           05  FILLER              PIC X(5)     VALUE "  SR ".
           05  AC-SENIOR           PIC ZZZ9.
           05  FILLER              PIC X(6)     VALUE "  UNK ".
           05  AC-UNKNOWN          PIC ZZZ9.
           05  FILLER              PIC X(8)     VALUE "  TOTAL ".
           05  AC-TOTAL            PIC ZZZZ9.
           05  FILLER              PIC X(60)    VALUE SPACE.
      *
       01  LOAD-SUMMARY-LINE.
           05  LS-TEACHER-NUMBER   PIC X(3).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LS-TEACHER-NAME     PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LS-DEPARTMENT       PIC X(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LS-FRESHMAN         PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LS-SOPHOMORE        PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LS-JUNIOR           PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LS-SENIOR           PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LS-UNKNOWN          PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LS-TOTAL            PIC ZZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LS-ADVISOR-STATUS   PIC X(21).
           05  FILLER              PIC X(36)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "ADVRPT TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-ADVISING-LOADS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 130-LOAD-TEACHER-TABLE.
           PERFORM 140-LOAD-HISTORY-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-TEACHER-NUMBER
               ON ASCENDING KEY SRT-STUDENT-NAME
               ON ASCENDING KEY SRT-STUDENT-ID
               INPUT PROCEDURE 200-RELEASE-ASSIGNMENTS
               OUTPUT PROCEDURE 400-PRINT-ADVISEE-ROSTERS.
           PERFORM 500-PRINT-LOAD-SUMMARY.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE ADVASSGN
                 ADVLOAD.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  ADVASSGN
                OUTPUT ADVLOAD.
           IF NOT ADVASSGN-FILE-OK
              DISPLAY "ADVASSGN OPEN ERROR: " WF-ADVASSGN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ADVLOAD-FILE-OK
              DISPLAY "ADVLOAD OPEN ERROR: " WF-ADVLOAD-STATUS
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
       130-LOAD-TEACHER-TABLE.
      *
           OPEN INPUT TEACHMST.
           IF NOT TEACHMST-FILE-OK
               DISPLAY "TEACHMST OPEN ERROR: " WF-TEACHMST-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 132-INIT-ONE-TEACHER
               VARYING WS-TEACHER-SUB FROM 1 BY 1
               UNTIL WS-TEACHER-SUB > 999.
           PERFORM 134-READ-TEACHER-RECORD.
           PERFORM 136-STORE-TEACHER-ENTRY
               UNTIL TEACHMST-EOF.
           CLOSE TEACHMST.
      *
       132-INIT-ONE-TEACHER.
      *
           MOVE "N"    TO TE-PRESENT-SWITCH (WS-TEACHER-SUB).
           MOVE "N"    TO TE-ACTIVE-SWITCH (WS-TEACHER-SUB).
           MOVE SPACES TO TE-NAME (WS-TEACHER-SUB).
           MOVE SPACES TO TE-DEPARTMENT (WS-TEACHER-SUB).
           MOVE ZERO   TO TE-ADVISEE-COUNT (WS-TEACHER-SUB).
           PERFORM 133-INIT-ONE-STANDING-COUNT
               VARYING WS-STANDING-SUB FROM 1 BY 1
               UNTIL WS-STANDING-SUB > 5.
      *
       133-INIT-ONE-STANDING-COUNT.
      *
           MOVE ZERO TO TE-STANDING-COUNT
               (WS-TEACHER-SUB, WS-STANDING-SUB).
      *
       134-READ-TEACHER-RECORD.
      *
           READ TEACHMST
               AT END
                   MOVE "Y" TO TEACHMST-EOF-SWITCH
           END-READ.
      *
       136-STORE-TEACHER-ENTRY.
      *
           IF TM-NUMBER NUMERIC AND TM-NUMBER > ZERO
               MOVE "Y"           TO TE-PRESENT-SWITCH (TM-NUMBER)
               MOVE TM-NAME       TO TE-NAME (TM-NUMBER)
               MOVE TM-DEPARTMENT TO TE-DEPARTMENT (TM-NUMBER)
               IF NOT TM-INACTIVE
                   MOVE "Y"       TO TE-ACTIVE-SWITCH (TM-NUMBER)
               END-IF
           END-IF.
           PERFORM 134-READ-TEACHER-RECORD.
      *
      * ONLY WHAT THE GPA NEEDS IS KEPT FROM THE HISTORY MASTER.
      *
       140-LOAD-HISTORY-TABLE.
      *
           OPEN INPUT HISTMAST.
           IF NOT HISTMAST-FILE-OK
               DISPLAY "HISTMAST OPEN ERROR: " WF-HISTMAST-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 145-READ-HISTORY-RECORD
               UNTIL HISTMAST-EOF.
           CLOSE HISTMAST.
      *
       145-READ-HISTORY-RECORD.
      *
           READ HISTMAST
               AT END
                   MOVE "Y" TO HISTMAST-EOF-SWITCH
               NOT AT END
                   IF HT-ENTRY-COUNT < 20000
                       ADD 1 TO HT-ENTRY-COUNT
                       MOVE HM-STUDENT-ID
                           TO HT-STUDENT-ID (HT-ENTRY-COUNT)
                       MOVE HM-UNITS-ATTEMPTED
                           TO HT-UNITS-ATTEMPTED (HT-ENTRY-COUNT)
                       MOVE HM-GRADE-POINTS
                           TO HT-GRADE-POINTS (HT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "ADVRPT HISTORY TABLE FULL - "
                           "STEP ABORTED"
                       PERFORM 900-ABORT
                   END-IF
           END-READ.
      *
       200-RELEASE-ASSIGNMENTS.
      *
           PERFORM 210-READ-ASSIGNMENT.
           PERFORM 220-RELEASE-ONE-ASSIGNMENT
               UNTIL ADVASSGN-EOF.
      *
       210-READ-ASSIGNMENT.
      *
           READ ADVASSGN
               AT END
                   MOVE "Y" TO ADVASSGN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ADVISEES-READ
           END-READ.
      *
       220-RELEASE-ONE-ASSIGNMENT.
      *
           MOVE AV-TEACHER-NUMBER TO SRT-TEACHER-NUMBER.
           MOVE AV-STUDENT-NAME   TO SRT-STUDENT-NAME.
           MOVE AV-STUDENT-ID     TO SRT-STUDENT-ID.
           MOVE AV-MAJOR          TO SRT-MAJOR.
           MOVE AV-CLASS-STANDING TO SRT-CLASS-STANDING.
           MOVE AV-DATE-ASSIGNED  TO SRT-DATE-ASSIGNED.
           MOVE AV-ASSIGN-METHOD  TO SRT-ASSIGN-METHOD.
           MOVE AV-ASSIGNED-BY    TO SRT-ASSIGNED-BY.
           RELEASE SORT-RECORD.
           PERFORM 210-READ-ASSIGNMENT.
      *
       400-PRINT-ADVISEE-ROSTERS.
      *
           PERFORM 430-PRINT-HEADING-LINES.
           PERFORM 410-RETURN-ASSIGNMENT.
           PERFORM 420-PRINT-ONE-ADVISOR
               UNTIL SORT-EOF.
      *
       410-RETURN-ASSIGNMENT.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.
      *
       420-PRINT-ONE-ADVISOR.
      *
           MOVE SRT-TEACHER-NUMBER TO WS-CUR-TEACHER-NUMBER.
           IF LINE-COUNT + 4 >= LINES-ON-PAGE
               PERFORM 430-PRINT-HEADING-LINES
           END-IF.
           PERFORM 435-PRINT-ADVISOR-LINE.
           PERFORM 440-PRINT-ROSTER-LINE
               UNTIL SORT-EOF
               OR SRT-TEACHER-NUMBER NOT = WS-CUR-TEACHER-NUMBER.
           PERFORM 445-PRINT-COUNT-LINE.
      *
       430-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF SUMMARY-PAGE
               MOVE SUMMARY-HEADING-LINE-3 TO PRINT-AREA
           ELSE
               MOVE HEADING-LINE-3 TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
           MOVE 4 TO LINE-COUNT.
      *
       435-PRINT-ADVISOR-LINE.
      *
           MOVE WS-CUR-TEACHER-NUMBER TO AB-TEACHER-NUMBER.
           MOVE WS-CUR-TEACHER-NUMBER TO WS-TEACHER-SUB.
           IF WS-TEACHER-SUB > ZERO AND TE-PRESENT (WS-TEACHER-SUB)
               MOVE TE-NAME (WS-TEACHER-SUB)       TO AB-TEACHER-NAME
               MOVE TE-DEPARTMENT (WS-TEACHER-SUB) TO AB-DEPARTMENT
           ELSE
               MOVE "NOT ON TEACHER MASTER" TO AB-TEACHER-NAME
               MOVE SPACES                  TO AB-DEPARTMENT
           END-IF.
           IF WS-TEACHER-SUB > ZERO AND TE-ACTIVE (WS-TEACHER-SUB)
               MOVE SPACES                  TO AB-ADVISOR-STATUS
           ELSE
               MOVE "INACTIVE - REASSIGN " TO AB-ADVISOR-STATUS
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE ADVISOR-BREAK-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           ADD 1 TO CT-ADVISORS-LISTED.
      *
      * STANDINGS 1-4 ARE FRESHMAN THROUGH SENIOR; ANYTHING ELSE
      * COUNTS AS UNKNOWN IN THE FIFTH SLOT.
      *
       440-PRINT-ROSTER-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 430-PRINT-HEADING-LINES
           END-IF.
           MOVE SRT-STUDENT-ID   TO RL-STUDENT-ID.
           MOVE SRT-STUDENT-NAME TO RL-STUDENT-NAME.
           MOVE SRT-MAJOR        TO RL-MAJOR.
           EVALUATE SRT-CLASS-STANDING
               WHEN "1"
                   MOVE "FR" TO RL-CLASS-STANDING
                   MOVE 1    TO WS-STANDING-SUB
               WHEN "2"
                   MOVE "SO" TO RL-CLASS-STANDING
                   MOVE 2    TO WS-STANDING-SUB
               WHEN "3"
                   MOVE "JR" TO RL-CLASS-STANDING
                   MOVE 3    TO WS-STANDING-SUB
               WHEN "4"
                   MOVE "SR" TO RL-CLASS-STANDING
                   MOVE 4    TO WS-STANDING-SUB
               WHEN OTHER
                   MOVE "??" TO RL-CLASS-STANDING
                   MOVE 5    TO WS-STANDING-SUB
           END-EVALUATE.
           PERFORM 450-FIND-HISTORY.
           IF HT-MATCH-SUB = ZERO
               MOVE "NO HIST" TO RL-CUM-GPA
               ADD 1 TO CT-NO-HISTORY
           ELSE
               IF HT-UNITS-ATTEMPTED (HT-MATCH-SUB) > ZERO
                   COMPUTE WS-CUM-GPA ROUNDED =
                       HT-GRADE-POINTS (HT-MATCH-SUB)
                       / HT-UNITS-ATTEMPTED (HT-MATCH-SUB)
               ELSE
                   MOVE ZERO TO WS-CUM-GPA
               END-IF
               MOVE WS-CUM-GPA  TO WS-GPA-EDIT
               MOVE WS-GPA-EDIT TO RL-CUM-GPA
           END-IF.
           MOVE SRT-DATE-ASSIGNED TO WS-DATE-WORK.
           PERFORM 460-FORMAT-DATE.
           MOVE WS-DATE-EDIT TO RL-DATE-ASSIGNED.
           IF SRT-ROUND-ROBIN
               MOVE "ROUND-ROBIN" TO RL-ASSIGN-METHOD
           ELSE
               MOVE "MANUAL"      TO RL-ASSIGN-METHOD
           END-IF.
           MOVE SRT-ASSIGNED-BY TO RL-ASSIGNED-BY.
           MOVE ROSTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO CT-ADVISEES-LISTED.
           IF WS-TEACHER-SUB > ZERO
               ADD 1 TO TE-STANDING-COUNT
                   (WS-TEACHER-SUB, WS-STANDING-SUB)
               ADD 1 TO TE-ADVISEE-COUNT (WS-TEACHER-SUB)
           END-IF.
           IF WS-TEACHER-SUB = ZERO
                   OR NOT TE-ACTIVE (WS-TEACHER-SUB)
               ADD 1 TO CT-TO-REASSIGN
           END-IF.
           PERFORM 410-RETURN-ASSIGNMENT.
      *
       445-PRINT-COUNT-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 430-PRINT-HEADING-LINES
           END-IF.
           IF WS-TEACHER-SUB > ZERO
               MOVE TE-STANDING-COUNT (WS-TEACHER-SUB, 1)
                   TO AC-FRESHMAN
               MOVE TE-STANDING-COUNT (WS-TEACHER-SUB, 2)
                   TO AC-SOPHOMORE
               MOVE TE-STANDING-COUNT (WS-TEACHER-SUB, 3)
                   TO AC-JUNIOR
               MOVE TE-STANDING-COUNT (WS-TEACHER-SUB, 4)
                   TO AC-SENIOR
               MOVE TE-STANDING-COUNT (WS-TEACHER-SUB, 5)
                   TO AC-UNKNOWN
               MOVE TE-ADVISEE-COUNT (WS-TEACHER-SUB) TO AC-TOTAL
               MOVE ADVISEE-COUNT-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
      *
       450-FIND-HISTORY.
      *
           MOVE ZERO TO HT-MATCH-SUB.
           PERFORM 455-MATCH-ONE-HISTORY
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT
               OR HT-MATCH-SUB > ZERO.
      *
       455-MATCH-ONE-HISTORY.
      *
           IF HT-STUDENT-ID (HT-SUB) = SRT-STUDENT-ID
               MOVE HT-SUB TO HT-MATCH-SUB
           END-IF.
      *
       460-FORMAT-DATE.
      *
           MOVE SPACES TO WS-DATE-EDIT.
           STRING WS-DATE-MONTH DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WS-DATE-DAY   DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WS-DATE-YEAR  DELIMITED BY SIZE
               INTO WS-DATE-EDIT
           END-STRING.
      *
      * THE LOAD SUMMARY RUNS IN TEACHER-NUMBER ORDER OVER EVERY
      * ACTIVE TEACHER AND EVERY OTHER TEACHER STILL CARRYING
      * ADVISEES.
      *
       500-PRINT-LOAD-SUMMARY.
      *
           MOVE "Y" TO SUMMARY-PAGE-SWITCH.
           PERFORM 430-PRINT-HEADING-LINES.
           MOVE ZERO TO WS-GRAND-TOTAL.
           PERFORM 505-CLEAR-ONE-GRAND-COUNT
               VARYING WS-STANDING-SUB FROM 1 BY 1
               UNTIL WS-STANDING-SUB > 5.
           PERFORM 510-PRINT-ONE-ADVISOR-LOAD
               VARYING WS-TEACHER-SUB FROM 1 BY 1
               UNTIL WS-TEACHER-SUB > 999.
           MOVE SPACES TO LS-TEACHER-NUMBER.
           MOVE "ALL ADVISORS"         TO LS-TEACHER-NAME.
           MOVE SPACES                 TO LS-DEPARTMENT.
           MOVE WS-GRAND-STANDING (1)  TO LS-FRESHMAN.
           MOVE WS-GRAND-STANDING (2)  TO LS-SOPHOMORE.
           MOVE WS-GRAND-STANDING (3)  TO LS-JUNIOR.
           MOVE WS-GRAND-STANDING (4)  TO LS-SENIOR.
           MOVE WS-GRAND-STANDING (5)  TO LS-UNKNOWN.
           MOVE WS-GRAND-TOTAL         TO LS-TOTAL.
           MOVE SPACES                 TO LS-ADVISOR-STATUS.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE LOAD-SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
      *
       505-CLEAR-ONE-GRAND-COUNT.
      *
           MOVE ZERO TO WS-GRAND-STANDING (WS-STANDING-SUB).
      *
       510-PRINT-ONE-ADVISOR-LOAD.
      *
           IF TE-ACTIVE (WS-TEACHER-SUB)
                   OR TE-ADVISEE-COUNT (WS-TEACHER-SUB) > ZERO
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 430-PRINT-HEADING-LINES
               END-IF
               MOVE WS-TEACHER-SUB TO LS-TEACHER-NUMBER
               IF TE-PRESENT (WS-TEACHER-SUB)
                   MOVE TE-NAME (WS-TEACHER-SUB) TO LS-TEACHER-NAME
               ELSE
                   MOVE "NOT ON TEACHER MASTER"  TO LS-TEACHER-NAME
               END-IF
               MOVE TE-DEPARTMENT (WS-TEACHER-SUB) TO LS-DEPARTMENT
               MOVE TE-STANDING-COUNT (WS-TEACHER-SUB, 1)
                   TO LS-FRESHMAN
               MOVE TE-STANDING-COUNT (WS-TEACHER-SUB, 2)
                   TO LS-SOPHOMORE
               MOVE TE-STANDING-COUNT (WS-TEACHER-SUB, 3)
                   TO LS-JUNIOR
               MOVE TE-STANDING-COUNT (WS-TEACHER-SUB, 4)
                   TO LS-SENIOR
               MOVE TE-STANDING-COUNT (WS-TEACHER-SUB, 5)
                   TO LS-UNKNOWN
               MOVE TE-ADVISEE-COUNT (WS-TEACHER-SUB) TO LS-TOTAL
               IF TE-ACTIVE (WS-TEACHER-SUB)
                   IF TE-ADVISEE-COUNT (WS-TEACHER-SUB) = ZERO
                       MOVE "NO ADVISEES          "
                           TO LS-ADVISOR-STATUS
                   ELSE
                       MOVE SPACES TO LS-ADVISOR-STATUS
                   END-IF
               ELSE
                   MOVE "INACTIVE - REASSIGN  " TO LS-ADVISOR-STATUS
               END-IF
               MOVE LOAD-SUMMARY-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
               PERFORM 515-ADD-ONE-GRAND-COUNT
                   VARYING WS-STANDING-SUB FROM 1 BY 1
                   UNTIL WS-STANDING-SUB > 5
               ADD TE-ADVISEE-COUNT (WS-TEACHER-SUB) TO WS-GRAND-TOTAL
           END-IF.
      *
       515-ADD-ONE-GRAND-COUNT.
      *
           ADD TE-STANDING-COUNT (WS-TEACHER-SUB, WS-STANDING-SUB)
               TO WS-GRAND-STANDING (WS-STANDING-SUB).
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "ADVISEES READ     " TO CTL-LABEL.
           MOVE CT-ADVISEES-READ     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ADVISEES LISTED   " TO CTL-LABEL.
           MOVE CT-ADVISEES-LISTED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NO HISTORY      " TO CTL-LABEL.
           MOVE CT-NO-HISTORY        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  TO REASSIGN     " TO CTL-LABEL.
           MOVE CT-TO-REASSIGN       TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ADVISORS LISTED   " TO CTL-LABEL.
           MOVE CT-ADVISORS-LISTED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "SUMMARY ADVISEES  " TO CTL-LABEL.
           MOVE WS-GRAND-TOTAL       TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-ADVISEES-LISTED = CT-ADVISEES-READ
                   AND WS-GRAND-TOTAL = CT-ADVISEES-READ
               DISPLAY "*** ADVRPT RUN IS IN BALANCE ***"
               IF CT-TO-REASSIGN > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** ADVRPT RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       610-WRITE-CONTROL-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 430-PRINT-HEADING-LINES
           END-IF.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
