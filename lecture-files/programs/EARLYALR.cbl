       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARLYALR.
      *
      * EARLY-ALERT REPORT FROM THE INTERIM GRADES. RUN AFTER EACH
      * INTERIM GRADING PERIOD, IT READS THE SELECTED TERM'S
      * REGISTRATIONS AND LISTS EVERY STUDENT CARRYING A D OR F
      * INTERIM GRADE IN ANY SECTION - THE 6-WEEK GRADE ON A 6-WEEK
      * RUN, THE 12-WEEK GRADE ON A 12-WEEK RUN. THE LISTING (ALERTRPT)
      * IS SORTED BY MAJOR AND STUDENT SO EACH ADVISOR'S STUDENTS
      * PRINT TOGETHER, AND EACH SECTION LINE CARRIES THE TEACHER'S
      * NAME FROM TEACHMST SO THE ADVISOR KNOWS WHOM TO CALL.
      *
      * A STUDENT FAILING (INTERIM F) IN TWO OR MORE SECTIONS IS
      * FLAGGED AS HIGH RISK. ON A 12-WEEK RUN, A SECTION WHERE THE
      * 12-WEEK GRADE IS LOWER THAN THE 6-WEEK GRADE IS LISTED AS WELL
      * (EVEN ABOVE A D) AND THE STUDENT IS FLAGGED AS A DOWNWARD
      * TREND. BLANK OR NON-LETTER INTERIM GRADES ARE NOT COMPARED.
      *
      * THE TERM'S DROP DEADLINE FROM THE TERM CALENDAR (TERMCAL)
      * PRINTS IN THE HEADING SO ADVISORS CAN CALL STUDENTS IN BEFORE
      * IT PASSES. IF THE BUSINESS DATE IS ALREADY PAST THE DEADLINE
      * THE RUN SAYS SO AND REPORTS ANYWAY.
      *
      * SYSIN: COLS 1-5 TERM, COLS 7-8 GRADING PERIOD (06 OR 12).
      * AN OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRSEREG  ASSIGN TO REGSFILE
               FILE STATUS IS WF-CRSEREG-STATUS.
           SELECT TEACHMST ASSIGN TO TEACHMST
               FILE STATUS IS WF-TEACHMST-STATUS.
           SELECT TERMCAL  ASSIGN TO TERMCAL
               FILE STATUS IS WF-TERMCAL-STATUS.
           SELECT ALERTRPT ASSIGN TO ALERTRPT
               FILE STATUS IS WF-ALERTRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CRSEREG.
       COPY CRSEREG.
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
       FD  TERMCAL
           RECORD CONTAINS 80 CHARACTERS.
       COPY TERMCAL.
      *
       FD  ALERTRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-MAJOR               PIC X(4).
           05  SRT-STUDENT-ID          PIC 9(9).
           05  SRT-COURSE-KEY          PIC X(9).
           05  SRT-STUDENT-NAME        PIC X(25).
           05  SRT-CLASS-STANDING      PIC 9(1).
           05  SRT-TEACHER-NUMBER      PIC 9(3).
           05  SRT-6-WEEKS-GRADE       PIC X(1).
           05  SRT-12-WEEKS-GRADE      PIC X(1).
           05  SRT-ALERT-GRADE         PIC X(1).
           05  SRT-TREND-SWITCH        PIC X(1).
               88  SRT-DOWNWARD            VALUE "Y".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CRSEREG-EOF-SWITCH      PIC X    VALUE "N".
               88  CRSEREG-EOF                  VALUE "Y".
           05  TEACHMST-EOF-SWITCH     PIC X    VALUE "N".
               88  TEACHMST-EOF                 VALUE "Y".
           05  TERMCAL-EOF-SWITCH      PIC X    VALUE "N".
               88  TERMCAL-EOF                  VALUE "Y".
           05  TERMCAL-FOUND-SWITCH    PIC X    VALUE "N".
               88  TERMCAL-FOUND                VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  DEADLINE-PASSED-SWITCH  PIC X    VALUE "N".
               88  DEADLINE-PASSED              VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CRSEREG-STATUS   PIC XX.
               88  CRSEREG-FILE-OK         VALUE "00".
           05  WF-TEACHMST-STATUS  PIC XX.
               88  TEACHMST-FILE-OK        VALUE "00".
           05  WF-TERMCAL-STATUS   PIC XX.
               88  TERMCAL-FILE-OK         VALUE "00".
           05  WF-ALERTRPT-STATUS  PIC XX.
               88  ALERTRPT-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  CONTROL-CARD.
           05  WS-SELECT-TERM      PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-GRADE-PERIOD     PIC X(2).
               88  SIX-WEEK-RUN            VALUE "06".
               88  TWELVE-WEEK-RUN         VALUE "12".
           05  FILLER              PIC X(72).
      *
       01  TEACHER-TABLE-FIELDS.
           05  WS-TEACHER-SUB      PIC S9(3)  COMP.
      *
       01  TEACHER-TABLE.
           05  TEACHER-ENTRY           OCCURS 999 TIMES.
               10  TE-PRESENT-SWITCH       PIC X.
                   88  TE-PRESENT              VALUE "Y".
               10  TE-NAME                 PIC X(25).
      *
      * ONE STUDENT'S ALERTED SECTIONS ARE HELD UNTIL THE STUDENT'S
      * LAST SECTION IS RETURNED, SO THE HIGH-RISK AND DOWNWARD-TREND
      * FLAGS CAN PRINT ON THE STUDENT LINE AHEAD OF THE SECTIONS.
      *
       01  STUDENT-SECTION-FIELDS.
           05  SS-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  SS-SUB              PIC S9(3)  COMP.
      *
       01  STUDENT-SECTION-TABLE.
           05  STUDENT-SECTION-ENTRY   OCCURS 20 TIMES.
               10  SS-COURSE-KEY           PIC X(9).
               10  SS-TEACHER-NUMBER       PIC 9(3).
               10  SS-6-WEEKS-GRADE        PIC X(1).
               10  SS-12-WEEKS-GRADE       PIC X(1).
               10  SS-TREND-SWITCH         PIC X(1).
                   88  SS-DOWNWARD             VALUE "Y".
      *
       01  STUDENT-FIELDS.
           05  WS-CUR-MAJOR        PIC X(4).
           05  WS-CUR-STUDENT-ID   PIC 9(9).
           05  WS-CUR-STUDENT-NAME PIC X(25).
           05  WS-CUR-STANDING     PIC 9(1).
           05  WS-FAIL-COUNT       PIC S9(3)  COMP.
           05  WS-TREND-COUNT      PIC S9(3)  COMP.
           05  WS-PREV-MAJOR       PIC X(4).
      *
       01  GRADE-RANK-FIELDS.
           05  WS-ALERT-GRADE      PIC X(1).
               88  ALERT-GRADE-D-OR-F      VALUE "D" "F".
           05  WS-RANK-GRADE       PIC X(1).
           05  WS-GRADE-RANK       PIC 9(1).
           05  WS-6-WEEKS-RANK     PIC 9(1).
           05  WS-12-WEEKS-RANK    PIC 9(1).
           05  WS-TREND-SWITCH     PIC X(1).
               88  GRADE-DROPPED           VALUE "Y".
      *
       01  WORK-FIELDS.
           05  WS-DROP-DEADLINE    PIC 9(8).
           05  WS-TEACHER-NAME     PIC X(25).
           05  WS-DATE-WORK        PIC 9(8).
           05  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR        PIC 9(4).
               10  WS-DATE-MONTH       PIC 9(2).
               10  WS-DATE-DAY         PIC 9(2).
           05  WS-DATE-EDIT        PIC X(10).
      *
       01  CONTROL-TOTALS.
           05  CT-REGS-READ        PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-OTHER-TERM       PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-TERM-REGS        PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-NOT-ALERTED      PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-D-OR-F           PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-TREND-ONLY       PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-SECTIONS-PRINTED PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-STUDENTS-LISTED  PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-HIGH-RISK        PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-DOWNWARD         PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  FILE-INTEGRITY-FIELDS.
           05  FC-CONTROL-SWITCH   PIC X.
               88  FC-CONTROL-RECORD   VALUE "Y".
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "EARLY ALERT - INTERI".
           05  FILLER          PIC X(10)   VALUE "M GRADES  ".
           05  HL1-TERM-CODE   PIC X(5).
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "EARLYALR".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER          PIC X(16)   VALUE "GRADING PERIOD: ".
           05  HL3-PERIOD      PIC X(7).
           05  FILLER          PIC X(18)   VALUE "   DROP DEADLINE: ".
           05  HL3-DROP-DEADLINE
                               PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  HL3-DEADLINE-NOTE
                               PIC X(20).
           05  FILLER          PIC X(59)   VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "      SECTION    TCH".
           05  FILLER      PIC X(20)   VALUE "  TEACHER NAME      ".
           05  FILLER      PIC X(20)   VALUE "         6-WK     12".
           05  FILLER      PIC X(20)   VALUE "-WK   NOTE          ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  MAJOR-BREAK-LINE.
           05  FILLER                  PIC X(6)     VALUE "MAJOR ".
           05  MB-MAJOR                PIC X(10).
           05  FILLER                  PIC X(116)   VALUE SPACE.
      *
       01  STUDENT-LINE.
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  FILLER                  PIC X(8)     VALUE "STUDENT ".
           05  SL-STUDENT-ID           PIC 9(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(11)    VALUE "  STANDING ".
           05  SL-CLASS-STANDING       PIC 9(1).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-RISK-FLAG            PIC X(11).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-TREND-FLAG           PIC X(16).
           05  FILLER                  PIC X(43)    VALUE SPACE.
      *
       01  ALERT-LINE.
           05  FILLER                  PIC X(6)     VALUE SPACE.
           05  AL-COURSE-KEY           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  AL-TEACHER-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  AL-TEACHER-NAME         PIC X(25).
           05  FILLER                  PIC X(4)     VALUE SPACE.
           05  AL-6-WEEKS-GRADE        PIC X(1).
           05  FILLER                  PIC X(8)     VALUE SPACE.
           05  AL-12-WEEKS-GRADE       PIC X(1).
           05  FILLER                  PIC X(5)     VALUE SPACE.
           05  AL-NOTE                 PIC X(20).
           05  FILLER                  PIC X(46)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "EARLYALR TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-EARLY-ALERTS.
      *
           PERFORM 095-ACCEPT-CONTROL-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-TERM-CALENDAR.
           PERFORM 130-LOAD-TEACHER-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-MAJOR
               ON ASCENDING KEY SRT-STUDENT-ID
               ON ASCENDING KEY SRT-COURSE-KEY
               INPUT PROCEDURE 200-SELECT-ALERTS
               OUTPUT PROCEDURE 400-PRINT-ALERT-REPORT.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE CRSEREG
                 TEACHMST
                 ALERTRPT.
           GOBACK.
      *
       095-ACCEPT-CONTROL-CARD.
      *
           MOVE SPACES TO CONTROL-CARD.
           ACCEPT CONTROL-CARD.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "EARLYALR NO TERM CARD ON SYSIN - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF NOT SIX-WEEK-RUN AND NOT TWELVE-WEEK-RUN
               DISPLAY "EARLYALR GRADING PERIOD MUST BE 06 OR 12 - "
                   "STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           DISPLAY "EARLYALR REPORTING " WS-GRADE-PERIOD
               "-WEEK INTERIM GRADES FOR TERM " WS-SELECT-TERM.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CRSEREG
                       TEACHMST
                OUTPUT ALERTRPT.
           IF NOT CRSEREG-FILE-OK
              DISPLAY "REGSFILE OPEN ERROR: " WF-CRSEREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT TEACHMST-FILE-OK
              DISPLAY "TEACHMST OPEN ERROR: " WF-TEACHMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ALERTRPT-FILE-OK
              DISPLAY "ALERTRPT OPEN ERROR: " WF-ALERTRPT-STATUS
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
           MOVE WS-SELECT-TERM TO HL1-TERM-CODE.
           IF SIX-WEEK-RUN
               MOVE "6-WEEK " TO HL3-PERIOD
           ELSE
               MOVE "12-WEEK" TO HL3-PERIOD
           END-IF.
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
       120-LOAD-TERM-CALENDAR.
      *
           OPEN INPUT TERMCAL.
           IF NOT TERMCAL-FILE-OK
               DISPLAY "TERMCAL OPEN ERROR: " WF-TERMCAL-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-CALENDAR-RECORD
               UNTIL TERMCAL-EOF OR TERMCAL-FOUND.
           CLOSE TERMCAL.
           IF NOT TERMCAL-FOUND
               DISPLAY "EARLYALR NO CALENDAR FOR TERM "
                   WS-SELECT-TERM " - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE WS-DROP-DEADLINE TO WS-DATE-WORK.
           PERFORM 450-FORMAT-DATE.
           MOVE WS-DATE-EDIT TO HL3-DROP-DEADLINE.
           IF PD-BUSINESS-DATE > WS-DROP-DEADLINE
               SET DEADLINE-PASSED TO TRUE
               MOVE "(DEADLINE PASSED)" TO HL3-DEADLINE-NOTE
               DISPLAY "EARLYALR NOTE - DROP DEADLINE "
                   WS-DROP-DEADLINE " HAS ALREADY PASSED"
           ELSE
               MOVE SPACES TO HL3-DEADLINE-NOTE
           END-IF.
      *
       125-READ-CALENDAR-RECORD.
      *
           READ TERMCAL
               AT END
                   MOVE "Y" TO TERMCAL-EOF-SWITCH
               NOT AT END
                   IF TL-TERM-CODE = WS-SELECT-TERM
                       SET TERMCAL-FOUND TO TRUE
                       MOVE TL-DROP-DEADLINE TO WS-DROP-DEADLINE
                   END-IF
           END-READ.
      *
       130-LOAD-TEACHER-TABLE.
      *
           PERFORM 132-INIT-ONE-TEACHER
               VARYING WS-TEACHER-SUB FROM 1 BY 1
               UNTIL WS-TEACHER-SUB > 999.
           PERFORM 134-READ-TEACHER-RECORD.
           PERFORM 136-STORE-TEACHER-ENTRY
               UNTIL TEACHMST-EOF.
      *
       132-INIT-ONE-TEACHER.
      *
           MOVE "N"    TO TE-PRESENT-SWITCH (WS-TEACHER-SUB).
           MOVE SPACES TO TE-NAME (WS-TEACHER-SUB).
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
               MOVE "Y"     TO TE-PRESENT-SWITCH (TM-NUMBER)
               MOVE TM-NAME TO TE-NAME (TM-NUMBER)
           END-IF.
           PERFORM 134-READ-TEACHER-RECORD.
      *
       150-READ-REGISTRATION.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 152-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CRSEREG-EOF.
      *
       152-READ-RAW-RECORD.
      *
           READ CRSEREG
               AT END
                   MOVE "Y" TO CRSEREG-EOF-SWITCH
               NOT AT END
                   PERFORM 811-SKIP-CONTROL-RECORD
           END-READ.
      *
       200-SELECT-ALERTS.
      *
           PERFORM 150-READ-REGISTRATION.
           PERFORM 210-SELECT-ONE-REGISTRATION
               UNTIL CRSEREG-EOF.
      *
       210-SELECT-ONE-REGISTRATION.
      *
           ADD 1 TO CT-REGS-READ.
           IF CR-TERM-CODE NOT = WS-SELECT-TERM
               ADD 1 TO CT-OTHER-TERM
           ELSE
               ADD 1 TO CT-TERM-REGS
               PERFORM 220-CHECK-INTERIM-GRADES
           END-IF.
           PERFORM 150-READ-REGISTRATION.
      *
      * THE ALERT GRADE IS THE CURRENT PERIOD'S INTERIM GRADE. THE
      * TREND TEST ONLY APPLIES ONCE BOTH INTERIM GRADES ARE IN.
      *
       220-CHECK-INTERIM-GRADES.
      *
           MOVE "N" TO WS-TREND-SWITCH.
           IF SIX-WEEK-RUN
               MOVE CR-6-WEEKS-GRADE TO WS-ALERT-GRADE
           ELSE
               MOVE CR-12-WEEKS-GRADE TO WS-ALERT-GRADE
               PERFORM 230-CHECK-GRADE-TREND
           END-IF.
           EVALUATE TRUE
               WHEN ALERT-GRADE-D-OR-F
                   ADD 1 TO CT-D-OR-F
                   PERFORM 250-RELEASE-ALERT
               WHEN GRADE-DROPPED
                   ADD 1 TO CT-TREND-ONLY
                   PERFORM 250-RELEASE-ALERT
               WHEN OTHER
                   ADD 1 TO CT-NOT-ALERTED
           END-EVALUATE.
      *
       230-CHECK-GRADE-TREND.
      *
           MOVE CR-6-WEEKS-GRADE TO WS-RANK-GRADE.
           PERFORM 240-RANK-ONE-GRADE.
           MOVE WS-GRADE-RANK TO WS-6-WEEKS-RANK.
           MOVE CR-12-WEEKS-GRADE TO WS-RANK-GRADE.
           PERFORM 240-RANK-ONE-GRADE.
           MOVE WS-GRADE-RANK TO WS-12-WEEKS-RANK.
           IF WS-6-WEEKS-RANK > ZERO
                   AND WS-12-WEEKS-RANK > WS-6-WEEKS-RANK
               SET GRADE-DROPPED TO TRUE
           END-IF.
      *
      * A IS RANKED 1 THROUGH F AT 5 - A HIGHER RANK IS A LOWER
      * GRADE. ANYTHING ELSE RANKS ZERO AND IS NOT COMPARED.
      *
       240-RANK-ONE-GRADE.
      *
           EVALUATE WS-RANK-GRADE
               WHEN "A"  MOVE 1 TO WS-GRADE-RANK
               WHEN "B"  MOVE 2 TO WS-GRADE-RANK
               WHEN "C"  MOVE 3 TO WS-GRADE-RANK
               WHEN "D"  MOVE 4 TO WS-GRADE-RANK
               WHEN "F"  MOVE 5 TO WS-GRADE-RANK
               WHEN OTHER
                   MOVE ZERO TO WS-GRADE-RANK
           END-EVALUATE.
      *
       250-RELEASE-ALERT.
      *
           MOVE CR-MAJOR               TO SRT-MAJOR.
           MOVE CR-STUDENT-ID          TO SRT-STUDENT-ID.
           MOVE CR-COURSE-KEY          TO SRT-COURSE-KEY.
           MOVE CR-STUDENT-NAME        TO SRT-STUDENT-NAME.
           MOVE CR-CLASS-STANDING      TO SRT-CLASS-STANDING.
           MOVE CR-TEACHER-NUMBER      TO SRT-TEACHER-NUMBER.
           MOVE CR-6-WEEKS-GRADE       TO SRT-6-WEEKS-GRADE.
           MOVE CR-12-WEEKS-GRADE      TO SRT-12-WEEKS-GRADE.
           MOVE WS-ALERT-GRADE         TO SRT-ALERT-GRADE.
           MOVE WS-TREND-SWITCH        TO SRT-TREND-SWITCH.
           RELEASE SORT-RECORD.
      *
       400-PRINT-ALERT-REPORT.
      *
           PERFORM 430-PRINT-HEADING-LINES.
           PERFORM 410-RETURN-ALERT.
           PERFORM 420-PRINT-ONE-STUDENT
               UNTIL SORT-EOF.
      *
       410-RETURN-ALERT.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.
      *
       420-PRINT-ONE-STUDENT.
      *
           MOVE SRT-MAJOR              TO WS-CUR-MAJOR.
           MOVE SRT-STUDENT-ID         TO WS-CUR-STUDENT-ID.
           MOVE SRT-STUDENT-NAME       TO WS-CUR-STUDENT-NAME.
           MOVE SRT-CLASS-STANDING     TO WS-CUR-STANDING.
           MOVE ZERO TO SS-ENTRY-COUNT
                        WS-FAIL-COUNT
                        WS-TREND-COUNT.
           PERFORM 425-HOLD-ONE-SECTION
               UNTIL SORT-EOF
               OR SRT-MAJOR NOT = WS-CUR-MAJOR
               OR SRT-STUDENT-ID NOT = WS-CUR-STUDENT-ID.
           ADD 1 TO CT-STUDENTS-LISTED.
           IF LINE-COUNT + SS-ENTRY-COUNT + 3 >= LINES-ON-PAGE
               PERFORM 430-PRINT-HEADING-LINES
           END-IF.
           IF WS-CUR-MAJOR NOT = WS-PREV-MAJOR
               PERFORM 435-PRINT-MAJOR-LINE
           END-IF.
           PERFORM 440-PRINT-STUDENT-LINE.
           PERFORM 445-PRINT-SECTION-LINE
               VARYING SS-SUB FROM 1 BY 1
               UNTIL SS-SUB > SS-ENTRY-COUNT.
      *
       425-HOLD-ONE-SECTION.
      *
           IF SRT-ALERT-GRADE = "F"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
           IF SRT-DOWNWARD
               ADD 1 TO WS-TREND-COUNT
           END-IF.
           IF SS-ENTRY-COUNT < 20
               ADD 1 TO SS-ENTRY-COUNT
               MOVE SRT-COURSE-KEY
                   TO SS-COURSE-KEY (SS-ENTRY-COUNT)
               MOVE SRT-TEACHER-NUMBER
                   TO SS-TEACHER-NUMBER (SS-ENTRY-COUNT)
               MOVE SRT-6-WEEKS-GRADE
                   TO SS-6-WEEKS-GRADE (SS-ENTRY-COUNT)
               MOVE SRT-12-WEEKS-GRADE
                   TO SS-12-WEEKS-GRADE (SS-ENTRY-COUNT)
               MOVE SRT-TREND-SWITCH
                   TO SS-TREND-SWITCH (SS-ENTRY-COUNT)
           ELSE
               DISPLAY "STUDENT SECTION TABLE FULL - SECTION OMITTED "
                   SRT-STUDENT-ID " " SRT-COURSE-KEY
           END-IF.
           PERFORM 410-RETURN-ALERT.
      *
       430-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 5 TO LINE-COUNT.
           MOVE HIGH-VALUES TO WS-PREV-MAJOR.
      *
       435-PRINT-MAJOR-LINE.
      *
           IF WS-CUR-MAJOR = SPACES
               MOVE "UNDECLARED" TO MB-MAJOR
           ELSE
               MOVE WS-CUR-MAJOR TO MB-MAJOR
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE MAJOR-BREAK-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           MOVE WS-CUR-MAJOR TO WS-PREV-MAJOR.
      *
       440-PRINT-STUDENT-LINE.
      *
           MOVE WS-CUR-STUDENT-ID      TO SL-STUDENT-ID.
           MOVE WS-CUR-STUDENT-NAME    TO SL-STUDENT-NAME.
           MOVE WS-CUR-STANDING        TO SL-CLASS-STANDING.
           IF WS-FAIL-COUNT >= 2
               MOVE "*HIGH RISK*"      TO SL-RISK-FLAG
               ADD 1 TO CT-HIGH-RISK
           ELSE
               MOVE SPACES             TO SL-RISK-FLAG
           END-IF.
           IF WS-TREND-COUNT > ZERO
               MOVE "DOWNWARD TREND"   TO SL-TREND-FLAG
               ADD 1 TO CT-DOWNWARD
           ELSE
               MOVE SPACES             TO SL-TREND-FLAG
           END-IF.
           MOVE STUDENT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       445-PRINT-SECTION-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 430-PRINT-HEADING-LINES
           END-IF.
           MOVE SS-COURSE-KEY (SS-SUB)     TO AL-COURSE-KEY.
           MOVE SS-TEACHER-NUMBER (SS-SUB) TO AL-TEACHER-NUMBER.
           PERFORM 447-LOOKUP-TEACHER-NAME.
           MOVE WS-TEACHER-NAME            TO AL-TEACHER-NAME.
           MOVE SS-6-WEEKS-GRADE (SS-SUB)  TO AL-6-WEEKS-GRADE.
           MOVE SS-12-WEEKS-GRADE (SS-SUB) TO AL-12-WEEKS-GRADE.
           IF SS-DOWNWARD (SS-SUB)
               MOVE "DOWN FROM 6-WEEK"     TO AL-NOTE
           ELSE
               MOVE SPACES                 TO AL-NOTE
           END-IF.
           MOVE ALERT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO CT-SECTIONS-PRINTED.
      *
       447-LOOKUP-TEACHER-NAME.
      *
           IF SS-TEACHER-NUMBER (SS-SUB) > ZERO
                   AND TE-PRESENT (SS-TEACHER-NUMBER (SS-SUB))
               MOVE TE-NAME (SS-TEACHER-NUMBER (SS-SUB))
                   TO WS-TEACHER-NAME
           ELSE
               MOVE "NOT ON TEACHER MASTER" TO WS-TEACHER-NAME
           END-IF.
      *
       450-FORMAT-DATE.
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
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "REGISTRATIONS READ" TO CTL-LABEL.
           MOVE CT-REGS-READ         TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  OTHER TERMS     " TO CTL-LABEL.
           MOVE CT-OTHER-TERM        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  THIS TERM       " TO CTL-LABEL.
           MOVE CT-TERM-REGS         TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "    NO ALERT      " TO CTL-LABEL.
           MOVE CT-NOT-ALERTED       TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "    D OR F GRADE  " TO CTL-LABEL.
           MOVE CT-D-OR-F            TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "    GRADE DROPPED " TO CTL-LABEL.
           MOVE CT-TREND-ONLY        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "SECTIONS LISTED   " TO CTL-LABEL.
           MOVE CT-SECTIONS-PRINTED  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "STUDENTS LISTED   " TO CTL-LABEL.
           MOVE CT-STUDENTS-LISTED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  HIGH RISK       " TO CTL-LABEL.
           MOVE CT-HIGH-RISK         TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  DOWNWARD TREND  " TO CTL-LABEL.
           MOVE CT-DOWNWARD          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-REGS-READ = CT-OTHER-TERM + CT-TERM-REGS
                   AND CT-TERM-REGS = CT-NOT-ALERTED
                       + CT-D-OR-F + CT-TREND-ONLY
                   AND CT-SECTIONS-PRINTED = CT-D-OR-F + CT-TREND-ONLY
               DISPLAY "*** EARLYALR RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** EARLYALR RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       610-WRITE-CONTROL-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 430-PRINT-HEADING-LINES.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * HDR!/TRL! INTEGRITY RECORDS ARE SKIPPED - THE REGISTRATION
      * REPORT STEPS ARE THE VERIFYING CONSUMERS.
      *
       811-SKIP-CONTROL-RECORD.
      *
           IF COURSE-REGISTRATION-RECORD (1:4) = "HDR!"
                   OR COURSE-REGISTRATION-RECORD (1:4) = "TRL!"
               MOVE "Y" TO FC-CONTROL-SWITCH
           ELSE
               MOVE "N" TO FC-CONTROL-SWITCH
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
