       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMSCHD.
      *
      * FINAL EXAM SCHEDULE GENERATION FOR THE TERM NAMED ON THE
      * SYSIN CONTROL CARD. EACH COURSECAP SECTION TAKES ITS
      * REGULAR MEETING PATTERN (CR-COURSE-DAYS AND
      * CR-COURSE-START-TIME), TEACHER AND ENROLLMENT FROM THE
      * SELECTED-TERM REGISTRATIONS ON REGSFILE, AND IS GIVEN THE
      * EXAM BLOCK THE EXAM-BLOCK GRID (EXAMGRID) HOLDS FOR THAT
      * PATTERN. MEETING DATA AND TEACHER CARRIED ON THE COURSECAP
      * SECTION RECORD ITSELF TAKE PRECEDENCE OVER THE
      * REGISTRATIONS. THE EXAM SITS IN THE SECTION'S OWN COURSECAP
      * ROOM WHEN THE ROOM MASTER (ROOMMST) SHOWS ENOUGH SEATS FOR THE
      * ENROLLMENT AND THE ROOM IS FREE IN THAT BLOCK - OTHERWISE
      * IT IS MOVED TO THE SMALLEST ROOMMST ROOM THAT SEATS THE
      * ENROLLMENT AND IS FREE IN THE BLOCK. EVERY STUDENT'S EXAMS
      * ARE THEN CHECKED FOR TWO EXAMS IN THE SAME BLOCK OR THREE
      * OR MORE ON ONE EXAM DAY.
      *
      * EXAMGRID LAYOUT (ONE RECORD PER MEETING PATTERN): COL 1
      * COURSE DAYS CODE, COLS 2-5 REGULAR START TIME, COL 6 EXAM
      * DAY (1-9), COL 7 BLOCK WITHIN THE DAY, COLS 8-15 EXAM DATE
      * CCYYMMDD, COLS 16-19 EXAM START TIME, COLS 20-23 EXAM END
      * TIME. A SECTION WHOSE PATTERN IS NOT ON THE GRID, OR FOR
      * WHICH NO ROOM CAN BE FOUND, GOES TO THE CONFLICT REPORT
      * UNSCHEDULED.
      *
      * OUTPUTS: THE MASTER EXAM SCHEDULE BY DAY AND ROOM
      * (EXAMMAST), THE PER-TEACHER EXAM LIST (EXAMTCHR), AND THE
      * CONFLICT REPORT (EXAMCONF) FOR THE REGISTRAR TO RESOLVE
      * BEFORE THE SCHEDULE IS PUBLISHED. ANY CONFLICT OR
      * UNSCHEDULED SECTION ENDS THE RUN WITH RETURN CODE 4, AN
      * OUT-OF-BALANCE RUN WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAMGRID ASSIGN TO EXAMGRID
               FILE STATUS IS WF-EXAMGRID-STATUS.
           SELECT COURSECAP ASSIGN TO COURSECAP
               FILE STATUS IS WF-COURSECAP-STATUS.
           SELECT ROOMMST  ASSIGN TO ROOMMST
               FILE STATUS IS WF-ROOMMST-STATUS.
           SELECT TEACHMST ASSIGN TO TEACHMST
               FILE STATUS IS WF-TEACHMST-STATUS.
           SELECT CRSEREG  ASSIGN TO REGSFILE
               FILE STATUS IS WF-CRSEREG-STATUS.
           SELECT EXAMMAST ASSIGN TO EXAMMAST
               FILE STATUS IS WF-EXAMMAST-STATUS.
           SELECT EXAMTCHR ASSIGN TO EXAMTCHR
               FILE STATUS IS WF-EXAMTCHR-STATUS.
           SELECT EXAMCONF ASSIGN TO EXAMCONF
               FILE STATUS IS WF-EXAMCONF-STATUS.
           SELECT EXAM-SORT-FILE ASSIGN TO SORTWORK.
           SELECT STUDENT-SORT-FILE ASSIGN TO SORTWK2.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  EXAMGRID
           RECORD CONTAINS 80 CHARACTERS.
       01  EXAM-GRID-RECORD.
           05  EG-COURSE-DAYS          PIC 9(1).
           05  EG-START-TIME           PIC 9(4).
           05  EG-EXAM-DAY             PIC 9(1).
           05  EG-EXAM-BLOCK           PIC 9(1).
           05  EG-EXAM-DATE            PIC 9(8).
           05  EG-EXAM-START           PIC 9(4).
           05  EG-EXAM-END             PIC 9(4).
           05  FILLER                  PIC X(57).
      *
       FD  COURSECAP.
       01  COURSE-CAPACITY-RECORD.
           05  CC-COURSE-KEY.
               10  CC-DEPARTMENT-CODE     PIC X(04).
               10  CC-COURSE-NUMBER       PIC 9(03).
               10  CC-SECTION-NUMBER      PIC 9(02).
           05  CC-SECTION-CAPACITY        PIC 9(03).
           05  CC-ROOM-NUMBER             PIC X(04).
           05  CC-TERM-CODE               PIC X(05).
           05  CC-COURSE-DAYS             PIC 9(01).
           05  CC-START-TIME              PIC 9(04).
           05  CC-END-TIME                PIC 9(04).
           05  CC-TEACHER-NUMBER          PIC 9(03).
           05  CC-TEACHER-STATUS          PIC X(01).
               88  CC-TEACHER-ASSIGNED        VALUE "A".
               88  CC-TEACHER-UNASSIGNED      VALUE "U".
           05  FILLER                     PIC X(06).
      *
       FD  ROOMMST
           RECORD CONTAINS 80 CHARACTERS.
       01  ROOM-MASTER-RECORD.
           05  RM-ROOM-NUMBER          PIC X(4).
           05  RM-ROOM-SEATS           PIC 9(3).
           05  FILLER                  PIC X(73).
      *
       FD  TEACHMST
           RECORD CONTAINS 40 CHARACTERS.
       01  TEACHER-MASTER-RECORD.
           05  TM-NUMBER               PIC 9(03).
           05  TM-NAME                 PIC X(25).
           05  TM-DEPARTMENT           PIC X(04).
           05  TM-CONTRACT-LOAD        PIC 9(02).
           05  TM-EMPLOYEE-ID          PIC 9(04).
           05  FILLER                  PIC X(02).
      *
       FD  CRSEREG.
       COPY CRSEREG.
      *
       FD  EXAMMAST.
       01  PRINT-AREA       PIC X(132).
      *
       FD  EXAMTCHR.
       01  TEACHER-PRINT-AREA  PIC X(132).
      *
       FD  EXAMCONF.
       01  CONFLICT-PRINT-AREA PIC X(132).
      *
      * ONE SORT SERVES BOTH PRINTED SCHEDULES - THE TEACHER KEY
      * IS ZERO FOR THE MASTER SCHEDULE, SO IT FALLS OUT IN DAY,
      * TIME AND ROOM ORDER.
      *
       SD  EXAM-SORT-FILE.
       01  EXAM-SORT-RECORD.
           05  EST-TEACHER-NUMBER      PIC 9(3).
           05  EST-EXAM-DAY            PIC 9(1).
           05  EST-EXAM-START          PIC 9(4).
           05  EST-EXAM-ROOM           PIC X(4).
           05  EST-COURSE-KEY          PIC X(9).
           05  EST-SECTION-SUB         PIC 9(3).
      *
       SD  STUDENT-SORT-FILE.
       01  STUDENT-SORT-RECORD.
           05  SRT-STUDENT-ID          PIC 9(9).
           05  SRT-STUDENT-NAME        PIC X(25).
           05  SRT-COURSE-KEY          PIC X(9).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  EXAMGRID-EOF-SWITCH     PIC X    VALUE "N".
               88  EXAMGRID-EOF                 VALUE "Y".
           05  COURSECAP-EOF-SWITCH    PIC X    VALUE "N".
               88  COURSECAP-EOF                VALUE "Y".
           05  ROOMMST-EOF-SWITCH      PIC X    VALUE "N".
               88  ROOMMST-EOF                  VALUE "Y".
           05  TEACHMST-EOF-SWITCH     PIC X    VALUE "N".
               88  TEACHMST-EOF                 VALUE "Y".
           05  CRSEREG-EOF-SWITCH      PIC X    VALUE "N".
               88  CRSEREG-EOF                  VALUE "Y".
           05  EXAM-SORT-EOF-SWITCH    PIC X    VALUE "N".
               88  EXAM-SORT-EOF                VALUE "Y".
           05  STUDENT-SORT-EOF-SWITCH PIC X    VALUE "N".
               88  STUDENT-SORT-EOF             VALUE "Y".
           05  ROOM-FREE-SWITCH        PIC X    VALUE "N".
               88  ROOM-FREE                    VALUE "Y".
           05  SORT-PASS-SWITCH        PIC X    VALUE "S".
               88  SCHEDULE-PASS                VALUE "S".
               88  TEACHER-PASS                 VALUE "T".
      *
       01  WF-FILE-STATUSES.
           05  WF-EXAMGRID-STATUS  PIC XX.
               88  EXAMGRID-FILE-OK        VALUE "00".
           05  WF-COURSECAP-STATUS PIC XX.
               88  COURSECAP-FILE-OK       VALUE "00".
           05  WF-ROOMMST-STATUS   PIC XX.
               88  ROOMMST-FILE-OK         VALUE "00".
           05  WF-TEACHMST-STATUS  PIC XX.
               88  TEACHMST-FILE-OK        VALUE "00".
           05  WF-CRSEREG-STATUS   PIC XX.
               88  CRSEREG-FILE-OK         VALUE "00".
           05  WF-EXAMMAST-STATUS  PIC XX.
               88  EXAMMAST-FILE-OK        VALUE "00".
           05  WF-EXAMTCHR-STATUS  PIC XX.
               88  EXAMTCHR-FILE-OK        VALUE "00".
           05  WF-EXAMCONF-STATUS  PIC XX.
               88  EXAMCONF-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  LINES-ON-PAGE       PIC S9(3)   VALUE +55.
           05  SCH-PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  SCH-LINE-COUNT      PIC S9(3)   VALUE +99.
           05  TCH-PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  TCH-LINE-COUNT      PIC S9(3)   VALUE +99.
           05  CNF-PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  CNF-LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  TERM-SELECT-FIELDS.
           05  WS-SELECT-TERM      PIC X(5).
      *
       01  GRID-TABLE-FIELDS.
           05  EG-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  EG-SUB              PIC S9(3)  COMP.
           05  EG-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  GRID-TABLE.
           05  GRID-ENTRY              OCCURS 100 TIMES.
               10  GT-COURSE-DAYS          PIC 9(1).
               10  GT-START-TIME           PIC 9(4).
               10  GT-EXAM-DAY             PIC 9(1).
               10  GT-EXAM-BLOCK           PIC 9(1).
               10  GT-EXAM-DATE            PIC 9(8).
               10  GT-EXAM-START           PIC 9(4).
               10  GT-EXAM-END             PIC 9(4).
      *
       01  SECTION-TABLE-FIELDS.
           05  SC-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  SC-SUB              PIC S9(3)  COMP.
           05  SC-SUB-2            PIC S9(3)  COMP.
           05  SC-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  SECTION-TABLE.
           05  SECTION-ENTRY           OCCURS 200 TIMES.
               10  SC-COURSE-KEY           PIC X(9).
               10  SC-ROOM-NUMBER          PIC X(4).
               10  SC-COURSE-DAYS          PIC 9(1).
               10  SC-START-TIME           PIC 9(4).
               10  SC-TEACHER-NUMBER       PIC 9(3).
               10  SC-ENROLLED             PIC S9(4)  COMP.
               10  SC-TIMES-KNOWN-SWITCH   PIC X.
                   88  SC-TIMES-KNOWN          VALUE "Y".
               10  SC-EXAM-DAY             PIC 9(1).
               10  SC-EXAM-BLOCK           PIC 9(1).
               10  SC-EXAM-DATE            PIC 9(8).
               10  SC-EXAM-START           PIC 9(4).
               10  SC-EXAM-END             PIC 9(4).
               10  SC-EXAM-ROOM            PIC X(4).
               10  SC-EXAM-SEATS           PIC 9(3).
               10  SC-EXAM-STATUS          PIC X.
                   88  SC-EXAM-SCHEDULED       VALUE "S".
                   88  SC-NO-EXAM-BLOCK        VALUE "B".
                   88  SC-NO-EXAM-ROOM         VALUE "R".
                   88  SC-NO-ENROLLMENT        VALUE "E".
               10  SC-ROOM-MOVED-SWITCH    PIC X.
                   88  SC-ROOM-MOVED           VALUE "Y".
      *
       01  ROOM-TABLE-FIELDS.
           05  RO-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  RO-SUB              PIC S9(3)  COMP.
           05  RO-MATCH-SUB        PIC S9(3)  COMP.
           05  RO-BEST-SUB         PIC S9(3)  COMP.
      *
       01  ROOM-TABLE.
           05  ROOM-ENTRY              OCCURS 100 TIMES.
               10  RO-ROOM-NUMBER          PIC X(4).
               10  RO-ROOM-SEATS           PIC 9(3).
      *
       01  TEACHER-TABLE-FIELDS.
           05  WS-TEACHER-SUB      PIC S9(3)  COMP.
      *
       01  TEACHER-TABLE.
           05  TEACHER-ENTRY           OCCURS 999 TIMES.
               10  TE-NAME                 PIC X(25).
               10  TE-PRESENT-SWITCH       PIC X.
                   88  TE-PRESENT              VALUE "Y".
      *
      * ONE STUDENT'S SCHEDULED EXAMS FOR THE TERM.
      *
       01  STUDENT-EXAM-FIELDS.
           05  SB-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  SB-SUB-1            PIC S9(3)  COMP.
           05  SB-SUB-2            PIC S9(3)  COMP.
           05  SB-DAY-SUB          PIC S9(3)  COMP.
           05  SB-STUDENT-ID       PIC 9(9).
           05  SB-STUDENT-NAME     PIC X(25).
      *
       01  STUDENT-EXAM-BUFFER.
           05  STUDENT-EXAM-ENTRY      OCCURS 20 TIMES.
               10  SB-COURSE-KEY           PIC X(9).
               10  SB-EXAM-DAY             PIC 9(1).
               10  SB-EXAM-BLOCK           PIC 9(1).
               10  SB-EXAM-DATE            PIC 9(8).
      *
       01  EXAM-DAY-COUNTS.
           05  DAY-EXAM-COUNT      PIC S9(3)  COMP  OCCURS 9 TIMES.
      *
       01  WORK-FIELDS.
           05  WS-CANDIDATE-ROOM   PIC X(4).
           05  WS-PREV-DAY         PIC 9(1).
           05  WS-PREV-TEACHER     PIC S9(4)     COMP.
           05  WS-TEACHER-NAME     PIC X(25).
           05  WS-SEATS-EDIT       PIC ZZ9.
           05  WS-COUNT-EDIT       PIC Z9.
           05  WS-EXAM-TIMES       PIC X(9).
           05  WS-DATE-EDIT        PIC X(10).
           05  WS-DATE-WORK        PIC 9(8).
           05  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR        PIC 9(4).
               10  WS-DATE-MONTH       PIC 9(2).
               10  WS-DATE-DAY         PIC 9(2).
           05  WS-COURSE-LIST      PIC X(40).
           05  WS-LIST-POINTER     PIC S9(3)     COMP.
      *
       01  CONTROL-TOTALS.
           05  CT-GRID-ENTRIES     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-SECTIONS-LOADED  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-REGS-SELECTED    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-REGS-NO-SECTION  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-SCHEDULED        PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ROOM-MOVES       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-NO-BLOCK         PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-NO-ROOM          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-NO-ENROLLMENT    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-MASTER-LINES     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TEACHER-LINES    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-STUDENTS-CHECKED PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-BLOCK-CONFLICTS  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-DAY-OVERLOADS    PIC S9(5) COMP-3 VALUE ZERO.
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
           05  HL1-REPORT-TITLE PIC X(40).
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "EXAMSCHD".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  SCHEDULE-TITLE.
           05  FILLER          PIC X(20)   VALUE "FINAL EXAM SCHEDULE ".
           05  FILLER          PIC X(7)    VALUE "- TERM ".
           05  ST-TITLE-TERM   PIC X(5).
           05  FILLER          PIC X(8)    VALUE SPACE.
      *
       01  TEACHER-TITLE.
           05  FILLER          PIC X(20)   VALUE "EXAMS BY TEACHER - T".
           05  FILLER          PIC X(4)    VALUE "ERM ".
           05  TT-TITLE-TERM   PIC X(5).
           05  FILLER          PIC X(11)   VALUE SPACE.
      *
       01  CONFLICT-TITLE.
           05  FILLER          PIC X(20)   VALUE "EXAM CONFLICTS - TER".
           05  FILLER          PIC X(2)    VALUE "M ".
           05  CF-TITLE-TERM   PIC X(5).
           05  FILLER          PIC X(13)   VALUE SPACE.
      *
       01  SCHEDULE-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE "BLK  EXAM TIME  ROOM".
           05  FILLER      PIC X(20)   VALUE "  COURSE     TCH  TE".
           05  FILLER      PIC X(20)   VALUE "ACHER NAME          ".
           05  FILLER      PIC X(20)   VALUE "     ENR  SEATS  NOT".
           05  FILLER      PIC X(20)   VALUE "E                   ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  TEACHER-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE "    EXAM DATE   BLK ".
           05  FILLER      PIC X(20)   VALUE " EXAM TIME  ROOM  CO".
           05  FILLER      PIC X(20)   VALUE "URSE     ENR        ".
           05  FILLER      PIC X(72)   VALUE SPACE.
      *
       01  DAY-LINE.
           05  FILLER              PIC X(9)     VALUE "EXAM DAY ".
           05  DY-EXAM-DAY         PIC 9(1).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DY-EXAM-DATE        PIC X(10).
           05  FILLER              PIC X(110)   VALUE SPACE.
      *
       01  SCHEDULE-LINE.
           05  SL-EXAM-BLOCK           PIC 9(1).
           05  FILLER                  PIC X(4)     VALUE SPACE.
           05  SL-EXAM-TIMES           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-EXAM-ROOM            PIC X(4).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-COURSE-KEY           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-TEACHER-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-TEACHER-NAME         PIC X(25).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-ENROLLED             PIC ZZ9.
           05  FILLER                  PIC X(3)     VALUE SPACE.
           05  SL-SEATS                PIC ZZ9.
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-NOTE                 PIC X(20).
           05  FILLER                  PIC X(36)    VALUE SPACE.
      *
       01  TEACHER-BREAK-LINE.
           05  FILLER                  PIC X(8)     VALUE "TEACHER ".
           05  TB-TEACHER-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  TB-TEACHER-NAME         PIC X(25).
           05  FILLER                  PIC X(94)    VALUE SPACE.
      *
       01  TEACHER-EXAM-LINE.
           05  FILLER                  PIC X(4)     VALUE SPACE.
           05  TX-EXAM-DATE            PIC X(10).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  TX-EXAM-BLOCK           PIC 9(1).
           05  FILLER                  PIC X(4)     VALUE SPACE.
           05  TX-EXAM-TIMES           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  TX-EXAM-ROOM            PIC X(4).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  TX-COURSE-KEY           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  TX-ENROLLED             PIC ZZ9.
           05  FILLER                  PIC X(80)    VALUE SPACE.
      *
       01  SECTION-EXCEPTION-LINE.
           05  FILLER                  PIC X(9)     VALUE "SECTION  ".
           05  SX-COURSE-KEY           PIC X(9).
           05  FILLER                  PIC X(6)     VALUE "  TCH ".
           05  SX-TEACHER-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(8)     VALUE "  MEETS ".
           05  SX-COURSE-DAYS          PIC 9(1).
           05  FILLER                  PIC X(1)     VALUE "/".
           05  SX-START-TIME           PIC 9(4).
           05  FILLER                  PIC X(6)     VALUE "  ENR ".
           05  SX-ENROLLED             PIC ZZ9.
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SX-DETAIL               PIC X(40).
           05  FILLER                  PIC X(40)    VALUE SPACE.
      *
       01  STUDENT-CONFLICT-LINE.
           05  FILLER                  PIC X(9)     VALUE "STUDENT  ".
           05  XL-STUDENT-ID           PIC 9(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  XL-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  XL-DETAIL               PIC X(34).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  XL-COURSES              PIC X(40).
           05  FILLER                  PIC X(9)     VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "EXAMSCHD TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-BUILD-EXAM-SCHEDULE.
      *
           PERFORM 095-ACCEPT-TERM-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-EXAM-GRID.
           PERFORM 130-LOAD-SECTION-TABLE.
           PERFORM 140-LOAD-ROOM-TABLE.
           PERFORM 150-LOAD-TEACHER-TABLE.
           PERFORM 160-READ-REGISTRATION.
           PERFORM 165-TALLY-ONE-REGISTRATION
               UNTIL CRSEREG-EOF.
           CLOSE CRSEREG.
           PERFORM 295-PRINT-CONFLICT-HEADINGS.
           PERFORM 200-SCHEDULE-ONE-SECTION
               VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > SC-ENTRY-COUNT.
           SET SCHEDULE-PASS TO TRUE.
           SORT EXAM-SORT-FILE
               ON ASCENDING KEY EST-TEACHER-NUMBER
               ON ASCENDING KEY EST-EXAM-DAY
               ON ASCENDING KEY EST-EXAM-START
               ON ASCENDING KEY EST-EXAM-ROOM
               ON ASCENDING KEY EST-COURSE-KEY
               INPUT PROCEDURE 300-RELEASE-SCHEDULED-EXAMS
               OUTPUT PROCEDURE 400-PRINT-MASTER-SCHEDULE.
           SET TEACHER-PASS TO TRUE.
           SORT EXAM-SORT-FILE
               ON ASCENDING KEY EST-TEACHER-NUMBER
               ON ASCENDING KEY EST-EXAM-DAY
               ON ASCENDING KEY EST-EXAM-START
               ON ASCENDING KEY EST-EXAM-ROOM
               ON ASCENDING KEY EST-COURSE-KEY
               INPUT PROCEDURE 300-RELEASE-SCHEDULED-EXAMS
               OUTPUT PROCEDURE 450-PRINT-TEACHER-LIST.
           SORT STUDENT-SORT-FILE
               ON ASCENDING KEY SRT-STUDENT-ID
               ON ASCENDING KEY SRT-COURSE-KEY
               INPUT PROCEDURE 500-RELEASE-STUDENT-EXAMS
               OUTPUT PROCEDURE 550-CHECK-STUDENT-EXAMS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE EXAMGRID
                 COURSECAP
                 ROOMMST
                 TEACHMST
                 EXAMMAST
                 EXAMTCHR
                 EXAMCONF.
           GOBACK.
      *
       095-ACCEPT-TERM-CARD.
      *
           MOVE SPACES TO WS-SELECT-TERM.
           ACCEPT WS-SELECT-TERM.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "EXAMSCHD NO TERM CARD ON SYSIN - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           DISPLAY "EXAMSCHD SCHEDULING EXAMS FOR TERM "
               WS-SELECT-TERM.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  EXAMGRID
                       COURSECAP
                       ROOMMST
                       TEACHMST
                       CRSEREG
                OUTPUT EXAMMAST
                       EXAMTCHR
                       EXAMCONF.
           IF NOT EXAMGRID-FILE-OK
              DISPLAY "EXAMGRID OPEN ERROR: " WF-EXAMGRID-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT COURSECAP-FILE-OK
              DISPLAY "COURSECAP OPEN ERROR: " WF-COURSECAP-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ROOMMST-FILE-OK
              DISPLAY "ROOMMST OPEN ERROR: " WF-ROOMMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT TEACHMST-FILE-OK
              DISPLAY "TEACHMST OPEN ERROR: " WF-TEACHMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CRSEREG-FILE-OK
              DISPLAY "REGSFILE OPEN ERROR: " WF-CRSEREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT EXAMMAST-FILE-OK
              DISPLAY "EXAMMAST OPEN ERROR: " WF-EXAMMAST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT EXAMTCHR-FILE-OK
              DISPLAY "EXAMTCHR OPEN ERROR: " WF-EXAMTCHR-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT EXAMCONF-FILE-OK
              DISPLAY "EXAMCONF OPEN ERROR: " WF-EXAMCONF-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE WS-SELECT-TERM TO ST-TITLE-TERM.
           MOVE WS-SELECT-TERM TO TT-TITLE-TERM.
           MOVE WS-SELECT-TERM TO CF-TITLE-TERM.
      *
      * THE GRID IS A CONTROL FILE - A BAD OR EMPTY GRID STOPS THE
      * STEP RATHER THAN PUBLISH A PARTIAL SCHEDULE.
      *
       120-LOAD-EXAM-GRID.
      *
           PERFORM 122-READ-GRID-RECORD.
           PERFORM 124-STORE-GRID-ENTRY
               UNTIL EXAMGRID-EOF.
           IF EG-ENTRY-COUNT = ZERO
               DISPLAY "EXAMGRID CONTROL FILE IS EMPTY"
               PERFORM 900-ABORT
           END-IF.
      *
       122-READ-GRID-RECORD.
      *
           READ EXAMGRID
               AT END
                   MOVE "Y" TO EXAMGRID-EOF-SWITCH
           END-READ.
      *
       124-STORE-GRID-ENTRY.
      *
           IF EG-COURSE-DAYS NOT NUMERIC
                   OR EG-START-TIME NOT NUMERIC
                   OR EG-EXAM-DAY NOT NUMERIC
                   OR EG-EXAM-BLOCK NOT NUMERIC
                   OR EG-EXAM-DATE NOT NUMERIC
                   OR EG-EXAM-START NOT NUMERIC
                   OR EG-EXAM-END NOT NUMERIC
                   OR EG-EXAM-DAY = ZERO
                   OR EG-EXAM-BLOCK = ZERO
               DISPLAY "EXAMGRID RECORD INVALID - STEP ABORTED: "
                   EXAM-GRID-RECORD (1:23)
               PERFORM 900-ABORT
           END-IF.
           IF EG-ENTRY-COUNT < 100
               ADD 1 TO EG-ENTRY-COUNT
               ADD 1 TO CT-GRID-ENTRIES
               MOVE EG-COURSE-DAYS TO GT-COURSE-DAYS (EG-ENTRY-COUNT)
               MOVE EG-START-TIME  TO GT-START-TIME (EG-ENTRY-COUNT)
               MOVE EG-EXAM-DAY    TO GT-EXAM-DAY (EG-ENTRY-COUNT)
               MOVE EG-EXAM-BLOCK  TO GT-EXAM-BLOCK (EG-ENTRY-COUNT)
               MOVE EG-EXAM-DATE   TO GT-EXAM-DATE (EG-ENTRY-COUNT)
               MOVE EG-EXAM-START  TO GT-EXAM-START (EG-ENTRY-COUNT)
               MOVE EG-EXAM-END    TO GT-EXAM-END (EG-ENTRY-COUNT)
           ELSE
               DISPLAY "EXAM GRID TABLE FULL - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           PERFORM 122-READ-GRID-RECORD.
      *
       130-LOAD-SECTION-TABLE.
      *
           PERFORM 132-READ-CAPACITY-RECORD.
           PERFORM 134-STORE-SECTION-ENTRY
               UNTIL COURSECAP-EOF.
      *
       132-READ-CAPACITY-RECORD.
      *
           READ COURSECAP
               AT END
                   MOVE "Y" TO COURSECAP-EOF-SWITCH
           END-READ.
      *
       134-STORE-SECTION-ENTRY.
      *
           IF SC-ENTRY-COUNT < 200
               ADD 1 TO SC-ENTRY-COUNT
               ADD 1 TO CT-SECTIONS-LOADED
               MOVE CC-COURSE-KEY
                   TO SC-COURSE-KEY (SC-ENTRY-COUNT)
               MOVE CC-ROOM-NUMBER
                   TO SC-ROOM-NUMBER (SC-ENTRY-COUNT)
               MOVE ZERO   TO SC-ENROLLED (SC-ENTRY-COUNT)
               IF CC-COURSE-DAYS NUMERIC
                       AND CC-START-TIME NUMERIC
                       AND CC-TEACHER-NUMBER NUMERIC
                       AND CC-COURSE-DAYS > ZERO
                   MOVE CC-COURSE-DAYS
                       TO SC-COURSE-DAYS (SC-ENTRY-COUNT)
                   MOVE CC-START-TIME
                       TO SC-START-TIME (SC-ENTRY-COUNT)
                   MOVE CC-TEACHER-NUMBER
                       TO SC-TEACHER-NUMBER (SC-ENTRY-COUNT)
                   MOVE "Y" TO SC-TIMES-KNOWN-SWITCH (SC-ENTRY-COUNT)
               ELSE
                   MOVE ZERO TO SC-COURSE-DAYS (SC-ENTRY-COUNT)
                   MOVE ZERO TO SC-START-TIME (SC-ENTRY-COUNT)
                   MOVE ZERO TO SC-TEACHER-NUMBER (SC-ENTRY-COUNT)
                   MOVE "N"  TO SC-TIMES-KNOWN-SWITCH (SC-ENTRY-COUNT)
               END-IF
               MOVE ZERO   TO SC-EXAM-DAY (SC-ENTRY-COUNT)
               MOVE ZERO   TO SC-EXAM-BLOCK (SC-ENTRY-COUNT)
               MOVE ZERO   TO SC-EXAM-DATE (SC-ENTRY-COUNT)
               MOVE ZERO   TO SC-EXAM-START (SC-ENTRY-COUNT)
               MOVE ZERO   TO SC-EXAM-END (SC-ENTRY-COUNT)
               MOVE SPACES TO SC-EXAM-ROOM (SC-ENTRY-COUNT)
               MOVE ZERO   TO SC-EXAM-SEATS (SC-ENTRY-COUNT)
               MOVE SPACE  TO SC-EXAM-STATUS (SC-ENTRY-COUNT)
               MOVE "N"    TO SC-ROOM-MOVED-SWITCH (SC-ENTRY-COUNT)
           ELSE
               DISPLAY "SECTION TABLE FULL - SECTION OMITTED "
                   CC-COURSE-KEY
           END-IF.
           PERFORM 132-READ-CAPACITY-RECORD.
      *
       140-LOAD-ROOM-TABLE.
      *
           PERFORM 142-READ-ROOM-RECORD.
           PERFORM 144-STORE-ROOM-ENTRY
               UNTIL ROOMMST-EOF.
      *
       142-READ-ROOM-RECORD.
      *
           READ ROOMMST
               AT END
                   MOVE "Y" TO ROOMMST-EOF-SWITCH
           END-READ.
      *
       144-STORE-ROOM-ENTRY.
      *
           IF RO-ENTRY-COUNT < 100
               ADD 1 TO RO-ENTRY-COUNT
               MOVE RM-ROOM-NUMBER TO RO-ROOM-NUMBER (RO-ENTRY-COUNT)
               MOVE RM-ROOM-SEATS  TO RO-ROOM-SEATS (RO-ENTRY-COUNT)
           ELSE
               DISPLAY "ROOM TABLE FULL - ROOM OMITTED "
                   RM-ROOM-NUMBER
           END-IF.
           PERFORM 142-READ-ROOM-RECORD.
      *
       150-LOAD-TEACHER-TABLE.
      *
           PERFORM 152-INIT-ONE-TEACHER
               VARYING WS-TEACHER-SUB FROM 1 BY 1
               UNTIL WS-TEACHER-SUB > 999.
           PERFORM 154-READ-TEACHER-RECORD.
           PERFORM 156-STORE-TEACHER-ENTRY
               UNTIL TEACHMST-EOF.
      *
       152-INIT-ONE-TEACHER.
      *
           MOVE SPACES TO TE-NAME (WS-TEACHER-SUB).
           MOVE "N"    TO TE-PRESENT-SWITCH (WS-TEACHER-SUB).
      *
       154-READ-TEACHER-RECORD.
      *
           READ TEACHMST
               AT END
                   MOVE "Y" TO TEACHMST-EOF-SWITCH
           END-READ.
      *
       156-STORE-TEACHER-ENTRY.
      *
           IF TM-NUMBER NUMERIC AND TM-NUMBER > ZERO
               MOVE TM-NAME TO TE-NAME (TM-NUMBER)
               MOVE "Y"     TO TE-PRESENT-SWITCH (TM-NUMBER)
           END-IF.
           PERFORM 154-READ-TEACHER-RECORD.
      *
      * THE FIRST SELECTED-TERM REGISTRATION SEEN FOR A SECTION
      * SUPPLIES ITS MEETING PATTERN AND TEACHER; EVERY ONE OF THEM
      * COUNTS TOWARD THE SEATS THE EXAM ROOM MUST HOLD.
      *
       160-READ-REGISTRATION.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 162-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CRSEREG-EOF.
      *
       162-READ-RAW-RECORD.
      *
           READ CRSEREG
               AT END
                   MOVE "Y" TO CRSEREG-EOF-SWITCH
               NOT AT END
                   PERFORM 811-SKIP-CONTROL-RECORD
           END-READ.
      *
       165-TALLY-ONE-REGISTRATION.
      *
           IF CR-TERM-CODE = WS-SELECT-TERM
               ADD 1 TO CT-REGS-SELECTED
               PERFORM 170-FIND-SECTION
               IF SC-MATCH-SUB = ZERO
                   ADD 1 TO CT-REGS-NO-SECTION
               ELSE
                   ADD 1 TO SC-ENROLLED (SC-MATCH-SUB)
                   IF NOT SC-TIMES-KNOWN (SC-MATCH-SUB)
                       MOVE CR-COURSE-DAYS
                           TO SC-COURSE-DAYS (SC-MATCH-SUB)
                       MOVE CR-COURSE-START-TIME
                           TO SC-START-TIME (SC-MATCH-SUB)
                       MOVE CR-TEACHER-NUMBER
                           TO SC-TEACHER-NUMBER (SC-MATCH-SUB)
                       SET SC-TIMES-KNOWN (SC-MATCH-SUB) TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM 160-READ-REGISTRATION.
      *
       170-FIND-SECTION.
      *
           MOVE ZERO TO SC-MATCH-SUB.
           PERFORM 175-MATCH-ONE-SECTION
               VARYING SC-SUB-2 FROM 1 BY 1
               UNTIL SC-SUB-2 > SC-ENTRY-COUNT
               OR SC-MATCH-SUB > ZERO.
      *
       175-MATCH-ONE-SECTION.
      *
           IF SC-COURSE-KEY (SC-SUB-2) = CR-COURSE-KEY
               MOVE SC-SUB-2 TO SC-MATCH-SUB
           END-IF.
      *
      * A SECTION WITH NO REGISTRATIONS THIS TERM SITS NO EXAM.
      *
       200-SCHEDULE-ONE-SECTION.
      *
           IF SC-ENROLLED (SC-SUB) = ZERO
               SET SC-NO-ENROLLMENT (SC-SUB) TO TRUE
               ADD 1 TO CT-NO-ENROLLMENT
           ELSE
               PERFORM 210-FIND-GRID-ENTRY
               IF EG-MATCH-SUB = ZERO
                   SET SC-NO-EXAM-BLOCK (SC-SUB) TO TRUE
                   ADD 1 TO CT-NO-BLOCK
                   MOVE "NO EXAM BLOCK FOR MEETING PATTERN"
                       TO SX-DETAIL
                   PERFORM 290-PRINT-SECTION-EXCEPTION
               ELSE
                   MOVE GT-EXAM-DAY (EG-MATCH-SUB)
                       TO SC-EXAM-DAY (SC-SUB)
                   MOVE GT-EXAM-BLOCK (EG-MATCH-SUB)
                       TO SC-EXAM-BLOCK (SC-SUB)
                   MOVE GT-EXAM-DATE (EG-MATCH-SUB)
                       TO SC-EXAM-DATE (SC-SUB)
                   MOVE GT-EXAM-START (EG-MATCH-SUB)
                       TO SC-EXAM-START (SC-SUB)
                   MOVE GT-EXAM-END (EG-MATCH-SUB)
                       TO SC-EXAM-END (SC-SUB)
                   PERFORM 220-ASSIGN-EXAM-ROOM
               END-IF
           END-IF.
      *
       210-FIND-GRID-ENTRY.
      *
           MOVE ZERO TO EG-MATCH-SUB.
           PERFORM 215-MATCH-ONE-GRID-ENTRY
               VARYING EG-SUB FROM 1 BY 1
               UNTIL EG-SUB > EG-ENTRY-COUNT
               OR EG-MATCH-SUB > ZERO.
      *
       215-MATCH-ONE-GRID-ENTRY.
      *
           IF GT-COURSE-DAYS (EG-SUB) = SC-COURSE-DAYS (SC-SUB)
                   AND GT-START-TIME (EG-SUB) = SC-START-TIME (SC-SUB)
               MOVE EG-SUB TO EG-MATCH-SUB
           END-IF.
      *
      * THE REGULAR ROOM IS KEPT WHEN IT SEATS THE ENROLLMENT AND
      * IS FREE IN THE BLOCK. OTHERWISE THE SMALLEST FREE ROOM
      * THAT SEATS THE ENROLLMENT IS TAKEN.
      *
       220-ASSIGN-EXAM-ROOM.
      *
           MOVE SC-ROOM-NUMBER (SC-SUB) TO WS-CANDIDATE-ROOM.
           PERFORM 230-FIND-ROOM.
           MOVE "N" TO ROOM-FREE-SWITCH.
           IF RO-MATCH-SUB > ZERO
                   AND RO-ROOM-SEATS (RO-MATCH-SUB)
                       NOT < SC-ENROLLED (SC-SUB)
               PERFORM 240-CHECK-ROOM-FREE
           END-IF.
           IF ROOM-FREE
               MOVE RO-MATCH-SUB TO RO-BEST-SUB
           ELSE
               MOVE ZERO TO RO-BEST-SUB
               PERFORM 250-CONSIDER-ONE-ROOM
                   VARYING RO-SUB FROM 1 BY 1
                   UNTIL RO-SUB > RO-ENTRY-COUNT
           END-IF.
           IF RO-BEST-SUB = ZERO
               SET SC-NO-EXAM-ROOM (SC-SUB) TO TRUE
               ADD 1 TO CT-NO-ROOM
               MOVE SC-ENROLLED (SC-SUB) TO WS-SEATS-EDIT
               MOVE SPACES TO SX-DETAIL
               STRING "NO FREE ROOM SEATING " DELIMITED BY SIZE
                      WS-SEATS-EDIT          DELIMITED BY SIZE
                      " IN BLOCK"            DELIMITED BY SIZE
                   INTO SX-DETAIL
               END-STRING
               PERFORM 290-PRINT-SECTION-EXCEPTION
           ELSE
               MOVE RO-ROOM-NUMBER (RO-BEST-SUB)
                   TO SC-EXAM-ROOM (SC-SUB)
               MOVE RO-ROOM-SEATS (RO-BEST-SUB)
                   TO SC-EXAM-SEATS (SC-SUB)
               SET SC-EXAM-SCHEDULED (SC-SUB) TO TRUE
               ADD 1 TO CT-SCHEDULED
               IF SC-EXAM-ROOM (SC-SUB) NOT = SC-ROOM-NUMBER (SC-SUB)
                   SET SC-ROOM-MOVED (SC-SUB) TO TRUE
                   ADD 1 TO CT-ROOM-MOVES
               END-IF
           END-IF.
      *
       230-FIND-ROOM.
      *
           MOVE ZERO TO RO-MATCH-SUB.
           PERFORM 235-MATCH-ONE-ROOM
               VARYING RO-SUB FROM 1 BY 1
               UNTIL RO-SUB > RO-ENTRY-COUNT
               OR RO-MATCH-SUB > ZERO.
      *
       235-MATCH-ONE-ROOM.
      *
           IF RO-ROOM-NUMBER (RO-SUB) = WS-CANDIDATE-ROOM
               MOVE RO-SUB TO RO-MATCH-SUB
           END-IF.
      *
       240-CHECK-ROOM-FREE.
      *
           MOVE "Y" TO ROOM-FREE-SWITCH.
           PERFORM 245-CHECK-ONE-BOOKING
               VARYING SC-SUB-2 FROM 1 BY 1
               UNTIL SC-SUB-2 > SC-ENTRY-COUNT
               OR NOT ROOM-FREE.
      *
       245-CHECK-ONE-BOOKING.
      *
           IF SC-EXAM-SCHEDULED (SC-SUB-2)
                   AND SC-EXAM-DAY (SC-SUB-2) = SC-EXAM-DAY (SC-SUB)
                   AND SC-EXAM-BLOCK (SC-SUB-2)
                       = SC-EXAM-BLOCK (SC-SUB)
                   AND SC-EXAM-ROOM (SC-SUB-2) = WS-CANDIDATE-ROOM
               MOVE "N" TO ROOM-FREE-SWITCH
           END-IF.
      *
       250-CONSIDER-ONE-ROOM.
      *
           IF RO-ROOM-SEATS (RO-SUB) NOT < SC-ENROLLED (SC-SUB)
               IF RO-BEST-SUB = ZERO
                   OR RO-ROOM-SEATS (RO-SUB)
                       < RO-ROOM-SEATS (RO-BEST-SUB)
                   MOVE RO-ROOM-NUMBER (RO-SUB) TO WS-CANDIDATE-ROOM
                   PERFORM 240-CHECK-ROOM-FREE
                   IF ROOM-FREE
                       MOVE RO-SUB TO RO-BEST-SUB
                   END-IF
               END-IF
           END-IF.
      *
       290-PRINT-SECTION-EXCEPTION.
      *
           IF CNF-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 295-PRINT-CONFLICT-HEADINGS.
           MOVE SC-COURSE-KEY (SC-SUB)     TO SX-COURSE-KEY.
           MOVE SC-TEACHER-NUMBER (SC-SUB) TO SX-TEACHER-NUMBER.
           MOVE SC-COURSE-DAYS (SC-SUB)    TO SX-COURSE-DAYS.
           MOVE SC-START-TIME (SC-SUB)     TO SX-START-TIME.
           MOVE SC-ENROLLED (SC-SUB)       TO SX-ENROLLED.
           MOVE SECTION-EXCEPTION-LINE TO CONFLICT-PRINT-AREA.
           WRITE CONFLICT-PRINT-AREA.
           ADD 1 TO CNF-LINE-COUNT.
      *
       295-PRINT-CONFLICT-HEADINGS.
      *
           ADD 1 TO CNF-PAGE-COUNT.
           MOVE CNF-PAGE-COUNT TO HL1-PAGE-NUMBER.
           MOVE CONFLICT-TITLE TO HL1-REPORT-TITLE.
           MOVE HEADING-LINE-1 TO CONFLICT-PRINT-AREA.
           WRITE CONFLICT-PRINT-AREA.
           MOVE HEADING-LINE-2 TO CONFLICT-PRINT-AREA.
           WRITE CONFLICT-PRINT-AREA.
           MOVE SPACES TO CONFLICT-PRINT-AREA.
           WRITE CONFLICT-PRINT-AREA.
           MOVE 4 TO CNF-LINE-COUNT.
      *
       300-RELEASE-SCHEDULED-EXAMS.
      *
           PERFORM 310-RELEASE-ONE-EXAM
               VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > SC-ENTRY-COUNT.
      *
       310-RELEASE-ONE-EXAM.
      *
           IF SC-EXAM-SCHEDULED (SC-SUB)
               IF TEACHER-PASS
                   MOVE SC-TEACHER-NUMBER (SC-SUB)
                       TO EST-TEACHER-NUMBER
               ELSE
                   MOVE ZERO TO EST-TEACHER-NUMBER
               END-IF
               MOVE SC-EXAM-DAY (SC-SUB)   TO EST-EXAM-DAY
               MOVE SC-EXAM-START (SC-SUB) TO EST-EXAM-START
               MOVE SC-EXAM-ROOM (SC-SUB)  TO EST-EXAM-ROOM
               MOVE SC-COURSE-KEY (SC-SUB) TO EST-COURSE-KEY
               MOVE SC-SUB                 TO EST-SECTION-SUB
               RELEASE EXAM-SORT-RECORD
           END-IF.
      *
       400-PRINT-MASTER-SCHEDULE.
      *
           PERFORM 405-PRINT-SCHEDULE-HEADINGS.
           MOVE ZERO TO WS-PREV-DAY.
           MOVE "N" TO EXAM-SORT-EOF-SWITCH.
           PERFORM 410-RETURN-EXAM.
           PERFORM 420-PRINT-ONE-EXAM
               UNTIL EXAM-SORT-EOF.
      *
       405-PRINT-SCHEDULE-HEADINGS.
      *
           ADD 1 TO SCH-PAGE-COUNT.
           MOVE SCH-PAGE-COUNT TO HL1-PAGE-NUMBER.
           MOVE SCHEDULE-TITLE TO HL1-REPORT-TITLE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SCHEDULE-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 4 TO SCH-LINE-COUNT.
      *
       410-RETURN-EXAM.
      *
           RETURN EXAM-SORT-FILE
               AT END
                   MOVE "Y" TO EXAM-SORT-EOF-SWITCH
           END-RETURN.
      *
       420-PRINT-ONE-EXAM.
      *
           MOVE EST-SECTION-SUB TO SC-SUB.
           IF SCH-LINE-COUNT + 2 >= LINES-ON-PAGE
               PERFORM 405-PRINT-SCHEDULE-HEADINGS
               MOVE ZERO TO WS-PREV-DAY
           END-IF.
           IF SC-EXAM-DAY (SC-SUB) NOT = WS-PREV-DAY
               MOVE SC-EXAM-DAY (SC-SUB) TO DY-EXAM-DAY
               MOVE SC-EXAM-DATE (SC-SUB) TO WS-DATE-WORK
               PERFORM 480-FORMAT-DATE
               MOVE WS-DATE-EDIT TO DY-EXAM-DATE
               MOVE SPACES TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE DAY-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 2 TO SCH-LINE-COUNT
               MOVE SC-EXAM-DAY (SC-SUB) TO WS-PREV-DAY
           END-IF.
           PERFORM 485-FORMAT-EXAM-TIMES.
           PERFORM 470-LOOKUP-TEACHER-NAME.
           MOVE SC-EXAM-BLOCK (SC-SUB)     TO SL-EXAM-BLOCK.
           MOVE WS-EXAM-TIMES              TO SL-EXAM-TIMES.
           MOVE SC-EXAM-ROOM (SC-SUB)      TO SL-EXAM-ROOM.
           MOVE SC-COURSE-KEY (SC-SUB)     TO SL-COURSE-KEY.
           MOVE SC-TEACHER-NUMBER (SC-SUB) TO SL-TEACHER-NUMBER.
           MOVE WS-TEACHER-NAME            TO SL-TEACHER-NAME.
           MOVE SC-ENROLLED (SC-SUB)       TO SL-ENROLLED.
           MOVE SC-EXAM-SEATS (SC-SUB)     TO SL-SEATS.
           IF SC-ROOM-MOVED (SC-SUB)
               MOVE SPACES TO SL-NOTE
               IF SC-ROOM-NUMBER (SC-SUB) = SPACES
                   MOVE "NO REGULAR ROOM" TO SL-NOTE
               ELSE
                   STRING "MOVED FROM "       DELIMITED BY SIZE
                          SC-ROOM-NUMBER (SC-SUB) DELIMITED BY SIZE
                       INTO SL-NOTE
                   END-STRING
               END-IF
           ELSE
               MOVE "REGULAR ROOM" TO SL-NOTE
           END-IF.
           MOVE SCHEDULE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO SCH-LINE-COUNT.
           ADD 1 TO CT-MASTER-LINES.
           PERFORM 410-RETURN-EXAM.
      *
       450-PRINT-TEACHER-LIST.
      *
           PERFORM 455-PRINT-TEACHER-HEADINGS.
           MOVE -1 TO WS-PREV-TEACHER.
           MOVE "N" TO EXAM-SORT-EOF-SWITCH.
           PERFORM 410-RETURN-EXAM.
           PERFORM 460-PRINT-TEACHER-EXAM
               UNTIL EXAM-SORT-EOF.
      *
       455-PRINT-TEACHER-HEADINGS.
      *
           ADD 1 TO TCH-PAGE-COUNT.
           MOVE TCH-PAGE-COUNT TO HL1-PAGE-NUMBER.
           MOVE TEACHER-TITLE  TO HL1-REPORT-TITLE.
           MOVE HEADING-LINE-1 TO TEACHER-PRINT-AREA.
           WRITE TEACHER-PRINT-AREA.
           MOVE HEADING-LINE-2 TO TEACHER-PRINT-AREA.
           WRITE TEACHER-PRINT-AREA.
           MOVE TEACHER-HEADING-LINE TO TEACHER-PRINT-AREA.
           WRITE TEACHER-PRINT-AREA.
           MOVE 4 TO TCH-LINE-COUNT.
      *
       460-PRINT-TEACHER-EXAM.
      *
           MOVE EST-SECTION-SUB TO SC-SUB.
           IF TCH-LINE-COUNT + 2 >= LINES-ON-PAGE
               PERFORM 455-PRINT-TEACHER-HEADINGS
               MOVE -1 TO WS-PREV-TEACHER
           END-IF.
           IF EST-TEACHER-NUMBER NOT = WS-PREV-TEACHER
               PERFORM 470-LOOKUP-TEACHER-NAME
               MOVE EST-TEACHER-NUMBER TO TB-TEACHER-NUMBER
               MOVE WS-TEACHER-NAME    TO TB-TEACHER-NAME
               MOVE SPACES TO TEACHER-PRINT-AREA
               WRITE TEACHER-PRINT-AREA
               MOVE TEACHER-BREAK-LINE TO TEACHER-PRINT-AREA
               WRITE TEACHER-PRINT-AREA
               ADD 2 TO TCH-LINE-COUNT
               MOVE EST-TEACHER-NUMBER TO WS-PREV-TEACHER
           END-IF.
           MOVE SC-EXAM-DATE (SC-SUB) TO WS-DATE-WORK.
           PERFORM 480-FORMAT-DATE.
           PERFORM 485-FORMAT-EXAM-TIMES.
           MOVE WS-DATE-EDIT           TO TX-EXAM-DATE.
           MOVE SC-EXAM-BLOCK (SC-SUB) TO TX-EXAM-BLOCK.
           MOVE WS-EXAM-TIMES          TO TX-EXAM-TIMES.
           MOVE SC-EXAM-ROOM (SC-SUB)  TO TX-EXAM-ROOM.
           MOVE SC-COURSE-KEY (SC-SUB) TO TX-COURSE-KEY.
           MOVE SC-ENROLLED (SC-SUB)   TO TX-ENROLLED.
           MOVE TEACHER-EXAM-LINE TO TEACHER-PRINT-AREA.
           WRITE TEACHER-PRINT-AREA.
           ADD 1 TO TCH-LINE-COUNT.
           ADD 1 TO CT-TEACHER-LINES.
           PERFORM 410-RETURN-EXAM.
      *
       470-LOOKUP-TEACHER-NAME.
      *
           IF SC-TEACHER-NUMBER (SC-SUB) > ZERO
                   AND TE-PRESENT (SC-TEACHER-NUMBER (SC-SUB))
               MOVE TE-NAME (SC-TEACHER-NUMBER (SC-SUB))
                   TO WS-TEACHER-NAME
           ELSE
               MOVE "NOT ON TEACHER MASTER" TO WS-TEACHER-NAME
           END-IF.
      *
       480-FORMAT-DATE.
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
       485-FORMAT-EXAM-TIMES.
      *
           MOVE SPACES TO WS-EXAM-TIMES.
           STRING SC-EXAM-START (SC-SUB) DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  SC-EXAM-END (SC-SUB)   DELIMITED BY SIZE
               INTO WS-EXAM-TIMES
           END-STRING.
      *
      * REGSFILE IS PASSED A SECOND TIME FOR THE STUDENT CHECKS,
      * RESEQUENCED BY STUDENT AS SCHEDCON DOES.
      *
       500-RELEASE-STUDENT-EXAMS.
      *
           OPEN INPUT CRSEREG.
           IF NOT CRSEREG-FILE-OK
              DISPLAY "REGSFILE REOPEN ERROR: " WF-CRSEREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           MOVE "N" TO CRSEREG-EOF-SWITCH.
           PERFORM 160-READ-REGISTRATION.
           PERFORM 510-RELEASE-ONE-REGISTRATION
               UNTIL CRSEREG-EOF.
           CLOSE CRSEREG.
      *
       510-RELEASE-ONE-REGISTRATION.
      *
           IF CR-TERM-CODE = WS-SELECT-TERM
               MOVE CR-STUDENT-ID   TO SRT-STUDENT-ID
               MOVE CR-STUDENT-NAME TO SRT-STUDENT-NAME
               MOVE CR-COURSE-KEY   TO SRT-COURSE-KEY
               RELEASE STUDENT-SORT-RECORD
           END-IF.
           PERFORM 160-READ-REGISTRATION.
      *
       550-CHECK-STUDENT-EXAMS.
      *
           PERFORM 555-RETURN-STUDENT-EXAM.
           PERFORM 560-CHECK-ONE-STUDENT
               UNTIL STUDENT-SORT-EOF.
      *
       555-RETURN-STUDENT-EXAM.
      *
           RETURN STUDENT-SORT-FILE
               AT END
                   MOVE "Y" TO STUDENT-SORT-EOF-SWITCH
           END-RETURN.
      *
       560-CHECK-ONE-STUDENT.
      *
           MOVE ZERO TO SB-ENTRY-COUNT.
           MOVE SRT-STUDENT-ID   TO SB-STUDENT-ID.
           MOVE SRT-STUDENT-NAME TO SB-STUDENT-NAME.
           PERFORM 565-BUFFER-ONE-EXAM
               UNTIL STUDENT-SORT-EOF
               OR SRT-STUDENT-ID NOT = SB-STUDENT-ID.
           ADD 1 TO CT-STUDENTS-CHECKED.
           PERFORM 570-CHECK-PAIRS-FOR-ONE
               VARYING SB-SUB-1 FROM 1 BY 1
               UNTIL SB-SUB-1 >= SB-ENTRY-COUNT.
           PERFORM 580-CHECK-EXAMS-PER-DAY.
      *
      * ONLY EXAMS ACTUALLY SCHEDULED ARE CHECKED - AN UNSCHEDULED
      * SECTION IS ALREADY ON THE REPORT IN ITS OWN RIGHT.
      *
       565-BUFFER-ONE-EXAM.
      *
           MOVE ZERO TO SC-MATCH-SUB.
           PERFORM 567-MATCH-SORTED-SECTION
               VARYING SC-SUB-2 FROM 1 BY 1
               UNTIL SC-SUB-2 > SC-ENTRY-COUNT
               OR SC-MATCH-SUB > ZERO.
           IF SC-MATCH-SUB > ZERO
               IF SC-EXAM-SCHEDULED (SC-MATCH-SUB)
                   IF SB-ENTRY-COUNT < 20
                       ADD 1 TO SB-ENTRY-COUNT
                       MOVE SRT-COURSE-KEY
                           TO SB-COURSE-KEY (SB-ENTRY-COUNT)
                       MOVE SC-EXAM-DAY (SC-MATCH-SUB)
                           TO SB-EXAM-DAY (SB-ENTRY-COUNT)
                       MOVE SC-EXAM-BLOCK (SC-MATCH-SUB)
                           TO SB-EXAM-BLOCK (SB-ENTRY-COUNT)
                       MOVE SC-EXAM-DATE (SC-MATCH-SUB)
                           TO SB-EXAM-DATE (SB-ENTRY-COUNT)
                   ELSE
                       DISPLAY "EXAM BUFFER FULL - STUDENT "
                           SB-STUDENT-ID " SECTION OMITTED "
                           SRT-COURSE-KEY
                   END-IF
               END-IF
           END-IF.
           PERFORM 555-RETURN-STUDENT-EXAM.
      *
       567-MATCH-SORTED-SECTION.
      *
           IF SC-COURSE-KEY (SC-SUB-2) = SRT-COURSE-KEY
               MOVE SC-SUB-2 TO SC-MATCH-SUB
           END-IF.
      *
       570-CHECK-PAIRS-FOR-ONE.
      *
           COMPUTE SB-SUB-2 = SB-SUB-1 + 1.
           PERFORM 575-CHECK-ONE-PAIR
               UNTIL SB-SUB-2 > SB-ENTRY-COUNT.
      *
       575-CHECK-ONE-PAIR.
      *
           IF SB-EXAM-DAY (SB-SUB-1) = SB-EXAM-DAY (SB-SUB-2)
                   AND SB-EXAM-BLOCK (SB-SUB-1)
                       = SB-EXAM-BLOCK (SB-SUB-2)
               ADD 1 TO CT-BLOCK-CONFLICTS
               MOVE SB-EXAM-DATE (SB-SUB-1) TO WS-DATE-WORK
               PERFORM 480-FORMAT-DATE
               MOVE SPACES TO XL-DETAIL
               STRING "TWO EXAMS IN BLOCK "    DELIMITED BY SIZE
                      SB-EXAM-BLOCK (SB-SUB-1) DELIMITED BY SIZE
                      " ON "                   DELIMITED BY SIZE
                      WS-DATE-EDIT             DELIMITED BY SIZE
                   INTO XL-DETAIL
               END-STRING
               MOVE SPACES TO XL-COURSES
               STRING SB-COURSE-KEY (SB-SUB-1) DELIMITED BY SIZE
                      " AND "                  DELIMITED BY SIZE
                      SB-COURSE-KEY (SB-SUB-2) DELIMITED BY SIZE
                   INTO XL-COURSES
               END-STRING
               PERFORM 590-PRINT-STUDENT-CONFLICT
           END-IF.
           ADD 1 TO SB-SUB-2.
      *
       580-CHECK-EXAMS-PER-DAY.
      *
           PERFORM 582-CLEAR-ONE-DAY
               VARYING SB-DAY-SUB FROM 1 BY 1
               UNTIL SB-DAY-SUB > 9.
           PERFORM 584-COUNT-ONE-EXAM
               VARYING SB-SUB-1 FROM 1 BY 1
               UNTIL SB-SUB-1 > SB-ENTRY-COUNT.
           PERFORM 586-CHECK-ONE-DAY
               VARYING SB-DAY-SUB FROM 1 BY 1
               UNTIL SB-DAY-SUB > 9.
      *
       582-CLEAR-ONE-DAY.
      *
           MOVE ZERO TO DAY-EXAM-COUNT (SB-DAY-SUB).
      *
       584-COUNT-ONE-EXAM.
      *
           ADD 1 TO DAY-EXAM-COUNT (SB-EXAM-DAY (SB-SUB-1)).
      *
       586-CHECK-ONE-DAY.
      *
           IF DAY-EXAM-COUNT (SB-DAY-SUB) >= 3
               ADD 1 TO CT-DAY-OVERLOADS
               MOVE SPACES TO XL-COURSES
               MOVE 1 TO WS-LIST-POINTER
               PERFORM 588-LIST-ONE-EXAM
                   VARYING SB-SUB-1 FROM 1 BY 1
                   UNTIL SB-SUB-1 > SB-ENTRY-COUNT
               MOVE DAY-EXAM-COUNT (SB-DAY-SUB) TO WS-COUNT-EDIT
               MOVE SPACES TO XL-DETAIL
               STRING WS-COUNT-EDIT  DELIMITED BY SIZE
                      " EXAMS ON "   DELIMITED BY SIZE
                      WS-DATE-EDIT   DELIMITED BY SIZE
                   INTO XL-DETAIL
               END-STRING
               PERFORM 590-PRINT-STUDENT-CONFLICT
           END-IF.
      *
       588-LIST-ONE-EXAM.
      *
           IF SB-EXAM-DAY (SB-SUB-1) = SB-DAY-SUB
               MOVE SB-EXAM-DATE (SB-SUB-1) TO WS-DATE-WORK
               PERFORM 480-FORMAT-DATE
               STRING SB-COURSE-KEY (SB-SUB-1) DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                   INTO XL-COURSES
                   WITH POINTER WS-LIST-POINTER
               END-STRING
           END-IF.
      *
       590-PRINT-STUDENT-CONFLICT.
      *
           IF CNF-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 295-PRINT-CONFLICT-HEADINGS.
           MOVE SB-STUDENT-ID   TO XL-STUDENT-ID.
           MOVE SB-STUDENT-NAME TO XL-STUDENT-NAME.
           MOVE STUDENT-CONFLICT-LINE TO CONFLICT-PRINT-AREA.
           WRITE CONFLICT-PRINT-AREA.
           ADD 1 TO CNF-LINE-COUNT.
      *
      * CONTROL TOTALS CLOSE THE CONFLICT REPORT.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE SPACES TO CONFLICT-PRINT-AREA.
           WRITE CONFLICT-PRINT-AREA.
           ADD 1 TO CNF-LINE-COUNT.
           MOVE "GRID ENTRIES      " TO CTL-LABEL.
           MOVE CT-GRID-ENTRIES      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "SECTIONS LOADED   " TO CTL-LABEL.
           MOVE CT-SECTIONS-LOADED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  EXAMS SCHEDULED " TO CTL-LABEL.
           MOVE CT-SCHEDULED         TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "    ROOM MOVES    " TO CTL-LABEL.
           MOVE CT-ROOM-MOVES        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NO EXAM BLOCK   " TO CTL-LABEL.
           MOVE CT-NO-BLOCK          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NO EXAM ROOM    " TO CTL-LABEL.
           MOVE CT-NO-ROOM           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NO ENROLLMENT   " TO CTL-LABEL.
           MOVE CT-NO-ENROLLMENT     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "REGISTRATIONS     " TO CTL-LABEL.
           MOVE CT-REGS-SELECTED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NOT ON COURSECAP" TO CTL-LABEL.
           MOVE CT-REGS-NO-SECTION   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "STUDENTS CHECKED  " TO CTL-LABEL.
           MOVE CT-STUDENTS-CHECKED  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  SAME-BLOCK PAIRS" TO CTL-LABEL.
           MOVE CT-BLOCK-CONFLICTS   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  3+ EXAMS IN DAY " TO CTL-LABEL.
           MOVE CT-DAY-OVERLOADS     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           DISPLAY "EXAMSCHD EXAMS SCHEDULED " CT-SCHEDULED.
           DISPLAY "EXAMSCHD UNSCHEDULED     " CT-NO-BLOCK
               " NO BLOCK " CT-NO-ROOM " NO ROOM".
           DISPLAY "EXAMSCHD STUDENT CONFLICTS " CT-BLOCK-CONFLICTS
               " SAME BLOCK " CT-DAY-OVERLOADS " OVERLOADED DAYS".
           IF CT-SECTIONS-LOADED = CT-SCHEDULED + CT-NO-BLOCK
                   + CT-NO-ROOM + CT-NO-ENROLLMENT
                   AND CT-MASTER-LINES = CT-SCHEDULED
                   AND CT-TEACHER-LINES = CT-SCHEDULED
               DISPLAY "*** EXAMSCHD RUN IS IN BALANCE ***"
               IF CT-NO-BLOCK > ZERO OR CT-NO-ROOM > ZERO
                       OR CT-BLOCK-CONFLICTS > ZERO
                       OR CT-DAY-OVERLOADS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** EXAMSCHD RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       610-WRITE-CONTROL-LINE.
      *
           IF CNF-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 295-PRINT-CONFLICT-HEADINGS.
           MOVE CONTROL-TOTAL-LINE TO CONFLICT-PRINT-AREA.
           WRITE CONFLICT-PRINT-AREA.
           ADD 1 TO CNF-LINE-COUNT.
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
