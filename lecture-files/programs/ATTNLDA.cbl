       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNLDA.
      *
      * TERM-END LAST-DATE-OF-ATTENDANCE EXTRACT FOR FINANCIAL AID.
      * EVERY STUDENT REGISTERED FOR THE TERM ON THE SYSIN CONTROL
      * CARD IS CHECKED AGAINST THE ATTENDANCE FILE (ATTEND). A
      * STUDENT WHO RECEIVED A SEMESTER GRADE OF F IN ANY SECTION, OR
      * WHO STOPPED ATTENDING ALL OF THE TERM'S SECTIONS, IS WRITTEN
      * TO THE EXTRACT (LDAEXTR, COPY LDAEXTR) WITH THE LAST DATE
      * ATTENDED - THE LATEST MEETING THE STUDENT WAS MARKED PRESENT
      * FOR IN ANY SECTION OF THE TERM - AND LISTED ON THE EXTRACT
      * REPORT (LDARPT).
      *
      * A STUDENT HAS STOPPED ATTENDING A SECTION WHEN MARKED
      * ABSENT AT EVERY RECORDED MEETING SINCE THE LAST DATE
      * ATTENDED AND THAT RUN OF ABSENCES HAS REACHED THE COURSE'S
      * ABSENCE LIMIT (CAT-ABSENCE-LIMIT ON CRSECAT, OR THE DEFAULT
      * LIMIT FROM THE CONTROL CARD). A SECTION WITH NO ATTENDANCE
      * RECORDED FOR THE STUDENT DOES NOT COUNT AS STOPPED.
      *
      * SYSIN: COLS 1-5 TERM, COLS 7-8 DEFAULT ABSENCE LIMIT.
      * AN OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEND   ASSIGN TO ATTEND
               FILE STATUS IS WF-ATTEND-STATUS.
           SELECT CRSEREG  ASSIGN TO REGSFILE
               FILE STATUS IS WF-CRSEREG-STATUS.
           SELECT CRSECAT  ASSIGN TO CRSECAT
               FILE STATUS IS WF-CRSECAT-STATUS.
           SELECT LDAEXTR  ASSIGN TO LDAEXTR
               FILE STATUS IS WF-LDAEXTR-STATUS.
           SELECT LDARPT   ASSIGN TO LDARPT
               FILE STATUS IS WF-LDARPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ATTEND
           RECORD CONTAINS 80 CHARACTERS.
       COPY ATTEND.
      *
       FD  CRSEREG.
       COPY CRSEREG.
      *
       FD  CRSECAT
           RECORD CONTAINS 40 CHARACTERS.
       01  COURSE-CATALOG-RECORD.
           05  CAT-DEPARTMENT-CODE     PIC X(04).
           05  CAT-COURSE-NUMBER       PIC 9(03).
           05  CAT-COURSE-TITLE        PIC X(20).
           05  CAT-COURSE-UNITS        PIC 9(01).
           05  CAT-COURSE-STATUS       PIC X(01).
               88  CAT-COURSE-INACTIVE     VALUE "I".
           05  CAT-ABSENCE-LIMIT       PIC 9(02).
           05  FILLER                  PIC X(09).
      *
       FD  LDAEXTR
           RECORD CONTAINS 80 CHARACTERS.
       COPY LDAEXTR.
      *
       FD  LDARPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-STUDENT-ID          PIC 9(9).
           05  SRT-COURSE-KEY          PIC X(9).
           05  SRT-REG-SUB             PIC 9(5).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ATTEND-EOF-SWITCH       PIC X    VALUE "N".
               88  ATTEND-EOF                   VALUE "Y".
           05  CRSEREG-EOF-SWITCH      PIC X    VALUE "N".
               88  CRSEREG-EOF                  VALUE "Y".
           05  CRSECAT-EOF-SWITCH      PIC X    VALUE "N".
               88  CRSECAT-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-ATTEND-STATUS    PIC XX.
               88  ATTEND-FILE-OK          VALUE "00".
           05  WF-CRSEREG-STATUS   PIC XX.
               88  CRSEREG-FILE-OK         VALUE "00".
           05  WF-CRSECAT-STATUS   PIC XX.
               88  CRSECAT-FILE-OK         VALUE "00".
           05  WF-LDAEXTR-STATUS   PIC XX.
               88  LDAEXTR-FILE-OK         VALUE "00".
           05  WF-LDARPT-STATUS    PIC XX.
               88  LDARPT-FILE-OK          VALUE "00".
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
           05  WS-DEFAULT-LIMIT    PIC X(2).
           05  WS-DEFAULT-LIMIT-N REDEFINES WS-DEFAULT-LIMIT
                                   PIC 9(2).
           05  FILLER              PIC X(72).
      *
       01  CATALOG-TABLE-FIELDS.
           05  CAT-ENTRY-COUNT     PIC S9(3)  COMP  VALUE ZERO.
           05  CAT-SUB             PIC S9(3)  COMP.
           05  CAT-MATCH-SUB       PIC S9(3)  COMP.
      *
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY           OCCURS 300 TIMES.
               10  CT-DEPT-COURSE          PIC X(7).
               10  CT-ABSENCE-LIMIT        PIC 9(2).
      *
      * ONE ENTRY PER STUDENT-IN-SECTION FOR THE TERM, WITH THE
      * ATTENDANCE TALLIED AGAINST IT.
      *
       01  REGISTRATION-TABLE-FIELDS.
           05  RG-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  RG-SUB              PIC S9(5)  COMP.
           05  RG-MATCH-SUB        PIC S9(5)  COMP  VALUE ZERO.
      *
       01  REGISTRATION-TABLE.
           05  REGISTRATION-ENTRY      OCCURS 5000 TIMES.
               10  RG-COURSE-KEY           PIC X(9).
               10  RG-STUDENT-ID           PIC 9(9).
               10  RG-STUDENT-NAME         PIC X(25).
               10  RG-SEMESTER-GRADE       PIC X.
                   88  RG-FAILED               VALUE "F".
               10  RG-MEETINGS             PIC 9(3).
               10  RG-LAST-ATTENDED        PIC 9(8).
               10  RG-ABSENT-SINCE         PIC 9(3).
      *
       01  STUDENT-FIELDS.
           05  SS-STUDENT-ID       PIC 9(9).
           05  SS-STUDENT-NAME     PIC X(25).
           05  SS-SECTIONS         PIC 9(2).
           05  SS-SECTIONS-FAILED  PIC 9(2).
           05  SS-SECTIONS-STOPPED PIC 9(2).
           05  SS-LAST-ATTENDED    PIC 9(8).
      *
       01  WORK-FIELDS.
           05  WS-ABSENCE-LIMIT    PIC 9(2).
           05  WS-DATE-WORK        PIC 9(8).
           05  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR        PIC 9(4).
               10  WS-DATE-MONTH       PIC 9(2).
               10  WS-DATE-DAY         PIC 9(2).
           05  WS-DATE-EDIT        PIC X(10).
      *
       01  CONTROL-TOTALS.
           05  CT-ATTEND-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-OTHER-TERM       PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-ATTEND-APPLIED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-NOT-REGISTERED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-STUDENT-SECTIONS PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-SECTIONS-RETURNED PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-STUDENTS         PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-FAILING-GRADE    PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-STOPPED          PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-NOT-EXTRACTED    PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-RECORDS-WRITTEN  PIC S9(7) COMP-3 VALUE ZERO.
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
           05  FILLER          PIC X(20)   VALUE "LAST DATE ATTENDED E".
           05  FILLER          PIC X(10)   VALUE "XTRACT    ".
           05  HL1-TERM-CODE   PIC X(5).
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ATTNLDA".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "STUDENT ID NAME     ".
           05  FILLER      PIC X(20)   VALUE "                  SE".
           05  FILLER      PIC X(20)   VALUE "CTS  FAILED  LAST AT".
           05  FILLER      PIC X(20)   VALUE "TENDED  REASON      ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  EXTRACT-LINE.
           05  EL-STUDENT-ID           PIC 9(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  EL-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  EL-SECTIONS             PIC Z9.
           05  FILLER                  PIC X(6)     VALUE SPACE.
           05  EL-SECTIONS-FAILED      PIC Z9.
           05  FILLER                  PIC X(5)     VALUE SPACE.
           05  EL-LAST-ATTENDED        PIC X(10).
           05  FILLER                  PIC X(5)     VALUE SPACE.
           05  EL-REASON               PIC X(20).
           05  FILLER                  PIC X(44)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "ATTNLDA TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-EXTRACT-LAST-DATE-ATTENDED.
      *
           PERFORM 095-ACCEPT-CONTROL-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-CATALOG-TABLE.
           PERFORM 140-LOAD-REGISTRATION-TABLE.
           PERFORM 210-READ-ATTENDANCE.
           PERFORM 220-APPLY-ONE-ATTENDANCE
               UNTIL ATTEND-EOF.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-STUDENT-ID
               ON ASCENDING KEY SRT-COURSE-KEY
               INPUT PROCEDURE 300-RELEASE-REGISTRATIONS
               OUTPUT PROCEDURE 400-CHECK-STUDENTS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE ATTEND
                 CRSECAT
                 LDAEXTR
                 LDARPT.
           GOBACK.
      *
       095-ACCEPT-CONTROL-CARD.
      *
           MOVE SPACES TO CONTROL-CARD.
           ACCEPT CONTROL-CARD.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "ATTNLDA NO TERM CARD ON SYSIN - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF WS-DEFAULT-LIMIT NOT NUMERIC
                   OR WS-DEFAULT-LIMIT-N = ZERO
               DISPLAY "ATTNLDA DEFAULT ABSENCE LIMIT MISSING OR "
                   "INVALID - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           DISPLAY "ATTNLDA EXTRACTING LAST DATE ATTENDED FOR TERM "
               WS-SELECT-TERM.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  ATTEND
                       CRSEREG
                       CRSECAT
                OUTPUT LDAEXTR
                       LDARPT.
           IF NOT ATTEND-FILE-OK
              DISPLAY "ATTEND OPEN ERROR: " WF-ATTEND-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CRSEREG-FILE-OK
              DISPLAY "REGSFILE OPEN ERROR: " WF-CRSEREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CRSECAT-FILE-OK
              DISPLAY "CRSECAT OPEN ERROR: " WF-CRSECAT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LDAEXTR-FILE-OK
              DISPLAY "LDAEXTR OPEN ERROR: " WF-LDAEXTR-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LDARPT-FILE-OK
              DISPLAY "LDARPT OPEN ERROR: " WF-LDARPT-STATUS
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
       120-LOAD-CATALOG-TABLE.
      *
           PERFORM 122-READ-CATALOG-RECORD.
           PERFORM 124-STORE-CATALOG-ENTRY
               UNTIL CRSECAT-EOF.
      *
       122-READ-CATALOG-RECORD.
      *
           READ CRSECAT
               AT END
                   MOVE "Y" TO CRSECAT-EOF-SWITCH
           END-READ.
      *
       124-STORE-CATALOG-ENTRY.
      *
           IF CAT-ENTRY-COUNT < 300
               ADD 1 TO CAT-ENTRY-COUNT
               MOVE COURSE-CATALOG-RECORD (1:7)
                   TO CT-DEPT-COURSE (CAT-ENTRY-COUNT)
               IF CAT-ABSENCE-LIMIT NUMERIC
                   MOVE CAT-ABSENCE-LIMIT
                       TO CT-ABSENCE-LIMIT (CAT-ENTRY-COUNT)
               ELSE
                   MOVE ZERO TO CT-ABSENCE-LIMIT (CAT-ENTRY-COUNT)
               END-IF
           ELSE
               DISPLAY "CATALOG TABLE FULL - COURSE OMITTED "
                   COURSE-CATALOG-RECORD (1:7)
           END-IF.
           PERFORM 122-READ-CATALOG-RECORD.
      *
       140-LOAD-REGISTRATION-TABLE.
      *
           PERFORM 150-READ-REGISTRATION.
           PERFORM 145-STORE-REGISTRATION
               UNTIL CRSEREG-EOF.
           CLOSE CRSEREG.
      *
       145-STORE-REGISTRATION.
      *
           IF CR-TERM-CODE = WS-SELECT-TERM
               IF RG-ENTRY-COUNT < 5000
                   ADD 1 TO RG-ENTRY-COUNT
                   ADD 1 TO CT-STUDENT-SECTIONS
                   MOVE CR-COURSE-KEY
                       TO RG-COURSE-KEY (RG-ENTRY-COUNT)
                   MOVE CR-STUDENT-ID
                       TO RG-STUDENT-ID (RG-ENTRY-COUNT)
                   MOVE CR-STUDENT-NAME
                       TO RG-STUDENT-NAME (RG-ENTRY-COUNT)
                   MOVE CR-SEMESTER-GRADE
                       TO RG-SEMESTER-GRADE (RG-ENTRY-COUNT)
                   MOVE ZERO TO RG-MEETINGS (RG-ENTRY-COUNT)
                                RG-LAST-ATTENDED (RG-ENTRY-COUNT)
                                RG-ABSENT-SINCE (RG-ENTRY-COUNT)
               ELSE
                   DISPLAY "REGISTRATION TABLE FULL - STEP ABORTED"
                   PERFORM 900-ABORT
               END-IF
           END-IF.
           PERFORM 150-READ-REGISTRATION.
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
       210-READ-ATTENDANCE.
      *
           READ ATTEND
               AT END
                   MOVE "Y" TO ATTEND-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ATTEND-READ
           END-READ.
      *
      * THE ATTENDANCE FILE IS IN MEETING-DATE ORDER WITHIN EACH
      * STUDENT-IN-SECTION, SO A PRESENT MARK RESETS THE RUN OF
      * ABSENCES AND EACH ABSENCE AFTER IT ADDS TO THE RUN. THE
      * LAST ENTRY MATCHED IS TRIED FIRST - CONSECUTIVE RECORDS ARE
      * NORMALLY FOR THE SAME STUDENT-IN-SECTION.
      *
       220-APPLY-ONE-ATTENDANCE.
      *
           IF AT-TERM-CODE NOT = WS-SELECT-TERM
               ADD 1 TO CT-OTHER-TERM
           ELSE
               IF RG-MATCH-SUB = ZERO
                   PERFORM 240-FIND-REGISTRATION
               ELSE
                   IF RG-COURSE-KEY (RG-MATCH-SUB) NOT = AT-COURSE-KEY
                       OR RG-STUDENT-ID (RG-MATCH-SUB)
                           NOT = AT-STUDENT-ID
                       PERFORM 240-FIND-REGISTRATION
                   END-IF
               END-IF
               IF RG-MATCH-SUB = ZERO
                   ADD 1 TO CT-NOT-REGISTERED
               ELSE
                   ADD 1 TO CT-ATTEND-APPLIED
                   ADD 1 TO RG-MEETINGS (RG-MATCH-SUB)
                   IF AT-PRESENT
                       MOVE ZERO TO RG-ABSENT-SINCE (RG-MATCH-SUB)
                       IF AT-MEETING-DATE
                               > RG-LAST-ATTENDED (RG-MATCH-SUB)
                           MOVE AT-MEETING-DATE
                               TO RG-LAST-ATTENDED (RG-MATCH-SUB)
                       END-IF
                   ELSE
                       ADD 1 TO RG-ABSENT-SINCE (RG-MATCH-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 210-READ-ATTENDANCE.
      *
       240-FIND-REGISTRATION.
      *
           MOVE ZERO TO RG-MATCH-SUB.
           PERFORM 245-MATCH-ONE-REGISTRATION
               VARYING RG-SUB FROM 1 BY 1
               UNTIL RG-SUB > RG-ENTRY-COUNT
               OR RG-MATCH-SUB > ZERO.
      *
       245-MATCH-ONE-REGISTRATION.
      *
           IF RG-COURSE-KEY (RG-SUB) = AT-COURSE-KEY
                   AND RG-STUDENT-ID (RG-SUB) = AT-STUDENT-ID
               MOVE RG-SUB TO RG-MATCH-SUB
           END-IF.
      *
       300-RELEASE-REGISTRATIONS.
      *
           PERFORM 310-RELEASE-ONE-REGISTRATION
               VARYING RG-SUB FROM 1 BY 1
               UNTIL RG-SUB > RG-ENTRY-COUNT.
      *
       310-RELEASE-ONE-REGISTRATION.
      *
           MOVE RG-STUDENT-ID (RG-SUB) TO SRT-STUDENT-ID.
           MOVE RG-COURSE-KEY (RG-SUB) TO SRT-COURSE-KEY.
           MOVE RG-SUB                 TO SRT-REG-SUB.
           RELEASE SORT-RECORD.
      *
       400-CHECK-STUDENTS.
      *
           PERFORM 430-PRINT-HEADING-LINES.
           PERFORM 410-RETURN-REGISTRATION.
           PERFORM 420-CHECK-ONE-STUDENT
               UNTIL SORT-EOF.
      *
       410-RETURN-REGISTRATION.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-SECTIONS-RETURNED
           END-RETURN.
      *
       420-CHECK-ONE-STUDENT.
      *
           ADD 1 TO CT-STUDENTS.
           MOVE SRT-STUDENT-ID TO SS-STUDENT-ID.
           MOVE RG-STUDENT-NAME (SRT-REG-SUB) TO SS-STUDENT-NAME.
           MOVE ZERO TO SS-SECTIONS
                        SS-SECTIONS-FAILED
                        SS-SECTIONS-STOPPED
                        SS-LAST-ATTENDED.
           PERFORM 425-CHECK-ONE-SECTION
               UNTIL SORT-EOF
               OR SRT-STUDENT-ID NOT = SS-STUDENT-ID.
           EVALUATE TRUE
               WHEN SS-SECTIONS-FAILED > ZERO
                   ADD 1 TO CT-FAILING-GRADE
                   MOVE "F" TO LD-REASON-CODE
                   PERFORM 450-WRITE-EXTRACT
               WHEN SS-SECTIONS-STOPPED = SS-SECTIONS
                   ADD 1 TO CT-STOPPED
                   MOVE "S" TO LD-REASON-CODE
                   PERFORM 450-WRITE-EXTRACT
               WHEN OTHER
                   ADD 1 TO CT-NOT-EXTRACTED
           END-EVALUATE.
      *
       425-CHECK-ONE-SECTION.
      *
           MOVE SRT-REG-SUB TO RG-SUB.
           ADD 1 TO SS-SECTIONS.
           IF RG-FAILED (RG-SUB)
               ADD 1 TO SS-SECTIONS-FAILED
           END-IF.
           IF RG-LAST-ATTENDED (RG-SUB) > SS-LAST-ATTENDED
               MOVE RG-LAST-ATTENDED (RG-SUB) TO SS-LAST-ATTENDED
           END-IF.
           IF RG-MEETINGS (RG-SUB) > ZERO
               PERFORM 440-FIND-ABSENCE-LIMIT
               IF RG-ABSENT-SINCE (RG-SUB) >= WS-ABSENCE-LIMIT
                   ADD 1 TO SS-SECTIONS-STOPPED
               END-IF
           END-IF.
           PERFORM 410-RETURN-REGISTRATION.
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
           MOVE 4 TO LINE-COUNT.
      *
       440-FIND-ABSENCE-LIMIT.
      *
           MOVE ZERO TO CAT-MATCH-SUB.
           PERFORM 445-MATCH-ONE-CATALOG-ENTRY
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-ENTRY-COUNT
               OR CAT-MATCH-SUB > ZERO.
           MOVE WS-DEFAULT-LIMIT-N TO WS-ABSENCE-LIMIT.
           IF CAT-MATCH-SUB > ZERO
               IF CT-ABSENCE-LIMIT (CAT-MATCH-SUB) > ZERO
                   MOVE CT-ABSENCE-LIMIT (CAT-MATCH-SUB)
                       TO WS-ABSENCE-LIMIT
               END-IF
           END-IF.
      *
       445-MATCH-ONE-CATALOG-ENTRY.
      *
           IF CT-DEPT-COURSE (CAT-SUB) = RG-COURSE-KEY (RG-SUB) (1:7)
               MOVE CAT-SUB TO CAT-MATCH-SUB
           END-IF.
      *
       450-WRITE-EXTRACT.
      *
           MOVE SPACES             TO LDA-EXTRACT-RECORD (53:28).
           MOVE SS-STUDENT-ID      TO LD-STUDENT-ID.
           MOVE SS-STUDENT-NAME    TO LD-STUDENT-NAME.
           MOVE WS-SELECT-TERM     TO LD-TERM-CODE.
           MOVE SS-LAST-ATTENDED   TO LD-LAST-DATE-ATTENDED.
           MOVE SS-SECTIONS-FAILED TO LD-SECTIONS-FAILED.
           MOVE SS-SECTIONS        TO LD-SECTIONS-REGISTERED.
           WRITE LDA-EXTRACT-RECORD.
           IF NOT LDAEXTR-FILE-OK
               DISPLAY "LDAEXTR WRITE ERROR: " WF-LDAEXTR-STATUS
               PERFORM 900-ABORT
           END-IF.
           ADD 1 TO CT-RECORDS-WRITTEN.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 430-PRINT-HEADING-LINES.
           MOVE SS-STUDENT-ID      TO EL-STUDENT-ID.
           MOVE SS-STUDENT-NAME    TO EL-STUDENT-NAME.
           MOVE SS-SECTIONS        TO EL-SECTIONS.
           MOVE SS-SECTIONS-FAILED TO EL-SECTIONS-FAILED.
           IF SS-LAST-ATTENDED = ZERO
               MOVE "NEVER"            TO EL-LAST-ATTENDED
           ELSE
               MOVE SS-LAST-ATTENDED   TO WS-DATE-WORK
               PERFORM 460-FORMAT-DATE
               MOVE WS-DATE-EDIT       TO EL-LAST-ATTENDED
           END-IF.
           IF LD-FAILING-GRADE
               MOVE "FAILING GRADE"       TO EL-REASON
           ELSE
               MOVE "STOPPED ATTENDING"   TO EL-REASON
           END-IF.
           MOVE EXTRACT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
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
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "ATTENDANCE READ   " TO CTL-LABEL.
           MOVE CT-ATTEND-READ       TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  OTHER TERMS     " TO CTL-LABEL.
           MOVE CT-OTHER-TERM        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NOT REGISTERED  " TO CTL-LABEL.
           MOVE CT-NOT-REGISTERED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  APPLIED         " TO CTL-LABEL.
           MOVE CT-ATTEND-APPLIED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "STUDENT-SECTIONS  " TO CTL-LABEL.
           MOVE CT-STUDENT-SECTIONS  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "STUDENTS CHECKED  " TO CTL-LABEL.
           MOVE CT-STUDENTS          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  FAILING GRADE   " TO CTL-LABEL.
           MOVE CT-FAILING-GRADE     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  STOPPED ATTENDING" TO CTL-LABEL.
           MOVE CT-STOPPED           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NOT EXTRACTED   " TO CTL-LABEL.
           MOVE CT-NOT-EXTRACTED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "EXTRACT WRITTEN   " TO CTL-LABEL.
           MOVE CT-RECORDS-WRITTEN   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-ATTEND-READ = CT-OTHER-TERM + CT-NOT-REGISTERED
                   + CT-ATTEND-APPLIED
                   AND CT-SECTIONS-RETURNED = CT-STUDENT-SECTIONS
                   AND CT-STUDENTS = CT-FAILING-GRADE + CT-STOPPED
                       + CT-NOT-EXTRACTED
                   AND CT-RECORDS-WRITTEN = CT-FAILING-GRADE
                       + CT-STOPPED
               DISPLAY "*** ATTNLDA RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** ATTNLDA RUN IS OUT OF BALANCE - REVIEW ***"
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
