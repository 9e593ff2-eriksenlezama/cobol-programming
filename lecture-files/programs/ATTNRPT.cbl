       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNRPT.
      *
      * WEEKLY EXCESSIVE-ABSENCE REPORT. READS THE CURRENT ATTENDANCE
      * GENERATION (ATTEND, IN TERM/COURSE-KEY/STUDENT/MEETING-DATE
      * ORDER) FOR THE TERM ON THE SYSIN CONTROL CARD AND COUNTS
      * EACH STUDENT'S ABSENCES IN EACH SECTION. A STUDENT WHOSE
      * ABSENCES IN A SECTION EXCEED THE COURSE'S ABSENCE LIMIT IS
      * LISTED ON THE REPORT (ABSRPT), GROUPED BY THE SECTION'S
      * TEACHER WITH THE TEACHER'S NAME FROM TEACHMST, SO FACULTY
      * GET THE EARLY WARNING. THE LISTING SHOWS THE LAST DATE THE
      * STUDENT WAS PRESENT IN THE SECTION.
      *
      * THE ABSENCE LIMIT IS CAT-ABSENCE-LIMIT ON THE COURSE CATALOG
      * (CRSECAT). A COURSE WITH NO LIMIT OF ITS OWN TAKES THE
      * DEFAULT LIMIT FROM THE CONTROL CARD. THE SECTION'S TEACHER
      * AND THE STUDENT'S NAME COME FROM THE TERM'S REGISTRATIONS ON
      * REGSFILE - A STUDENT NO LONGER REGISTERED IN THE SECTION
      * (DROPPED SINCE THE ROSTER WAS TAKEN) IS NOT REPORTED.
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
           SELECT TEACHMST ASSIGN TO TEACHMST
               FILE STATUS IS WF-TEACHMST-STATUS.
           SELECT ABSRPT   ASSIGN TO ABSRPT
               FILE STATUS IS WF-ABSRPT-STATUS.
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
       FD  ABSRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-TEACHER-NUMBER      PIC 9(3).
           05  SRT-COURSE-KEY          PIC X(9).
           05  SRT-STUDENT-ID          PIC 9(9).
           05  SRT-STUDENT-NAME        PIC X(25).
           05  SRT-ABSENCES            PIC 9(3).
           05  SRT-MEETINGS            PIC 9(3).
           05  SRT-ABSENCE-LIMIT       PIC 9(2).
           05  SRT-LAST-ATTENDED       PIC 9(8).
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
           05  TEACHMST-EOF-SWITCH     PIC X    VALUE "N".
               88  TEACHMST-EOF                 VALUE "Y".
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
           05  WF-TEACHMST-STATUS  PIC XX.
               88  TEACHMST-FILE-OK        VALUE "00".
           05  WF-ABSRPT-STATUS    PIC XX.
               88  ABSRPT-FILE-OK          VALUE "00".
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
       01  TEACHER-TABLE-FIELDS.
           05  WS-TEACHER-SUB      PIC S9(3)  COMP.
      *
       01  TEACHER-TABLE.
           05  TEACHER-ENTRY           OCCURS 999 TIMES.
               10  TE-PRESENT-SWITCH       PIC X.
                   88  TE-PRESENT              VALUE "Y".
               10  TE-NAME                 PIC X(25).
      *
       01  REGISTRATION-TABLE-FIELDS.
           05  RG-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  RG-SUB              PIC S9(5)  COMP.
           05  RG-MATCH-SUB        PIC S9(5)  COMP.
      *
       01  REGISTRATION-TABLE.
           05  REGISTRATION-ENTRY      OCCURS 5000 TIMES.
               10  RG-COURSE-KEY           PIC X(9).
               10  RG-STUDENT-ID           PIC 9(9).
               10  RG-STUDENT-NAME         PIC X(25).
               10  RG-TEACHER-NUMBER       PIC 9(3).
      *
      * ONE STUDENT-IN-SECTION IS TALLIED AT A TIME - THE ATTENDANCE
      * FILE IS IN COURSE-KEY/STUDENT ORDER WITHIN THE TERM.
      *
       01  TALLY-FIELDS.
           05  TL-COURSE-KEY       PIC X(9).
           05  TL-STUDENT-ID       PIC 9(9).
           05  TL-ABSENCES         PIC 9(3).
           05  TL-MEETINGS         PIC 9(3).
           05  TL-LAST-ATTENDED    PIC 9(8).
      *
       01  WORK-FIELDS.
           05  WS-ABSENCE-LIMIT    PIC 9(2).
           05  WS-PREV-TEACHER     PIC S9(3).
           05  WS-TEACHER-NAME     PIC X(25).
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
           05  CT-TERM-RECORDS     PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-STUDENT-SECTIONS PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-WITHIN-LIMIT     PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-OVER-LIMIT       PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-NOT-REGISTERED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-LINES-PRINTED    PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-TALLIED-RECORDS  PIC S9(7) COMP-3 VALUE ZERO.
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
           05  FILLER          PIC X(20)   VALUE "EXCESSIVE ABSENCE RE".
           05  FILLER          PIC X(10)   VALUE "PORT TERM ".
           05  HL1-TERM-CODE   PIC X(5).
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ATTNRPT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "  SECTION    STUDENT".
           05  FILLER      PIC X(20)   VALUE " ID  NAME           ".
           05  FILLER      PIC X(20)   VALUE "               ABSEN".
           05  FILLER      PIC X(20)   VALUE "T  MEETINGS  LIMIT  ".
           05  FILLER      PIC X(20)   VALUE "LAST ATTENDED       ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  TEACHER-BREAK-LINE.
           05  FILLER                  PIC X(8)     VALUE "TEACHER ".
           05  TB-TEACHER-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  TB-TEACHER-NAME         PIC X(25).
           05  FILLER                  PIC X(94)    VALUE SPACE.
      *
       01  ABSENCE-LINE.
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  AL-COURSE-KEY           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  AL-STUDENT-ID           PIC 9(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  AL-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(6)     VALUE SPACE.
           05  AL-ABSENCES             PIC ZZ9.
           05  FILLER                  PIC X(7)     VALUE SPACE.
           05  AL-MEETINGS             PIC ZZ9.
           05  FILLER                  PIC X(5)     VALUE SPACE.
           05  AL-ABSENCE-LIMIT        PIC Z9.
           05  FILLER                  PIC X(5)     VALUE SPACE.
           05  AL-LAST-ATTENDED        PIC X(10).
           05  FILLER                  PIC X(42)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "ATTNRPT TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-EXCESSIVE-ABSENCE.
      *
           PERFORM 095-ACCEPT-CONTROL-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-CATALOG-TABLE.
           PERFORM 130-LOAD-TEACHER-TABLE.
           PERFORM 140-LOAD-REGISTRATION-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-TEACHER-NUMBER
               ON ASCENDING KEY SRT-COURSE-KEY
               ON ASCENDING KEY SRT-STUDENT-ID
               INPUT PROCEDURE 200-TALLY-ABSENCES
               OUTPUT PROCEDURE 400-PRINT-ABSENCE-REPORT.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE ATTEND
                 CRSECAT
                 TEACHMST
                 ABSRPT.
           GOBACK.
      *
       095-ACCEPT-CONTROL-CARD.
      *
           MOVE SPACES TO CONTROL-CARD.
           ACCEPT CONTROL-CARD.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "ATTNRPT NO TERM CARD ON SYSIN - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF WS-DEFAULT-LIMIT NOT NUMERIC
                   OR WS-DEFAULT-LIMIT-N = ZERO
               DISPLAY "ATTNRPT DEFAULT ABSENCE LIMIT MISSING OR "
                   "INVALID - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           DISPLAY "ATTNRPT REPORTING ABSENCES FOR TERM "
               WS-SELECT-TERM " DEFAULT LIMIT " WS-DEFAULT-LIMIT.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  ATTEND
                       CRSEREG
                       CRSECAT
                       TEACHMST
                OUTPUT ABSRPT.
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
           IF NOT TEACHMST-FILE-OK
              DISPLAY "TEACHMST OPEN ERROR: " WF-TEACHMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ABSRPT-FILE-OK
              DISPLAY "ABSRPT OPEN ERROR: " WF-ABSRPT-STATUS
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
                   MOVE CR-COURSE-KEY
                       TO RG-COURSE-KEY (RG-ENTRY-COUNT)
                   MOVE CR-STUDENT-ID
                       TO RG-STUDENT-ID (RG-ENTRY-COUNT)
                   MOVE CR-STUDENT-NAME
                       TO RG-STUDENT-NAME (RG-ENTRY-COUNT)
                   MOVE CR-TEACHER-NUMBER
                       TO RG-TEACHER-NUMBER (RG-ENTRY-COUNT)
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
       200-TALLY-ABSENCES.
      *
           PERFORM 210-READ-TERM-ATTENDANCE.
           PERFORM 220-TALLY-ONE-STUDENT-SECTION
               UNTIL ATTEND-EOF.
      *
      * READS ON TO THE NEXT ATTENDANCE RECORD FOR THE TERM.
      *
       210-READ-TERM-ATTENDANCE.
      *
           PERFORM 215-READ-ATTENDANCE.
           PERFORM 215-READ-ATTENDANCE
               UNTIL ATTEND-EOF
               OR AT-TERM-CODE = WS-SELECT-TERM.
      *
       215-READ-ATTENDANCE.
      *
           READ ATTEND
               AT END
                   MOVE "Y" TO ATTEND-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ATTEND-READ
                   IF AT-TERM-CODE = WS-SELECT-TERM
                       ADD 1 TO CT-TERM-RECORDS
                   ELSE
                       ADD 1 TO CT-OTHER-TERM
                   END-IF
           END-READ.
      *
       220-TALLY-ONE-STUDENT-SECTION.
      *
           MOVE AT-COURSE-KEY TO TL-COURSE-KEY.
           MOVE AT-STUDENT-ID TO TL-STUDENT-ID.
           MOVE ZERO TO TL-ABSENCES
                        TL-MEETINGS
                        TL-LAST-ATTENDED.
           PERFORM 225-TALLY-ONE-MEETING
               UNTIL ATTEND-EOF
               OR AT-COURSE-KEY NOT = TL-COURSE-KEY
               OR AT-STUDENT-ID NOT = TL-STUDENT-ID.
           ADD 1 TO CT-STUDENT-SECTIONS.
           PERFORM 240-FIND-REGISTRATION.
           PERFORM 230-FIND-ABSENCE-LIMIT.
           EVALUATE TRUE
               WHEN RG-MATCH-SUB = ZERO
                   ADD 1 TO CT-NOT-REGISTERED
               WHEN TL-ABSENCES > WS-ABSENCE-LIMIT
                   ADD 1 TO CT-OVER-LIMIT
                   PERFORM 250-RELEASE-OVER-LIMIT
               WHEN OTHER
                   ADD 1 TO CT-WITHIN-LIMIT
           END-EVALUATE.
      *
       225-TALLY-ONE-MEETING.
      *
           ADD 1 TO CT-TALLIED-RECORDS.
           ADD 1 TO TL-MEETINGS.
           IF AT-ABSENT
               ADD 1 TO TL-ABSENCES
           ELSE
               IF AT-MEETING-DATE > TL-LAST-ATTENDED
                   MOVE AT-MEETING-DATE TO TL-LAST-ATTENDED
               END-IF
           END-IF.
           PERFORM 210-READ-TERM-ATTENDANCE.
      *
       230-FIND-ABSENCE-LIMIT.
      *
           MOVE ZERO TO CAT-MATCH-SUB.
           PERFORM 235-MATCH-ONE-CATALOG-ENTRY
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
       235-MATCH-ONE-CATALOG-ENTRY.
      *
           IF CT-DEPT-COURSE (CAT-SUB) = TL-COURSE-KEY (1:7)
               MOVE CAT-SUB TO CAT-MATCH-SUB
           END-IF.
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
           IF RG-COURSE-KEY (RG-SUB) = TL-COURSE-KEY
                   AND RG-STUDENT-ID (RG-SUB) = TL-STUDENT-ID
               MOVE RG-SUB TO RG-MATCH-SUB
           END-IF.
      *
       250-RELEASE-OVER-LIMIT.
      *
           MOVE RG-TEACHER-NUMBER (RG-MATCH-SUB) TO SRT-TEACHER-NUMBER.
           MOVE TL-COURSE-KEY                    TO SRT-COURSE-KEY.
           MOVE TL-STUDENT-ID                    TO SRT-STUDENT-ID.
           MOVE RG-STUDENT-NAME (RG-MATCH-SUB)   TO SRT-STUDENT-NAME.
           MOVE TL-ABSENCES                      TO SRT-ABSENCES.
           MOVE TL-MEETINGS                      TO SRT-MEETINGS.
           MOVE WS-ABSENCE-LIMIT                 TO SRT-ABSENCE-LIMIT.
           MOVE TL-LAST-ATTENDED                 TO SRT-LAST-ATTENDED.
           RELEASE SORT-RECORD.
      *
       400-PRINT-ABSENCE-REPORT.
      *
           PERFORM 430-PRINT-HEADING-LINES.
           MOVE -1 TO WS-PREV-TEACHER.
           PERFORM 410-RETURN-OVER-LIMIT.
           PERFORM 420-PRINT-ONE-STUDENT
               UNTIL SORT-EOF.
      *
       410-RETURN-OVER-LIMIT.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.
      *
       420-PRINT-ONE-STUDENT.
      *
           IF LINE-COUNT + 2 >= LINES-ON-PAGE
               PERFORM 430-PRINT-HEADING-LINES
               MOVE -1 TO WS-PREV-TEACHER
           END-IF.
           IF SRT-TEACHER-NUMBER NOT = WS-PREV-TEACHER
               PERFORM 440-LOOKUP-TEACHER-NAME
               MOVE SRT-TEACHER-NUMBER TO TB-TEACHER-NUMBER
               MOVE WS-TEACHER-NAME    TO TB-TEACHER-NAME
               MOVE SPACES TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE TEACHER-BREAK-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 2 TO LINE-COUNT
               MOVE SRT-TEACHER-NUMBER TO WS-PREV-TEACHER
           END-IF.
           MOVE SRT-COURSE-KEY         TO AL-COURSE-KEY.
           MOVE SRT-STUDENT-ID         TO AL-STUDENT-ID.
           MOVE SRT-STUDENT-NAME       TO AL-STUDENT-NAME.
           MOVE SRT-ABSENCES           TO AL-ABSENCES.
           MOVE SRT-MEETINGS           TO AL-MEETINGS.
           MOVE SRT-ABSENCE-LIMIT      TO AL-ABSENCE-LIMIT.
           IF SRT-LAST-ATTENDED = ZERO
               MOVE "NEVER"            TO AL-LAST-ATTENDED
           ELSE
               MOVE SRT-LAST-ATTENDED  TO WS-DATE-WORK
               PERFORM 450-FORMAT-DATE
               MOVE WS-DATE-EDIT       TO AL-LAST-ATTENDED
           END-IF.
           MOVE ABSENCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO CT-LINES-PRINTED.
           PERFORM 410-RETURN-OVER-LIMIT.
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
       440-LOOKUP-TEACHER-NAME.
      *
           IF SRT-TEACHER-NUMBER > ZERO
                   AND TE-PRESENT (SRT-TEACHER-NUMBER)
               MOVE TE-NAME (SRT-TEACHER-NUMBER) TO WS-TEACHER-NAME
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
           MOVE "ATTENDANCE READ   " TO CTL-LABEL.
           MOVE CT-ATTEND-READ       TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  OTHER TERMS     " TO CTL-LABEL.
           MOVE CT-OTHER-TERM        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  THIS TERM       " TO CTL-LABEL.
           MOVE CT-TERM-RECORDS      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "STUDENT-SECTIONS  " TO CTL-LABEL.
           MOVE CT-STUDENT-SECTIONS  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  WITHIN LIMIT    " TO CTL-LABEL.
           MOVE CT-WITHIN-LIMIT      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  OVER LIMIT      " TO CTL-LABEL.
           MOVE CT-OVER-LIMIT        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NOT REGISTERED  " TO CTL-LABEL.
           MOVE CT-NOT-REGISTERED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "STUDENTS LISTED   " TO CTL-LABEL.
           MOVE CT-LINES-PRINTED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-ATTEND-READ = CT-OTHER-TERM + CT-TERM-RECORDS
                   AND CT-TALLIED-RECORDS = CT-TERM-RECORDS
                   AND CT-STUDENT-SECTIONS = CT-WITHIN-LIMIT
                       + CT-OVER-LIMIT + CT-NOT-REGISTERED
                   AND CT-LINES-PRINTED = CT-OVER-LIMIT
               DISPLAY "*** ATTNRPT RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** ATTNRPT RUN IS OUT OF BALANCE - REVIEW ***"
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
