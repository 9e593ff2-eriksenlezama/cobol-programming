       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMROLL.
      *
      * TERM ROLL-FORWARD OF THE SECTION OFFERINGS. COPIES THE
      * SOURCE TERM'S COURSECAP SECTIONS INTO A NEW SECTION FILE
      * (NEWSECT) FOR THE TARGET TERM, CARRYING CAPACITY, ROOM,
      * MEETING DAYS AND TIMES AND THE TEACHER ASSIGNMENT. A SOURCE
      * SECTION RECORD WITH NO MEETING DATA OR TEACHER OF ITS OWN
      * TAKES THEM FROM THE FIRST SOURCE-TERM REGISTRATION SEEN FOR
      * IT ON REGSFILE. EVERY RECORD CONVERTED FROM THE OLD 16-BYTE
      * LAYOUT BY CNVCCAP IS READ THIS WAY, AS CNVCCAP CARRIES IT
      * OVER WITH A BLANK TERM CODE, ZERO MEETING DAYS AND TIMES AND
      * A BLANK TEACHER. THE NEW FILE BECOMES THE TARGET TERM'S
      * COURSECAP, AND THE JOB RUNS IT STRAIGHT THROUGH ROOMCONF.
      *
      * SYSIN: THE FIRST CARD IS THE SOURCE TERM IN COLS 1-5 AND
      * THE TARGET TERM IN COLS 7-11. EACH CARD AFTER IT NAMES A
      * COURSE NOT TO BE OFFERED - DEPARTMENT IN COLS 1-4, COURSE
      * NUMBER IN COLS 5-7 AND, TO DROP A SINGLE SECTION ONLY, THE
      * SECTION NUMBER IN COLS 8-9. THE LIST ENDS AT A BLANK CARD
      * OR AN 'END' CARD.
      *
      * A COURSE NOT ON THE COURSE CATALOG (CRSECAT), OR MARKED
      * INACTIVE THERE, IS NOT ROLLED. A TEACHER NOT ON THE TEACHER
      * MASTER (TEACHMST), OR MARKED INACTIVE THERE, IS TAKEN OFF
      * THE SECTION - IT ROLLS WITH THE UNASSIGNED-TEACHER FLAG SET
      * AND IS LISTED ON THE ROLL-FORWARD REPORT (ROLLRPT) FOR THE
      * DEPARTMENT TO STAFF. ANY UNASSIGNED SECTION ENDS THE RUN
      * WITH RETURN CODE 4, AN OUT-OF-BALANCE RUN WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSECAP ASSIGN TO COURSECAP
               FILE STATUS IS WF-COURSECAP-STATUS.
           SELECT CRSEREG  ASSIGN TO REGSFILE
               FILE STATUS IS WF-CRSEREG-STATUS.
           SELECT CRSECAT  ASSIGN TO CRSECAT
               FILE STATUS IS WF-CRSECAT-STATUS.
           SELECT TEACHMST ASSIGN TO TEACHMST
               FILE STATUS IS WF-TEACHMST-STATUS.
           SELECT NEWSECT  ASSIGN TO NEWSECT
               FILE STATUS IS WF-NEWSECT-STATUS.
           SELECT ROLLRPT  ASSIGN TO ROLLRPT
               FILE STATUS IS WF-ROLLRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD  NEWSECT.
       01  NEW-SECTION-RECORD.
           05  NS-COURSE-KEY              PIC X(09).
           05  NS-SECTION-CAPACITY        PIC 9(03).
           05  NS-ROOM-NUMBER             PIC X(04).
           05  NS-TERM-CODE               PIC X(05).
           05  NS-COURSE-DAYS             PIC 9(01).
           05  NS-START-TIME              PIC 9(04).
           05  NS-END-TIME                PIC 9(04).
           05  NS-TEACHER-NUMBER          PIC 9(03).
           05  NS-TEACHER-STATUS          PIC X(01).
           05  FILLER                     PIC X(06).
      *
       FD  ROLLRPT.
       01  PRINT-AREA       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  COURSECAP-EOF-SWITCH    PIC X    VALUE "N".
               88  COURSECAP-EOF                VALUE "Y".
           05  CRSEREG-EOF-SWITCH      PIC X    VALUE "N".
               88  CRSEREG-EOF                  VALUE "Y".
           05  CRSECAT-EOF-SWITCH      PIC X    VALUE "N".
               88  CRSECAT-EOF                  VALUE "Y".
           05  TEACHMST-EOF-SWITCH     PIC X    VALUE "N".
               88  TEACHMST-EOF                 VALUE "Y".
           05  DROP-CARDS-DONE-SWITCH  PIC X    VALUE "N".
               88  DROP-CARDS-DONE              VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-COURSECAP-STATUS PIC XX.
               88  COURSECAP-FILE-OK       VALUE "00".
           05  WF-CRSEREG-STATUS   PIC XX.
               88  CRSEREG-FILE-OK         VALUE "00".
           05  WF-CRSECAT-STATUS   PIC XX.
               88  CRSECAT-FILE-OK         VALUE "00".
           05  WF-TEACHMST-STATUS  PIC XX.
               88  TEACHMST-FILE-OK        VALUE "00".
           05  WF-NEWSECT-STATUS   PIC XX.
               88  NEWSECT-FILE-OK         VALUE "00".
           05  WF-ROLLRPT-STATUS   PIC XX.
               88  ROLLRPT-FILE-OK         VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  TERM-CARD.
           05  WS-SOURCE-TERM      PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-TARGET-TERM      PIC X(5).
           05  FILLER              PIC X(69).
      *
       01  DROP-CARD.
           05  DC-DEPARTMENT-CODE  PIC X(4).
           05  DC-COURSE-NUMBER    PIC X(3).
           05  DC-SECTION-NUMBER   PIC X(2).
           05  FILLER              PIC X(71).
      *
       01  DROP-TABLE-FIELDS.
           05  DR-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  DR-SUB              PIC S9(3)  COMP.
           05  DR-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  DROP-TABLE.
           05  DROP-ENTRY              OCCURS 100 TIMES.
               10  DR-DEPT-COURSE          PIC X(7).
               10  DR-SECTION-NUMBER       PIC X(2).
               10  DR-HIT-COUNT            PIC S9(3)  COMP.
      *
       01  CATALOG-TABLE-FIELDS.
           05  CAT-ENTRY-COUNT     PIC S9(3)  COMP  VALUE ZERO.
           05  CAT-SUB             PIC S9(3)  COMP.
           05  CAT-MATCH-SUB       PIC S9(3)  COMP.
      *
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY           OCCURS 300 TIMES.
               10  CT-DEPT-COURSE          PIC X(7).
               10  CT-COURSE-STATUS        PIC X(1).
                   88  CT-COURSE-INACTIVE      VALUE "I".
      *
       01  TEACHER-TABLE-FIELDS.
           05  WS-TEACHER-SUB      PIC S9(3)  COMP.
      *
       01  TEACHER-TABLE.
           05  TEACHER-ENTRY           OCCURS 999 TIMES.
               10  TE-PRESENT-SWITCH       PIC X.
                   88  TE-PRESENT              VALUE "Y".
               10  TE-STATUS               PIC X.
                   88  TE-INACTIVE             VALUE "I".
      *
       01  SECTION-TABLE-FIELDS.
           05  SC-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  SC-SUB              PIC S9(3)  COMP.
           05  SC-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  SECTION-TABLE.
           05  SECTION-ENTRY           OCCURS 500 TIMES.
               10  SC-COURSE-KEY.
                   15  SC-DEPT-COURSE          PIC X(7).
                   15  SC-SECTION-NUMBER       PIC X(2).
               10  SC-CAPACITY             PIC 9(3).
               10  SC-ROOM-NUMBER          PIC X(4).
               10  SC-COURSE-DAYS          PIC 9(1).
               10  SC-START-TIME           PIC 9(4).
               10  SC-END-TIME             PIC 9(4).
               10  SC-TEACHER-NUMBER       PIC 9(3).
               10  SC-MEETING-SWITCH       PIC X.
                   88  SC-MEETING-KNOWN        VALUE "Y".
      *
       01  WORK-FIELDS.
           05  WS-DETAIL           PIC X(60).
           05  WS-TEACHER-EDIT     PIC 9(3).
      *
       01  CONTROL-TOTALS.
           05  CT-SECTIONS-READ    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-OTHER-TERM       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-DROPPED          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-NOT-IN-CATALOG   PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-INACTIVE-COURSE  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ROLLED           PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-UNASSIGNED       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-NO-MEETING-DATA  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-RECORDS-WRITTEN  PIC S9(5) COMP-3 VALUE ZERO.
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
           05  FILLER          PIC X(20)   VALUE "SECTION ROLL-FORWARD".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  HL1-SOURCE-TERM PIC X(5).
           05  FILLER          PIC X(4)    VALUE " TO ".
           05  HL1-TARGET-TERM PIC X(5).
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "TERMROLL".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "SECTION    CAP  ROOM".
           05  FILLER      PIC X(20)   VALUE "  EXCEPTION         ".
           05  FILLER      PIC X(92)   VALUE SPACE.
      *
       01  ROLL-LINE.
           05  RL-COURSE-KEY           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RL-CAPACITY             PIC ZZ9.
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RL-ROOM-NUMBER          PIC X(4).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RL-DETAIL               PIC X(60).
           05  FILLER                  PIC X(50)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "TERMROLL TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-ROLL-SECTIONS-FORWARD.
      *
           PERFORM 095-ACCEPT-CONTROL-CARDS.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 120-LOAD-CATALOG-TABLE.
           PERFORM 130-LOAD-TEACHER-TABLE.
           PERFORM 140-LOAD-SECTION-TABLE.
           PERFORM 150-READ-REGISTRATION.
           PERFORM 155-PICK-UP-MEETING-DATA
               UNTIL CRSEREG-EOF.
           PERFORM 200-ROLL-ONE-SECTION
               VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > SC-ENTRY-COUNT.
           PERFORM 280-REPORT-UNUSED-DROP-CARD
               VARYING DR-SUB FROM 1 BY 1
               UNTIL DR-SUB > DR-ENTRY-COUNT.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE COURSECAP
                 CRSEREG
                 CRSECAT
                 TEACHMST
                 NEWSECT
                 ROLLRPT.
           GOBACK.
      *
       095-ACCEPT-CONTROL-CARDS.
      *
           MOVE SPACES TO TERM-CARD.
           ACCEPT TERM-CARD.
           IF WS-SOURCE-TERM = SPACES OR WS-TARGET-TERM = SPACES
               DISPLAY "TERMROLL NO SOURCE/TARGET TERM CARD ON SYSIN - "
                   "STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF WS-SOURCE-TERM = WS-TARGET-TERM
               DISPLAY "TERMROLL SOURCE AND TARGET TERM ARE THE SAME - "
                   "STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           DISPLAY "TERMROLL ROLLING TERM " WS-SOURCE-TERM
               " FORWARD TO " WS-TARGET-TERM.
           PERFORM 097-ACCEPT-DROP-CARD
               UNTIL DROP-CARDS-DONE.
      *
      * A DROP CARD THAT CANNOT BE READ STOPS THE STEP - ROLLING A
      * COURSE THE REGISTRAR MEANT TO DROP IS WORSE THAN A RERUN.
      *
       097-ACCEPT-DROP-CARD.
      *
           MOVE SPACES TO DROP-CARD.
           ACCEPT DROP-CARD.
           IF DROP-CARD = SPACES OR DROP-CARD (1:3) = "END"
               SET DROP-CARDS-DONE TO TRUE
           ELSE
               IF DC-DEPARTMENT-CODE = SPACES
                       OR DC-COURSE-NUMBER NOT NUMERIC
                       OR (DC-SECTION-NUMBER NOT = SPACES
                           AND DC-SECTION-NUMBER NOT NUMERIC)
                   DISPLAY "TERMROLL INVALID DROP CARD - STEP ABORTED: "
                       DROP-CARD (1:9)
                   PERFORM 900-ABORT
               END-IF
               IF DR-ENTRY-COUNT < 100
                   ADD 1 TO DR-ENTRY-COUNT
                   MOVE DROP-CARD (1:7)
                       TO DR-DEPT-COURSE (DR-ENTRY-COUNT)
                   MOVE DC-SECTION-NUMBER
                       TO DR-SECTION-NUMBER (DR-ENTRY-COUNT)
                   MOVE ZERO TO DR-HIT-COUNT (DR-ENTRY-COUNT)
                   DISPLAY "TERMROLL DROP CARD " DROP-CARD (1:9)
               ELSE
                   DISPLAY "TERMROLL DROP TABLE FULL - STEP ABORTED"
                   PERFORM 900-ABORT
               END-IF
           END-IF.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  COURSECAP
                       CRSEREG
                       CRSECAT
                       TEACHMST
                OUTPUT NEWSECT
                       ROLLRPT.
           IF NOT COURSECAP-FILE-OK
              DISPLAY "COURSECAP OPEN ERROR: " WF-COURSECAP-STATUS
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
           IF NOT NEWSECT-FILE-OK
              DISPLAY "NEWSECT OPEN ERROR: " WF-NEWSECT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ROLLRPT-FILE-OK
              DISPLAY "ROLLRPT OPEN ERROR: " WF-ROLLRPT-STATUS
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
           MOVE WS-SOURCE-TERM TO HL1-SOURCE-TERM.
           MOVE WS-TARGET-TERM TO HL1-TARGET-TERM.
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
               MOVE CAT-COURSE-STATUS
                   TO CT-COURSE-STATUS (CAT-ENTRY-COUNT)
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
           MOVE "N"   TO TE-PRESENT-SWITCH (WS-TEACHER-SUB).
           MOVE SPACE TO TE-STATUS (WS-TEACHER-SUB).
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
               MOVE "Y"       TO TE-PRESENT-SWITCH (TM-NUMBER)
               MOVE TM-STATUS TO TE-STATUS (TM-NUMBER)
           END-IF.
           PERFORM 134-READ-TEACHER-RECORD.
      *
      * A SECTION RECORD ALREADY DATED FOR ANOTHER TERM IS NOT PART
      * OF THE SOURCE SCHEDULE. ONE WITH NO TERM CODE PREDATES THE
      * TERM-DATED LAYOUT AND IS TAKEN AS THE SOURCE TERM'S.
      *
       140-LOAD-SECTION-TABLE.
      *
           PERFORM 142-READ-CAPACITY-RECORD.
           PERFORM 144-STORE-SECTION-ENTRY
               UNTIL COURSECAP-EOF.
      *
       142-READ-CAPACITY-RECORD.
      *
           READ COURSECAP
               AT END
                   MOVE "Y" TO COURSECAP-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-SECTIONS-READ
           END-READ.
      *
       144-STORE-SECTION-ENTRY.
      *
           IF CC-TERM-CODE NOT = SPACES
                   AND CC-TERM-CODE NOT = WS-SOURCE-TERM
               ADD 1 TO CT-OTHER-TERM
           ELSE
           IF SC-ENTRY-COUNT < 500
               ADD 1 TO SC-ENTRY-COUNT
               MOVE CC-COURSE-KEY
                   TO SC-COURSE-KEY (SC-ENTRY-COUNT)
               MOVE CC-SECTION-CAPACITY
                   TO SC-CAPACITY (SC-ENTRY-COUNT)
               MOVE CC-ROOM-NUMBER
                   TO SC-ROOM-NUMBER (SC-ENTRY-COUNT)
               IF CC-COURSE-DAYS NUMERIC
                       AND CC-START-TIME NUMERIC
                       AND CC-END-TIME NUMERIC
                       AND CC-TEACHER-NUMBER NUMERIC
                       AND CC-COURSE-DAYS > ZERO
                   MOVE CC-COURSE-DAYS
                       TO SC-COURSE-DAYS (SC-ENTRY-COUNT)
                   MOVE CC-START-TIME
                       TO SC-START-TIME (SC-ENTRY-COUNT)
                   MOVE CC-END-TIME
                       TO SC-END-TIME (SC-ENTRY-COUNT)
                   MOVE CC-TEACHER-NUMBER
                       TO SC-TEACHER-NUMBER (SC-ENTRY-COUNT)
                   MOVE "Y" TO SC-MEETING-SWITCH (SC-ENTRY-COUNT)
               ELSE
                   MOVE ZERO TO SC-COURSE-DAYS (SC-ENTRY-COUNT)
                   MOVE ZERO TO SC-START-TIME (SC-ENTRY-COUNT)
                   MOVE ZERO TO SC-END-TIME (SC-ENTRY-COUNT)
                   MOVE ZERO TO SC-TEACHER-NUMBER (SC-ENTRY-COUNT)
                   MOVE "N"  TO SC-MEETING-SWITCH (SC-ENTRY-COUNT)
               END-IF
           ELSE
               DISPLAY "SECTION TABLE FULL - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF
           END-IF.
           PERFORM 142-READ-CAPACITY-RECORD.
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
       155-PICK-UP-MEETING-DATA.
      *
           IF CR-TERM-CODE = WS-SOURCE-TERM
               MOVE ZERO TO SC-MATCH-SUB
               PERFORM 157-MATCH-ONE-SECTION
                   VARYING SC-SUB FROM 1 BY 1
                   UNTIL SC-SUB > SC-ENTRY-COUNT
                   OR SC-MATCH-SUB > ZERO
               IF SC-MATCH-SUB > ZERO
                   IF NOT SC-MEETING-KNOWN (SC-MATCH-SUB)
                       MOVE CR-COURSE-DAYS
                           TO SC-COURSE-DAYS (SC-MATCH-SUB)
                       MOVE CR-COURSE-START-TIME
                           TO SC-START-TIME (SC-MATCH-SUB)
                       MOVE CR-COURSE-END-TIME
                           TO SC-END-TIME (SC-MATCH-SUB)
                       MOVE CR-TEACHER-NUMBER
                           TO SC-TEACHER-NUMBER (SC-MATCH-SUB)
                       SET SC-MEETING-KNOWN (SC-MATCH-SUB) TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM 150-READ-REGISTRATION.
      *
       157-MATCH-ONE-SECTION.
      *
           IF SC-COURSE-KEY (SC-SUB) = CR-COURSE-KEY
               MOVE SC-SUB TO SC-MATCH-SUB
           END-IF.
      *
       200-ROLL-ONE-SECTION.
      *
           PERFORM 210-FIND-DROP-ENTRY.
           PERFORM 220-FIND-CATALOG-ENTRY.
           EVALUATE TRUE
               WHEN DR-MATCH-SUB > ZERO
                   ADD 1 TO CT-DROPPED
                   ADD 1 TO DR-HIT-COUNT (DR-MATCH-SUB)
                   MOVE "DROPPED ON SYSIN LIST - NOT ROLLED"
                       TO WS-DETAIL
                   PERFORM 250-PRINT-ROLL-LINE
               WHEN CAT-MATCH-SUB = ZERO
                   ADD 1 TO CT-NOT-IN-CATALOG
                   MOVE "COURSE NOT ON CRSECAT - NOT ROLLED"
                       TO WS-DETAIL
                   PERFORM 250-PRINT-ROLL-LINE
               WHEN CT-COURSE-INACTIVE (CAT-MATCH-SUB)
                   ADD 1 TO CT-INACTIVE-COURSE
                   MOVE "COURSE INACTIVE ON CRSECAT - NOT ROLLED"
                       TO WS-DETAIL
                   PERFORM 250-PRINT-ROLL-LINE
               WHEN OTHER
                   PERFORM 240-WRITE-NEW-SECTION
           END-EVALUATE.
      *
      * A DROP CARD WITH NO SECTION NUMBER DROPS EVERY SECTION OF
      * THE COURSE.
      *
       210-FIND-DROP-ENTRY.
      *
           MOVE ZERO TO DR-MATCH-SUB.
           PERFORM 215-MATCH-ONE-DROP-ENTRY
               VARYING DR-SUB FROM 1 BY 1
               UNTIL DR-SUB > DR-ENTRY-COUNT
               OR DR-MATCH-SUB > ZERO.
      *
       215-MATCH-ONE-DROP-ENTRY.
      *
           IF DR-DEPT-COURSE (DR-SUB) = SC-DEPT-COURSE (SC-SUB)
                   AND (DR-SECTION-NUMBER (DR-SUB) = SPACES
                       OR DR-SECTION-NUMBER (DR-SUB)
                           = SC-SECTION-NUMBER (SC-SUB))
               MOVE DR-SUB TO DR-MATCH-SUB
           END-IF.
      *
       220-FIND-CATALOG-ENTRY.
      *
           MOVE ZERO TO CAT-MATCH-SUB.
           PERFORM 225-MATCH-ONE-CATALOG-ENTRY
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-ENTRY-COUNT
               OR CAT-MATCH-SUB > ZERO.
      *
       225-MATCH-ONE-CATALOG-ENTRY.
      *
           IF CT-DEPT-COURSE (CAT-SUB) = SC-DEPT-COURSE (SC-SUB)
               MOVE CAT-SUB TO CAT-MATCH-SUB
           END-IF.
      *
       240-WRITE-NEW-SECTION.
      *
           MOVE SPACES TO NEW-SECTION-RECORD.
           MOVE SC-COURSE-KEY (SC-SUB)     TO NS-COURSE-KEY.
           MOVE SC-CAPACITY (SC-SUB)       TO NS-SECTION-CAPACITY.
           MOVE SC-ROOM-NUMBER (SC-SUB)    TO NS-ROOM-NUMBER.
           MOVE WS-TARGET-TERM             TO NS-TERM-CODE.
           MOVE SC-COURSE-DAYS (SC-SUB)    TO NS-COURSE-DAYS.
           MOVE SC-START-TIME (SC-SUB)     TO NS-START-TIME.
           MOVE SC-END-TIME (SC-SUB)       TO NS-END-TIME.
           MOVE SC-TEACHER-NUMBER (SC-SUB) TO NS-TEACHER-NUMBER.
           MOVE "A"                        TO NS-TEACHER-STATUS.
           MOVE SC-TEACHER-NUMBER (SC-SUB) TO WS-TEACHER-EDIT.
           MOVE SPACES TO WS-DETAIL.
           EVALUATE TRUE
               WHEN SC-TEACHER-NUMBER (SC-SUB) = ZERO
                   MOVE "NO TEACHER ON SOURCE TERM - UNASSIGNED"
                       TO WS-DETAIL
               WHEN NOT TE-PRESENT (SC-TEACHER-NUMBER (SC-SUB))
                   STRING "TEACHER "      DELIMITED BY SIZE
                          WS-TEACHER-EDIT DELIMITED BY SIZE
                          " NOT ON TEACHMST - ROLLED UNASSIGNED"
                                          DELIMITED BY SIZE
                       INTO WS-DETAIL
                   END-STRING
               WHEN TE-INACTIVE (SC-TEACHER-NUMBER (SC-SUB))
                   STRING "TEACHER "      DELIMITED BY SIZE
                          WS-TEACHER-EDIT DELIMITED BY SIZE
                          " INACTIVE - ROLLED UNASSIGNED"
                                          DELIMITED BY SIZE
                       INTO WS-DETAIL
                   END-STRING
           END-EVALUATE.
           IF WS-DETAIL NOT = SPACES
               MOVE ZERO TO NS-TEACHER-NUMBER
               MOVE "U"  TO NS-TEACHER-STATUS
               ADD 1 TO CT-UNASSIGNED
               PERFORM 250-PRINT-ROLL-LINE
           END-IF.
           IF NOT SC-MEETING-KNOWN (SC-SUB)
               ADD 1 TO CT-NO-MEETING-DATA
               MOVE "NO MEETING DAYS/TIMES ON SOURCE TERM - ROLLED"
                   TO WS-DETAIL
               PERFORM 250-PRINT-ROLL-LINE
           END-IF.
           WRITE NEW-SECTION-RECORD.
           IF NOT NEWSECT-FILE-OK
               DISPLAY "NEWSECT WRITE ERROR: " WF-NEWSECT-STATUS
               PERFORM 900-ABORT
           END-IF.
           ADD 1 TO CT-ROLLED.
           ADD 1 TO CT-RECORDS-WRITTEN.
      *
       230-PRINT-HEADING-LINES.
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
       250-PRINT-ROLL-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE SC-COURSE-KEY (SC-SUB)  TO RL-COURSE-KEY.
           MOVE SC-CAPACITY (SC-SUB)    TO RL-CAPACITY.
           MOVE SC-ROOM-NUMBER (SC-SUB) TO RL-ROOM-NUMBER.
           MOVE WS-DETAIL               TO RL-DETAIL.
           MOVE ROLL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       280-REPORT-UNUSED-DROP-CARD.
      *
           IF DR-HIT-COUNT (DR-SUB) = ZERO
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 230-PRINT-HEADING-LINES
               END-IF
               MOVE SPACES TO ROLL-LINE
               MOVE DR-DEPT-COURSE (DR-SUB)    TO RL-COURSE-KEY (1:7)
               MOVE DR-SECTION-NUMBER (DR-SUB) TO RL-COURSE-KEY (8:2)
               MOVE "DROP CARD MATCHED NO SOURCE SECTION" TO RL-DETAIL
               MOVE ROLL-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "SECTIONS READ     " TO CTL-LABEL.
           MOVE CT-SECTIONS-READ     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  OTHER TERMS     " TO CTL-LABEL.
           MOVE CT-OTHER-TERM        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  DROPPED ON LIST " TO CTL-LABEL.
           MOVE CT-DROPPED           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NOT ON CATALOG  " TO CTL-LABEL.
           MOVE CT-NOT-IN-CATALOG    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  COURSE INACTIVE " TO CTL-LABEL.
           MOVE CT-INACTIVE-COURSE   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  ROLLED FORWARD  " TO CTL-LABEL.
           MOVE CT-ROLLED            TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "    TEACHER UNASGN" TO CTL-LABEL.
           MOVE CT-UNASSIGNED        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "    NO MEETING DATA" TO CTL-LABEL.
           MOVE CT-NO-MEETING-DATA   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "SECTIONS WRITTEN  " TO CTL-LABEL.
           MOVE CT-RECORDS-WRITTEN   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-SECTIONS-READ = CT-OTHER-TERM + CT-DROPPED
                   + CT-NOT-IN-CATALOG + CT-INACTIVE-COURSE
                   + CT-ROLLED
                   AND CT-RECORDS-WRITTEN = CT-ROLLED
               DISPLAY "*** TERMROLL RUN IS IN BALANCE ***"
               IF CT-UNASSIGNED > ZERO OR CT-NO-MEETING-DATA > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** TERMROLL RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       610-WRITE-CONTROL-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
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
