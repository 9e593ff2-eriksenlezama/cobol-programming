       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSCRED.
      *
      * TRANSFER CREDIT POSTING. THE REGISTRAR'S EVALUATED OUTSIDE
      * COURSES (XFEREVAL) ARE SORTED BY STUDENT AND EACH ONE IS
      * TRANSLATED THROUGH THE TRANSFER EQUIVALENCY TABLE (XFEREQV)
      * TO ONE OF OUR CRSECAT DEPARTMENT/COURSE NUMBERS. AN
      * ACCEPTED COURSE IS APPENDED TO THE COMPLETED-COURSES FILE
      * (COMPCRSE) UNDER THE TERM ON THE SYSIN CARD WITH GRADE 'T'
      * AND THE TRANSFER INDICATOR SET, SO THE PREREQUISITE CHECK
      * IN REGMAINT AND THE DEGREE AUDIT SEE IT AS A PASSED COURSE,
      * AND ITS CATALOG UNITS ARE ADDED TO THE STUDENT'S UNITS
      * EARNED ON A NEW ACADEMIC HISTORY GENERATION (HISTOLD TO
      * HISTNEW). TRANSFER UNITS ARE NEVER ADDED TO UNITS ATTEMPTED
      * OR GRADE POINTS, SO THEY STAY OUT OF THE GPA. A STUDENT NOT
      * YET ON THE HISTORY MASTER IS ADDED WITH NO TERMS COMPLETED.
      *
      * ONLY OUTSIDE GRADES OF C OR BETTER, OR PASS, TRANSFER. A
      * COURSE ALREADY CREDITED TO THE STUDENT - TAKEN HERE AND NOT
      * FAILED, OR POSTED BY AN EARLIER TRANSFER RUN - IS REJECTED.
      * EVERY EVALUATION PRINTS ON THE POSTING REGISTER (XFERRPT).
      * AN OUTSIDE COURSE WITH NO EQUIVALENCY ON FILE IS NOT POSTED
      * - IT GOES TO THE PENDING-EVALUATION REPORT (XFERPEND), ONE
      * SECTION PER REVIEWING DEPARTMENT SO EACH DEPARTMENT CHAIR
      * GETS THEIR OWN PAGES, AND IS RESUBMITTED ONCE THE CHAIR HAS
      * ADDED THE EQUIVALENCY.
      *
      * XFEREVAL LAYOUT: STUDENT ID 9(9), STUDENT NAME X(25),
      * SCHOOL CODE X(6), OUTSIDE COURSE X(10), OUTSIDE TITLE
      * X(20), OUTSIDE GRADE X(1), REVIEWING DEPARTMENT X(4).
      * XFEREQV LAYOUT: SCHOOL CODE X(6), OUTSIDE COURSE X(10),
      * DEPARTMENT X(4), COURSE NUMBER 9(3), OUTSIDE TITLE X(25),
      * DATE APPROVED 9(8), APPROVED BY X(8).
      *
      * SYSIN: COLS 1-5 TERM THE CREDIT IS POSTED UNDER. A REJECTED
      * EVALUATION ENDS THE RUN WITH RETURN CODE 4, AN OUT-OF-
      * BALANCE RUN WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFEREVAL ASSIGN TO XFEREVAL
               FILE STATUS IS WF-XFEREVAL-STATUS.
           SELECT XFEREQV  ASSIGN TO XFEREQV
               FILE STATUS IS WF-XFEREQV-STATUS.
           SELECT CRSECAT  ASSIGN TO CRSECAT
               FILE STATUS IS WF-CRSECAT-STATUS.
           SELECT COMPCRSE ASSIGN TO COMPCRSE
               FILE STATUS IS WF-COMPCRSE-STATUS.
           SELECT HISTOLD  ASSIGN TO HISTOLD
               FILE STATUS IS WF-HISTOLD-STATUS.
           SELECT HISTNEW  ASSIGN TO HISTNEW
               FILE STATUS IS WF-HISTNEW-STATUS.
           SELECT XFERHOLD ASSIGN TO XFERHOLD
               FILE STATUS IS WF-XFERHOLD-STATUS.
           SELECT XFERRPT  ASSIGN TO XFERRPT
               FILE STATUS IS WF-XFERRPT-STATUS.
           SELECT XFERPEND ASSIGN TO XFERPEND
               FILE STATUS IS WF-XFERPEND-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT PEND-SORT-FILE ASSIGN TO SORTWRK2.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  XFEREVAL
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSFER-EVALUATION-RECORD  PIC X(80).
      *
       FD  XFEREQV
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSFER-EQUIVALENCY-RECORD.
           05  XE-SCHOOL-CODE          PIC X(6).
           05  XE-OUTSIDE-COURSE       PIC X(10).
           05  XE-DEPARTMENT-CODE      PIC X(4).
           05  XE-COURSE-NUMBER        PIC 9(3).
           05  XE-OUTSIDE-TITLE        PIC X(25).
           05  XE-DATE-APPROVED        PIC 9(8).
           05  XE-APPROVED-BY          PIC X(8).
           05  FILLER                  PIC X(16).
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
       FD  COMPCRSE
           RECORD CONTAINS 80 CHARACTERS.
       01  COMPLETED-COURSE-RECORD.
           05  CP-STUDENT-ID           PIC 9(9).
           05  CP-DEPARTMENT-CODE      PIC X(4).
           05  CP-COURSE-NUMBER        PIC 9(3).
           05  CP-TERM-CODE            PIC X(5).
           05  CP-COURSE-UNITS         PIC 9(1).
           05  CP-GRADE                PIC X(1).
           05  CP-TRANSFER-FLAG        PIC X(1).
               88  CP-TRANSFER-CREDIT      VALUE "T".
           05  CP-SCHOOL-CODE          PIC X(6).
           05  FILLER                  PIC X(50).
      *
       FD  HISTOLD
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-OLD-RECORD.
           05  HO-STUDENT-ID           PIC 9(09).
           05  HO-STUDENT-NAME         PIC X(25).
           05  HO-TERMS-COMPLETED      PIC 9(03).
           05  HO-UNITS-ATTEMPTED      PIC 9(05).
           05  HO-UNITS-EARNED         PIC 9(05).
           05  HO-GRADE-POINTS         PIC 9(07)V9(02).
           05  FILLER                  PIC X(24).
      *
       FD  HISTNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-NEW-RECORD.
           05  HN-STUDENT-ID           PIC 9(09).
           05  HN-STUDENT-NAME         PIC X(25).
           05  HN-TERMS-COMPLETED      PIC 9(03).
           05  HN-UNITS-ATTEMPTED      PIC 9(05).
           05  HN-UNITS-EARNED         PIC 9(05).
           05  HN-GRADE-POINTS         PIC 9(07)V9(02).
           05  FILLER                  PIC X(24).
      *
       FD  XFERHOLD
           RECORD CONTAINS 80 CHARACTERS.
       01  PENDING-HOLD-RECORD         PIC X(80).
      *
       FD  XFERRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  XFERPEND.
       01  PEND-PRINT-AREA  PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-STUDENT-ID          PIC 9(9).
           05  SRT-STUDENT-NAME        PIC X(25).
           05  SRT-SCHOOL-CODE         PIC X(6).
           05  SRT-OUTSIDE-COURSE      PIC X(10).
           05  SRT-OUTSIDE-TITLE       PIC X(20).
           05  SRT-OUTSIDE-GRADE       PIC X(1).
               88  SRT-TRANSFERABLE-GRADE  VALUE "A" "B" "C" "P".
           05  SRT-REVIEW-DEPARTMENT   PIC X(4).
           05  FILLER                  PIC X(5).
      *
       SD  PEND-SORT-FILE.
       01  PEND-SORT-RECORD.
           05  PSR-STUDENT-ID          PIC 9(9).
           05  PSR-STUDENT-NAME        PIC X(25).
           05  PSR-SCHOOL-CODE         PIC X(6).
           05  PSR-OUTSIDE-COURSE      PIC X(10).
           05  PSR-OUTSIDE-TITLE       PIC X(20).
           05  PSR-OUTSIDE-GRADE       PIC X(1).
           05  PSR-REVIEW-DEPARTMENT   PIC X(4).
           05  FILLER                  PIC X(5).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  XFEREQV-EOF-SWITCH      PIC X    VALUE "N".
               88  XFEREQV-EOF                  VALUE "Y".
           05  CRSECAT-EOF-SWITCH      PIC X    VALUE "N".
               88  CRSECAT-EOF                  VALUE "Y".
           05  COMPCRSE-EOF-SWITCH     PIC X    VALUE "N".
               88  COMPCRSE-EOF                 VALUE "Y".
           05  HISTOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  HISTOLD-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  PEND-SORT-EOF-SWITCH    PIC X    VALUE "N".
               88  PEND-SORT-EOF                VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-XFEREVAL-STATUS  PIC XX.
               88  XFEREVAL-FILE-OK        VALUE "00".
           05  WF-XFEREQV-STATUS   PIC XX.
               88  XFEREQV-FILE-OK         VALUE "00".
           05  WF-CRSECAT-STATUS   PIC XX.
               88  CRSECAT-FILE-OK         VALUE "00".
           05  WF-COMPCRSE-STATUS  PIC XX.
               88  COMPCRSE-FILE-OK        VALUE "00".
               88  COMPCRSE-NOT-FOUND      VALUE "35".
           05  WF-HISTOLD-STATUS   PIC XX.
               88  HISTOLD-FILE-OK         VALUE "00".
           05  WF-HISTNEW-STATUS   PIC XX.
               88  HISTNEW-FILE-OK         VALUE "00".
           05  WF-XFERHOLD-STATUS  PIC XX.
               88  XFERHOLD-FILE-OK        VALUE "00".
           05  WF-XFERRPT-STATUS   PIC XX.
               88  XFERRPT-FILE-OK         VALUE "00".
           05  WF-XFERPEND-STATUS  PIC XX.
               88  XFERPEND-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  PEND-PAGE-COUNT PIC S9(3)   VALUE ZERO.
           05  PEND-LINE-COUNT PIC S9(3)   VALUE +99.
      *
       01  TERM-SELECT-FIELDS.
           05  WS-SELECT-TERM      PIC X(5).
      *
       01  EQUIVALENCY-TABLE-FIELDS.
           05  EQ-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  EQ-SUB              PIC S9(5)  COMP.
           05  EQ-MATCH-SUB        PIC S9(5)  COMP.
      *
       01  EQUIVALENCY-TABLE.
           05  EQUIVALENCY-ENTRY       OCCURS 2000 TIMES.
               10  EQ-SCHOOL-CODE          PIC X(6).
               10  EQ-OUTSIDE-COURSE       PIC X(10).
               10  EQ-DEPARTMENT-CODE      PIC X(4).
               10  EQ-COURSE-NUMBER        PIC 9(3).
      *
       01  CATALOG-TABLE-FIELDS.
           05  CAT-ENTRY-COUNT     PIC S9(3)  COMP  VALUE ZERO.
           05  CAT-SUB             PIC S9(3)  COMP.
           05  CAT-MATCH-SUB       PIC S9(3)  COMP.
      *
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY           OCCURS 300 TIMES.
               10  CT-DEPARTMENT-CODE      PIC X(4).
               10  CT-COURSE-NUMBER        PIC 9(3).
               10  CT-COURSE-UNITS         PIC 9(1).
      *
      * EVERY COURSE ALREADY ON THE COMPLETED-COURSES FILE, PLUS
      * THE CREDIT POSTED BY THIS RUN, FOR THE DUPLICATE CHECK.
      *
       01  COMPLETED-TABLE-FIELDS.
           05  CPT-ENTRY-COUNT     PIC S9(5)  COMP  VALUE ZERO.
           05  CPT-SUB             PIC S9(5)  COMP.
           05  CPT-MATCH-SUB       PIC S9(5)  COMP.
      *
       01  COMPLETED-TABLE.
           05  COMPLETED-ENTRY         OCCURS 5000 TIMES.
               10  CPT-STUDENT-ID          PIC 9(9).
               10  CPT-DEPARTMENT-CODE     PIC X(4).
               10  CPT-COURSE-NUMBER       PIC 9(3).
               10  CPT-GRADE               PIC X(1).
      *
       01  STUDENT-FIELDS.
           05  WS-CUR-STUDENT-ID       PIC 9(9).
           05  WS-CUR-STUDENT-NAME     PIC X(25).
           05  WS-STUDENT-UNITS        PIC S9(3)  COMP-3.
           05  WS-PREV-REVIEW-DEPT     PIC X(4).
      *
       01  CONTROL-TOTALS.
           05  CT-EVALS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-COURSES-POSTED   PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-UNITS-POSTED     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-PENDING          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-PENDING-PRINTED  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-EVALS-REJECTED   PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HISTORY-READ     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HISTORY-UPDATED  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HISTORY-CREATED  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HISTORY-UNITS    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HISTORY-WRITTEN  PIC S9(5) COMP-3 VALUE ZERO.
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
           05  FILLER          PIC X(10)   VALUE "TRNSCRED".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "STUDENT ID STUDENT N".
           05  FILLER      PIC X(20)   VALUE "AME               SC".
           05  FILLER      PIC X(20)   VALUE "HOOL  OUT COURSE GRD".
           05  FILLER      PIC X(20)   VALUE "  POSTS AS UNT  STAT".
           05  FILLER      PIC X(20)   VALUE "US                  ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  PEND-HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "DEPARTMENT CHAIR REV".
           05  FILLER      PIC X(17)   VALUE "IEW - DEPARTMENT ".
           05  PH3-DEPARTMENT  PIC X(10).
           05  FILLER      PIC X(85)   VALUE SPACE.
      *
       01  PEND-HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "SCHOOL  OUT COURSE  ".
           05  FILLER      PIC X(20)   VALUE "OUTSIDE TITLE       ".
           05  FILLER      PIC X(20)   VALUE "  STUDENT ID STUDENT".
           05  FILLER      PIC X(20)   VALUE " NAME              G".
           05  FILLER      PIC X(20)   VALUE "RD                  ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  POSTING-LINE.
           05  PL-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  PL-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  PL-SCHOOL-CODE          PIC X(6).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  PL-OUTSIDE-COURSE       PIC X(10).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  PL-OUTSIDE-GRADE        PIC X(1).
           05  FILLER                  PIC X(3)     VALUE SPACE.
           05  PL-POSTS-AS.
               10  PL-DEPARTMENT-CODE  PIC X(4).
               10  FILLER              PIC X(1).
               10  PL-COURSE-NUMBER    PIC X(3).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  PL-COURSE-UNITS         PIC X(1).
           05  FILLER                  PIC X(3)     VALUE SPACE.
           05  PL-STATUS               PIC X(22).
           05  FILLER                  PIC X(34)    VALUE SPACE.
      *
       01  PENDING-LINE.
           05  PE-SCHOOL-CODE          PIC X(6).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  PE-OUTSIDE-COURSE       PIC X(10).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  PE-OUTSIDE-TITLE        PIC X(20).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  PE-STUDENT-ID           PIC 9(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  PE-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  PE-OUTSIDE-GRADE        PIC X(1).
           05  FILLER                  PIC X(51)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "TRNSCRED TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-POST-TRANSFER-CREDIT.
      *
           PERFORM 095-ACCEPT-TERM-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-EQUIVALENCY-TABLE.
           PERFORM 130-LOAD-CATALOG-TABLE.
           PERFORM 140-LOAD-COMPLETED-TABLE.
           PERFORM 150-OPEN-COMPLETED-EXTEND.
           PERFORM 160-READ-OLD-HISTORY.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-STUDENT-ID
               ON ASCENDING KEY SRT-SCHOOL-CODE
               ON ASCENDING KEY SRT-OUTSIDE-COURSE
               USING XFEREVAL
               OUTPUT PROCEDURE 400-POST-EVALUATIONS.
           PERFORM 480-CARRY-OLD-STUDENT
               UNTIL HISTOLD-EOF.
           CLOSE XFERHOLD.
           SORT PEND-SORT-FILE
               ON ASCENDING KEY PSR-REVIEW-DEPARTMENT
               ON ASCENDING KEY PSR-SCHOOL-CODE
               ON ASCENDING KEY PSR-OUTSIDE-COURSE
               ON ASCENDING KEY PSR-STUDENT-ID
               USING XFERHOLD
               OUTPUT PROCEDURE 500-PRINT-PENDING-REPORT.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE COMPCRSE
                 HISTOLD
                 HISTNEW
                 XFERRPT
                 XFERPEND.
           GOBACK.
      *
       095-ACCEPT-TERM-CARD.
      *
           MOVE SPACES TO WS-SELECT-TERM.
           ACCEPT WS-SELECT-TERM.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "TRNSCRED NO TERM CARD ON SYSIN - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           DISPLAY "TRNSCRED POSTING TRANSFER CREDIT UNDER TERM "
               WS-SELECT-TERM.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  HISTOLD
                OUTPUT HISTNEW
                       XFERHOLD
                       XFERRPT
                       XFERPEND.
           IF NOT HISTOLD-FILE-OK
              DISPLAY "HISTOLD OPEN ERROR: " WF-HISTOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT HISTNEW-FILE-OK
              DISPLAY "HISTNEW OPEN ERROR: " WF-HISTNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT XFERHOLD-FILE-OK
              DISPLAY "XFERHOLD OPEN ERROR: " WF-XFERHOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT XFERRPT-FILE-OK
              DISPLAY "XFERRPT OPEN ERROR: " WF-XFERRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT XFERPEND-FILE-OK
              DISPLAY "XFERPEND OPEN ERROR: " WF-XFERPEND-STATUS
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
       120-LOAD-EQUIVALENCY-TABLE.
      *
           OPEN INPUT XFEREQV.
           IF NOT XFEREQV-FILE-OK
               DISPLAY "XFEREQV OPEN ERROR: " WF-XFEREQV-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-EQUIVALENCY
               UNTIL XFEREQV-EOF.
           CLOSE XFEREQV.
      *
       125-READ-EQUIVALENCY.
      *
           READ XFEREQV
               AT END
                   MOVE "Y" TO XFEREQV-EOF-SWITCH
               NOT AT END
                   IF EQ-ENTRY-COUNT < 2000
                       ADD 1 TO EQ-ENTRY-COUNT
                       MOVE XE-SCHOOL-CODE
                           TO EQ-SCHOOL-CODE (EQ-ENTRY-COUNT)
                       MOVE XE-OUTSIDE-COURSE
                           TO EQ-OUTSIDE-COURSE (EQ-ENTRY-COUNT)
                       MOVE XE-DEPARTMENT-CODE
                           TO EQ-DEPARTMENT-CODE (EQ-ENTRY-COUNT)
                       MOVE XE-COURSE-NUMBER
                           TO EQ-COURSE-NUMBER (EQ-ENTRY-COUNT)
                   ELSE
                       DISPLAY "TRNSCRED EQUIVALENCY TABLE FULL - "
                           "STEP ABORTED"
                       PERFORM 900-ABORT
                   END-IF
           END-READ.
      *
       130-LOAD-CATALOG-TABLE.
      *
           OPEN INPUT CRSECAT.
           IF NOT CRSECAT-FILE-OK
               DISPLAY "CRSECAT OPEN ERROR: " WF-CRSECAT-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 135-READ-CATALOG
               UNTIL CRSECAT-EOF.
           CLOSE CRSECAT.
      *
       135-READ-CATALOG.
      *
           READ CRSECAT
               AT END
                   MOVE "Y" TO CRSECAT-EOF-SWITCH
               NOT AT END
                   IF CAT-ENTRY-COUNT < 300
                       ADD 1 TO CAT-ENTRY-COUNT
                       MOVE CAT-DEPARTMENT-CODE
                           TO CT-DEPARTMENT-CODE (CAT-ENTRY-COUNT)
                       MOVE CAT-COURSE-NUMBER
                           TO CT-COURSE-NUMBER (CAT-ENTRY-COUNT)
                       MOVE CAT-COURSE-UNITS
                           TO CT-COURSE-UNITS (CAT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "CATALOG TABLE FULL - COURSE OMITTED "
                           CAT-DEPARTMENT-CODE CAT-COURSE-NUMBER
                   END-IF
           END-READ.
      *
      * THE COMPLETED-COURSES FILE IS READ WHOLE FOR THE DUPLICATE
      * CHECK, THEN REOPENED FOR EXTEND AS CMPBUILD DOES - A FILE
      * NOT YET CREATED IS SIMPLY EMPTY.
      *
       140-LOAD-COMPLETED-TABLE.
      *
           OPEN INPUT COMPCRSE.
           IF COMPCRSE-NOT-FOUND
               MOVE "Y" TO COMPCRSE-EOF-SWITCH
           ELSE
               IF NOT COMPCRSE-FILE-OK
                   DISPLAY "COMPCRSE OPEN ERROR: " WF-COMPCRSE-STATUS
                   PERFORM 900-ABORT
               END-IF
               PERFORM 145-READ-COMPLETED-RECORD
                   UNTIL COMPCRSE-EOF
               CLOSE COMPCRSE
           END-IF.
      *
       145-READ-COMPLETED-RECORD.
      *
           READ COMPCRSE
               AT END
                   MOVE "Y" TO COMPCRSE-EOF-SWITCH
               NOT AT END
                   PERFORM 147-STORE-COMPLETED-ENTRY
           END-READ.
      *
       147-STORE-COMPLETED-ENTRY.
      *
           IF CPT-ENTRY-COUNT < 5000
               ADD 1 TO CPT-ENTRY-COUNT
               MOVE CP-STUDENT-ID
                   TO CPT-STUDENT-ID (CPT-ENTRY-COUNT)
               MOVE CP-DEPARTMENT-CODE
                   TO CPT-DEPARTMENT-CODE (CPT-ENTRY-COUNT)
               MOVE CP-COURSE-NUMBER
                   TO CPT-COURSE-NUMBER (CPT-ENTRY-COUNT)
               MOVE CP-GRADE
                   TO CPT-GRADE (CPT-ENTRY-COUNT)
           ELSE
               DISPLAY "TRNSCRED COMPLETED TABLE FULL - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
      *
       150-OPEN-COMPLETED-EXTEND.
      *
           OPEN EXTEND COMPCRSE.
           IF COMPCRSE-NOT-FOUND
               OPEN OUTPUT COMPCRSE
           END-IF.
           IF NOT COMPCRSE-FILE-OK
              DISPLAY "COMPCRSE OPEN ERROR: " WF-COMPCRSE-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       160-READ-OLD-HISTORY.
      *
           READ HISTOLD
               AT END
                   MOVE "Y" TO HISTOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
           END-READ.
      *
       400-POST-EVALUATIONS.
      *
           PERFORM 430-PRINT-HEADING-LINES.
           PERFORM 410-RETURN-EVALUATION.
           PERFORM 420-POST-ONE-STUDENT
               UNTIL SORT-EOF.
      *
       410-RETURN-EVALUATION.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-EVALS-READ
           END-RETURN.
      *
      * ALL OF ONE STUDENT'S OUTSIDE COURSES ARE EVALUATED, THEN
      * THE UNITS ACCEPTED ARE CARRIED TO THE HISTORY MASTER IN
      * ONE UPDATE.
      *
       420-POST-ONE-STUDENT.
      *
           MOVE SRT-STUDENT-ID   TO WS-CUR-STUDENT-ID.
           MOVE SRT-STUDENT-NAME TO WS-CUR-STUDENT-NAME.
           MOVE ZERO TO WS-STUDENT-UNITS.
           PERFORM 440-EVALUATE-ONE-COURSE
               UNTIL SORT-EOF
               OR SRT-STUDENT-ID NOT = WS-CUR-STUDENT-ID.
           IF WS-STUDENT-UNITS > ZERO
               PERFORM 470-UPDATE-HISTORY
           END-IF.
      *
       430-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE "TRANSFER CREDIT POSTING REGISTER"
               TO HL1-REPORT-TITLE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 4 TO LINE-COUNT.
      *
       440-EVALUATE-ONE-COURSE.
      *
           MOVE SRT-STUDENT-ID     TO PL-STUDENT-ID.
           MOVE SRT-STUDENT-NAME   TO PL-STUDENT-NAME.
           MOVE SRT-SCHOOL-CODE    TO PL-SCHOOL-CODE.
           MOVE SRT-OUTSIDE-COURSE TO PL-OUTSIDE-COURSE.
           MOVE SRT-OUTSIDE-GRADE  TO PL-OUTSIDE-GRADE.
           MOVE SPACES             TO PL-POSTS-AS.
           MOVE SPACES             TO PL-COURSE-UNITS.
           MOVE ZERO TO EQ-MATCH-SUB.
           MOVE ZERO TO CAT-MATCH-SUB.
           MOVE ZERO TO CPT-MATCH-SUB.
           IF SRT-STUDENT-ID NUMERIC AND SRT-STUDENT-ID > ZERO
                   AND SRT-TRANSFERABLE-GRADE
               PERFORM 445-FIND-EQUIVALENCY
           END-IF.
           IF EQ-MATCH-SUB > ZERO
               MOVE EQ-DEPARTMENT-CODE (EQ-MATCH-SUB)
                   TO PL-DEPARTMENT-CODE
               MOVE EQ-COURSE-NUMBER (EQ-MATCH-SUB)
                   TO PL-COURSE-NUMBER
               PERFORM 450-FIND-CATALOG-COURSE
               PERFORM 455-FIND-PRIOR-CREDIT
           END-IF.
           EVALUATE TRUE
               WHEN SRT-STUDENT-ID NOT NUMERIC
                       OR SRT-STUDENT-ID = ZERO
                   MOVE "INVALID STUDENT ID    " TO PL-STATUS
                   ADD 1 TO CT-EVALS-REJECTED
               WHEN NOT SRT-TRANSFERABLE-GRADE
                   MOVE "GRADE NOT TRANSFERABLE" TO PL-STATUS
                   ADD 1 TO CT-EVALS-REJECTED
               WHEN EQ-MATCH-SUB = ZERO
                   MOVE "PENDING EVALUATION    " TO PL-STATUS
                   MOVE SORT-RECORD TO PENDING-HOLD-RECORD
                   WRITE PENDING-HOLD-RECORD
                   ADD 1 TO CT-PENDING
               WHEN CAT-MATCH-SUB = ZERO
                   MOVE "EQUIV NOT IN CATALOG  " TO PL-STATUS
                   ADD 1 TO CT-EVALS-REJECTED
               WHEN CPT-MATCH-SUB > ZERO
                   MOVE "ALREADY CREDITED      " TO PL-STATUS
                   ADD 1 TO CT-EVALS-REJECTED
               WHEN OTHER
                   PERFORM 460-POST-COMPLETED-COURSE
           END-EVALUATE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 430-PRINT-HEADING-LINES
           END-IF.
           MOVE POSTING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           PERFORM 410-RETURN-EVALUATION.
      *
       445-FIND-EQUIVALENCY.
      *
           MOVE ZERO TO EQ-MATCH-SUB.
           PERFORM 447-MATCH-ONE-EQUIVALENCY
               VARYING EQ-SUB FROM 1 BY 1
               UNTIL EQ-SUB > EQ-ENTRY-COUNT
               OR EQ-MATCH-SUB > ZERO.
      *
       447-MATCH-ONE-EQUIVALENCY.
      *
           IF EQ-SCHOOL-CODE (EQ-SUB) = SRT-SCHOOL-CODE
                   AND EQ-OUTSIDE-COURSE (EQ-SUB) = SRT-OUTSIDE-COURSE
               MOVE EQ-SUB TO EQ-MATCH-SUB
           END-IF.
      *
       450-FIND-CATALOG-COURSE.
      *
           MOVE ZERO TO CAT-MATCH-SUB.
           PERFORM 452-MATCH-ONE-CATALOG
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-ENTRY-COUNT
               OR CAT-MATCH-SUB > ZERO.
      *
       452-MATCH-ONE-CATALOG.
      *
           IF CT-DEPARTMENT-CODE (CAT-SUB)
                       = EQ-DEPARTMENT-CODE (EQ-MATCH-SUB)
                   AND CT-COURSE-NUMBER (CAT-SUB)
                       = EQ-COURSE-NUMBER (EQ-MATCH-SUB)
               MOVE CAT-SUB TO CAT-MATCH-SUB
           END-IF.
      *
      * A FAILED ATTEMPT HERE DOES NOT BLOCK TRANSFER CREDIT FOR
      * THE SAME COURSE; ANY OTHER RECORD OF IT DOES.
      *
       455-FIND-PRIOR-CREDIT.
      *
           MOVE ZERO TO CPT-MATCH-SUB.
           PERFORM 457-MATCH-ONE-CREDIT
               VARYING CPT-SUB FROM 1 BY 1
               UNTIL CPT-SUB > CPT-ENTRY-COUNT
               OR CPT-MATCH-SUB > ZERO.
      *
       457-MATCH-ONE-CREDIT.
      *
           IF CPT-STUDENT-ID (CPT-SUB) = SRT-STUDENT-ID
                   AND CPT-DEPARTMENT-CODE (CPT-SUB)
                       = EQ-DEPARTMENT-CODE (EQ-MATCH-SUB)
                   AND CPT-COURSE-NUMBER (CPT-SUB)
                       = EQ-COURSE-NUMBER (EQ-MATCH-SUB)
                   AND CPT-GRADE (CPT-SUB) NOT = "F"
               MOVE CPT-SUB TO CPT-MATCH-SUB
           END-IF.
      *
       460-POST-COMPLETED-COURSE.
      *
           MOVE SPACES TO COMPLETED-COURSE-RECORD.
           MOVE SRT-STUDENT-ID TO CP-STUDENT-ID.
           MOVE EQ-DEPARTMENT-CODE (EQ-MATCH-SUB)
               TO CP-DEPARTMENT-CODE.
           MOVE EQ-COURSE-NUMBER (EQ-MATCH-SUB) TO CP-COURSE-NUMBER.
           MOVE WS-SELECT-TERM TO CP-TERM-CODE.
           MOVE CT-COURSE-UNITS (CAT-MATCH-SUB) TO CP-COURSE-UNITS.
           MOVE "T" TO CP-GRADE.
           SET CP-TRANSFER-CREDIT TO TRUE.
           MOVE SRT-SCHOOL-CODE TO CP-SCHOOL-CODE.
           WRITE COMPLETED-COURSE-RECORD.
           PERFORM 147-STORE-COMPLETED-ENTRY.
           ADD CP-COURSE-UNITS TO WS-STUDENT-UNITS.
           ADD CP-COURSE-UNITS TO CT-UNITS-POSTED.
           ADD 1 TO CT-COURSES-POSTED.
           MOVE CP-COURSE-UNITS TO PL-COURSE-UNITS.
           MOVE "POSTED                " TO PL-STATUS.
      *
      * MATCH-MERGE AGAINST THE OLD HISTORY GENERATION - BOTH ARE
      * IN STUDENT-ID ORDER. ONLY UNITS EARNED CHANGES.
      *
       470-UPDATE-HISTORY.
      *
           PERFORM 480-CARRY-OLD-STUDENT
               UNTIL HISTOLD-EOF
               OR HO-STUDENT-ID NOT < WS-CUR-STUDENT-ID.
           IF NOT HISTOLD-EOF
                   AND HO-STUDENT-ID = WS-CUR-STUDENT-ID
               MOVE HISTORY-OLD-RECORD TO HISTORY-NEW-RECORD
               ADD WS-STUDENT-UNITS TO HN-UNITS-EARNED
               ADD 1 TO CT-HISTORY-UPDATED
               PERFORM 490-WRITE-NEW-HISTORY
               PERFORM 160-READ-OLD-HISTORY
           ELSE
               MOVE SPACES              TO HISTORY-NEW-RECORD
               MOVE WS-CUR-STUDENT-ID   TO HN-STUDENT-ID
               MOVE WS-CUR-STUDENT-NAME TO HN-STUDENT-NAME
               MOVE ZERO                TO HN-TERMS-COMPLETED
               MOVE ZERO                TO HN-UNITS-ATTEMPTED
               MOVE WS-STUDENT-UNITS    TO HN-UNITS-EARNED
               MOVE ZERO                TO HN-GRADE-POINTS
               ADD 1 TO CT-HISTORY-CREATED
               PERFORM 490-WRITE-NEW-HISTORY
           END-IF.
           ADD WS-STUDENT-UNITS TO CT-HISTORY-UNITS.
      *
       480-CARRY-OLD-STUDENT.
      *
           MOVE HISTORY-OLD-RECORD TO HISTORY-NEW-RECORD.
           PERFORM 490-WRITE-NEW-HISTORY.
           PERFORM 160-READ-OLD-HISTORY.
      *
       490-WRITE-NEW-HISTORY.
      *
           WRITE HISTORY-NEW-RECORD.
           ADD 1 TO CT-HISTORY-WRITTEN.
      *
      * EACH REVIEWING DEPARTMENT STARTS ON A NEW PAGE.
      *
       500-PRINT-PENDING-REPORT.
      *
           MOVE HIGH-VALUES TO WS-PREV-REVIEW-DEPT.
           PERFORM 510-RETURN-PENDING.
           PERFORM 520-PRINT-ONE-PENDING
               UNTIL PEND-SORT-EOF.
      *
       510-RETURN-PENDING.
      *
           RETURN PEND-SORT-FILE
               AT END
                   MOVE "Y" TO PEND-SORT-EOF-SWITCH
           END-RETURN.
      *
       520-PRINT-ONE-PENDING.
      *
           IF PSR-REVIEW-DEPARTMENT NOT = WS-PREV-REVIEW-DEPT
                   OR PEND-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 530-PRINT-PENDING-HEADINGS
           END-IF.
           MOVE PSR-SCHOOL-CODE    TO PE-SCHOOL-CODE.
           MOVE PSR-OUTSIDE-COURSE TO PE-OUTSIDE-COURSE.
           MOVE PSR-OUTSIDE-TITLE  TO PE-OUTSIDE-TITLE.
           MOVE PSR-STUDENT-ID     TO PE-STUDENT-ID.
           MOVE PSR-STUDENT-NAME   TO PE-STUDENT-NAME.
           MOVE PSR-OUTSIDE-GRADE  TO PE-OUTSIDE-GRADE.
           MOVE PENDING-LINE TO PEND-PRINT-AREA.
           WRITE PEND-PRINT-AREA.
           ADD 1 TO PEND-LINE-COUNT.
           ADD 1 TO CT-PENDING-PRINTED.
           PERFORM 510-RETURN-PENDING.
      *
       530-PRINT-PENDING-HEADINGS.
      *
           ADD 1 TO PEND-PAGE-COUNT.
           MOVE PEND-PAGE-COUNT TO HL1-PAGE-NUMBER.
           MOVE "TRANSFER COURSES PENDING EVALUATION"
               TO HL1-REPORT-TITLE.
           IF PSR-REVIEW-DEPARTMENT = SPACES
               MOVE "UNASSIGNED" TO PH3-DEPARTMENT
           ELSE
               MOVE PSR-REVIEW-DEPARTMENT TO PH3-DEPARTMENT
           END-IF.
           MOVE HEADING-LINE-1 TO PEND-PRINT-AREA.
           WRITE PEND-PRINT-AREA.
           MOVE HEADING-LINE-2 TO PEND-PRINT-AREA.
           WRITE PEND-PRINT-AREA.
           MOVE PEND-HEADING-LINE-3 TO PEND-PRINT-AREA.
           WRITE PEND-PRINT-AREA.
           MOVE PEND-HEADING-LINE-4 TO PEND-PRINT-AREA.
           WRITE PEND-PRINT-AREA.
           MOVE 5 TO PEND-LINE-COUNT.
           MOVE PSR-REVIEW-DEPARTMENT TO WS-PREV-REVIEW-DEPT.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "EVALUATIONS READ  " TO CTL-LABEL.
           MOVE CT-EVALS-READ        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  COURSES POSTED  " TO CTL-LABEL.
           MOVE CT-COURSES-POSTED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  PENDING EVAL    " TO CTL-LABEL.
           MOVE CT-PENDING           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  REJECTED        " TO CTL-LABEL.
           MOVE CT-EVALS-REJECTED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "UNITS POSTED      " TO CTL-LABEL.
           MOVE CT-UNITS-POSTED      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "PENDING PRINTED   " TO CTL-LABEL.
           MOVE CT-PENDING-PRINTED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "HISTORY READ      " TO CTL-LABEL.
           MOVE CT-HISTORY-READ      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  UPDATED         " TO CTL-LABEL.
           MOVE CT-HISTORY-UPDATED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  CREATED         " TO CTL-LABEL.
           MOVE CT-HISTORY-CREATED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "HISTORY UNITS ADDED" TO CTL-LABEL.
           MOVE CT-HISTORY-UNITS     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "HISTORY WRITTEN   " TO CTL-LABEL.
           MOVE CT-HISTORY-WRITTEN   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-EVALS-READ = CT-COURSES-POSTED + CT-PENDING
                   + CT-EVALS-REJECTED
                   AND CT-PENDING-PRINTED = CT-PENDING
                   AND CT-HISTORY-UNITS = CT-UNITS-POSTED
                   AND CT-HISTORY-WRITTEN = CT-HISTORY-READ
                       + CT-HISTORY-CREATED
               DISPLAY "*** TRNSCRED RUN IS IN BALANCE ***"
               IF CT-EVALS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** TRNSCRED RUN IS OUT OF BALANCE - REVIEW ***"
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
