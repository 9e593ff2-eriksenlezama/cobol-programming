       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCLR.
      *
      * TERM-END GRADUATION CLEARANCE AND DEGREE CONFERRAL. EVERY
      * STUDENT WHO APPLIED TO GRADUATE IN THE TERM NAMED ON THE
      * SYSIN CARD (COLS 1-5) IS PUT THROUGH THE CONFERRAL
      * CHECKLIST:
      *   - EVERY REQUIREMENT CATEGORY OF THE MAJOR IS MET, BUCKETED
      *     EXACTLY AS THE DEGREE AUDIT (DEGAUDIT) DOES IT FROM
      *     MAJORREQ, COMPCRSE AND THE REGISTRATION FILE;
      *   - CUMULATIVE GPA ON THE ACADEMIC HISTORY MASTER (HISTMAST,
      *     THE CURRENT ACADHIST GENERATION) IS AT LEAST 2.00;
      *   - NO BALANCE OWING ON THE BURSAR BALANCE FILE (BURSBAL);
      *   - NO OPEN INCOMPLETE - A REGISTRATION STILL CARRYING AN
      *     'I' SEMESTER GRADE ON THE REGISTRATION FILE.
      * A STUDENT WHO CLEARS IS MARKED GRADUATED ON SDDATA (STATUS
      * 'G', THE LAST-ACTIVITY YEAR SET TO THE GRADUATION TERM'S
      * YEAR AND THE TERM SEASON CARRIED IN THE BYTE AFTER THE
      * CONTACT DETAILS - THE NINE-DIGIT ID IS TAKEN DOWN TO THE
      * SEVEN-DIGIT SDDATA KEY BY ITS LOW-ORDER DIGITS), A DEGREE
      * RECORD WITH THE HONORS LEVEL IS APPENDED TO DEGREES (COPY
      * DEGREE), AND THE STUDENT IS PRINTED ON THE CLEARED LIST
      * (GRADLIST) FOR THE COMMENCEMENT PROGRAM. A STUDENT WHO DOES
      * NOT CLEAR IS PRINTED ON THE DEFICIENCY LIST (GRADDEF) WITH
      * ONE LINE FOR EVERY ITEM STILL MISSING. AN APPLICANT ALREADY
      * GRADUATED ON SDDATA IS PASSED OVER, SO A RERUN OF THE TERM
      * CONFERS NOTHING TWICE.
      *
      * HONORS BY CUMULATIVE GPA: 3.90 AND OVER SUMMA CUM LAUDE,
      * 3.70 MAGNA CUM LAUDE, 3.50 CUM LAUDE.
      *
      * GRADAPP APPLICATION RECORDS, ONE PER STUDENT IN STUDENT ID
      * ORDER: STUDENT ID 9(9), GRADUATION TERM X(5), DATE APPLIED
      * 9(8). APPLICATIONS FOR OTHER TERMS ARE LEFT FOR THEIR OWN
      * RUN. ANY UNCLEARED APPLICANT ENDS THE RUN WITH RETURN CODE
      * 4, AN OUT-OF-BALANCE RUN WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADAPP  ASSIGN TO GRADAPP
               FILE STATUS IS WF-GRADAPP-STATUS.
           SELECT MAJORREQ ASSIGN TO MAJORREQ
               FILE STATUS IS WF-MAJORREQ-STATUS.
           SELECT COMPCRSE ASSIGN TO COMPCRSE
               FILE STATUS IS WF-COMPCRSE-STATUS.
           SELECT CRSEREG  ASSIGN TO REGSFILE
               FILE STATUS IS WF-CRSEREG-STATUS.
           SELECT HISTMAST ASSIGN TO HISTMAST
               FILE STATUS IS WF-HISTMAST-STATUS.
           SELECT BURSBAL  ASSIGN TO BURSBAL
               FILE STATUS IS WF-BURSBAL-STATUS.
           SELECT StudentFile ASSIGN TO SDDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ws-StudentId-key
               FILE STATUS IS WF-SDDATA-STATUS.
           SELECT DEGREES  ASSIGN TO DEGREES
               FILE STATUS IS WF-DEGREES-STATUS.
           SELECT GRADLIST ASSIGN TO GRADLIST
               FILE STATUS IS WF-GRADLIST-STATUS.
           SELECT GRADDEF  ASSIGN TO GRADDEF
               FILE STATUS IS WF-GRADDEF-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  GRADAPP
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADUATION-APPLICATION.
           05  GA-STUDENT-ID           PIC 9(9).
           05  GA-GRAD-TERM            PIC X(5).
           05  GA-DATE-APPLIED         PIC 9(8).
           05  FILLER                  PIC X(58).
      *
       FD  MAJORREQ
           RECORD CONTAINS 80 CHARACTERS.
       01  MAJOR-REQUIREMENT-RECORD.
           05  MR-RECORD-TYPE          PIC X.
               88  MR-CATEGORY-ENTRY       VALUE "C".
               88  MR-QUALIFIER-ENTRY      VALUE "Q".
           05  MR-MAJOR                PIC X(4).
           05  MR-CATEGORY             PIC X(2).
           05  MR-CATEGORY-DATA.
               10  MR-CATEGORY-NAME    PIC X(20).
               10  MR-REQUIRED-UNITS   PIC 9(3).
           05  MR-QUALIFIER-DATA REDEFINES MR-CATEGORY-DATA.
               10  MR-Q-DEPARTMENT     PIC X(4).
               10  MR-Q-COURSE-NUMBER  PIC 9(3).
               10  FILLER              PIC X(16).
           05  FILLER                  PIC X(50).
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
           05  FILLER                  PIC X(57).
      *
       FD  CRSEREG.
       COPY CRSEREG.
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
       FD  BURSBAL
           RECORD CONTAINS 80 CHARACTERS.
       01  BURSAR-BALANCE-RECORD.
           05  BB-STUDENT-ID           PIC 9(09).
           05  BB-STUDENT-NAME         PIC X(25).
           05  BB-BALANCE              PIC S9(07)V9(02)
                                       SIGN IS LEADING SEPARATE.
           05  BB-BILL-DATE            PIC 9(08).
           05  FILLER                  PIC X(28).
      *
       FD  StudentFile.
       01  studentdetails.
           05 ws-StudentId-key    PIC 9(7).
           05 ws-Surname          PIC X(8).
           05 ws-Initials         PIC XX.
           05 FILLER              PIC X(13).
           05 ws-Status           PIC X.
               88 ws-Graduated        VALUE "G".
           05 ws-LastActivityYear PIC X(4).
           05 ws-Contact          PIC X(42).
           05 ws-GradTermSeason   PIC X.
           05 ws-ClassStanding    PIC X.
           05 FILLER              PIC X.
      *
       FD  DEGREES
           RECORD CONTAINS 80 CHARACTERS.
       COPY DEGREE.
      *
       FD  GRADLIST.
       01  CLEARED-PRINT-AREA      PIC X(132).
      *
       FD  GRADDEF.
       01  PRINT-AREA              PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  GRADAPP-EOF-SWITCH      PIC X    VALUE "N".
               88  GRADAPP-EOF                  VALUE "Y".
           05  MAJORREQ-EOF-SWITCH     PIC X    VALUE "N".
               88  MAJORREQ-EOF                 VALUE "Y".
           05  COMPCRSE-EOF-SWITCH     PIC X    VALUE "N".
               88  COMPCRSE-EOF                 VALUE "Y".
           05  CRSEREG-EOF-SWITCH      PIC X    VALUE "N".
               88  CRSEREG-EOF                  VALUE "Y".
           05  HISTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  HISTMAST-EOF                 VALUE "Y".
           05  BURSBAL-EOF-SWITCH      PIC X    VALUE "N".
               88  BURSBAL-EOF                  VALUE "Y".
           05  SDDATA-FOUND-SWITCH     PIC X    VALUE "N".
               88  SDDATA-FOUND                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-GRADAPP-STATUS   PIC XX.
               88  GRADAPP-FILE-OK         VALUE "00".
           05  WF-MAJORREQ-STATUS  PIC XX.
               88  MAJORREQ-FILE-OK        VALUE "00".
           05  WF-COMPCRSE-STATUS  PIC XX.
               88  COMPCRSE-FILE-OK        VALUE "00".
           05  WF-CRSEREG-STATUS   PIC XX.
               88  CRSEREG-FILE-OK         VALUE "00".
           05  WF-HISTMAST-STATUS  PIC XX.
               88  HISTMAST-FILE-OK        VALUE "00".
           05  WF-BURSBAL-STATUS   PIC XX.
               88  BURSBAL-FILE-OK         VALUE "00".
           05  WF-SDDATA-STATUS    PIC XX.
               88  SDDATA-FILE-OK          VALUE "00".
           05  WF-DEGREES-STATUS   PIC XX.
               88  DEGREES-FILE-OK         VALUE "00".
           05  WF-GRADLIST-STATUS  PIC XX.
               88  GRADLIST-FILE-OK        VALUE "00".
           05  WF-GRADDEF-STATUS   PIC XX.
               88  GRADDEF-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  LINES-ON-PAGE       PIC S9(3)   VALUE +55.
           05  CLR-PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  CLR-LINE-COUNT      PIC S9(3)   VALUE +99.
           05  DEF-PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  DEF-LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  TERM-SELECT-FIELDS.
           05  WS-SELECT-TERM      PIC X(5).
      *
      * THE CONFERRAL STANDARDS.
      *
       01  CLEARANCE-STANDARDS.
           05  WS-MINIMUM-GPA      PIC 9V99    VALUE 2.00.
           05  WS-SUMMA-GPA        PIC 9V99    VALUE 3.90.
           05  WS-MAGNA-GPA        PIC 9V99    VALUE 3.70.
           05  WS-CUM-LAUDE-GPA    PIC 9V99    VALUE 3.50.
      *
       01  CATEGORY-TABLE-FIELDS.
           05  CA-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  CA-SUB              PIC S9(3)  COMP.
      *
       01  CATEGORY-TABLE.
           05  CATEGORY-ENTRY          OCCURS 100 TIMES.
               10  CA-MAJOR                PIC X(4).
               10  CA-CATEGORY             PIC X(2).
               10  CA-CATEGORY-NAME        PIC X(20).
               10  CA-REQUIRED-UNITS       PIC 9(3).
               10  CA-EARNED-UNITS         PIC S9(3) COMP-3.
      *
       01  QUALIFIER-TABLE-FIELDS.
           05  QU-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  QU-SUB              PIC S9(3)  COMP.
      *
       01  QUALIFIER-TABLE.
           05  QUALIFIER-ENTRY         OCCURS 500 TIMES.
               10  QU-MAJOR                PIC X(4).
               10  QU-CATEGORY             PIC X(2).
               10  QU-DEPARTMENT           PIC X(4).
               10  QU-COURSE-NUMBER        PIC 9(3).
      *
      * ONE ENTRY PER APPLICANT FOR THE TERM. THE OTHER INPUT
      * FILES ARE PASSED ONCE EACH AND ONLY WHAT BELONGS TO AN
      * APPLICANT IS KEPT.
      *
       01  APPLICANT-TABLE-FIELDS.
           05  AP-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  AP-SUB              PIC S9(4)  COMP.
           05  AP-MATCH-SUB        PIC S9(4)  COMP.
           05  IC-SUB              PIC S9(3)  COMP.
      *
       01  APPLICANT-TABLE.
           05  APPLICANT-ENTRY         OCCURS 2000 TIMES.
               10  AP-STUDENT-ID           PIC 9(9).
               10  AP-STUDENT-NAME         PIC X(25).
               10  AP-MAJOR                PIC X(4).
               10  AP-HISTORY-SWITCH       PIC X.
                   88  AP-HISTORY-FOUND        VALUE "Y".
               10  AP-UNITS-ATTEMPTED      PIC 9(5).
               10  AP-UNITS-EARNED         PIC 9(5).
               10  AP-GRADE-POINTS         PIC 9(7)V99.
               10  AP-BALANCE              PIC S9(7)V99  COMP-3.
               10  AP-INCOMPLETE-COUNT     PIC S9(3)     COMP.
               10  AP-INCOMPLETE           OCCURS 10 TIMES.
                   15  AP-INC-DEPARTMENT       PIC X(4).
                   15  AP-INC-COURSE-NUMBER    PIC 9(3).
                   15  AP-INC-TERM-CODE        PIC X(5).
      *
       01  COMPLETED-TABLE-FIELDS.
           05  CPT-ENTRY-COUNT     PIC S9(5)  COMP  VALUE ZERO.
           05  CPT-SUB             PIC S9(5)  COMP.
      *
       01  COMPLETED-TABLE.
           05  COMPLETED-ENTRY         OCCURS 20000 TIMES.
               10  CPT-STUDENT-ID          PIC 9(9).
               10  CPT-DEPARTMENT-CODE     PIC X(4).
               10  CPT-COURSE-NUMBER       PIC 9(3).
               10  CPT-COURSE-UNITS        PIC 9(1).
      *
       01  WORK-FIELDS.
           05  WS-SEARCH-ID        PIC 9(9).
           05  WS-CUM-GPA          PIC S9V99.
           05  WS-REMAINING-UNITS  PIC S9(3)     COMP-3.
           05  WS-MAJOR-CATEGORIES PIC S9(3)     COMP.
           05  WS-DEFICIENCY-COUNT PIC S9(3)     COMP.
           05  WS-UNITS-EDIT       PIC ZZ9.
           05  WS-GPA-EDIT         PIC 9.99.
           05  WS-AMOUNT-EDIT      PIC Z,ZZZ,ZZ9.99.
           05  WS-MORE-EDIT        PIC ZZ9.
           05  WS-DEFICIENCY-TEXT  PIC X(60).
      *
       01  CONTROL-TOTALS.
           05  CT-APPS-READ        PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-APPS-SELECTED    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-APPS-OTHER-TERM  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-APPS-DROPPED     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-CLEARED          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-NOT-CLEARED      PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ALREADY-CONFERRED PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-DEFICIENCIES     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-DEGREES-WRITTEN  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-SUMMA            PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-MAGNA            PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-CUM-LAUDE        PIC S9(5) COMP-3 VALUE ZERO.
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
           05  FILLER          PIC X(10)   VALUE "GRADCLR".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  CLEARED-TITLE.
           05  FILLER          PIC X(20)   VALUE "GRADUATES CLEARED - ".
           05  FILLER          PIC X(5)    VALUE "TERM ".
           05  CT-TITLE-TERM   PIC X(5).
           05  FILLER          PIC X(10)   VALUE SPACE.
      *
       01  DEFICIENCY-TITLE.
           05  FILLER          PIC X(20)   VALUE "GRADUATION DEFICIENC".
           05  FILLER          PIC X(8)    VALUE "IES TERM".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  DT-TITLE-TERM   PIC X(5).
           05  FILLER          PIC X(6)    VALUE SPACE.
      *
       01  CLEARED-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE "STUDENT    STUDENT N".
           05  FILLER      PIC X(20)   VALUE "AME               MA".
           05  FILLER      PIC X(20)   VALUE "JR   GPA    UNITS   ".
           05  FILLER      PIC X(20)   VALUE "HONORS              ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  DEFICIENCY-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE "STUDENT    STUDENT N".
           05  FILLER      PIC X(20)   VALUE "AME               MA".
           05  FILLER      PIC X(20)   VALUE "JR  DEFICIENCY      ".
           05  FILLER      PIC X(72)   VALUE SPACE.
      *
       01  CLEARED-LINE.
           05  CL-STUDENT-ID           PIC 9(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  CL-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  CL-MAJOR                PIC X(4).
           05  FILLER                  PIC X(3)     VALUE SPACE.
           05  CL-CUM-GPA              PIC 9.99.
           05  FILLER                  PIC X(3)     VALUE SPACE.
           05  CL-UNITS-EARNED         PIC ZZZZ9.
           05  FILLER                  PIC X(3)     VALUE SPACE.
           05  CL-HONORS               PIC X(16).
           05  FILLER                  PIC X(56)    VALUE SPACE.
      *
       01  DEFICIENCY-LINE.
           05  DL-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  DL-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  DL-MAJOR                PIC X(4).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  DL-DEFICIENCY           PIC X(60).
           05  FILLER                  PIC X(28)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "GRADCLR TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-CLEAR-GRADUATES.
      *
           PERFORM 095-ACCEPT-TERM-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-APPLICATIONS.
           PERFORM 130-LOAD-REQUIREMENTS.
           PERFORM 140-LOAD-COMPLETED-COURSES.
           PERFORM 160-LOAD-REGISTRATIONS.
           PERFORM 170-LOAD-ACADEMIC-HISTORY.
           PERFORM 180-LOAD-BURSAR-BALANCES.
           PERFORM 200-CLEAR-ONE-APPLICANT
               VARYING AP-SUB FROM 1 BY 1
               UNTIL AP-SUB > AP-ENTRY-COUNT.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE StudentFile
                 DEGREES
                 GRADLIST
                 GRADDEF.
           GOBACK.
      *
       095-ACCEPT-TERM-CARD.
      *
           MOVE SPACES TO WS-SELECT-TERM.
           ACCEPT WS-SELECT-TERM.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "GRADCLR NO TERM CARD ON SYSIN - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           DISPLAY "GRADCLR CLEARING GRADUATES FOR TERM "
               WS-SELECT-TERM.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  GRADAPP
                       MAJORREQ
                       COMPCRSE
                       CRSEREG
                       HISTMAST
                       BURSBAL
                I-O    StudentFile
                OUTPUT GRADLIST
                       GRADDEF
                EXTEND DEGREES.
           IF WF-DEGREES-STATUS = "35"
               OPEN OUTPUT DEGREES
           END-IF.
           IF NOT GRADAPP-FILE-OK
              DISPLAY "GRADAPP OPEN ERROR: " WF-GRADAPP-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT MAJORREQ-FILE-OK
              DISPLAY "MAJORREQ OPEN ERROR: " WF-MAJORREQ-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT COMPCRSE-FILE-OK
              DISPLAY "COMPCRSE OPEN ERROR: " WF-COMPCRSE-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CRSEREG-FILE-OK
              DISPLAY "REGSFILE OPEN ERROR: " WF-CRSEREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT HISTMAST-FILE-OK
              DISPLAY "HISTMAST OPEN ERROR: " WF-HISTMAST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT BURSBAL-FILE-OK
              DISPLAY "BURSBAL OPEN ERROR: " WF-BURSBAL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT SDDATA-FILE-OK
              DISPLAY "SDDATA OPEN ERROR: " WF-SDDATA-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT DEGREES-FILE-OK
              DISPLAY "DEGREES OPEN ERROR: " WF-DEGREES-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT GRADLIST-FILE-OK
              DISPLAY "GRADLIST OPEN ERROR: " WF-GRADLIST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT GRADDEF-FILE-OK
              DISPLAY "GRADDEF OPEN ERROR: " WF-GRADDEF-STATUS
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
           MOVE WS-SELECT-TERM TO CT-TITLE-TERM.
           MOVE WS-SELECT-TERM TO DT-TITLE-TERM.
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
       120-LOAD-APPLICATIONS.
      *
           PERFORM 122-READ-APPLICATION.
           PERFORM 124-STORE-APPLICATION
               UNTIL GRADAPP-EOF.
           CLOSE GRADAPP.
      *
       122-READ-APPLICATION.
      *
           READ GRADAPP
               AT END
                   MOVE "Y" TO GRADAPP-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-APPS-READ
           END-READ.
      *
       124-STORE-APPLICATION.
      *
           EVALUATE TRUE
               WHEN GA-GRAD-TERM NOT = WS-SELECT-TERM
                   ADD 1 TO CT-APPS-OTHER-TERM
               WHEN GA-STUDENT-ID NOT NUMERIC
                   DISPLAY "INVALID STUDENT ID ON APPLICATION - "
                       "DROPPED " GA-STUDENT-ID
                   ADD 1 TO CT-APPS-DROPPED
               WHEN AP-ENTRY-COUNT NOT < 2000
                   DISPLAY "APPLICANT TABLE FULL - APPLICATION "
                       "DROPPED " GA-STUDENT-ID
                   ADD 1 TO CT-APPS-DROPPED
               WHEN OTHER
                   ADD 1 TO AP-ENTRY-COUNT
                   ADD 1 TO CT-APPS-SELECTED
                   MOVE GA-STUDENT-ID
                       TO AP-STUDENT-ID (AP-ENTRY-COUNT)
                   MOVE SPACES TO AP-STUDENT-NAME (AP-ENTRY-COUNT)
                   MOVE SPACES TO AP-MAJOR (AP-ENTRY-COUNT)
                   MOVE "N" TO AP-HISTORY-SWITCH (AP-ENTRY-COUNT)
                   MOVE ZERO TO AP-UNITS-ATTEMPTED (AP-ENTRY-COUNT)
                   MOVE ZERO TO AP-UNITS-EARNED (AP-ENTRY-COUNT)
                   MOVE ZERO TO AP-GRADE-POINTS (AP-ENTRY-COUNT)
                   MOVE ZERO TO AP-BALANCE (AP-ENTRY-COUNT)
                   MOVE ZERO TO AP-INCOMPLETE-COUNT (AP-ENTRY-COUNT)
           END-EVALUATE.
           PERFORM 122-READ-APPLICATION.
      *
       130-LOAD-REQUIREMENTS.
      *
           PERFORM 132-READ-REQUIREMENT.
           PERFORM 134-STORE-REQUIREMENT
               UNTIL MAJORREQ-EOF.
           CLOSE MAJORREQ.
           IF CA-ENTRY-COUNT = ZERO
               DISPLAY "MAJORREQ HAS NO CATEGORIES - NOTHING TO CLEAR"
               PERFORM 900-ABORT
           END-IF.
      *
       132-READ-REQUIREMENT.
      *
           READ MAJORREQ
               AT END
                   MOVE "Y" TO MAJORREQ-EOF-SWITCH
           END-READ.
      *
       134-STORE-REQUIREMENT.
      *
           EVALUATE TRUE
               WHEN MR-CATEGORY-ENTRY
                   IF CA-ENTRY-COUNT < 100
                       ADD 1 TO CA-ENTRY-COUNT
                       MOVE MR-MAJOR
                           TO CA-MAJOR (CA-ENTRY-COUNT)
                       MOVE MR-CATEGORY
                           TO CA-CATEGORY (CA-ENTRY-COUNT)
                       MOVE MR-CATEGORY-NAME
                           TO CA-CATEGORY-NAME (CA-ENTRY-COUNT)
                       MOVE MR-REQUIRED-UNITS
                           TO CA-REQUIRED-UNITS (CA-ENTRY-COUNT)
                   ELSE
                       DISPLAY "CATEGORY TABLE FULL - ENTRY OMITTED "
                           MR-MAJOR "/" MR-CATEGORY
                   END-IF
               WHEN MR-QUALIFIER-ENTRY
                   IF QU-ENTRY-COUNT < 500
                       ADD 1 TO QU-ENTRY-COUNT
                       MOVE MR-MAJOR
                           TO QU-MAJOR (QU-ENTRY-COUNT)
                       MOVE MR-CATEGORY
                           TO QU-CATEGORY (QU-ENTRY-COUNT)
                       MOVE MR-Q-DEPARTMENT
                           TO QU-DEPARTMENT (QU-ENTRY-COUNT)
                       MOVE MR-Q-COURSE-NUMBER
                           TO QU-COURSE-NUMBER (QU-ENTRY-COUNT)
                   ELSE
                       DISPLAY "QUALIFIER TABLE FULL - ENTRY OMITTED "
                           MR-MAJOR "/" MR-CATEGORY
                   END-IF
               WHEN OTHER
                   DISPLAY "BAD MAJORREQ RECORD TYPE SKIPPED "
                       MR-RECORD-TYPE
           END-EVALUATE.
           PERFORM 132-READ-REQUIREMENT.
      *
      * ONLY APPLICANTS' COURSES ARE KEPT. FAILED ATTEMPTS EARN
      * NOTHING TOWARD A CATEGORY, AS IN THE DEGREE AUDIT.
      *
       140-LOAD-COMPLETED-COURSES.
      *
           PERFORM 142-READ-COMPLETED.
           PERFORM 144-STORE-COMPLETED
               UNTIL COMPCRSE-EOF.
           CLOSE COMPCRSE.
      *
       142-READ-COMPLETED.
      *
           READ COMPCRSE
               AT END
                   MOVE "Y" TO COMPCRSE-EOF-SWITCH
           END-READ.
      *
       144-STORE-COMPLETED.
      *
           MOVE CP-STUDENT-ID TO WS-SEARCH-ID.
           PERFORM 190-FIND-APPLICANT.
           IF AP-MATCH-SUB = ZERO OR CP-GRADE = "F"
               CONTINUE
           ELSE
           IF CPT-ENTRY-COUNT < 20000
               ADD 1 TO CPT-ENTRY-COUNT
               MOVE CP-STUDENT-ID
                   TO CPT-STUDENT-ID (CPT-ENTRY-COUNT)
               MOVE CP-DEPARTMENT-CODE
                   TO CPT-DEPARTMENT-CODE (CPT-ENTRY-COUNT)
               MOVE CP-COURSE-NUMBER
                   TO CPT-COURSE-NUMBER (CPT-ENTRY-COUNT)
               MOVE CP-COURSE-UNITS
                   TO CPT-COURSE-UNITS (CPT-ENTRY-COUNT)
           ELSE
               DISPLAY "COMPLETED TABLE FULL - RECORD OMITTED "
                   CP-STUDENT-ID
               PERFORM 900-ABORT
           END-IF
           END-IF.
           PERFORM 142-READ-COMPLETED.
      *
      * THE APPLICANT'S MAJOR AND NAME COME OFF THE REGISTRATION
      * FILE - THE LATEST RECORD SEEN FOR A STUDENT WINS, AS IN
      * THE DEGREE AUDIT - AND EVERY REGISTRATION STILL CARRYING
      * AN 'I' SEMESTER GRADE IS AN OPEN INCOMPLETE.
      *
       160-LOAD-REGISTRATIONS.
      *
           PERFORM 162-READ-REGISTRATION.
           PERFORM 164-STORE-REGISTRATION
               UNTIL CRSEREG-EOF.
           CLOSE CRSEREG.
      *
       162-READ-REGISTRATION.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 163-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CRSEREG-EOF.
      *
       163-READ-RAW-RECORD.
      *
           READ CRSEREG
               AT END
                   MOVE "Y" TO CRSEREG-EOF-SWITCH
               NOT AT END
                   IF COURSE-REGISTRATION-RECORD (1:4) = "HDR!"
                       OR COURSE-REGISTRATION-RECORD (1:4) = "TRL!"
                       MOVE "Y" TO FC-CONTROL-SWITCH
                   ELSE
                       MOVE "N" TO FC-CONTROL-SWITCH
                   END-IF
           END-READ.
      *
       164-STORE-REGISTRATION.
      *
           MOVE CR-STUDENT-ID TO WS-SEARCH-ID.
           PERFORM 190-FIND-APPLICANT.
           IF AP-MATCH-SUB > ZERO
               MOVE CR-STUDENT-NAME TO AP-STUDENT-NAME (AP-MATCH-SUB)
               MOVE CR-MAJOR        TO AP-MAJOR (AP-MATCH-SUB)
               IF CR-SEMESTER-GRADE = "I"
                   PERFORM 166-STORE-INCOMPLETE
               END-IF
           END-IF.
           PERFORM 162-READ-REGISTRATION.
      *
       166-STORE-INCOMPLETE.
      *
           ADD 1 TO AP-INCOMPLETE-COUNT (AP-MATCH-SUB).
           MOVE AP-INCOMPLETE-COUNT (AP-MATCH-SUB) TO IC-SUB.
           IF IC-SUB NOT > 10
               MOVE CR-DEPARTMENT-CODE
                   TO AP-INC-DEPARTMENT (AP-MATCH-SUB IC-SUB)
               MOVE CR-COURSE-NUMBER
                   TO AP-INC-COURSE-NUMBER (AP-MATCH-SUB IC-SUB)
               MOVE CR-TERM-CODE
                   TO AP-INC-TERM-CODE (AP-MATCH-SUB IC-SUB)
           END-IF.
      *
       170-LOAD-ACADEMIC-HISTORY.
      *
           PERFORM 172-READ-HISTORY.
           PERFORM 174-STORE-HISTORY
               UNTIL HISTMAST-EOF.
           CLOSE HISTMAST.
      *
       172-READ-HISTORY.
      *
           READ HISTMAST
               AT END
                   MOVE "Y" TO HISTMAST-EOF-SWITCH
           END-READ.
      *
       174-STORE-HISTORY.
      *
           MOVE HM-STUDENT-ID TO WS-SEARCH-ID.
           PERFORM 190-FIND-APPLICANT.
           IF AP-MATCH-SUB > ZERO
               MOVE "Y" TO AP-HISTORY-SWITCH (AP-MATCH-SUB)
               MOVE HM-UNITS-ATTEMPTED
                   TO AP-UNITS-ATTEMPTED (AP-MATCH-SUB)
               MOVE HM-UNITS-EARNED  TO AP-UNITS-EARNED (AP-MATCH-SUB)
               MOVE HM-GRADE-POINTS  TO AP-GRADE-POINTS (AP-MATCH-SUB)
               IF AP-STUDENT-NAME (AP-MATCH-SUB) = SPACES
                   MOVE HM-STUDENT-NAME
                       TO AP-STUDENT-NAME (AP-MATCH-SUB)
               END-IF
           END-IF.
           PERFORM 172-READ-HISTORY.
      *
       180-LOAD-BURSAR-BALANCES.
      *
           PERFORM 182-READ-BALANCE.
           PERFORM 184-STORE-BALANCE
               UNTIL BURSBAL-EOF.
           CLOSE BURSBAL.
      *
       182-READ-BALANCE.
      *
           READ BURSBAL
               AT END
                   MOVE "Y" TO BURSBAL-EOF-SWITCH
           END-READ.
      *
       184-STORE-BALANCE.
      *
           MOVE BB-STUDENT-ID TO WS-SEARCH-ID.
           PERFORM 190-FIND-APPLICANT.
           IF AP-MATCH-SUB > ZERO
               ADD BB-BALANCE TO AP-BALANCE (AP-MATCH-SUB)
           END-IF.
           PERFORM 182-READ-BALANCE.
      *
       190-FIND-APPLICANT.
      *
           MOVE ZERO TO AP-MATCH-SUB.
           PERFORM 195-MATCH-ONE-APPLICANT
               VARYING AP-SUB FROM 1 BY 1
               UNTIL AP-SUB > AP-ENTRY-COUNT
               OR AP-MATCH-SUB > ZERO.
      *
       195-MATCH-ONE-APPLICANT.
      *
           IF AP-STUDENT-ID (AP-SUB) = WS-SEARCH-ID
               MOVE AP-SUB TO AP-MATCH-SUB
           END-IF.
      *
      * EVERY TEST IS APPLIED, SO THE DEFICIENCY LIST SHOWS ALL
      * THAT STANDS BETWEEN THE STUDENT AND THE DEGREE AT ONCE.
      *
       200-CLEAR-ONE-APPLICANT.
      *
           MOVE ZERO TO WS-DEFICIENCY-COUNT.
           PERFORM 205-READ-STUDENT-MASTER.
           IF SDDATA-FOUND AND ws-Graduated
               DISPLAY "DEGREE ALREADY CONFERRED - PASSED OVER "
                   AP-STUDENT-ID (AP-SUB)
               ADD 1 TO CT-ALREADY-CONFERRED
           ELSE
               IF NOT SDDATA-FOUND
                   MOVE "NOT ON THE STUDENT MASTER (SDDATA)"
                       TO WS-DEFICIENCY-TEXT
                   PERFORM 290-PRINT-DEFICIENCY
               END-IF
               PERFORM 210-CHECK-CATEGORIES
               PERFORM 240-CHECK-GPA
               PERFORM 250-CHECK-BALANCE
               PERFORM 260-CHECK-INCOMPLETES
               IF WS-DEFICIENCY-COUNT = ZERO
                   PERFORM 300-CONFER-DEGREE
               ELSE
                   ADD 1 TO CT-NOT-CLEARED
               END-IF
           END-IF.
      *
       205-READ-STUDENT-MASTER.
      *
           MOVE AP-STUDENT-ID (AP-SUB) TO ws-StudentId-key.
           MOVE "Y" TO SDDATA-FOUND-SWITCH.
           READ StudentFile
               INVALID KEY
                   MOVE "N" TO SDDATA-FOUND-SWITCH
           END-READ.
      *
       210-CHECK-CATEGORIES.
      *
           MOVE ZERO TO WS-MAJOR-CATEGORIES.
           PERFORM 215-CHECK-ONE-CATEGORY
               VARYING CA-SUB FROM 1 BY 1
               UNTIL CA-SUB > CA-ENTRY-COUNT.
           IF WS-MAJOR-CATEGORIES = ZERO
               MOVE SPACES TO WS-DEFICIENCY-TEXT
               STRING "NO REQUIREMENTS ON FILE FOR MAJOR "
                       DELIMITED BY SIZE
                   AP-MAJOR (AP-SUB) DELIMITED BY SIZE
                   INTO WS-DEFICIENCY-TEXT
               PERFORM 290-PRINT-DEFICIENCY
           END-IF.
      *
       215-CHECK-ONE-CATEGORY.
      *
           IF CA-MAJOR (CA-SUB) = AP-MAJOR (AP-SUB)
               ADD 1 TO WS-MAJOR-CATEGORIES
               MOVE ZERO TO CA-EARNED-UNITS (CA-SUB)
               PERFORM 220-BUCKET-ONE-COMPLETED
                   VARYING CPT-SUB FROM 1 BY 1
                   UNTIL CPT-SUB > CPT-ENTRY-COUNT
               COMPUTE WS-REMAINING-UNITS =
                   CA-REQUIRED-UNITS (CA-SUB)
                   - CA-EARNED-UNITS (CA-SUB)
               IF WS-REMAINING-UNITS > ZERO
                   MOVE WS-REMAINING-UNITS TO WS-UNITS-EDIT
                   MOVE SPACES TO WS-DEFICIENCY-TEXT
                   STRING "CATEGORY " DELIMITED BY SIZE
                       CA-CATEGORY (CA-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CA-CATEGORY-NAME (CA-SUB) DELIMITED BY SIZE
                       " SHORT " DELIMITED BY SIZE
                       WS-UNITS-EDIT DELIMITED BY SIZE
                       " UNITS" DELIMITED BY SIZE
                       INTO WS-DEFICIENCY-TEXT
                   PERFORM 290-PRINT-DEFICIENCY
               END-IF
           END-IF.
      *
       220-BUCKET-ONE-COMPLETED.
      *
           IF CPT-STUDENT-ID (CPT-SUB) = AP-STUDENT-ID (AP-SUB)
               PERFORM 230-MATCH-ONE-QUALIFIER
                   VARYING QU-SUB FROM 1 BY 1
                   UNTIL QU-SUB > QU-ENTRY-COUNT
           END-IF.
      *
       230-MATCH-ONE-QUALIFIER.
      *
           IF QU-MAJOR (QU-SUB) = CA-MAJOR (CA-SUB)
                   AND QU-CATEGORY (QU-SUB) = CA-CATEGORY (CA-SUB)
                   AND QU-DEPARTMENT (QU-SUB)
                       = CPT-DEPARTMENT-CODE (CPT-SUB)
                   AND QU-COURSE-NUMBER (QU-SUB)
                       = CPT-COURSE-NUMBER (CPT-SUB)
               ADD CPT-COURSE-UNITS (CPT-SUB)
                   TO CA-EARNED-UNITS (CA-SUB)
           END-IF.
      *
      * CUMULATIVE GPA IS FIGURED AS THE ACADEMIC HISTORY RUN
      * FIGURES IT - GRADE POINTS OVER UNITS ATTEMPTED, ROUNDED.
      *
       240-CHECK-GPA.
      *
           IF AP-UNITS-ATTEMPTED (AP-SUB) > ZERO
               COMPUTE WS-CUM-GPA ROUNDED =
                   AP-GRADE-POINTS (AP-SUB)
                   / AP-UNITS-ATTEMPTED (AP-SUB)
           ELSE
               MOVE ZERO TO WS-CUM-GPA
           END-IF.
           IF NOT AP-HISTORY-FOUND (AP-SUB)
               MOVE "NO ACADEMIC HISTORY ON FILE"
                   TO WS-DEFICIENCY-TEXT
               PERFORM 290-PRINT-DEFICIENCY
           ELSE
               IF WS-CUM-GPA < WS-MINIMUM-GPA
                   MOVE WS-CUM-GPA TO WS-GPA-EDIT
                   MOVE SPACES TO WS-DEFICIENCY-TEXT
                   STRING "CUMULATIVE GPA " DELIMITED BY SIZE
                       WS-GPA-EDIT DELIMITED BY SIZE
                       " BELOW THE 2.00 MINIMUM" DELIMITED BY SIZE
                       INTO WS-DEFICIENCY-TEXT
                   PERFORM 290-PRINT-DEFICIENCY
               END-IF
           END-IF.
      *
       250-CHECK-BALANCE.
      *
           IF AP-BALANCE (AP-SUB) > ZERO
               MOVE AP-BALANCE (AP-SUB) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-DEFICIENCY-TEXT
               STRING "BURSAR BALANCE OUTSTANDING " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO WS-DEFICIENCY-TEXT
               PERFORM 290-PRINT-DEFICIENCY
           END-IF.
      *
       260-CHECK-INCOMPLETES.
      *
           PERFORM 265-LIST-ONE-INCOMPLETE
               VARYING IC-SUB FROM 1 BY 1
               UNTIL IC-SUB > AP-INCOMPLETE-COUNT (AP-SUB)
               OR IC-SUB > 10.
           IF AP-INCOMPLETE-COUNT (AP-SUB) > 10
               COMPUTE WS-MORE-EDIT =
                   AP-INCOMPLETE-COUNT (AP-SUB) - 10
               MOVE SPACES TO WS-DEFICIENCY-TEXT
               STRING "AND " DELIMITED BY SIZE
                   WS-MORE-EDIT DELIMITED BY SIZE
                   " MORE OPEN INCOMPLETES" DELIMITED BY SIZE
                   INTO WS-DEFICIENCY-TEXT
               PERFORM 290-PRINT-DEFICIENCY
           END-IF.
      *
       265-LIST-ONE-INCOMPLETE.
      *
           MOVE SPACES TO WS-DEFICIENCY-TEXT.
           STRING "OPEN INCOMPLETE " DELIMITED BY SIZE
               AP-INC-DEPARTMENT (AP-SUB IC-SUB) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               AP-INC-COURSE-NUMBER (AP-SUB IC-SUB) DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               AP-INC-TERM-CODE (AP-SUB IC-SUB) DELIMITED BY SIZE
               INTO WS-DEFICIENCY-TEXT.
           PERFORM 290-PRINT-DEFICIENCY.
      *
      * THE STUDENT IS NAMED ON THE FIRST DEFICIENCY LINE ONLY.
      *
       290-PRINT-DEFICIENCY.
      *
           IF DEF-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 295-PRINT-DEFICIENCY-HEADINGS.
           IF WS-DEFICIENCY-COUNT = ZERO
               MOVE AP-STUDENT-ID (AP-SUB)   TO DL-STUDENT-ID
               MOVE AP-STUDENT-NAME (AP-SUB) TO DL-STUDENT-NAME
               MOVE AP-MAJOR (AP-SUB)        TO DL-MAJOR
           ELSE
               MOVE SPACES TO DL-STUDENT-ID
               MOVE SPACES TO DL-STUDENT-NAME
               MOVE SPACES TO DL-MAJOR
           END-IF.
           MOVE WS-DEFICIENCY-TEXT TO DL-DEFICIENCY.
           MOVE DEFICIENCY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO DEF-LINE-COUNT.
           ADD 1 TO WS-DEFICIENCY-COUNT.
           ADD 1 TO CT-DEFICIENCIES.
      *
       295-PRINT-DEFICIENCY-HEADINGS.
      *
           ADD 1 TO DEF-PAGE-COUNT.
           MOVE DEF-PAGE-COUNT   TO HL1-PAGE-NUMBER.
           MOVE DEFICIENCY-TITLE TO HL1-REPORT-TITLE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE DEFICIENCY-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 4 TO DEF-LINE-COUNT.
      *
      * SDDATA IS UPDATED FIRST; THE DEGREE RECORD AND THE CLEARED
      * LIST FOLLOW ONLY ONCE THE MASTER CARRIES THE CONFERRAL.
      *
       300-CONFER-DEGREE.
      *
           MOVE "G" TO ws-Status.
           MOVE WS-SELECT-TERM (1:4) TO ws-LastActivityYear.
           MOVE WS-SELECT-TERM (5:1) TO ws-GradTermSeason.
           REWRITE studentdetails
               INVALID KEY
                   DISPLAY "SDDATA REWRITE ERROR: " WF-SDDATA-STATUS
                       " STUDENT " AP-STUDENT-ID (AP-SUB)
                   PERFORM 900-ABORT
           END-REWRITE.
           MOVE SPACES TO DEGREE-RECORD.
           MOVE AP-STUDENT-ID (AP-SUB)     TO DG-STUDENT-ID.
           MOVE AP-STUDENT-NAME (AP-SUB)   TO DG-STUDENT-NAME.
           MOVE AP-MAJOR (AP-SUB)          TO DG-MAJOR.
           MOVE WS-SELECT-TERM             TO DG-GRAD-TERM.
           MOVE PD-BUSINESS-DATE           TO DG-CONFERRAL-DATE.
           MOVE AP-UNITS-EARNED (AP-SUB)   TO DG-UNITS-EARNED.
           MOVE WS-CUM-GPA                 TO DG-CUM-GPA.
           EVALUATE TRUE
               WHEN WS-CUM-GPA NOT < WS-SUMMA-GPA
                   SET DG-SUMMA-CUM-LAUDE TO TRUE
                   MOVE "SUMMA CUM LAUDE " TO CL-HONORS
                   ADD 1 TO CT-SUMMA
               WHEN WS-CUM-GPA NOT < WS-MAGNA-GPA
                   SET DG-MAGNA-CUM-LAUDE TO TRUE
                   MOVE "MAGNA CUM LAUDE " TO CL-HONORS
                   ADD 1 TO CT-MAGNA
               WHEN WS-CUM-GPA NOT < WS-CUM-LAUDE-GPA
                   SET DG-CUM-LAUDE TO TRUE
                   MOVE "CUM LAUDE       " TO CL-HONORS
                   ADD 1 TO CT-CUM-LAUDE
               WHEN OTHER
                   SET DG-NO-HONORS TO TRUE
                   MOVE SPACES TO CL-HONORS
           END-EVALUATE.
           WRITE DEGREE-RECORD.
           ADD 1 TO CT-DEGREES-WRITTEN.
           ADD 1 TO CT-CLEARED.
           IF CLR-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 310-PRINT-CLEARED-HEADINGS.
           MOVE AP-STUDENT-ID (AP-SUB)     TO CL-STUDENT-ID.
           MOVE AP-STUDENT-NAME (AP-SUB)   TO CL-STUDENT-NAME.
           MOVE AP-MAJOR (AP-SUB)          TO CL-MAJOR.
           MOVE WS-CUM-GPA                 TO CL-CUM-GPA.
           MOVE AP-UNITS-EARNED (AP-SUB)   TO CL-UNITS-EARNED.
           MOVE CLEARED-LINE TO CLEARED-PRINT-AREA.
           WRITE CLEARED-PRINT-AREA.
           ADD 1 TO CLR-LINE-COUNT.
      *
       310-PRINT-CLEARED-HEADINGS.
      *
           ADD 1 TO CLR-PAGE-COUNT.
           MOVE CLR-PAGE-COUNT TO HL1-PAGE-NUMBER.
           MOVE CLEARED-TITLE  TO HL1-REPORT-TITLE.
           MOVE HEADING-LINE-1 TO CLEARED-PRINT-AREA.
           WRITE CLEARED-PRINT-AREA.
           MOVE HEADING-LINE-2 TO CLEARED-PRINT-AREA.
           WRITE CLEARED-PRINT-AREA.
           MOVE CLEARED-HEADING-LINE TO CLEARED-PRINT-AREA.
           WRITE CLEARED-PRINT-AREA.
           MOVE 4 TO CLR-LINE-COUNT.
      *
      * THE TOTALS GO ON THE DEFICIENCY LIST, WHICH IS THE
      * REGISTRAR'S WORKING COPY OF THE RUN.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           IF DEF-PAGE-COUNT = ZERO
               PERFORM 295-PRINT-DEFICIENCY-HEADINGS
           END-IF.
           IF CLR-PAGE-COUNT = ZERO
               PERFORM 310-PRINT-CLEARED-HEADINGS
           END-IF.
           MOVE "APPLICATIONS READ " TO CTL-LABEL.
           MOVE CT-APPS-READ         TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  OTHER TERMS     " TO CTL-LABEL.
           MOVE CT-APPS-OTHER-TERM   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  DROPPED         " TO CTL-LABEL.
           MOVE CT-APPS-DROPPED      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "APPLICANTS        " TO CTL-LABEL.
           MOVE CT-APPS-SELECTED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "CLEARED           " TO CTL-LABEL.
           MOVE CT-CLEARED           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "NOT CLEARED       " TO CTL-LABEL.
           MOVE CT-NOT-CLEARED       TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ALREADY CONFERRED " TO CTL-LABEL.
           MOVE CT-ALREADY-CONFERRED TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "DEFICIENCIES      " TO CTL-LABEL.
           MOVE CT-DEFICIENCIES      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "DEGREES WRITTEN   " TO CTL-LABEL.
           MOVE CT-DEGREES-WRITTEN   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  SUMMA CUM LAUDE " TO CTL-LABEL.
           MOVE CT-SUMMA             TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  MAGNA CUM LAUDE " TO CTL-LABEL.
           MOVE CT-MAGNA             TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  CUM LAUDE       " TO CTL-LABEL.
           MOVE CT-CUM-LAUDE         TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           DISPLAY "GRADCLR APPLICANTS    " CT-APPS-SELECTED.
           DISPLAY "GRADCLR CLEARED       " CT-CLEARED.
           DISPLAY "GRADCLR NOT CLEARED   " CT-NOT-CLEARED.
           IF CT-APPS-READ = CT-APPS-SELECTED + CT-APPS-OTHER-TERM
                   + CT-APPS-DROPPED
                   AND CT-APPS-SELECTED = CT-CLEARED + CT-NOT-CLEARED
                       + CT-ALREADY-CONFERRED
                   AND CT-DEGREES-WRITTEN = CT-CLEARED
               DISPLAY "*** GRADCLR RUN IS IN BALANCE ***"
               IF CT-NOT-CLEARED > ZERO OR CT-APPS-DROPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** GRADCLR RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       610-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO DEF-LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
