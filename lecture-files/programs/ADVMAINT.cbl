       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVMAINT.
      *
      * MAINTENANCE FOR THE ADVISOR ASSIGNMENT MASTER, IN THE
      * HOLDMNT MOLD. LOADS THE OLD ADVASSGN GENERATION (ADVOLD),
      * APPLIES THE ADVISING OFFICE'S TRANSACTIONS (ADVTRN), THEN
      * BULK-ASSIGNS EVERY STUDENT REGISTERED IN THE TERM ON THE
      * SYSIN CARD WHO STILL HAS NO ADVISOR, AND WRITES THE NEW
      * GENERATION (ADVNEW). EVERY TRANSACTION APPLIED OR REJECTED
      * AND EVERY BULK ASSIGNMENT PRINTS ON THE ADVISING REGISTER
      * (ADVREG).
      *
      * ADVTRN LAYOUT: COL 1 = 'A' ASSIGN / 'C' CHANGE ADVISOR /
      * 'D' REMOVE ASSIGNMENT, COLS 2-10 STUDENT ID, COLS 11-13
      * ADVISOR'S TEACHER NUMBER (NOT NEEDED ON A REMOVE), COLS
      * 14-21 OPERATOR ID, PROVED AGAINST OPERAUTH, WHOSE ROLE MUST
      * BE GRANTED THE TRANSACTION CODE IN ADVMAINT ON THE PERMISSION
      * TABLE (AUTHCHK). THE ADVISOR MUST BE AN ACTIVE TEACHER ON
      * TEACHMST, AND A STUDENT BEING ASSIGNED MUST BE REGISTERED IN
      * THE TERM.
      *
      * BULK ASSIGNMENT IS ROUND-ROBIN WITHIN THE STUDENT'S MAJOR
      * (CR-MAJOR) - THE ADVISORS ARE THE ACTIVE TEACHERS WHOSE
      * TEACHMST DEPARTMENT IS THE MAJOR, TAKEN IN TEACHER-NUMBER
      * ORDER, AND EACH DEPARTMENT'S ROTATION STARTS AT ITS ADVISOR
      * WITH THE FEWEST ADVISEES SO REPEATED RUNS SPREAD THE LOAD.
      * A STUDENT WHOSE MAJOR HAS NO ACTIVE TEACHER IS LEFT
      * UNADVISED AND LISTED ON THE REGISTER.
      *
      * THE NAME, MAJOR AND CLASS STANDING ON EACH ASSIGNMENT ARE
      * REFRESHED FROM THE TERM'S REGISTRATIONS. A CHANGE OF MAJOR
      * DOES NOT MOVE THE STUDENT - THAT IS A 'C' TRANSACTION.
      *
      * SYSIN: COLS 1-5 TERM. A REJECTED TRANSACTION OR AN
      * UNADVISABLE STUDENT ENDS THE RUN WITH RETURN CODE 4, AN
      * OUT-OF-BALANCE RUN WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVOLD   ASSIGN TO ADVOLD
           FILE STATUS IS WF-ADVOLD-STATUS.
           SELECT ADVTRN   ASSIGN TO ADVTRN
           FILE STATUS IS WF-ADVTRN-STATUS.
           SELECT ADVNEW   ASSIGN TO ADVNEW
           FILE STATUS IS WF-ADVNEW-STATUS.
           SELECT CRSEREG  ASSIGN TO REGSFILE
           FILE STATUS IS WF-CRSEREG-STATUS.
           SELECT TEACHMST ASSIGN TO TEACHMST
           FILE STATUS IS WF-TEACHMST-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
           FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT ADVREG   ASSIGN TO ADVREG
           FILE STATUS IS WF-ADVREG-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ADVOLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY ADVISEE.
      *
       FD  ADVTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  ADVISOR-TRANS-RECORD.
           05  AX-TRANS-CODE           PIC X.
               88  AX-ASSIGN-TRANS         VALUE "A".
               88  AX-CHANGE-TRANS         VALUE "C".
               88  AX-REMOVE-TRANS         VALUE "D".
           05  AX-STUDENT-ID           PIC 9(9).
           05  AX-TEACHER-NUMBER       PIC 9(3).
           05  AX-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(59).
      *
       FD  ADVNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  ADVISEE-NEW-RECORD          PIC X(80).
      *
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
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       FD  ADVREG.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ADVOLD-EOF-SWITCH       PIC X    VALUE "N".
               88  ADVOLD-EOF                   VALUE "Y".
           05  ADVTRN-EOF-SWITCH       PIC X    VALUE "N".
               88  ADVTRN-EOF                   VALUE "Y".
           05  CRSEREG-EOF-SWITCH      PIC X    VALUE "N".
               88  CRSEREG-EOF                  VALUE "Y".
           05  TEACHMST-EOF-SWITCH     PIC X    VALUE "N".
               88  TEACHMST-EOF                 VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-ADVOLD-STATUS    PIC XX.
               88  ADVOLD-FILE-OK          VALUE "00".
           05  WF-ADVTRN-STATUS    PIC XX.
               88  ADVTRN-FILE-OK          VALUE "00".
           05  WF-ADVNEW-STATUS    PIC XX.
               88  ADVNEW-FILE-OK          VALUE "00".
           05  WF-CRSEREG-STATUS   PIC XX.
               88  CRSEREG-FILE-OK         VALUE "00".
           05  WF-TEACHMST-STATUS  PIC XX.
               88  TEACHMST-FILE-OK        VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  WF-ADVREG-STATUS    PIC XX.
               88  ADVREG-FILE-OK          VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  TERM-SELECT-FIELDS.
           05  WS-SELECT-TERM      PIC X(5).
      *
       01  OPERATOR-TABLE-FIELDS.
           05  OT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  OT-SUB              PIC S9(3)  COMP.
           05  OT-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY          OCCURS 50 TIMES.
               10  OT-OPERATOR-ID          PIC X(8).
      *
       COPY AUTHPARM.
      *
       01  TEACHER-TABLE-FIELDS.
           05  WS-TEACHER-SUB      PIC S9(3)  COMP.
      *
       01  TEACHER-TABLE.
           05  TEACHER-ENTRY           OCCURS 999 TIMES.
               10  TE-PRESENT-SWITCH       PIC X.
                   88  TE-PRESENT              VALUE "Y".
               10  TE-ACTIVE-SWITCH        PIC X.
                   88  TE-ACTIVE               VALUE "Y".
               10  TE-NAME                 PIC X(25).
               10  TE-DEPARTMENT           PIC X(4).
               10  TE-ADVISEE-COUNT        PIC S9(5)  COMP-3.
      *
      * ONE ROTATION PER DEPARTMENT - ITS ACTIVE TEACHERS IN
      * TEACHER-NUMBER ORDER AND THE NEXT ONE DUE AN ADVISEE.
      *
       01  ROTATION-TABLE-FIELDS.
           05  DR-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  DR-SUB              PIC S9(3)  COMP.
           05  DR-MATCH-SUB        PIC S9(3)  COMP.
           05  DR-ADV-SUB          PIC S9(3)  COMP.
           05  DR-LOW-COUNT        PIC S9(5)  COMP-3.
           05  WS-ROTATION-DEPT    PIC X(4).
      *
       01  ROTATION-TABLE.
           05  ROTATION-ENTRY          OCCURS 50 TIMES.
               10  DR-DEPARTMENT           PIC X(4).
               10  DR-ADVISOR-COUNT        PIC S9(3)  COMP.
               10  DR-NEXT-SUB             PIC S9(3)  COMP.
               10  DR-ADVISOR-NUMBER       PIC 9(3)
                                           OCCURS 50 TIMES.
      *
      * THE ASSIGNMENT TABLE KEEPS EACH RECORD WHOLE SO THE NEW
      * GENERATION IS WRITTEN BACK EXACTLY AS IT WAS READ. A
      * REMOVED ASSIGNMENT IS FLAGGED AND LEFT OFF THE NEW
      * GENERATION.
      *
       01  ADVISEE-TABLE-FIELDS.
           05  AD-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  AD-SUB              PIC S9(5)  COMP.
           05  AD-MATCH-SUB        PIC S9(5)  COMP.
      *
       01  ADVISEE-TABLE.
           05  ADVISEE-ENTRY           OCCURS 20000 TIMES.
               10  AD-RECORD               PIC X(80).
               10  AD-FIELDS REDEFINES AD-RECORD.
                   15  AD-STUDENT-ID           PIC 9(9).
                   15  AD-TEACHER-NUMBER       PIC 9(3).
                   15  AD-STUDENT-NAME         PIC X(25).
                   15  AD-MAJOR                PIC X(4).
                   15  AD-CLASS-STANDING       PIC X(1).
                   15  AD-DATE-ASSIGNED        PIC 9(8).
                   15  AD-ASSIGN-METHOD        PIC X(1).
                   15  AD-ASSIGNED-BY          PIC X(8).
                   15  FILLER                  PIC X(21).
               10  AD-REMOVED-SWITCH       PIC X.
                   88  AD-REMOVED              VALUE "Y".
      *
      * ONE ENTRY PER STUDENT REGISTERED IN THE TERM.
      *
       01  STUDENT-TABLE-FIELDS.
           05  ST-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  ST-SUB              PIC S9(5)  COMP.
           05  ST-MATCH-SUB        PIC S9(5)  COMP.
           05  WS-FIND-STUDENT-ID  PIC 9(9).
      *
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY           OCCURS 5000 TIMES.
               10  ST-STUDENT-ID           PIC 9(9).
               10  ST-STUDENT-NAME         PIC X(25).
               10  ST-MAJOR                PIC X(4).
               10  ST-CLASS-STANDING       PIC X(1).
               10  ST-ADVISED-SWITCH       PIC X.
                   88  ST-ADVISED              VALUE "Y".
      *
       01  CONTROL-TOTALS.
           05  CT-ADVISEES-READ    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ADVISEES-WRITTEN PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ASSIGNED         PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-CHANGED          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-REMOVED          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-REJECTED   PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-REFRESHED        PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TERM-STUDENTS    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-BULK-ASSIGNED    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-NO-DEPT-ADVISOR  PIC S9(5) COMP-3 VALUE ZERO.
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
           05  FILLER          PIC X(20)   VALUE "ADVISOR ASSIGNMENT R".
           05  FILLER          PIC X(10)   VALUE "EGISTER   ".
           05  HL1-TERM-CODE   PIC X(5).
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ADVMAINT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "T SRC STUDENT ID STU".
           05  FILLER      PIC X(20)   VALUE "DENT NAME           ".
           05  FILLER      PIC X(20)   VALUE "    MAJR  ADV  ADVIS".
           05  FILLER      PIC X(20)   VALUE "OR NAME             ".
           05  FILLER      PIC X(20)   VALUE "  OPERATOR STATUS   ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  MAINT-LINE.
           05  ML-TRANS-CODE           PIC X.
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  ML-SOURCE               PIC X(3).
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  ML-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-MAJOR                PIC X(4).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-TEACHER-NUMBER       PIC X(3).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-TEACHER-NAME         PIC X(25).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  ML-STATUS               PIC X(22).
           05  FILLER                  PIC X(19)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "ADVMAINT TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-ADVISEES.
      *
           PERFORM 095-ACCEPT-TERM-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 120-LOAD-OPERATOR-TABLE.
           PERFORM 130-LOAD-TEACHER-TABLE.
           PERFORM 140-LOAD-ADVISEE-TABLE.
           PERFORM 160-LOAD-STUDENT-TABLE.
           PERFORM 200-APPLY-ONE-TRANSACTION
               UNTIL ADVTRN-EOF.
           PERFORM 300-REFRESH-ONE-ADVISEE
               VARYING AD-SUB FROM 1 BY 1
               UNTIL AD-SUB > AD-ENTRY-COUNT.
           PERFORM 350-START-ONE-ROTATION
               VARYING DR-SUB FROM 1 BY 1
               UNTIL DR-SUB > DR-ENTRY-COUNT.
           PERFORM 400-BULK-ASSIGN-ONE-STUDENT
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-ENTRY-COUNT.
           PERFORM 500-WRITE-UPDATED-TABLE
               VARYING AD-SUB FROM 1 BY 1
               UNTIL AD-SUB > AD-ENTRY-COUNT.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE ADVOLD
                 ADVTRN
                 ADVNEW
                 ADVREG.
           GOBACK.
      *
       095-ACCEPT-TERM-CARD.
      *
           MOVE SPACES TO WS-SELECT-TERM.
           ACCEPT WS-SELECT-TERM.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "ADVMAINT NO TERM CARD ON SYSIN - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           DISPLAY "ADVMAINT ASSIGNING ADVISORS FOR TERM "
               WS-SELECT-TERM.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  ADVOLD
                       ADVTRN
                OUTPUT ADVNEW
                       ADVREG.
           IF NOT ADVOLD-FILE-OK
              DISPLAY "ADVOLD OPEN ERROR: " WF-ADVOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ADVTRN-FILE-OK
              DISPLAY "ADVTRN OPEN ERROR: " WF-ADVTRN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ADVNEW-FILE-OK
              DISPLAY "ADVNEW OPEN ERROR: " WF-ADVNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ADVREG-FILE-OK
              DISPLAY "ADVREG OPEN ERROR: " WF-ADVREG-STATUS
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
      * EVERY ASSIGNMENT ENTERED BY THE ADVISING OFFICE MUST NAME
      * THE OPERATOR WHO ENTERED IT.
      *
       120-LOAD-OPERATOR-TABLE.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
               DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-OPERATOR
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       125-READ-OPERATOR.
      *
           READ OPERAUTH
               AT END
                   MOVE "Y" TO OPERAUTH-EOF-SWITCH
               NOT AT END
                   IF OT-ENTRY-COUNT < 50
                       ADD 1 TO OT-ENTRY-COUNT
                       MOVE OP-OPERATOR-ID
                           TO OT-OPERATOR-ID (OT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "OPERATOR TABLE FULL - ID DROPPED "
                           OP-OPERATOR-ID
                   END-IF
           END-READ.
      *
      * THE TEACHER MASTER IS READ WHOLE. ITS ACTIVE TEACHERS ARE
      * ALSO FILED INTO THEIR DEPARTMENT'S ROTATION - THE TABLE IS
      * WALKED IN TEACHER-NUMBER ORDER SO EACH ROTATION IS TOO.
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
           PERFORM 137-FILE-ONE-ROTATION-ADVISOR
               VARYING WS-TEACHER-SUB FROM 1 BY 1
               UNTIL WS-TEACHER-SUB > 999.
      *
       132-INIT-ONE-TEACHER.
      *
           MOVE "N"    TO TE-PRESENT-SWITCH (WS-TEACHER-SUB).
           MOVE "N"    TO TE-ACTIVE-SWITCH (WS-TEACHER-SUB).
           MOVE SPACES TO TE-NAME (WS-TEACHER-SUB).
           MOVE SPACES TO TE-DEPARTMENT (WS-TEACHER-SUB).
           MOVE ZERO   TO TE-ADVISEE-COUNT (WS-TEACHER-SUB).
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
       137-FILE-ONE-ROTATION-ADVISOR.
      *
           IF TE-ACTIVE (WS-TEACHER-SUB)
               MOVE TE-DEPARTMENT (WS-TEACHER-SUB)
                   TO WS-ROTATION-DEPT
               PERFORM 380-FIND-ROTATION
               IF DR-MATCH-SUB = ZERO
                   PERFORM 138-ADD-ROTATION
               END-IF
               IF DR-MATCH-SUB > ZERO
                   PERFORM 139-ADD-ROTATION-ADVISOR
               END-IF
           END-IF.
      *
       138-ADD-ROTATION.
      *
           IF DR-ENTRY-COUNT < 50
               ADD 1 TO DR-ENTRY-COUNT
               MOVE WS-ROTATION-DEPT TO DR-DEPARTMENT (DR-ENTRY-COUNT)
               MOVE ZERO TO DR-ADVISOR-COUNT (DR-ENTRY-COUNT)
               MOVE 1    TO DR-NEXT-SUB (DR-ENTRY-COUNT)
               MOVE DR-ENTRY-COUNT TO DR-MATCH-SUB
           ELSE
               DISPLAY "ROTATION TABLE FULL - DEPARTMENT OMITTED "
                   WS-ROTATION-DEPT
           END-IF.
      *
       139-ADD-ROTATION-ADVISOR.
      *
           IF DR-ADVISOR-COUNT (DR-MATCH-SUB) < 50
               ADD 1 TO DR-ADVISOR-COUNT (DR-MATCH-SUB)
               MOVE WS-TEACHER-SUB TO DR-ADVISOR-NUMBER
                   (DR-MATCH-SUB, DR-ADVISOR-COUNT (DR-MATCH-SUB))
           ELSE
               DISPLAY "ROTATION FULL - ADVISOR OMITTED "
                   WS-ROTATION-DEPT " " WS-TEACHER-SUB
           END-IF.
      *
       140-LOAD-ADVISEE-TABLE.
      *
           PERFORM 145-READ-ADVISEE-RECORD.
           PERFORM 150-STORE-ADVISEE-ENTRY
               UNTIL ADVOLD-EOF.
      *
       145-READ-ADVISEE-RECORD.
      *
           READ ADVOLD
               AT END
                   MOVE "Y" TO ADVOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ADVISEES-READ
           END-READ.
      *
       150-STORE-ADVISEE-ENTRY.
      *
           IF AD-ENTRY-COUNT < 20000
               ADD 1 TO AD-ENTRY-COUNT
               MOVE ADVISEE-RECORD TO AD-RECORD (AD-ENTRY-COUNT)
               MOVE "N" TO AD-REMOVED-SWITCH (AD-ENTRY-COUNT)
           ELSE
               DISPLAY "ADVISEE TABLE FULL - ASSIGNMENT DROPPED "
                   AV-STUDENT-ID
               PERFORM 900-ABORT
           END-IF.
           PERFORM 145-READ-ADVISEE-RECORD.
      *
      * THE TERM'S REGISTRATIONS ARE IN COURSE-KEY ORDER, SO EACH
      * STUDENT IS FILED ONCE ON FIRST SIGHT.
      *
       160-LOAD-STUDENT-TABLE.
      *
           OPEN INPUT CRSEREG.
           IF NOT CRSEREG-FILE-OK
               DISPLAY "REGSFILE OPEN ERROR: " WF-CRSEREG-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 170-READ-REGISTRATION.
           PERFORM 165-STORE-TERM-STUDENT
               UNTIL CRSEREG-EOF.
           CLOSE CRSEREG.
      *
       165-STORE-TERM-STUDENT.
      *
           IF CR-TERM-CODE = WS-SELECT-TERM
               MOVE CR-STUDENT-ID TO WS-FIND-STUDENT-ID
               PERFORM 180-FIND-TERM-STUDENT
               IF ST-MATCH-SUB = ZERO
                   IF ST-ENTRY-COUNT < 5000
                       ADD 1 TO ST-ENTRY-COUNT
                       ADD 1 TO CT-TERM-STUDENTS
                       MOVE CR-STUDENT-ID
                           TO ST-STUDENT-ID (ST-ENTRY-COUNT)
                       MOVE CR-STUDENT-NAME
                           TO ST-STUDENT-NAME (ST-ENTRY-COUNT)
                       MOVE CR-MAJOR
                           TO ST-MAJOR (ST-ENTRY-COUNT)
                       MOVE CR-CLASS-STANDING
                           TO ST-CLASS-STANDING (ST-ENTRY-COUNT)
                       MOVE "N" TO ST-ADVISED-SWITCH (ST-ENTRY-COUNT)
                   ELSE
                       DISPLAY "STUDENT TABLE FULL - STEP ABORTED"
                       PERFORM 900-ABORT
                   END-IF
               END-IF
           END-IF.
           PERFORM 170-READ-REGISTRATION.
      *
       170-READ-REGISTRATION.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 172-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CRSEREG-EOF.
      *
       172-READ-RAW-RECORD.
      *
           READ CRSEREG
               AT END
                   MOVE "Y" TO CRSEREG-EOF-SWITCH
               NOT AT END
                   PERFORM 811-SKIP-CONTROL-RECORD
           END-READ.
      *
       180-FIND-TERM-STUDENT.
      *
           MOVE ZERO TO ST-MATCH-SUB.
           PERFORM 185-MATCH-ONE-STUDENT
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-ENTRY-COUNT
               OR ST-MATCH-SUB > ZERO.
      *
       185-MATCH-ONE-STUDENT.
      *
           IF ST-STUDENT-ID (ST-SUB) = WS-FIND-STUDENT-ID
               MOVE ST-SUB TO ST-MATCH-SUB
           END-IF.
      *
       200-APPLY-ONE-TRANSACTION.
      *
           PERFORM 210-READ-ADVISOR-TRANS.
           IF NOT ADVTRN-EOF
               PERFORM 220-APPLY-ADVISOR-TRANS
           END-IF.
      *
       210-READ-ADVISOR-TRANS.
      *
           READ ADVTRN
               AT END
                   MOVE "Y" TO ADVTRN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.
      *
       220-APPLY-ADVISOR-TRANS.
      *
           MOVE AX-TRANS-CODE     TO ML-TRANS-CODE.
           MOVE "TRN"             TO ML-SOURCE.
           MOVE AX-STUDENT-ID     TO ML-STUDENT-ID.
           MOVE SPACES            TO ML-STUDENT-NAME.
           MOVE SPACES            TO ML-MAJOR.
           MOVE AX-TEACHER-NUMBER TO ML-TEACHER-NUMBER.
           MOVE SPACES            TO ML-TEACHER-NAME.
           MOVE AX-OPERATOR-ID    TO ML-OPERATOR-ID.
           MOVE ZERO TO AD-MATCH-SUB.
           MOVE ZERO TO ST-MATCH-SUB.
           IF AX-STUDENT-ID IS NUMERIC
               MOVE AX-STUDENT-ID TO WS-FIND-STUDENT-ID
               PERFORM 240-FIND-ASSIGNMENT
               PERFORM 180-FIND-TERM-STUDENT
           END-IF.
           IF ST-MATCH-SUB > ZERO
               MOVE ST-STUDENT-NAME (ST-MATCH-SUB) TO ML-STUDENT-NAME
               MOVE ST-MAJOR (ST-MATCH-SUB)        TO ML-MAJOR
           ELSE
               IF AD-MATCH-SUB > ZERO
                   MOVE AD-STUDENT-NAME (AD-MATCH-SUB)
                       TO ML-STUDENT-NAME
                   MOVE AD-MAJOR (AD-MATCH-SUB) TO ML-MAJOR
               END-IF
           END-IF.
           IF AX-TEACHER-NUMBER NUMERIC
                   AND AX-TEACHER-NUMBER > ZERO
               MOVE TE-NAME (AX-TEACHER-NUMBER) TO ML-TEACHER-NAME
           END-IF.
           PERFORM 250-CHECK-OPERATOR-ID.
           IF OT-MATCH-SUB > ZERO
               PERFORM 257-CHECK-AUTHORIZATION
           END-IF.
           EVALUATE TRUE
               WHEN NOT (AX-ASSIGN-TRANS OR AX-CHANGE-TRANS
                         OR AX-REMOVE-TRANS)
                   MOVE "INVALID TRANS CODE    " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN AX-STUDENT-ID NOT NUMERIC
                       OR AX-STUDENT-ID = ZERO
                   MOVE "INVALID STUDENT ID    " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN AX-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID        " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN OT-MATCH-SUB = ZERO
                   MOVE "UNKNOWN OPERATOR      " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN AC-REFUSED
                   MOVE AC-REASON TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN AX-REMOVE-TRANS AND AD-MATCH-SUB = ZERO
                   MOVE "NO ADVISOR ASSIGNED   " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN AX-REMOVE-TRANS
                   PERFORM 280-APPLY-REMOVE
               WHEN AX-TEACHER-NUMBER NOT NUMERIC
                       OR AX-TEACHER-NUMBER = ZERO
                   MOVE "INVALID ADVISOR NUMBER" TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN NOT TE-PRESENT (AX-TEACHER-NUMBER)
                   MOVE "ADVISOR NOT ON TEACHMS" TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN NOT TE-ACTIVE (AX-TEACHER-NUMBER)
                   MOVE "ADVISOR INACTIVE      " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN AX-ASSIGN-TRANS AND AD-MATCH-SUB > ZERO
                   MOVE "ALREADY ADVISED       " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN AX-CHANGE-TRANS AND AD-MATCH-SUB = ZERO
                   MOVE "NO ADVISOR ASSIGNED   " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN AX-CHANGE-TRANS
                   PERFORM 270-APPLY-CHANGE
               WHEN ST-MATCH-SUB = ZERO
                   MOVE "NOT REGISTERED IN TERM" TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN OTHER
                   PERFORM 260-APPLY-ASSIGN
           END-EVALUATE.
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
      * A REMOVED ASSIGNMENT NO LONGER COUNTS AS THE STUDENT'S.
      *
       240-FIND-ASSIGNMENT.
      *
           MOVE ZERO TO AD-MATCH-SUB.
           PERFORM 245-MATCH-ONE-ASSIGNMENT
               VARYING AD-SUB FROM 1 BY 1
               UNTIL AD-SUB > AD-ENTRY-COUNT
               OR AD-MATCH-SUB > ZERO.
      *
       245-MATCH-ONE-ASSIGNMENT.
      *
           IF AD-STUDENT-ID (AD-SUB) = WS-FIND-STUDENT-ID
                   AND NOT AD-REMOVED (AD-SUB)
               MOVE AD-SUB TO AD-MATCH-SUB
           END-IF.
      *
       250-CHECK-OPERATOR-ID.
      *
           MOVE ZERO TO OT-MATCH-SUB.
           PERFORM 255-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       255-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = AX-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       257-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "ADVMAINT"     TO AC-PROGRAM-ID.
           MOVE AX-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE AX-TRANS-CODE  TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       260-APPLY-ASSIGN.
      *
           IF AD-ENTRY-COUNT < 20000
               ADD 1 TO AD-ENTRY-COUNT
               MOVE AD-ENTRY-COUNT TO AD-MATCH-SUB
               MOVE ST-MATCH-SUB TO ST-SUB
               MOVE AX-TEACHER-NUMBER TO WS-TEACHER-SUB
               PERFORM 265-BUILD-ASSIGNMENT
               MOVE "M"            TO AD-ASSIGN-METHOD (AD-MATCH-SUB)
               MOVE AX-OPERATOR-ID TO AD-ASSIGNED-BY (AD-MATCH-SUB)
               ADD 1 TO CT-ASSIGNED
               MOVE "ASSIGNED              " TO ML-STATUS
               PERFORM 295-PRINT-MAINT-LINE
           ELSE
               MOVE "TABLE FULL            " TO ML-STATUS
               PERFORM 290-REJECT-TRANS
           END-IF.
      *
       265-BUILD-ASSIGNMENT.
      *
           MOVE SPACES TO AD-RECORD (AD-MATCH-SUB).
           MOVE "N"    TO AD-REMOVED-SWITCH (AD-MATCH-SUB).
           MOVE ST-STUDENT-ID (ST-SUB)
               TO AD-STUDENT-ID (AD-MATCH-SUB).
           MOVE WS-TEACHER-SUB
               TO AD-TEACHER-NUMBER (AD-MATCH-SUB).
           MOVE ST-STUDENT-NAME (ST-SUB)
               TO AD-STUDENT-NAME (AD-MATCH-SUB).
           MOVE ST-MAJOR (ST-SUB)
               TO AD-MAJOR (AD-MATCH-SUB).
           MOVE ST-CLASS-STANDING (ST-SUB)
               TO AD-CLASS-STANDING (AD-MATCH-SUB).
           MOVE PD-BUSINESS-DATE
               TO AD-DATE-ASSIGNED (AD-MATCH-SUB).
      *
      * A CHANGE RE-DATES THE ASSIGNMENT AND NAMES THE OPERATOR
      * WHO MADE IT - THE OLD ADVISOR SHOWS ON THE REGISTER LINE.
      *
       270-APPLY-CHANGE.
      *
           IF AD-TEACHER-NUMBER (AD-MATCH-SUB) = AX-TEACHER-NUMBER
               MOVE "ALREADY THIS ADVISOR  " TO ML-STATUS
               PERFORM 290-REJECT-TRANS
           ELSE
               MOVE SPACES TO ML-STATUS
               STRING "CHANGED FROM "     DELIMITED BY SIZE
                      AD-TEACHER-NUMBER (AD-MATCH-SUB)
                                          DELIMITED BY SIZE
                   INTO ML-STATUS
               END-STRING
               MOVE AX-TEACHER-NUMBER
                   TO AD-TEACHER-NUMBER (AD-MATCH-SUB)
               MOVE PD-BUSINESS-DATE
                   TO AD-DATE-ASSIGNED (AD-MATCH-SUB)
               MOVE "M"            TO AD-ASSIGN-METHOD (AD-MATCH-SUB)
               MOVE AX-OPERATOR-ID TO AD-ASSIGNED-BY (AD-MATCH-SUB)
               ADD 1 TO CT-CHANGED
               PERFORM 295-PRINT-MAINT-LINE
           END-IF.
      *
       280-APPLY-REMOVE.
      *
           MOVE "Y" TO AD-REMOVED-SWITCH (AD-MATCH-SUB).
           MOVE AD-TEACHER-NUMBER (AD-MATCH-SUB) TO ML-TEACHER-NUMBER.
           MOVE TE-NAME (AD-TEACHER-NUMBER (AD-MATCH-SUB))
               TO ML-TEACHER-NAME.
           ADD 1 TO CT-REMOVED.
           MOVE "REMOVED               " TO ML-STATUS.
           PERFORM 295-PRINT-MAINT-LINE.
      *
       290-REJECT-TRANS.
      *
           ADD 1 TO CT-TRANS-REJECTED.
           PERFORM 295-PRINT-MAINT-LINE.
      *
       295-PRINT-MAINT-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE MAINT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * EACH STANDING ASSIGNMENT PICKS UP THE STUDENT'S CURRENT
      * NAME, MAJOR AND STANDING FROM THE TERM, MARKS THE STUDENT
      * AS ADVISED AND COUNTS TOWARD ITS ADVISOR'S LOAD.
      *
       300-REFRESH-ONE-ADVISEE.
      *
           IF NOT AD-REMOVED (AD-SUB)
               MOVE AD-STUDENT-ID (AD-SUB) TO WS-FIND-STUDENT-ID
               PERFORM 180-FIND-TERM-STUDENT
               IF ST-MATCH-SUB > ZERO
                   MOVE "Y" TO ST-ADVISED-SWITCH (ST-MATCH-SUB)
                   PERFORM 310-REFRESH-STUDENT-FIELDS
               END-IF
               IF AD-TEACHER-NUMBER (AD-SUB) NUMERIC
                       AND AD-TEACHER-NUMBER (AD-SUB) > ZERO
                   ADD 1 TO TE-ADVISEE-COUNT
                       (AD-TEACHER-NUMBER (AD-SUB))
               END-IF
           END-IF.
      *
       310-REFRESH-STUDENT-FIELDS.
      *
           IF AD-STUDENT-NAME (AD-SUB)
                       NOT = ST-STUDENT-NAME (ST-MATCH-SUB)
                   OR AD-MAJOR (AD-SUB) NOT = ST-MAJOR (ST-MATCH-SUB)
                   OR AD-CLASS-STANDING (AD-SUB)
                       NOT = ST-CLASS-STANDING (ST-MATCH-SUB)
               MOVE ST-STUDENT-NAME (ST-MATCH-SUB)
                   TO AD-STUDENT-NAME (AD-SUB)
               MOVE ST-MAJOR (ST-MATCH-SUB) TO AD-MAJOR (AD-SUB)
               MOVE ST-CLASS-STANDING (ST-MATCH-SUB)
                   TO AD-CLASS-STANDING (AD-SUB)
               ADD 1 TO CT-REFRESHED
           END-IF.
      *
      * EACH ROTATION STARTS AT ITS LEAST-LOADED ADVISOR; ON A TIE
      * THE LOWER TEACHER NUMBER GOES FIRST.
      *
       350-START-ONE-ROTATION.
      *
           MOVE 1 TO DR-NEXT-SUB (DR-SUB).
           MOVE TE-ADVISEE-COUNT (DR-ADVISOR-NUMBER (DR-SUB, 1))
               TO DR-LOW-COUNT.
           PERFORM 355-CHECK-ONE-ROTATION-LOAD
               VARYING DR-ADV-SUB FROM 2 BY 1
               UNTIL DR-ADV-SUB > DR-ADVISOR-COUNT (DR-SUB).
      *
       355-CHECK-ONE-ROTATION-LOAD.
      *
           IF TE-ADVISEE-COUNT (DR-ADVISOR-NUMBER (DR-SUB, DR-ADV-SUB))
                   < DR-LOW-COUNT
               MOVE DR-ADV-SUB TO DR-NEXT-SUB (DR-SUB)
               MOVE TE-ADVISEE-COUNT
                   (DR-ADVISOR-NUMBER (DR-SUB, DR-ADV-SUB))
                   TO DR-LOW-COUNT
           END-IF.
      *
       380-FIND-ROTATION.
      *
           MOVE ZERO TO DR-MATCH-SUB.
           PERFORM 385-MATCH-ONE-ROTATION
               VARYING DR-SUB FROM 1 BY 1
               UNTIL DR-SUB > DR-ENTRY-COUNT
               OR DR-MATCH-SUB > ZERO.
      *
       385-MATCH-ONE-ROTATION.
      *
           IF DR-DEPARTMENT (DR-SUB) = WS-ROTATION-DEPT
               MOVE DR-SUB TO DR-MATCH-SUB
           END-IF.
      *
       400-BULK-ASSIGN-ONE-STUDENT.
      *
           IF NOT ST-ADVISED (ST-SUB)
               MOVE "B"   TO ML-TRANS-CODE
               MOVE "RR " TO ML-SOURCE
               MOVE ST-STUDENT-ID (ST-SUB)   TO ML-STUDENT-ID
               MOVE ST-STUDENT-NAME (ST-SUB) TO ML-STUDENT-NAME
               MOVE ST-MAJOR (ST-SUB)        TO ML-MAJOR
               MOVE "ADVMAINT" TO ML-OPERATOR-ID
               MOVE ST-MAJOR (ST-SUB) TO WS-ROTATION-DEPT
               MOVE ZERO TO DR-MATCH-SUB
               IF WS-ROTATION-DEPT NOT = SPACES
                   PERFORM 380-FIND-ROTATION
               END-IF
               IF DR-MATCH-SUB = ZERO
                   MOVE SPACES TO ML-TEACHER-NUMBER
                   MOVE SPACES TO ML-TEACHER-NAME
                   MOVE "NO ADVISOR IN MAJOR   " TO ML-STATUS
                   ADD 1 TO CT-NO-DEPT-ADVISOR
                   PERFORM 295-PRINT-MAINT-LINE
               ELSE
                   PERFORM 410-ASSIGN-NEXT-IN-ROTATION
               END-IF
           END-IF.
      *
       410-ASSIGN-NEXT-IN-ROTATION.
      *
           IF AD-ENTRY-COUNT < 20000
               MOVE DR-ADVISOR-NUMBER
                   (DR-MATCH-SUB, DR-NEXT-SUB (DR-MATCH-SUB))
                   TO WS-TEACHER-SUB
               ADD 1 TO AD-ENTRY-COUNT
               MOVE AD-ENTRY-COUNT TO AD-MATCH-SUB
               PERFORM 265-BUILD-ASSIGNMENT
               MOVE "R"        TO AD-ASSIGN-METHOD (AD-MATCH-SUB)
               MOVE "ADVMAINT" TO AD-ASSIGNED-BY (AD-MATCH-SUB)
               MOVE "Y" TO ST-ADVISED-SWITCH (ST-SUB)
               ADD 1 TO TE-ADVISEE-COUNT (WS-TEACHER-SUB)
               ADD 1 TO DR-NEXT-SUB (DR-MATCH-SUB)
               IF DR-NEXT-SUB (DR-MATCH-SUB)
                       > DR-ADVISOR-COUNT (DR-MATCH-SUB)
                   MOVE 1 TO DR-NEXT-SUB (DR-MATCH-SUB)
               END-IF
               MOVE WS-TEACHER-SUB TO ML-TEACHER-NUMBER
               MOVE TE-NAME (WS-TEACHER-SUB) TO ML-TEACHER-NAME
               MOVE "ASSIGNED ROUND-ROBIN  " TO ML-STATUS
               ADD 1 TO CT-BULK-ASSIGNED
           ELSE
               MOVE "TABLE FULL            " TO ML-STATUS
               ADD 1 TO CT-NO-DEPT-ADVISOR
           END-IF.
           PERFORM 295-PRINT-MAINT-LINE.
      *
       500-WRITE-UPDATED-TABLE.
      *
           IF NOT AD-REMOVED (AD-SUB)
               MOVE AD-RECORD (AD-SUB) TO ADVISEE-NEW-RECORD
               WRITE ADVISEE-NEW-RECORD
               ADD 1 TO CT-ADVISEES-WRITTEN
           END-IF.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "ADVISEES READ     " TO CTL-LABEL.
           MOVE CT-ADVISEES-READ     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TRANS READ        " TO CTL-LABEL.
           MOVE CT-TRANS-READ        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  ASSIGNED        " TO CTL-LABEL.
           MOVE CT-ASSIGNED          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  CHANGED         " TO CTL-LABEL.
           MOVE CT-CHANGED           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  REMOVED         " TO CTL-LABEL.
           MOVE CT-REMOVED           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  REJECTED        " TO CTL-LABEL.
           MOVE CT-TRANS-REJECTED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TERM STUDENTS     " TO CTL-LABEL.
           MOVE CT-TERM-STUDENTS     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  BULK ASSIGNED   " TO CTL-LABEL.
           MOVE CT-BULK-ASSIGNED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NOT ASSIGNABLE  " TO CTL-LABEL.
           MOVE CT-NO-DEPT-ADVISOR   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "RECORDS REFRESHED " TO CTL-LABEL.
           MOVE CT-REFRESHED         TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ADVISEES WRITTEN  " TO CTL-LABEL.
           MOVE CT-ADVISEES-WRITTEN  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-TRANS-READ = CT-ASSIGNED + CT-CHANGED
                   + CT-REMOVED + CT-TRANS-REJECTED
                   AND CT-ADVISEES-WRITTEN = CT-ADVISEES-READ
                       + CT-ASSIGNED + CT-BULK-ASSIGNED - CT-REMOVED
               DISPLAY "*** ADVMAINT RUN IS IN BALANCE ***"
               IF CT-TRANS-REJECTED > ZERO
                       OR CT-NO-DEPT-ADVISOR > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** ADVMAINT RUN IS OUT OF BALANCE - REVIEW ***"
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
