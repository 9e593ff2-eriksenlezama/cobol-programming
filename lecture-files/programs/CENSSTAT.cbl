       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSSTAT.
      *
      * CENSUS-DATE STATISTICAL REPORT FOR THE STATE FUNDING
      * SUBMISSION. BUILT STRAIGHT OFF THE FROZEN CENSUS SNAPSHOT
      * (CENSSNAP, WRITTEN BY CENSNAP) FOR THE TERM ON THE CONTROL
      * CARD - NEVER THE LIVE REGISTRATION FILE. EACH STUDENT IS
      * COUNTED ONCE (HEADCOUNT) WITH THE SUM OF THEIR
      * CR-COURSE-UNITS, AND FULL-TIME-EQUIVALENT ENROLLMENT IS THE
      * UNITS DIVIDED BY THE FULL-TIME LOAD ON THE CENSCTL CONTROL
      * RECORD. HEADCOUNT, UNITS AND FTE ARE CUT BY MAJOR, BY CLASS
      * STANDING AND BY FULL-TIME/PART-TIME STATUS, WITH A TOTAL
      * FOR ALL STUDENTS, AND EVERY LINE SHOWS THE SAME TERM LAST
      * YEAR AND THE CHANGE.
      *
      * THE LAST-YEAR FIGURES COME FROM THE CENSUS STATISTICS
      * HISTORY (CHSTOLD IN, CHSTNEW OUT) - EVERY RUN WRITES ITS
      * CUTS TO THE NEW GENERATION, REPLACING ANY EARLIER RUN FOR
      * THE SAME TERM, SO NEXT YEAR'S RUN HAS THEM TO COMPARE
      * AGAINST. A CUT PRESENT LAST YEAR BUT NOT THIS YEAR STILL
      * PRINTS, WITH ZERO FOR THIS TERM.
      *
      * THE STATE SUBMISSION FILE (STATESUB) IS FIXED-FORMAT, 80
      * BYTES: AN 'H' HEADER (INSTITUTION CODE, TERM, CENSUS RUN
      * DATE, FTE LOAD AND FULL-TIME MINIMUM), ONE 'D' DETAIL PER
      * CUT (CUT TYPE M/S/L/T, CUT VALUE, HEADCOUNT, UNITS, FTE)
      * AND A 'T' TRAILER WITH THE DETAIL COUNT AND THE ALL-STUDENT
      * HEADCOUNT, UNITS AND FTE.
      *
      * SYSIN: COLS 1-5 TERM; COLS 6-10 LAST YEAR'S TERM TO COMPARE
      * AGAINST - BLANK TAKES THE SAME TERM ONE YEAR EARLIER (THE
      * FOUR-DIGIT YEAR AT THE FRONT OF THE TERM CODE LESS ONE).
      * CENSCTL RECORD: FULL-TIME LOAD 9(2) (THE FTE DIVISOR),
      * FULL-TIME STATUS MINIMUM UNITS 9(2), STATE INSTITUTION
      * CODE X(6). AN OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSSNAP ASSIGN TO CENSSNAP
               FILE STATUS IS WF-CENSSNAP-STATUS.
           SELECT CENSCTL  ASSIGN TO CENSCTL
               FILE STATUS IS WF-CENSCTL-STATUS.
           SELECT CHSTOLD  ASSIGN TO CHSTOLD
               FILE STATUS IS WF-CHSTOLD-STATUS.
           SELECT CHSTNEW  ASSIGN TO CHSTNEW
               FILE STATUS IS WF-CHSTNEW-STATUS.
           SELECT STATESUB ASSIGN TO STATESUB
               FILE STATUS IS WF-STATESUB-STATUS.
           SELECT CENSSTRP ASSIGN TO CENSSTRP
               FILE STATUS IS WF-CENSSTRP-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CENSSNAP.
       01  SNAPSHOT-RECORD             PIC X(96).
       01  SNAPSHOT-FIELDS REDEFINES SNAPSHOT-RECORD.
           05  FILLER                  PIC X(91).
           05  SN-TERM-CODE            PIC X(5).
      *
       FD  CENSCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  CENSUS-CONTROL-RECORD.
           05  CC-FTE-LOAD-UNITS       PIC 9(02).
           05  CC-FULL-TIME-UNITS      PIC 9(02).
           05  CC-INSTITUTION-CODE     PIC X(06).
           05  FILLER                  PIC X(70).
      *
       FD  CHSTOLD
           RECORD CONTAINS 80 CHARACTERS.
       01  CENSUS-HISTORY-OLD-RECORD.
           05  CHO-TERM-CODE           PIC X(5).
           05  CHO-CUT-TYPE            PIC X(1).
           05  CHO-CUT-VALUE           PIC X(4).
           05  CHO-HEADCOUNT           PIC 9(6).
           05  CHO-UNITS               PIC 9(7).
           05  CHO-FTE                 PIC 9(6)V99.
           05  CHO-CENSUS-DATE         PIC 9(8).
           05  FILLER                  PIC X(41).
      *
       FD  CHSTNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  CENSUS-HISTORY-NEW-RECORD.
           05  CHN-TERM-CODE           PIC X(5).
           05  CHN-CUT-TYPE            PIC X(1).
           05  CHN-CUT-VALUE           PIC X(4).
           05  CHN-HEADCOUNT           PIC 9(6).
           05  CHN-UNITS               PIC 9(7).
           05  CHN-FTE                 PIC 9(6)V99.
           05  CHN-CENSUS-DATE         PIC 9(8).
           05  FILLER                  PIC X(41).
      *
       FD  STATESUB
           RECORD CONTAINS 80 CHARACTERS.
       01  STATE-SUBMISSION-RECORD.
           05  SS-RECORD-TYPE          PIC X(1).
           05  SS-RECORD-DATA          PIC X(79).
       01  STATE-HEADER-RECORD REDEFINES STATE-SUBMISSION-RECORD.
           05  FILLER                  PIC X(1).
           05  SSH-INSTITUTION-CODE    PIC X(6).
           05  SSH-TERM-CODE           PIC X(5).
           05  SSH-CENSUS-DATE         PIC 9(8).
           05  SSH-FTE-LOAD-UNITS      PIC 9(2).
           05  SSH-FULL-TIME-UNITS     PIC 9(2).
           05  FILLER                  PIC X(56).
       01  STATE-DETAIL-RECORD REDEFINES STATE-SUBMISSION-RECORD.
           05  FILLER                  PIC X(1).
           05  SSD-INSTITUTION-CODE    PIC X(6).
           05  SSD-TERM-CODE           PIC X(5).
           05  SSD-CUT-TYPE            PIC X(1).
           05  SSD-CUT-VALUE           PIC X(4).
           05  SSD-HEADCOUNT           PIC 9(6).
           05  SSD-UNITS               PIC 9(7).
           05  SSD-FTE                 PIC 9(6)V99.
           05  FILLER                  PIC X(42).
       01  STATE-TRAILER-RECORD REDEFINES STATE-SUBMISSION-RECORD.
           05  FILLER                  PIC X(1).
           05  SST-INSTITUTION-CODE    PIC X(6).
           05  SST-TERM-CODE           PIC X(5).
           05  SST-DETAIL-COUNT        PIC 9(6).
           05  SST-HEADCOUNT           PIC 9(6).
           05  SST-UNITS               PIC 9(7).
           05  SST-FTE                 PIC 9(6)V99.
           05  FILLER                  PIC X(41).
      *
       FD  CENSSTRP.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       SD  SORT-FILE.
       COPY CRSEREG.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CENSSNAP-EOF-SWITCH     PIC X    VALUE "N".
               88  CENSSNAP-EOF                 VALUE "Y".
           05  CHSTOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  CHSTOLD-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CENSSNAP-STATUS  PIC XX.
               88  CENSSNAP-FILE-OK        VALUE "00".
           05  WF-CENSCTL-STATUS   PIC XX.
               88  CENSCTL-FILE-OK         VALUE "00".
           05  WF-CHSTOLD-STATUS   PIC XX.
               88  CHSTOLD-FILE-OK         VALUE "00".
               88  CHSTOLD-NOT-FOUND       VALUE "35".
           05  WF-CHSTNEW-STATUS   PIC XX.
               88  CHSTNEW-FILE-OK         VALUE "00".
           05  WF-STATESUB-STATUS  PIC XX.
               88  STATESUB-FILE-OK        VALUE "00".
           05  WF-CENSSTRP-STATUS  PIC XX.
               88  CENSSTRP-FILE-OK        VALUE "00".
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
           05  WS-PRIOR-TERM       PIC X(5).
           05  FILLER              PIC X(70).
      *
       01  PRIOR-TERM-FIELDS.
           05  WS-TERM-YEAR        PIC X(4).
           05  WS-TERM-YEAR-N REDEFINES WS-TERM-YEAR
                                   PIC 9(4).
           05  WS-TERM-SUFFIX      PIC X(1).
      *
       01  CENSUS-CONTROL-FIELDS.
           05  WS-FTE-LOAD-UNITS   PIC 9(2).
           05  WS-FULL-TIME-UNITS  PIC 9(2).
           05  WS-INSTITUTION-CODE PIC X(6).
      *
       01  STUDENT-FIELDS.
           05  WS-CUR-STUDENT-ID   PIC 9(9).
           05  WS-CUR-MAJOR        PIC X(4).
           05  WS-CUR-STANDING     PIC X(1).
           05  WS-STUDENT-UNITS    PIC S9(3)  COMP-3.
      *
      * ONE ENTRY PER CUT - TYPE M (MAJOR), S (CLASS STANDING),
      * L (FULL-TIME/PART-TIME LOAD) AND T (ALL STUDENTS). ENTRIES
      * CARRY BOTH THIS TERM AND LAST YEAR'S FIGURES.
      *
       01  CUT-TABLE-FIELDS.
           05  CU-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  CU-SUB              PIC S9(3)  COMP.
           05  CU-MATCH-SUB        PIC S9(3)  COMP.
           05  CU-LOW-SUB          PIC S9(3)  COMP.
           05  WS-CUT-TYPE         PIC X(1).
           05  WS-CUT-VALUE        PIC X(4).
      *
       01  CUT-TABLE.
           05  CUT-ENTRY               OCCURS 250 TIMES.
               10  CU-CUT-TYPE             PIC X(1).
               10  CU-CUT-VALUE            PIC X(4).
               10  CU-HEADCOUNT            PIC S9(5)    COMP-3.
               10  CU-UNITS                PIC S9(7)    COMP-3.
               10  CU-FTE                  PIC S9(5)V99 COMP-3.
               10  CU-PRIOR-HEADCOUNT      PIC S9(5)    COMP-3.
               10  CU-PRIOR-UNITS          PIC S9(7)    COMP-3.
               10  CU-PRIOR-FTE            PIC S9(5)V99 COMP-3.
               10  CU-PRINTED-SWITCH       PIC X.
                   88  CU-PRINTED              VALUE "Y".
      *
       01  STANDING-NAMES.
           05  FILLER          PIC X(10)   VALUE "FRESHMAN  ".
           05  FILLER          PIC X(10)   VALUE "SOPHOMORE ".
           05  FILLER          PIC X(10)   VALUE "JUNIOR    ".
           05  FILLER          PIC X(10)   VALUE "SENIOR    ".
       01  STANDING-NAME-TABLE REDEFINES STANDING-NAMES.
           05  STANDING-NAME   PIC X(10)   OCCURS 4 TIMES.
      *
       01  WORK-FIELDS.
           05  WS-STANDING-X       PIC X(1).
           05  WS-STANDING-N REDEFINES WS-STANDING-X
                                   PIC 9(1).
           05  WS-HEADCOUNT-CHANGE PIC S9(5)    COMP-3.
           05  WS-FTE-CHANGE       PIC S9(5)V99 COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-RECORDS-SELECTED PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-RECORDS-TALLIED  PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-STUDENTS         PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TOTAL-UNITS      PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-MAJOR-HEADCOUNT  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-MAJOR-UNITS      PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-STAND-HEADCOUNT  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-STAND-UNITS      PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-LOAD-HEADCOUNT   PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-LOAD-UNITS       PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-HISTORY-READ     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HISTORY-PRIOR    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HISTORY-REPLACED PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HISTORY-WRITTEN  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-STATE-DETAILS    PIC S9(5) COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CENSUS HEADCOUNT AND".
           05  FILLER          PIC X(10)   VALUE " FTE TERM ".
           05  HL1-TERM-CODE   PIC X(5).
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CENSSTAT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE SPACE.
           05  FILLER      PIC X(26)
                   VALUE "------- THIS TERM --------".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE "LAST YEAR ".
           05  HL3-PRIOR-TERM PIC X(5).
           05  FILLER      PIC X(10)   VALUE " ---------".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(18)   VALUE "----- CHANGE -----".
           05  FILLER      PIC X(38)   VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "CUT".
           05  FILLER      PIC X(6)    VALUE "HEADCT".
           05  FILLER      PIC X(9)    VALUE "    UNITS".
           05  FILLER      PIC X(11)   VALUE "        FTE".
           05  FILLER      PIC X(9)    VALUE "   HEADCT".
           05  FILLER      PIC X(9)    VALUE "    UNITS".
           05  FILLER      PIC X(10)   VALUE "       FTE".
           05  FILLER      PIC X(9)    VALUE "   HEADCT".
           05  FILLER      PIC X(11)   VALUE "        FTE".
           05  FILLER      PIC X(38)   VALUE SPACE.
      *
       01  SECTION-TITLE-LINE.
           05  STL-TITLE           PIC X(40).
           05  FILLER              PIC X(92)    VALUE SPACE.
      *
       01  CUT-LINE.
           05  CL-CUT-LABEL        PIC X(20).
           05  CL-HEADCOUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-UNITS            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-FTE              PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CL-PRIOR-HEADCOUNT  PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-PRIOR-UNITS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  CL-PRIOR-FTE        PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-HEADCOUNT-CHANGE PIC ---,--9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  CL-FTE-CHANGE       PIC ---,--9.99.
           05  FILLER              PIC X(38)    VALUE SPACE.
      *
       01  NO-PRIOR-LINE.
           05  FILLER              PIC X(37)
                   VALUE "NO CENSUS STATISTICS ON FILE FOR TERM".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  NPL-PRIOR-TERM      PIC X(5).
           05  FILLER              PIC X(33)
                   VALUE " - LAST-YEAR COLUMNS ARE ZERO    ".
           05  FILLER              PIC X(56)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "CENSSTAT TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PRODUCE-CENSUS-STATISTICS.
      *
           PERFORM 095-ACCEPT-CONTROL-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-CENSUS-CONTROL.
           PERFORM 130-LOAD-CENSUS-HISTORY.
           SORT SORT-FILE
               ON ASCENDING KEY CR-STUDENT-ID
               ON ASCENDING KEY CR-COURSE-KEY
               INPUT PROCEDURE 200-RELEASE-SNAPSHOT
               OUTPUT PROCEDURE 300-TALLY-STUDENTS.
           PERFORM 400-COMPUTE-FTE
               VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-ENTRY-COUNT.
           PERFORM 500-PRINT-STATISTICS.
           PERFORM 700-WRITE-STATE-SUBMISSION.
           PERFORM 750-WRITE-CENSUS-HISTORY
               VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-ENTRY-COUNT.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE CENSSNAP
                 CHSTNEW
                 STATESUB
                 CENSSTRP.
           GOBACK.
      *
       095-ACCEPT-CONTROL-CARD.
      *
           MOVE SPACES TO CONTROL-CARD.
           ACCEPT CONTROL-CARD.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "CENSSTAT NO TERM CARD ON SYSIN - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF WS-PRIOR-TERM = SPACES
               MOVE WS-SELECT-TERM (1:4) TO WS-TERM-YEAR
               MOVE WS-SELECT-TERM (5:1) TO WS-TERM-SUFFIX
               IF WS-TERM-YEAR NOT NUMERIC
                   DISPLAY "CENSSTAT TERM YEAR NOT NUMERIC - GIVE "
                       "LAST YEAR'S TERM IN COLS 6-10"
                   PERFORM 900-ABORT
               END-IF
               SUBTRACT 1 FROM WS-TERM-YEAR-N
               STRING WS-TERM-YEAR   DELIMITED BY SIZE
                      WS-TERM-SUFFIX DELIMITED BY SIZE
                   INTO WS-PRIOR-TERM
               END-STRING
           END-IF.
           DISPLAY "CENSSTAT CENSUS STATISTICS FOR TERM "
               WS-SELECT-TERM " AGAINST " WS-PRIOR-TERM.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CENSSNAP
                OUTPUT CHSTNEW
                       STATESUB
                       CENSSTRP.
           IF NOT CENSSNAP-FILE-OK
              DISPLAY "CENSSNAP OPEN ERROR: " WF-CENSSNAP-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CHSTNEW-FILE-OK
              DISPLAY "CHSTNEW OPEN ERROR: " WF-CHSTNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT STATESUB-FILE-OK
              DISPLAY "STATESUB OPEN ERROR: " WF-STATESUB-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CENSSTRP-FILE-OK
              DISPLAY "CENSSTRP OPEN ERROR: " WF-CENSSTRP-STATUS
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
           MOVE WS-PRIOR-TERM  TO HL3-PRIOR-TERM.
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
       120-READ-CENSUS-CONTROL.
      *
           OPEN INPUT CENSCTL.
           IF NOT CENSCTL-FILE-OK
              DISPLAY "CENSCTL OPEN ERROR: " WF-CENSCTL-STATUS
              PERFORM 900-ABORT
           END-IF.
           READ CENSCTL
               AT END
                   DISPLAY "CENSCTL CONTROL FILE IS EMPTY"
                   PERFORM 900-ABORT
           END-READ.
           CLOSE CENSCTL.
           IF CC-FTE-LOAD-UNITS NOT NUMERIC
                   OR CC-FULL-TIME-UNITS NOT NUMERIC
                   OR CC-FTE-LOAD-UNITS = ZERO
                   OR CC-FULL-TIME-UNITS = ZERO
               DISPLAY "CENSCTL LOAD UNITS MISSING OR INVALID - "
                   "STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE CC-FTE-LOAD-UNITS   TO WS-FTE-LOAD-UNITS.
           MOVE CC-FULL-TIME-UNITS  TO WS-FULL-TIME-UNITS.
           MOVE CC-INSTITUTION-CODE TO WS-INSTITUTION-CODE.
           DISPLAY "CENSSTAT FTE LOAD " WS-FTE-LOAD-UNITS
               " FULL-TIME MINIMUM " WS-FULL-TIME-UNITS.
      *
      * LAST YEAR'S CUTS ARE LOADED FOR THE COMPARISON; EVERY OLD
      * RECORD EXCEPT AN EARLIER RUN FOR THIS TERM IS CARRIED TO
      * THE NEW GENERATION. A HISTORY NOT YET CREATED IS EMPTY.
      *
       130-LOAD-CENSUS-HISTORY.
      *
           OPEN INPUT CHSTOLD.
           IF CHSTOLD-NOT-FOUND
               MOVE "Y" TO CHSTOLD-EOF-SWITCH
           ELSE
               IF NOT CHSTOLD-FILE-OK
                   DISPLAY "CHSTOLD OPEN ERROR: " WF-CHSTOLD-STATUS
                   PERFORM 900-ABORT
               END-IF
               PERFORM 135-READ-HISTORY-RECORD
                   UNTIL CHSTOLD-EOF
               CLOSE CHSTOLD
           END-IF.
      *
       135-READ-HISTORY-RECORD.
      *
           READ CHSTOLD
               AT END
                   MOVE "Y" TO CHSTOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
                   PERFORM 140-APPLY-HISTORY-RECORD
           END-READ.
      *
       140-APPLY-HISTORY-RECORD.
      *
           IF CHO-TERM-CODE = WS-SELECT-TERM
               ADD 1 TO CT-HISTORY-REPLACED
           ELSE
               MOVE CENSUS-HISTORY-OLD-RECORD
                   TO CENSUS-HISTORY-NEW-RECORD
               WRITE CENSUS-HISTORY-NEW-RECORD
               ADD 1 TO CT-HISTORY-WRITTEN
           END-IF.
           IF CHO-TERM-CODE = WS-PRIOR-TERM
               ADD 1 TO CT-HISTORY-PRIOR
               MOVE CHO-CUT-TYPE  TO WS-CUT-TYPE
               MOVE CHO-CUT-VALUE TO WS-CUT-VALUE
               PERFORM 450-FIND-OR-ADD-CUT
               IF CU-MATCH-SUB > ZERO
                   MOVE CHO-HEADCOUNT
                       TO CU-PRIOR-HEADCOUNT (CU-MATCH-SUB)
                   MOVE CHO-UNITS
                       TO CU-PRIOR-UNITS (CU-MATCH-SUB)
                   MOVE CHO-FTE
                       TO CU-PRIOR-FTE (CU-MATCH-SUB)
               END-IF
           END-IF.
      *
      * ONLY THE SELECTED TERM'S REGISTRATIONS GO TO THE SORT -
      * THE HDR!/TRL! CONTROL RECORDS FROZEN WITH THE SNAPSHOT
      * AND ANY OTHER TERM ON THE FILE ARE PASSED OVER.
      *
       200-RELEASE-SNAPSHOT.
      *
           PERFORM 210-READ-SNAPSHOT.
           PERFORM 220-RELEASE-ONE-REGISTRATION
               UNTIL CENSSNAP-EOF.
      *
       210-READ-SNAPSHOT.
      *
           READ CENSSNAP
               AT END
                   MOVE "Y" TO CENSSNAP-EOF-SWITCH
           END-READ.
      *
       220-RELEASE-ONE-REGISTRATION.
      *
           IF SNAPSHOT-RECORD (1:4) = "HDR!"
                   OR SNAPSHOT-RECORD (1:4) = "TRL!"
                   OR SN-TERM-CODE NOT = WS-SELECT-TERM
               CONTINUE
           ELSE
               MOVE SNAPSHOT-RECORD TO COURSE-REGISTRATION-RECORD
               RELEASE COURSE-REGISTRATION-RECORD
               ADD 1 TO CT-RECORDS-SELECTED
           END-IF.
           PERFORM 210-READ-SNAPSHOT.
      *
       300-TALLY-STUDENTS.
      *
           PERFORM 310-RETURN-REGISTRATION.
           PERFORM 320-TALLY-ONE-STUDENT
               UNTIL SORT-EOF.
      *
       310-RETURN-REGISTRATION.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.
      *
      * A STUDENT'S MAJOR AND STANDING ARE TAKEN FROM THEIR FIRST
      * REGISTRATION OF THE TERM; EVERY REGISTRATION ADDS UNITS.
      *
       320-TALLY-ONE-STUDENT.
      *
           MOVE CR-STUDENT-ID     TO WS-CUR-STUDENT-ID.
           MOVE CR-MAJOR          TO WS-CUR-MAJOR.
           MOVE CR-CLASS-STANDING TO WS-CUR-STANDING.
           MOVE ZERO TO WS-STUDENT-UNITS.
           PERFORM 330-ADD-ONE-REGISTRATION
               UNTIL SORT-EOF
               OR CR-STUDENT-ID NOT = WS-CUR-STUDENT-ID.
           ADD 1 TO CT-STUDENTS.
           ADD WS-STUDENT-UNITS TO CT-TOTAL-UNITS.
           MOVE "M"          TO WS-CUT-TYPE.
           MOVE WS-CUR-MAJOR TO WS-CUT-VALUE.
           PERFORM 340-ADD-STUDENT-TO-CUT.
           MOVE "S"          TO WS-CUT-TYPE.
           MOVE WS-CUR-STANDING TO WS-CUT-VALUE.
           PERFORM 340-ADD-STUDENT-TO-CUT.
           MOVE "L"          TO WS-CUT-TYPE.
           IF WS-STUDENT-UNITS NOT < WS-FULL-TIME-UNITS
               MOVE "FT"     TO WS-CUT-VALUE
           ELSE
               MOVE "PT"     TO WS-CUT-VALUE
           END-IF.
           PERFORM 340-ADD-STUDENT-TO-CUT.
           MOVE "T"          TO WS-CUT-TYPE.
           MOVE "ALL"        TO WS-CUT-VALUE.
           PERFORM 340-ADD-STUDENT-TO-CUT.
      *
       330-ADD-ONE-REGISTRATION.
      *
           ADD CR-COURSE-UNITS TO WS-STUDENT-UNITS.
           ADD 1 TO CT-RECORDS-TALLIED.
           PERFORM 310-RETURN-REGISTRATION.
      *
       340-ADD-STUDENT-TO-CUT.
      *
           PERFORM 450-FIND-OR-ADD-CUT.
           IF CU-MATCH-SUB > ZERO
               ADD 1 TO CU-HEADCOUNT (CU-MATCH-SUB)
               ADD WS-STUDENT-UNITS TO CU-UNITS (CU-MATCH-SUB)
           END-IF.
      *
       400-COMPUTE-FTE.
      *
           COMPUTE CU-FTE (CU-SUB) ROUNDED =
               CU-UNITS (CU-SUB) / WS-FTE-LOAD-UNITS.
           EVALUATE CU-CUT-TYPE (CU-SUB)
               WHEN "M"
                   ADD CU-HEADCOUNT (CU-SUB) TO CT-MAJOR-HEADCOUNT
                   ADD CU-UNITS (CU-SUB)     TO CT-MAJOR-UNITS
               WHEN "S"
                   ADD CU-HEADCOUNT (CU-SUB) TO CT-STAND-HEADCOUNT
                   ADD CU-UNITS (CU-SUB)     TO CT-STAND-UNITS
               WHEN "L"
                   ADD CU-HEADCOUNT (CU-SUB) TO CT-LOAD-HEADCOUNT
                   ADD CU-UNITS (CU-SUB)     TO CT-LOAD-UNITS
           END-EVALUATE.
      *
       450-FIND-OR-ADD-CUT.
      *
           MOVE ZERO TO CU-MATCH-SUB.
           PERFORM 455-MATCH-ONE-CUT
               VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-ENTRY-COUNT
               OR CU-MATCH-SUB > ZERO.
           IF CU-MATCH-SUB = ZERO
               IF CU-ENTRY-COUNT < 250
                   ADD 1 TO CU-ENTRY-COUNT
                   MOVE CU-ENTRY-COUNT TO CU-MATCH-SUB
                   MOVE WS-CUT-TYPE  TO CU-CUT-TYPE (CU-MATCH-SUB)
                   MOVE WS-CUT-VALUE TO CU-CUT-VALUE (CU-MATCH-SUB)
                   MOVE ZERO TO CU-HEADCOUNT (CU-MATCH-SUB)
                   MOVE ZERO TO CU-UNITS (CU-MATCH-SUB)
                   MOVE ZERO TO CU-FTE (CU-MATCH-SUB)
                   MOVE ZERO TO CU-PRIOR-HEADCOUNT (CU-MATCH-SUB)
                   MOVE ZERO TO CU-PRIOR-UNITS (CU-MATCH-SUB)
                   MOVE ZERO TO CU-PRIOR-FTE (CU-MATCH-SUB)
                   MOVE "N"  TO CU-PRINTED-SWITCH (CU-MATCH-SUB)
               ELSE
                   DISPLAY "CENSSTAT CUT TABLE FULL - STEP ABORTED"
                   PERFORM 900-ABORT
               END-IF
           END-IF.
      *
       455-MATCH-ONE-CUT.
      *
           IF CU-CUT-TYPE (CU-SUB) = WS-CUT-TYPE
                   AND CU-CUT-VALUE (CU-SUB) = WS-CUT-VALUE
               MOVE CU-SUB TO CU-MATCH-SUB
           END-IF.
      *
       500-PRINT-STATISTICS.
      *
           PERFORM 530-PRINT-HEADING-LINES.
           IF CT-HISTORY-PRIOR = ZERO
               MOVE WS-PRIOR-TERM TO NPL-PRIOR-TERM
               MOVE NO-PRIOR-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
           MOVE "HEADCOUNT AND FTE BY MAJOR" TO STL-TITLE.
           MOVE "M" TO WS-CUT-TYPE.
           PERFORM 510-PRINT-ONE-CUT-TYPE.
           MOVE "HEADCOUNT AND FTE BY CLASS STANDING" TO STL-TITLE.
           MOVE "S" TO WS-CUT-TYPE.
           PERFORM 510-PRINT-ONE-CUT-TYPE.
           MOVE "HEADCOUNT AND FTE BY FULL/PART-TIME" TO STL-TITLE.
           MOVE "L" TO WS-CUT-TYPE.
           PERFORM 510-PRINT-ONE-CUT-TYPE.
           MOVE "ALL STUDENTS" TO STL-TITLE.
           MOVE "T" TO WS-CUT-TYPE.
           PERFORM 510-PRINT-ONE-CUT-TYPE.
      *
      * THE CUTS OF ONE TYPE PRINT IN CUT-VALUE ORDER - THE TABLE
      * IS SMALL, SO THE LOWEST UNPRINTED VALUE IS FOUND BY
      * RESCANNING IT EACH TIME.
      *
       510-PRINT-ONE-CUT-TYPE.
      *
           IF LINE-COUNT + 3 > LINES-ON-PAGE
               PERFORM 530-PRINT-HEADING-LINES
           END-IF.
           MOVE SECTION-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           PERFORM 515-FIND-LOWEST-CUT.
           PERFORM 520-PRINT-ONE-CUT
               UNTIL CU-LOW-SUB = ZERO.
      *
       515-FIND-LOWEST-CUT.
      *
           MOVE ZERO TO CU-LOW-SUB.
           PERFORM 517-CHECK-ONE-CUT
               VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-ENTRY-COUNT.
      *
       517-CHECK-ONE-CUT.
      *
           IF CU-CUT-TYPE (CU-SUB) = WS-CUT-TYPE
                   AND NOT CU-PRINTED (CU-SUB)
               IF CU-LOW-SUB = ZERO
                   MOVE CU-SUB TO CU-LOW-SUB
               ELSE
               IF CU-CUT-VALUE (CU-SUB) < CU-CUT-VALUE (CU-LOW-SUB)
                   MOVE CU-SUB TO CU-LOW-SUB
               END-IF
               END-IF
           END-IF.
      *
       520-PRINT-ONE-CUT.
      *
           MOVE SPACES TO CL-CUT-LABEL.
           EVALUATE CU-CUT-TYPE (CU-LOW-SUB)
               WHEN "M"
                   IF CU-CUT-VALUE (CU-LOW-SUB) = SPACES
                       MOVE "(NO MAJOR)" TO CL-CUT-LABEL
                   ELSE
                       MOVE CU-CUT-VALUE (CU-LOW-SUB) TO CL-CUT-LABEL
                   END-IF
               WHEN "S"
                   MOVE CU-CUT-VALUE (CU-LOW-SUB) TO WS-STANDING-X
                   IF WS-STANDING-X NUMERIC
                           AND WS-STANDING-N > ZERO
                           AND WS-STANDING-N < 5
                       MOVE STANDING-NAME (WS-STANDING-N)
                           TO CL-CUT-LABEL
                   ELSE
                       MOVE "UNKNOWN"    TO CL-CUT-LABEL
                   END-IF
               WHEN "L"
                   IF CU-CUT-VALUE (CU-LOW-SUB) = "FT"
                       MOVE "FULL-TIME"  TO CL-CUT-LABEL
                   ELSE
                       MOVE "PART-TIME"  TO CL-CUT-LABEL
                   END-IF
               WHEN OTHER
                   MOVE "ALL STUDENTS"   TO CL-CUT-LABEL
           END-EVALUATE.
           MOVE CU-HEADCOUNT (CU-LOW-SUB)       TO CL-HEADCOUNT.
           MOVE CU-UNITS (CU-LOW-SUB)           TO CL-UNITS.
           MOVE CU-FTE (CU-LOW-SUB)             TO CL-FTE.
           MOVE CU-PRIOR-HEADCOUNT (CU-LOW-SUB) TO CL-PRIOR-HEADCOUNT.
           MOVE CU-PRIOR-UNITS (CU-LOW-SUB)     TO CL-PRIOR-UNITS.
           MOVE CU-PRIOR-FTE (CU-LOW-SUB)       TO CL-PRIOR-FTE.
           COMPUTE WS-HEADCOUNT-CHANGE =
               CU-HEADCOUNT (CU-LOW-SUB)
               - CU-PRIOR-HEADCOUNT (CU-LOW-SUB).
           COMPUTE WS-FTE-CHANGE =
               CU-FTE (CU-LOW-SUB) - CU-PRIOR-FTE (CU-LOW-SUB).
           MOVE WS-HEADCOUNT-CHANGE TO CL-HEADCOUNT-CHANGE.
           MOVE WS-FTE-CHANGE       TO CL-FTE-CHANGE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 530-PRINT-HEADING-LINES
           END-IF.
           MOVE CUT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           SET CU-PRINTED (CU-LOW-SUB) TO TRUE.
           PERFORM 515-FIND-LOWEST-CUT.
      *
       530-PRINT-HEADING-LINES.
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
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "SNAPSHOT RECORDS  " TO CTL-LABEL.
           MOVE CT-RECORDS-SELECTED  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "RECORDS TALLIED   " TO CTL-LABEL.
           MOVE CT-RECORDS-TALLIED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "STUDENTS COUNTED  " TO CTL-LABEL.
           MOVE CT-STUDENTS          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "UNITS COUNTED     " TO CTL-LABEL.
           MOVE CT-TOTAL-UNITS       TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "STATE DETAILS     " TO CTL-LABEL.
           MOVE CT-STATE-DETAILS     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "HISTORY READ      " TO CTL-LABEL.
           MOVE CT-HISTORY-READ      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  LAST YEAR CUTS  " TO CTL-LABEL.
           MOVE CT-HISTORY-PRIOR     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  REPLACED        " TO CTL-LABEL.
           MOVE CT-HISTORY-REPLACED  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "HISTORY WRITTEN   " TO CTL-LABEL.
           MOVE CT-HISTORY-WRITTEN   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-RECORDS-TALLIED = CT-RECORDS-SELECTED
                   AND CT-MAJOR-HEADCOUNT = CT-STUDENTS
                   AND CT-STAND-HEADCOUNT = CT-STUDENTS
                   AND CT-LOAD-HEADCOUNT  = CT-STUDENTS
                   AND CT-MAJOR-UNITS = CT-TOTAL-UNITS
                   AND CT-STAND-UNITS = CT-TOTAL-UNITS
                   AND CT-LOAD-UNITS  = CT-TOTAL-UNITS
               DISPLAY "*** CENSSTAT RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** CENSSTAT RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       610-WRITE-CONTROL-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 530-PRINT-HEADING-LINES
           END-IF.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * ONLY CUTS WITH STUDENTS THIS TERM GO TO THE STATE; THE
      * ALL-STUDENT CUT IS CARRIED ON THE TRAILER.
      *
       700-WRITE-STATE-SUBMISSION.
      *
           MOVE SPACES TO STATE-SUBMISSION-RECORD.
           MOVE "H"                 TO SS-RECORD-TYPE.
           MOVE WS-INSTITUTION-CODE TO SSH-INSTITUTION-CODE.
           MOVE WS-SELECT-TERM      TO SSH-TERM-CODE.
           MOVE PD-BUSINESS-DATE    TO SSH-CENSUS-DATE.
           MOVE WS-FTE-LOAD-UNITS   TO SSH-FTE-LOAD-UNITS.
           MOVE WS-FULL-TIME-UNITS  TO SSH-FULL-TIME-UNITS.
           WRITE STATE-SUBMISSION-RECORD.
           PERFORM 710-WRITE-STATE-DETAIL
               VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-ENTRY-COUNT.
           MOVE "T" TO WS-CUT-TYPE.
           MOVE "ALL" TO WS-CUT-VALUE.
           PERFORM 450-FIND-OR-ADD-CUT.
           MOVE SPACES TO STATE-SUBMISSION-RECORD.
           MOVE "T"                 TO SS-RECORD-TYPE.
           MOVE WS-INSTITUTION-CODE TO SST-INSTITUTION-CODE.
           MOVE WS-SELECT-TERM      TO SST-TERM-CODE.
           MOVE CT-STATE-DETAILS    TO SST-DETAIL-COUNT.
           MOVE CU-HEADCOUNT (CU-MATCH-SUB) TO SST-HEADCOUNT.
           MOVE CU-UNITS (CU-MATCH-SUB)     TO SST-UNITS.
           MOVE CU-FTE (CU-MATCH-SUB)       TO SST-FTE.
           WRITE STATE-SUBMISSION-RECORD.
      *
       710-WRITE-STATE-DETAIL.
      *
           IF CU-CUT-TYPE (CU-SUB) NOT = "T"
                   AND CU-HEADCOUNT (CU-SUB) > ZERO
               MOVE SPACES TO STATE-SUBMISSION-RECORD
               MOVE "D"                    TO SS-RECORD-TYPE
               MOVE WS-INSTITUTION-CODE    TO SSD-INSTITUTION-CODE
               MOVE WS-SELECT-TERM         TO SSD-TERM-CODE
               MOVE CU-CUT-TYPE (CU-SUB)   TO SSD-CUT-TYPE
               MOVE CU-CUT-VALUE (CU-SUB)  TO SSD-CUT-VALUE
               MOVE CU-HEADCOUNT (CU-SUB)  TO SSD-HEADCOUNT
               MOVE CU-UNITS (CU-SUB)      TO SSD-UNITS
               MOVE CU-FTE (CU-SUB)        TO SSD-FTE
               WRITE STATE-SUBMISSION-RECORD
               ADD 1 TO CT-STATE-DETAILS
           END-IF.
      *
       750-WRITE-CENSUS-HISTORY.
      *
           IF CU-HEADCOUNT (CU-SUB) > ZERO
               MOVE SPACES TO CENSUS-HISTORY-NEW-RECORD
               MOVE WS-SELECT-TERM         TO CHN-TERM-CODE
               MOVE CU-CUT-TYPE (CU-SUB)   TO CHN-CUT-TYPE
               MOVE CU-CUT-VALUE (CU-SUB)  TO CHN-CUT-VALUE
               MOVE CU-HEADCOUNT (CU-SUB)  TO CHN-HEADCOUNT
               MOVE CU-UNITS (CU-SUB)      TO CHN-UNITS
               MOVE CU-FTE (CU-SUB)        TO CHN-FTE
               MOVE PD-BUSINESS-DATE       TO CHN-CENSUS-DATE
               WRITE CENSUS-HISTORY-NEW-RECORD
               ADD 1 TO CT-HISTORY-WRITTEN
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
