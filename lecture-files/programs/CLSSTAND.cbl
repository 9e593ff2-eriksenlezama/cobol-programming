       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSSTAND.
      *
      * TERM-END CLASS STANDING RECALCULATION. RUNS AFTER THE
      * ACADEMIC HISTORY UPDATE (ACADHIST) AND DERIVES EVERY
      * STUDENT'S CLASS STANDING FROM THE UNITS EARNED ON THE NEW
      * HISTORY GENERATION (HISTMAST) AGAINST THE UNIT THRESHOLDS
      * ON THE STANDCTL CONTROL RECORD - THE KEYED STANDING ON A
      * REGISTRATION IS NOT TRUSTED. THE DERIVED STANDING IS WRITTEN
      * TO THE SDDATA STUDENT MASTER (THE BYTE AFTER THE GRADUATION
      * TERM SEASON - THE NINE-DIGIT ID IS TAKEN DOWN TO THE
      * SEVEN-DIGIT SDDATA KEY BY ITS LOW-ORDER DIGITS), WHERE
      * REGMAINT PICKS IT UP TO STAMP NEW REGISTRATIONS, AND THE
      * STANDING REPORT (STANDRPT) LISTS EVERY STUDENT WHOSE
      * STANDING CHANGED AND EVERY HISTORY STUDENT NOT ON SDDATA.
      *
      * STANDCTL RECORD: MINIMUM UNITS EARNED FOR SOPHOMORE,
      * JUNIOR AND SENIOR STANDING, 9(3) EACH, IN THAT ORDER. BELOW
      * THE SOPHOMORE THRESHOLD A STUDENT IS A FRESHMAN. THE
      * THRESHOLDS MUST BE NUMERIC AND RISING OR THE STEP ABORTS.
      * A HISTORY STUDENT NOT ON SDDATA ENDS THE RUN WITH RETURN
      * CODE 4, AN OUT-OF-BALANCE RUN WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTMAST ASSIGN TO HISTMAST
               FILE STATUS IS WF-HISTMAST-STATUS.
           SELECT STANDCTL ASSIGN TO STANDCTL
               FILE STATUS IS WF-STANDCTL-STATUS.
           SELECT StudentFile ASSIGN TO SDDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ws-StudentId-key
               FILE STATUS IS WF-SDDATA-STATUS.
           SELECT STANDRPT ASSIGN TO STANDRPT
               FILE STATUS IS WF-STANDRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD  STANDCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  STANDING-CONTROL-RECORD.
           05  SC-SOPHOMORE-UNITS      PIC 9(03).
           05  SC-JUNIOR-UNITS         PIC 9(03).
           05  SC-SENIOR-UNITS         PIC 9(03).
           05  FILLER                  PIC X(71).
      *
       FD  StudentFile.
       01  studentdetails.
           05 ws-StudentId-key    PIC 9(7).
           05 FILLER              PIC X(70).
           05 ws-GradTermSeason   PIC X.
           05 ws-ClassStanding    PIC X.
               88 ws-Valid-Standing   VALUE "1" "2" "3" "4".
           05 FILLER              PIC X.
      *
       FD  STANDRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  HISTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  HISTMAST-EOF                 VALUE "Y".
           05  SDDATA-FOUND-SWITCH     PIC X    VALUE "N".
               88  SDDATA-FOUND                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-HISTMAST-STATUS  PIC XX.
               88  HISTMAST-FILE-OK        VALUE "00".
           05  WF-STANDCTL-STATUS  PIC XX.
               88  STANDCTL-FILE-OK        VALUE "00".
           05  WF-SDDATA-STATUS    PIC XX.
               88  SDDATA-FILE-OK          VALUE "00".
           05  WF-STANDRPT-STATUS  PIC XX.
               88  STANDRPT-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  STANDING-THRESHOLDS.
           05  WS-SOPHOMORE-UNITS  PIC 9(3).
           05  WS-JUNIOR-UNITS     PIC 9(3).
           05  WS-SENIOR-UNITS     PIC 9(3).
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
           05  WS-NEW-STANDING     PIC 9.
           05  WS-OLD-STANDING     PIC X.
           05  WS-OLD-STANDING-N REDEFINES WS-OLD-STANDING
                                   PIC 9.
      *
       01  CONTROL-TOTALS.
           05  CT-HISTORY-READ     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-STANDING-CHANGED PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-STANDING-SAME    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-NOT-ON-MASTER    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-FRESHMEN         PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-SOPHOMORES       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-JUNIORS          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-SENIORS          PIC S9(5) COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CLASS STANDING CHANG".
           05  FILLER          PIC X(20)   VALUE "ES                  ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CLSSTAND".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "STUDENT    STUDENT N".
           05  FILLER      PIC X(20)   VALUE "AME               UN".
           05  FILLER      PIC X(20)   VALUE "ITS  OLD STANDING  N".
           05  FILLER      PIC X(20)   VALUE "EW STANDING  STATUS ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  STANDING-LINE.
           05  SL-STUDENT-ID           PIC 9(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-UNITS-EARNED         PIC ZZZZ9.
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  SL-OLD-STANDING         PIC X(10).
           05  FILLER                  PIC X(4)     VALUE SPACE.
           05  SL-NEW-STANDING         PIC X(10).
           05  FILLER                  PIC X(4)     VALUE SPACE.
           05  SL-STATUS               PIC X(21).
           05  FILLER                  PIC X(38)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "CLSSTAND TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-RECALCULATE-STANDING.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-STANDING-CONTROL.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 210-READ-HISTORY.
           PERFORM 200-STAND-ONE-STUDENT
               UNTIL HISTMAST-EOF.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE HISTMAST
                 StudentFile
                 STANDRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  HISTMAST
                I-O    StudentFile
                OUTPUT STANDRPT.
           IF NOT HISTMAST-FILE-OK
              DISPLAY "HISTMAST OPEN ERROR: " WF-HISTMAST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT SDDATA-FILE-OK
              DISPLAY "SDDATA OPEN ERROR: " WF-SDDATA-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT STANDRPT-FILE-OK
              DISPLAY "STANDRPT OPEN ERROR: " WF-STANDRPT-STATUS
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
       120-READ-STANDING-CONTROL.
      *
           OPEN INPUT STANDCTL.
           IF NOT STANDCTL-FILE-OK
              DISPLAY "STANDCTL OPEN ERROR: " WF-STANDCTL-STATUS
              PERFORM 900-ABORT
           END-IF.
           READ STANDCTL
               AT END
                   DISPLAY "STANDCTL CONTROL FILE IS EMPTY"
                   PERFORM 900-ABORT
           END-READ.
           CLOSE STANDCTL.
           IF SC-SOPHOMORE-UNITS NOT NUMERIC
                   OR SC-JUNIOR-UNITS NOT NUMERIC
                   OR SC-SENIOR-UNITS NOT NUMERIC
               DISPLAY "STANDCTL THRESHOLDS NOT NUMERIC - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF SC-SOPHOMORE-UNITS = ZERO
                   OR SC-JUNIOR-UNITS NOT > SC-SOPHOMORE-UNITS
                   OR SC-SENIOR-UNITS NOT > SC-JUNIOR-UNITS
               DISPLAY "STANDCTL THRESHOLDS NOT RISING - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE SC-SOPHOMORE-UNITS TO WS-SOPHOMORE-UNITS.
           MOVE SC-JUNIOR-UNITS    TO WS-JUNIOR-UNITS.
           MOVE SC-SENIOR-UNITS    TO WS-SENIOR-UNITS.
           DISPLAY "CLSSTAND THRESHOLDS SOPHOMORE " WS-SOPHOMORE-UNITS
               " JUNIOR " WS-JUNIOR-UNITS
               " SENIOR " WS-SENIOR-UNITS.
      *
       200-STAND-ONE-STUDENT.
      *
           EVALUATE TRUE
               WHEN HM-UNITS-EARNED NOT < WS-SENIOR-UNITS
                   MOVE 4 TO WS-NEW-STANDING
                   ADD 1 TO CT-SENIORS
               WHEN HM-UNITS-EARNED NOT < WS-JUNIOR-UNITS
                   MOVE 3 TO WS-NEW-STANDING
                   ADD 1 TO CT-JUNIORS
               WHEN HM-UNITS-EARNED NOT < WS-SOPHOMORE-UNITS
                   MOVE 2 TO WS-NEW-STANDING
                   ADD 1 TO CT-SOPHOMORES
               WHEN OTHER
                   MOVE 1 TO WS-NEW-STANDING
                   ADD 1 TO CT-FRESHMEN
           END-EVALUATE.
           PERFORM 205-READ-STUDENT-MASTER.
           IF NOT SDDATA-FOUND
               MOVE SPACES TO SL-OLD-STANDING
               MOVE "NOT ON STUDENT MASTER" TO SL-STATUS
               PERFORM 250-PRINT-STANDING-LINE
               ADD 1 TO CT-NOT-ON-MASTER
           ELSE
               MOVE ws-ClassStanding TO WS-OLD-STANDING
               IF ws-Valid-Standing
                       AND WS-OLD-STANDING-N = WS-NEW-STANDING
                   ADD 1 TO CT-STANDING-SAME
               ELSE
                   PERFORM 220-UPDATE-STANDING
               END-IF
           END-IF.
           PERFORM 210-READ-HISTORY.
      *
       205-READ-STUDENT-MASTER.
      *
           MOVE HM-STUDENT-ID TO ws-StudentId-key.
           MOVE "Y" TO SDDATA-FOUND-SWITCH.
           READ StudentFile
               INVALID KEY
                   MOVE "N" TO SDDATA-FOUND-SWITCH
           END-READ.
      *
       210-READ-HISTORY.
      *
           READ HISTMAST
               AT END
                   MOVE "Y" TO HISTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
           END-READ.
      *
      * A STUDENT WITH NO STANDING YET ON SDDATA PRINTS WITH A
      * BLANK OLD STANDING.
      *
       220-UPDATE-STANDING.
      *
           IF ws-Valid-Standing
               MOVE STANDING-NAME (WS-OLD-STANDING-N) TO SL-OLD-STANDING
           ELSE
               MOVE SPACES TO SL-OLD-STANDING
           END-IF.
           MOVE WS-NEW-STANDING TO ws-ClassStanding.
           REWRITE studentdetails
               INVALID KEY
                   DISPLAY "SDDATA REWRITE ERROR: " WF-SDDATA-STATUS
                       " STUDENT " HM-STUDENT-ID
                   PERFORM 900-ABORT
           END-REWRITE.
           MOVE "CHANGED              " TO SL-STATUS.
           PERFORM 250-PRINT-STANDING-LINE.
           ADD 1 TO CT-STANDING-CHANGED.
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
       250-PRINT-STANDING-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE HM-STUDENT-ID   TO SL-STUDENT-ID.
           MOVE HM-STUDENT-NAME TO SL-STUDENT-NAME.
           MOVE HM-UNITS-EARNED TO SL-UNITS-EARNED.
           MOVE STANDING-NAME (WS-NEW-STANDING) TO SL-NEW-STANDING.
           MOVE STANDING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "HISTORY READ      " TO CTL-LABEL.
           MOVE CT-HISTORY-READ      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "STANDING CHANGED  " TO CTL-LABEL.
           MOVE CT-STANDING-CHANGED  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "STANDING UNCHANGED" TO CTL-LABEL.
           MOVE CT-STANDING-SAME     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "NOT ON SDDATA     " TO CTL-LABEL.
           MOVE CT-NOT-ON-MASTER     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  FRESHMEN        " TO CTL-LABEL.
           MOVE CT-FRESHMEN          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  SOPHOMORES      " TO CTL-LABEL.
           MOVE CT-SOPHOMORES        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  JUNIORS         " TO CTL-LABEL.
           MOVE CT-JUNIORS           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  SENIORS         " TO CTL-LABEL.
           MOVE CT-SENIORS           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-HISTORY-READ = CT-STANDING-CHANGED + CT-STANDING-SAME
                   + CT-NOT-ON-MASTER
                   AND CT-HISTORY-READ = CT-FRESHMEN + CT-SOPHOMORES
                       + CT-JUNIORS + CT-SENIORS
               DISPLAY "*** CLSSTAND RUN IS IN BALANCE ***"
               IF CT-NOT-ON-MASTER > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** CLSSTAND RUN IS OUT OF BALANCE - REVIEW ***"
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
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
