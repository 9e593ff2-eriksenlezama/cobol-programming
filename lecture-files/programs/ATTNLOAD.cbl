       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNLOAD.
      *
      * CLASS ATTENDANCE LOAD. THE TEACHERS' ROSTERS (ATTNTRAN, ONE
      * LINE PER STUDENT PER SECTION MEETING, MARKED P PRESENT OR A
      * ABSENT) ARE EDITED, SORTED INTO ATTENDANCE-FILE ORDER AND
      * MERGED WITH THE OLD ATTENDANCE GENERATION (ATTNOLD) TO WRITE
      * THE NEW ONE (ATTNNEW). A ROSTER LINE FOR A MEETING ALREADY ON
      * FILE REPLACES IT, SO A TEACHER CORRECTS A ROSTER BY SENDING
      * THE LINE AGAIN; WHEN ONE RUN CARRIES THE SAME MEETING TWICE
      * THE LATER LINE WINS. EVERY RECORD IS STAMPED WITH THE
      * PROCESSING DATE IT WAS LOADED ON.
      *
      * ONLY ROSTERS FOR THE TERM ON THE SYSIN CONTROL CARD ARE
      * TAKEN, AND ONLY FOR A STUDENT REGISTERED IN THE SECTION FOR
      * THAT TERM ON REGSFILE. A LINE THAT FAILS AN EDIT IS LISTED
      * WITH THE REASON ON THE LOAD REGISTER (ATTNREG) AND IS NOT
      * LOADED - ANY REJECT ENDS THE RUN WITH RETURN CODE 4, AN
      * OUT-OF-BALANCE RUN WITH RETURN CODE 8.
      *
      * ATTNTRAN HAS THE ATTENDANCE RECORD LAYOUT (COPY ATTEND): COLS
      * 1-5 TERM, 6-14 COURSE KEY, 15-23 STUDENT ID, 24-31 MEETING
      * DATE CCYYMMDD, 32 P/A, 33-35 TEACHER NUMBER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTNOLD  ASSIGN TO ATTNOLD
               FILE STATUS IS WF-ATTNOLD-STATUS.
           SELECT ATTNTRAN ASSIGN TO ATTNTRAN
               FILE STATUS IS WF-ATTNTRAN-STATUS.
           SELECT CRSEREG  ASSIGN TO REGSFILE
               FILE STATUS IS WF-CRSEREG-STATUS.
           SELECT ATTNNEW  ASSIGN TO ATTNNEW
               FILE STATUS IS WF-ATTNNEW-STATUS.
           SELECT ATTNREG  ASSIGN TO ATTNREG
               FILE STATUS IS WF-ATTNREG-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ATTNOLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY ATTEND.
      *
       FD  ATTNTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  ROSTER-TRANS-RECORD.
           05  RX-ATTENDANCE-KEY.
               10  RX-TERM-CODE            PIC X(5).
               10  RX-COURSE-KEY           PIC X(9).
               10  RX-STUDENT-ID           PIC X(9).
               10  RX-MEETING-DATE         PIC X(8).
               10  RX-MEETING-DATE-N REDEFINES RX-MEETING-DATE.
                   15  RX-MEETING-YEAR         PIC 9(4).
                   15  RX-MEETING-MONTH        PIC 9(2).
                   15  RX-MEETING-DAY          PIC 9(2).
           05  RX-ATTEND-CODE              PIC X.
               88  RX-VALID-ATTEND-CODE        VALUE "P" "A".
           05  RX-TEACHER-NUMBER           PIC X(3).
           05  FILLER                      PIC X(45).
      *
       FD  CRSEREG.
       COPY CRSEREG.
      *
       FD  ATTNNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  ATTENDANCE-NEW-REC          PIC X(80).
      *
       FD  ATTNREG.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
      * THE ROSTER SEQUENCE NUMBER KEEPS TWO LINES FOR ONE MEETING
      * IN THE ORDER THEY WERE READ, SO THE LATER ONE IS KEPT.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ATTENDANCE-KEY      PIC X(31).
           05  FILLER                  PIC X(12).
           05  SRT-TRANS-SEQ           PIC 9(7).
           05  FILLER                  PIC X(30).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ATTNOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  ATTNOLD-EOF                  VALUE "Y".
           05  ATTNTRAN-EOF-SWITCH     PIC X    VALUE "N".
               88  ATTNTRAN-EOF                 VALUE "Y".
           05  CRSEREG-EOF-SWITCH      PIC X    VALUE "N".
               88  CRSEREG-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-ATTNOLD-STATUS   PIC XX.
               88  ATTNOLD-FILE-OK         VALUE "00".
           05  WF-ATTNTRAN-STATUS  PIC XX.
               88  ATTNTRAN-FILE-OK        VALUE "00".
           05  WF-CRSEREG-STATUS   PIC XX.
               88  CRSEREG-FILE-OK         VALUE "00".
           05  WF-ATTNNEW-STATUS   PIC XX.
               88  ATTNNEW-FILE-OK         VALUE "00".
           05  WF-ATTNREG-STATUS   PIC XX.
               88  ATTNREG-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  WS-SELECT-TERM      PIC X(5).
      *
       01  REGISTRATION-TABLE-FIELDS.
           05  RG-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  RG-SUB              PIC S9(5)  COMP.
           05  RG-MATCH-SUB        PIC S9(5)  COMP.
      *
       01  REGISTRATION-TABLE.
           05  REGISTRATION-ENTRY      OCCURS 5000 TIMES.
               10  RG-COURSE-KEY           PIC X(9).
               10  RG-STUDENT-ID           PIC X(9).
      *
      * THE OLD AND ROSTER KEYS GO TO HIGH-VALUES AT END OF FILE SO
      * THE MERGE RUNS OUT WHATEVER IS LEFT ON THE OTHER SIDE.
      *
       01  MERGE-FIELDS.
           05  WS-OLD-KEY          PIC X(31).
           05  WS-TRANS-KEY        PIC X(31).
           05  WS-TRANS-RECORD     PIC X(80).
      *
       01  WORK-FIELDS.
           05  WS-TRANS-SEQ        PIC 9(7)   VALUE ZERO.
           05  WS-REJECT-REASON    PIC X(30).
           05  WS-EDIT-RECORD.
               10  WE-ATTENDANCE-KEY   PIC X(31).
               10  WE-ATTEND-CODE      PIC X.
               10  WE-TEACHER-NUMBER   PIC 9(3).
               10  WE-DATE-LOADED      PIC 9(8).
               10  WE-TRANS-SEQ        PIC 9(7).
               10  FILLER              PIC X(30).
      *
       01  CONTROL-TOTALS.
           05  CT-OLD-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-TRANS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-TRANS-REJECTED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-TRANS-SUPERSEDED PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-MEETINGS-REPLACED PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-MEETINGS-ADDED   PIC S9(7) COMP-3 VALUE ZERO.
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
           05  FILLER          PIC X(20)   VALUE "ATTENDANCE ROSTER LO".
           05  FILLER          PIC X(10)   VALUE "AD - TERM ".
           05  HL1-TERM-CODE   PIC X(5).
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ATTNLOAD".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "TERM  SECTION    STU".
           05  FILLER      PIC X(20)   VALUE "DENT ID MEETING  P/A".
           05  FILLER      PIC X(20)   VALUE " TCH  REJECT REASON ".
           05  FILLER      PIC X(72)   VALUE SPACE.
      *
       01  REJECT-LINE.
           05  RJ-TERM-CODE            PIC X(5).
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  RJ-COURSE-KEY           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RJ-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RJ-MEETING-DATE         PIC X(8).
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  RJ-ATTEND-CODE          PIC X.
           05  FILLER                  PIC X(3)     VALUE SPACE.
           05  RJ-TEACHER-NUMBER       PIC X(3).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RJ-REASON               PIC X(30).
           05  FILLER                  PIC X(56)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "ATTNLOAD TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-LOAD-CLASS-ATTENDANCE.
      *
           PERFORM 095-ACCEPT-TERM-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 140-LOAD-REGISTRATION-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ATTENDANCE-KEY
               ON ASCENDING KEY SRT-TRANS-SEQ
               INPUT PROCEDURE 200-EDIT-ROSTER-LINES
               OUTPUT PROCEDURE 300-MERGE-ATTENDANCE.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE ATTNOLD
                 ATTNTRAN
                 ATTNNEW
                 ATTNREG.
           GOBACK.
      *
       095-ACCEPT-TERM-CARD.
      *
           MOVE SPACES TO WS-SELECT-TERM.
           ACCEPT WS-SELECT-TERM.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "ATTNLOAD NO TERM CARD ON SYSIN - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           DISPLAY "ATTNLOAD LOADING ROSTERS FOR TERM "
               WS-SELECT-TERM.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  ATTNOLD
                       ATTNTRAN
                       CRSEREG
                OUTPUT ATTNNEW
                       ATTNREG.
           IF NOT ATTNOLD-FILE-OK
              DISPLAY "ATTNOLD OPEN ERROR: " WF-ATTNOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ATTNTRAN-FILE-OK
              DISPLAY "ATTNTRAN OPEN ERROR: " WF-ATTNTRAN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CRSEREG-FILE-OK
              DISPLAY "REGSFILE OPEN ERROR: " WF-CRSEREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ATTNNEW-FILE-OK
              DISPLAY "ATTNNEW OPEN ERROR: " WF-ATTNNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ATTNREG-FILE-OK
              DISPLAY "ATTNREG OPEN ERROR: " WF-ATTNREG-STATUS
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
       200-EDIT-ROSTER-LINES.
      *
           PERFORM 210-READ-ROSTER-LINE.
           PERFORM 220-EDIT-ONE-ROSTER-LINE
               UNTIL ATTNTRAN-EOF.
      *
       210-READ-ROSTER-LINE.
      *
           READ ATTNTRAN
               AT END
                   MOVE "Y" TO ATTNTRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
                   ADD 1 TO WS-TRANS-SEQ
           END-READ.
      *
       220-EDIT-ONE-ROSTER-LINE.
      *
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN RX-TERM-CODE NOT = WS-SELECT-TERM
                   MOVE "NOT FOR THE TERM BEING LOADED"
                       TO WS-REJECT-REASON
               WHEN RX-STUDENT-ID NOT NUMERIC
                   MOVE "STUDENT ID NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN RX-MEETING-DATE NOT NUMERIC
                   MOVE "MEETING DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN RX-MEETING-MONTH < 1 OR RX-MEETING-MONTH > 12
                       OR RX-MEETING-DAY < 1 OR RX-MEETING-DAY > 31
                   MOVE "MEETING DATE NOT A VALID DATE"
                       TO WS-REJECT-REASON
               WHEN RX-MEETING-DATE > PD-BUSINESS-DATE
                   MOVE "MEETING DATE IN THE FUTURE"
                       TO WS-REJECT-REASON
               WHEN NOT RX-VALID-ATTEND-CODE
                   MOVE "ATTENDANCE CODE NOT P OR A"
                       TO WS-REJECT-REASON
               WHEN RX-TEACHER-NUMBER NOT NUMERIC
                       AND RX-TEACHER-NUMBER NOT = SPACES
                   MOVE "TEACHER NUMBER NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 240-FIND-REGISTRATION
                   IF RG-MATCH-SUB = ZERO
                       MOVE "NOT REGISTERED IN THE SECTION"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM 225-RELEASE-ROSTER-LINE
           ELSE
               PERFORM 290-REJECT-ROSTER-LINE
           END-IF.
           PERFORM 210-READ-ROSTER-LINE.
      *
       225-RELEASE-ROSTER-LINE.
      *
           MOVE SPACES             TO WS-EDIT-RECORD.
           MOVE RX-ATTENDANCE-KEY  TO WE-ATTENDANCE-KEY.
           MOVE RX-ATTEND-CODE     TO WE-ATTEND-CODE.
           IF RX-TEACHER-NUMBER = SPACES
               MOVE ZERO TO WE-TEACHER-NUMBER
           ELSE
               MOVE RX-TEACHER-NUMBER TO WE-TEACHER-NUMBER
           END-IF.
           MOVE PD-BUSINESS-DATE   TO WE-DATE-LOADED.
           MOVE WS-TRANS-SEQ       TO WE-TRANS-SEQ.
           RELEASE SORT-RECORD FROM WS-EDIT-RECORD.
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
           IF RG-COURSE-KEY (RG-SUB) = RX-COURSE-KEY
                   AND RG-STUDENT-ID (RG-SUB) = RX-STUDENT-ID
               MOVE RG-SUB TO RG-MATCH-SUB
           END-IF.
      *
       290-REJECT-ROSTER-LINE.
      *
           ADD 1 TO CT-TRANS-REJECTED.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE RX-TERM-CODE       TO RJ-TERM-CODE.
           MOVE RX-COURSE-KEY      TO RJ-COURSE-KEY.
           MOVE RX-STUDENT-ID      TO RJ-STUDENT-ID.
           MOVE RX-MEETING-DATE    TO RJ-MEETING-DATE.
           MOVE RX-ATTEND-CODE     TO RJ-ATTEND-CODE.
           MOVE RX-TEACHER-NUMBER  TO RJ-TEACHER-NUMBER.
           MOVE WS-REJECT-REASON   TO RJ-REASON.
           MOVE REJECT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       300-MERGE-ATTENDANCE.
      *
           PERFORM 310-READ-OLD-ATTENDANCE.
           PERFORM 320-RETURN-ROSTER-LINE.
           PERFORM 330-GET-NEXT-TRANS.
           PERFORM 340-MERGE-ONE-KEY
               UNTIL WS-OLD-KEY = HIGH-VALUES
               AND WS-TRANS-KEY = HIGH-VALUES.
      *
       310-READ-OLD-ATTENDANCE.
      *
           READ ATTNOLD
               AT END
                   MOVE "Y" TO ATTNOLD-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   ADD 1 TO CT-OLD-READ
                   MOVE AT-ATTENDANCE-KEY TO WS-OLD-KEY
           END-READ.
      *
       320-RETURN-ROSTER-LINE.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.
      *
      * TAKES THE NEXT ROSTER MEETING OFF THE SORT, KEEPING ONLY
      * THE LAST LINE SENT FOR IT.
      *
       330-GET-NEXT-TRANS.
      *
           IF SORT-EOF
               MOVE HIGH-VALUES TO WS-TRANS-KEY
           ELSE
               MOVE SORT-RECORD TO WS-TRANS-RECORD
               MOVE SRT-ATTENDANCE-KEY TO WS-TRANS-KEY
               PERFORM 320-RETURN-ROSTER-LINE
               PERFORM 335-SUPERSEDE-TRANS
                   UNTIL SORT-EOF
                   OR SRT-ATTENDANCE-KEY NOT = WS-TRANS-KEY
           END-IF.
      *
       335-SUPERSEDE-TRANS.
      *
           ADD 1 TO CT-TRANS-SUPERSEDED.
           MOVE SORT-RECORD TO WS-TRANS-RECORD.
           PERFORM 320-RETURN-ROSTER-LINE.
      *
       340-MERGE-ONE-KEY.
      *
           EVALUATE TRUE
               WHEN WS-OLD-KEY < WS-TRANS-KEY
                   MOVE ATTENDANCE-RECORD TO ATTENDANCE-NEW-REC
                   PERFORM 350-WRITE-NEW-ATTENDANCE
                   PERFORM 310-READ-OLD-ATTENDANCE
               WHEN WS-OLD-KEY = WS-TRANS-KEY
                   ADD 1 TO CT-MEETINGS-REPLACED
                   PERFORM 310-READ-OLD-ATTENDANCE
                   PERFORM 345-WRITE-TRANS
               WHEN OTHER
                   ADD 1 TO CT-MEETINGS-ADDED
                   PERFORM 345-WRITE-TRANS
           END-EVALUATE.
      *
      * THE SORT RECORD CARRIES THE ROSTER SEQUENCE NUMBER IN THE
      * ATTENDANCE RECORD'S FILLER - IT IS BLANKED BEFORE WRITING.
      *
       345-WRITE-TRANS.
      *
           MOVE WS-TRANS-RECORD TO ATTENDANCE-NEW-REC.
           MOVE SPACES TO ATTENDANCE-NEW-REC (44:37).
           PERFORM 350-WRITE-NEW-ATTENDANCE.
           PERFORM 330-GET-NEXT-TRANS.
      *
       350-WRITE-NEW-ATTENDANCE.
      *
           WRITE ATTENDANCE-NEW-REC.
           IF NOT ATTNNEW-FILE-OK
               DISPLAY "ATTNNEW WRITE ERROR: " WF-ATTNNEW-STATUS
               PERFORM 900-ABORT
           END-IF.
           ADD 1 TO CT-RECORDS-WRITTEN.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "OLD RECORDS READ  " TO CTL-LABEL.
           MOVE CT-OLD-READ          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ROSTER LINES READ " TO CTL-LABEL.
           MOVE CT-TRANS-READ        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  REJECTED        " TO CTL-LABEL.
           MOVE CT-TRANS-REJECTED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  SENT TWICE      " TO CTL-LABEL.
           MOVE CT-TRANS-SUPERSEDED  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  MEETINGS REPLACED" TO CTL-LABEL.
           MOVE CT-MEETINGS-REPLACED TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  MEETINGS ADDED  " TO CTL-LABEL.
           MOVE CT-MEETINGS-ADDED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "NEW RECORDS WRITTEN" TO CTL-LABEL.
           MOVE CT-RECORDS-WRITTEN   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-TRANS-READ = CT-TRANS-REJECTED + CT-TRANS-SUPERSEDED
                   + CT-MEETINGS-REPLACED + CT-MEETINGS-ADDED
                   AND CT-RECORDS-WRITTEN =
                       CT-OLD-READ + CT-MEETINGS-ADDED
               DISPLAY "*** ATTNLOAD RUN IS IN BALANCE ***"
               IF CT-TRANS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** ATTNLOAD RUN IS OUT OF BALANCE - REVIEW ***"
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
