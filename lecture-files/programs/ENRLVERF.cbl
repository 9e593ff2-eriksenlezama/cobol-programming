       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLVERF.
      *
      * ENROLLMENT VERIFICATION LETTERS. EACH REQUEST ON THE
      * VERIFICATION REQUEST FILE (VERFREQ) NAMES A STUDENT, A TERM
      * AND THE PARTY ASKING - A LENDER, INSURER OR EMPLOYER. THE
      * STUDENT'S CR-COURSE-UNITS FOR THAT TERM ARE TOTALLED FROM
      * THE REGISTRATION FILE AND THE STUDENT IS CLASSED FULL-TIME,
      * HALF-TIME OR LESS THAN HALF-TIME AGAINST THE UNIT
      * THRESHOLDS ON THE VERFCTL CONTROL RECORD; A STUDENT WITH NO
      * REGISTRATIONS FOR THE TERM IS CERTIFIED AS NOT ENROLLED.
      * ONE SIGNED-FORMAT LETTER PRINTS PER REQUEST (VERFLTR) WITH
      * THE TERM START AND END DATES FROM THE TERM CALENDAR
      * (TERMCAL), THE STUDENT'S ADDRESS FROM THE SDDATA STUDENT
      * MASTER - THE NINE-DIGIT ID IS TAKEN DOWN TO THE SEVEN-DIGIT
      * SDDATA KEY BY ITS LOW-ORDER DIGITS, THE USUAL CONVENTION -
      * AND THE SIGNING OFFICER FROM VERFCTL.
      *
      * EVERY LETTER ISSUED DRAWS THE NEXT VERIFICATION NUMBER FROM
      * THE LETTER CONTROL RECORD (VERFOLD IN, VERFNEW OUT) THE WAY
      * TRANSCPT NUMBERS OFFICIAL COPIES, PRINTS IT ON THE LETTER
      * AND IS LOGGED TO VERFLOG.
      *
      * VERFREQ LAYOUT: STUDENT ID 9(9), TERM X(5), REQUESTING
      * PARTY X(25).
      * VERFCTL LAYOUT: FULL-TIME MINIMUM UNITS 9(2), HALF-TIME
      * MINIMUM UNITS 9(2), SIGNING OFFICER NAME X(25), SIGNING
      * OFFICER TITLE X(25). THE THRESHOLDS MUST BE NUMERIC AND
      * FULL-TIME ABOVE HALF-TIME OR THE STEP ABORTS.
      *
      * A REQUEST FOR A TERM NOT ON THE CALENDAR (OR WITHOUT ITS
      * START AND END DATES) OR FOR A STUDENT ON NEITHER THE
      * REGISTRATION FILE NOR SDDATA IS REFUSED - NO LETTER AND NO
      * NUMBER - AND ENDS THE RUN WITH RETURN CODE 4. AN OUT-OF-
      * BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERFREQ  ASSIGN TO VERFREQ
               FILE STATUS IS WF-VERFREQ-STATUS.
           SELECT VERFCTL  ASSIGN TO VERFCTL
               FILE STATUS IS WF-VERFCTL-STATUS.
           SELECT CRSEREG  ASSIGN TO REGSFILE
               FILE STATUS IS WF-CRSEREG-STATUS.
           SELECT TERMCAL  ASSIGN TO TERMCAL
               FILE STATUS IS WF-TERMCAL-STATUS.
           SELECT StudentFile ASSIGN TO SDDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ws-StudentId-key
               FILE STATUS IS WF-SDDATA-STATUS.
           SELECT LETTER-CONTROL-OLD ASSIGN TO VERFOLD
               FILE STATUS IS WF-VERFOLD-STATUS.
           SELECT LETTER-CONTROL-NEW ASSIGN TO VERFNEW
               FILE STATUS IS WF-VERFNEW-STATUS.
           SELECT VERFLTR  ASSIGN TO VERFLTR
               FILE STATUS IS WF-VERFLTR-STATUS.
           SELECT VERFLOG  ASSIGN TO VERFLOG
               FILE STATUS IS WF-VERFLOG-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  VERFREQ
           RECORD CONTAINS 80 CHARACTERS.
       01  VERIFICATION-REQUEST-RECORD.
           05  VQ-STUDENT-ID           PIC 9(9).
           05  VQ-TERM-CODE            PIC X(5).
           05  VQ-REQUESTER            PIC X(25).
           05  FILLER                  PIC X(41).
      *
       FD  VERFCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  VERIFICATION-CONTROL-RECORD.
           05  VC-FULL-TIME-UNITS      PIC 9(02).
           05  VC-HALF-TIME-UNITS      PIC 9(02).
           05  VC-SIGNER-NAME          PIC X(25).
           05  VC-SIGNER-TITLE         PIC X(25).
           05  FILLER                  PIC X(26).
      *
       FD  CRSEREG.
       COPY CRSEREG.
      *
       FD  TERMCAL
           RECORD CONTAINS 80 CHARACTERS.
       COPY TERMCAL.
      *
       FD  StudentFile.
       01  studentdetails.
           05 ws-StudentId-key    PIC 9(7).
           05 ws-Surname          PIC X(8).
           05 ws-Initials         PIC XX.
           05 FILLER              PIC X(13).
           05 ws-Status           PIC X.
           05 ws-LastActivityYear PIC X(4).
           05 ws-Contact.
              07 ws-Street        PIC X(15).
              07 ws-City          PIC X(10).
              07 ws-State         PIC XX.
              07 ws-Zip           PIC X(5).
              07 ws-Phone         PIC X(10).
           05 FILLER              PIC X(3).
      *
       FD  LETTER-CONTROL-OLD
           RECORD CONTAINS 6 CHARACTERS.
       01  LETTER-CONTROL-OLD-REC.
           05  LCO-NEXT-LETTER-NUMBER  PIC 9(6).
      *
       FD  LETTER-CONTROL-NEW
           RECORD CONTAINS 6 CHARACTERS.
       01  LETTER-CONTROL-NEW-REC.
           05  LCN-NEXT-LETTER-NUMBER  PIC 9(6).
      *
       FD  VERFLTR.
       01  PRINT-AREA       PIC X(132).
      *
       FD  VERFLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  VERIFICATION-LOG-RECORD.
           05  VL-STUDENT-ID           PIC 9(9).
           05  VL-TERM-CODE            PIC X(5).
           05  VL-REQUESTER            PIC X(25).
           05  VL-LETTER-NUMBER        PIC 9(6).
           05  VL-ISSUE-DATE           PIC 9(8).
           05  VL-TERM-UNITS           PIC 9(3).
           05  VL-ENROLLMENT-STATUS    PIC X(1).
               88  VL-FULL-TIME            VALUE "F".
               88  VL-HALF-TIME            VALUE "H".
               88  VL-LESS-THAN-HALF       VALUE "L".
               88  VL-NOT-ENROLLED         VALUE "N".
           05  FILLER                  PIC X(23).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VERFREQ-EOF-SWITCH      PIC X    VALUE "N".
               88  VERFREQ-EOF                  VALUE "Y".
           05  CRSEREG-EOF-SWITCH      PIC X    VALUE "N".
               88  CRSEREG-EOF                  VALUE "Y".
           05  TERMCAL-EOF-SWITCH      PIC X    VALUE "N".
               88  TERMCAL-EOF                  VALUE "Y".
           05  SDDATA-FOUND-SWITCH     PIC X    VALUE "N".
               88  SDDATA-FOUND                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-VERFREQ-STATUS   PIC XX.
               88  VERFREQ-FILE-OK         VALUE "00".
           05  WF-VERFCTL-STATUS   PIC XX.
               88  VERFCTL-FILE-OK         VALUE "00".
           05  WF-CRSEREG-STATUS   PIC XX.
               88  CRSEREG-FILE-OK         VALUE "00".
           05  WF-TERMCAL-STATUS   PIC XX.
               88  TERMCAL-FILE-OK         VALUE "00".
           05  WF-SDDATA-STATUS    PIC XX.
               88  SDDATA-FILE-OK          VALUE "00".
           05  WF-VERFOLD-STATUS   PIC XX.
               88  VERFOLD-FILE-OK         VALUE "00".
           05  WF-VERFNEW-STATUS   PIC XX.
               88  VERFNEW-FILE-OK         VALUE "00".
           05  WF-VERFLTR-STATUS   PIC XX.
               88  VERFLTR-FILE-OK         VALUE "00".
           05  WF-VERFLOG-STATUS   PIC XX.
               88  VERFLOG-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  FILE-INTEGRITY-FIELDS.
           05  FC-CONTROL-SWITCH   PIC X.
               88  FC-CONTROL-RECORD   VALUE "Y".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
      *
       01  VERIFICATION-THRESHOLDS.
           05  WS-FULL-TIME-UNITS  PIC 9(2).
           05  WS-HALF-TIME-UNITS  PIC 9(2).
           05  WS-SIGNER-NAME      PIC X(25).
           05  WS-SIGNER-TITLE     PIC X(25).
      *
       01  LETTER-FIELDS.
           05  WS-NEXT-LETTER-NUMBER PIC 9(6)  VALUE 1.
           05  WS-ISSUE-DATE       PIC 9(8).
           05  WS-LETTER-NAME      PIC X(25).
           05  WS-REFUSAL-REASON   PIC X(26).
      *
       01  WORK-FIELDS.
           05  STUDENT-ID.
               10  STUDENT-ID-1            PIC 9(03).
               10  STUDENT-ID-2            PIC 9(02).
               10  STUDENT-ID-3            PIC 9(04).
           05  FORMATTED-STUDENT-ID.
               10  FORMATTED-STUDENT-ID-1  PIC 9(03).
               10  FILLER                  PIC X(01)   VALUE "-".
               10  FORMATTED-STUDENT-ID-2  PIC 9(02).
               10  FILLER                  PIC X(01)   VALUE "-".
               10  FORMATTED-STUDENT-ID-3  PIC 9(04).
           05  WS-DATE-WORK            PIC 9(8).
           05  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR        PIC 9(4).
               10  WS-DATE-MONTH       PIC 9(2).
               10  WS-DATE-DAY         PIC 9(2).
           05  WS-DATE-EDIT            PIC X(10).
      *
      * EVERY REQUEST IS HELD IN CORE WHILE THE REGISTRATION FILE
      * GOES BY ONCE, PICKING UP EACH REQUESTED STUDENT'S UNITS
      * AND NAME FOR THE REQUESTED TERM.
      *
       01  REQUEST-TABLE-FIELDS.
           05  RQ-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  RQ-SUB              PIC S9(3)  COMP.
      *
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY           OCCURS 500 TIMES.
               10  RQ-STUDENT-ID           PIC 9(9).
               10  RQ-TERM-CODE            PIC X(5).
               10  RQ-REQUESTER            PIC X(25).
               10  RQ-STUDENT-NAME         PIC X(25).
               10  RQ-TERM-UNITS           PIC S9(3)  COMP-3.
               10  RQ-REGISTERED-SWITCH    PIC X.
                   88  RQ-REGISTERED           VALUE "Y".
      *
       01  CALENDAR-TABLE-FIELDS.
           05  TC-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  TC-SUB              PIC S9(3)  COMP.
           05  TC-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  CALENDAR-TABLE.
           05  CALENDAR-ENTRY          OCCURS 50 TIMES.
               10  TC-TERM-CODE            PIC X(5).
               10  TC-TERM-START-DATE      PIC 9(8).
               10  TC-TERM-END-DATE        PIC 9(8).
      *
       01  CONTROL-TOTALS.
           05  CT-REQUESTS-READ    PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-LETTERS-ISSUED   PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-FULL-TIME        PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-HALF-TIME        PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-LESS-THAN-HALF   PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-NOT-ENROLLED     PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-NO-ADDRESS       PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-REFUSED          PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-LOGGED           PIC S9(5)  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "ENROLLMENT VERIFICAT".
           05  FILLER          PIC X(20)   VALUE "ION                 ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ENRLVERF".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  LETTERHEAD-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(23)
                   VALUE "OFFICE OF THE REGISTRAR".
           05  FILLER              PIC X(104)   VALUE SPACE.
      *
       01  LETTER-NUMBER-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(6)     VALUE "DATE: ".
           05  LNL-ISSUE-DATE      PIC X(10).
           05  FILLER              PIC X(26)    VALUE SPACE.
           05  FILLER              PIC X(21)
                   VALUE "VERIFICATION NUMBER: ".
           05  LNL-LETTER-NUMBER   PIC 9(6).
           05  FILLER              PIC X(58)    VALUE SPACE.
      *
       01  REQUESTER-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(6)     VALUE "TO:   ".
           05  RQL-REQUESTER       PIC X(25).
           05  FILLER              PIC X(96)    VALUE SPACE.
      *
       01  SUBJECT-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(29)
                   VALUE "RE:   ENROLLMENT VERIFICATION".
           05  FILLER              PIC X(98)    VALUE SPACE.
      *
       01  ADDRESS-NAME-LINE.
           05  FILLER              PIC X(11)    VALUE SPACE.
           05  ANL-NAME            PIC X(25).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE "ID: ".
           05  ANL-STUDENT-ID      PIC X(11).
           05  FILLER              PIC X(77)    VALUE SPACE.
      *
       01  ADDRESS-STREET-LINE.
           05  FILLER              PIC X(11)    VALUE SPACE.
           05  ASL-STREET          PIC X(15).
           05  FILLER              PIC X(106)   VALUE SPACE.
      *
       01  ADDRESS-CITY-LINE.
           05  FILLER              PIC X(11)    VALUE SPACE.
           05  ACL-CITY            PIC X(10).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  ACL-STATE           PIC XX.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  ACL-ZIP             PIC X(5).
           05  FILLER              PIC X(102)   VALUE SPACE.
      *
       01  NO-ADDRESS-LINE.
           05  FILLER              PIC X(11)    VALUE SPACE.
           05  FILLER              PIC X(23)
                   VALUE "NO ADDRESS ON FILE     ".
           05  FILLER              PIC X(98)    VALUE SPACE.
      *
       01  BODY-LINE-1.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(27)
                   VALUE "THIS LETTER CERTIFIES THAT ".
           05  FILLER              PIC X(27)
                   VALUE "THE STUDENT NAMED ABOVE IS ".
           05  BL1-ENROLLED-WORDS  PIC X(12).
           05  FILLER              PIC X(61)    VALUE SPACE.
      *
       01  BODY-LINE-2.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(9)     VALUE "FOR TERM ".
           05  BL2-TERM-CODE       PIC X(5).
           05  FILLER              PIC X(15)    VALUE ", WHICH BEGINS ".
           05  BL2-START-DATE      PIC X(10).
           05  FILLER              PIC X(10)    VALUE " AND ENDS ".
           05  BL2-END-DATE        PIC X(10).
           05  FILLER              PIC X(1)     VALUE ".".
           05  FILLER              PIC X(67)    VALUE SPACE.
      *
       01  BODY-LINE-3.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(23)
                   VALUE "THE STUDENT IS CARRYING".
           05  BL3-TERM-UNITS      PIC ZZ9.
           05  FILLER              PIC X(17)
                   VALUE " UNITS, WHICH IS ".
           05  BL3-LOAD-WORDS      PIC X(20).
           05  FILLER              PIC X(64)    VALUE SPACE.
      *
       01  BODY-LINE-4.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(24)
                   VALUE "FULL-TIME ENROLLMENT IS ".
           05  BL4-FULL-TIME-UNITS PIC Z9.
           05  FILLER              PIC X(29)
                   VALUE " UNITS OR MORE; HALF-TIME IS ".
           05  BL4-HALF-TIME-UNITS PIC Z9.
           05  FILLER              PIC X(15)    VALUE " UNITS OR MORE.".
           05  FILLER              PIC X(55)    VALUE SPACE.
      *
       01  SIGNATURE-RULE-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(30)    VALUE ALL "_".
           05  FILLER              PIC X(97)    VALUE SPACE.
      *
       01  SIGNATURE-NAME-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  SNL-SIGNER          PIC X(25).
           05  FILLER              PIC X(102)   VALUE SPACE.
      *
       01  SEPARATOR-LINE.
           05  FILLER              PIC X(132)   VALUE ALL "-".
      *
       PROCEDURE DIVISION.
      *
       000-ISSUE-VERIFICATIONS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-VERIFICATION-CONTROL.
           PERFORM 130-READ-LETTER-CONTROL.
           PERFORM 140-LOAD-CALENDAR-TABLE.
           PERFORM 150-LOAD-REQUEST-TABLE.
           PERFORM 160-READ-REGISTRATION.
           PERFORM 200-TOTAL-ONE-REGISTRATION
               UNTIL CRSEREG-EOF.
           PERFORM 300-ISSUE-ONE-LETTER
               VARYING RQ-SUB FROM 1 BY 1
               UNTIL RQ-SUB > RQ-ENTRY-COUNT.
           PERFORM 500-WRITE-LETTER-CONTROL.
           PERFORM 600-DISPLAY-CONTROL-TOTALS.
           CLOSE CRSEREG
                 StudentFile
                 VERFLTR
                 VERFLOG.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CRSEREG
                       StudentFile
                OUTPUT VERFLTR
                       VERFLOG.
           IF NOT CRSEREG-FILE-OK
              DISPLAY "REGSFILE OPEN ERROR: " WF-CRSEREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT SDDATA-FILE-OK
              DISPLAY "SDDATA OPEN ERROR: " WF-SDDATA-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT VERFLTR-FILE-OK
              DISPLAY "VERFLTR OPEN ERROR: " WF-VERFLTR-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT VERFLOG-FILE-OK
              DISPLAY "VERFLOG OPEN ERROR: " WF-VERFLOG-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
      * THE LETTERS ARE DATED WITH THE PROCDATE BUSINESS DATE, AND
      * THAT IS THE ISSUE DATE LOGGED.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 115-READ-PROCESSING-DATE.
           MOVE PD-BUSINESS-DATE TO WS-ISSUE-DATE.
           MOVE PD-MONTH   TO HL1-MONTH.
           MOVE PD-DAY     TO HL1-DAY.
           MOVE PD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE WS-ISSUE-DATE TO WS-DATE-WORK.
           PERFORM 460-FORMAT-DATE.
           MOVE WS-DATE-EDIT TO LNL-ISSUE-DATE.
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
       120-READ-VERIFICATION-CONTROL.
      *
           OPEN INPUT VERFCTL.
           IF NOT VERFCTL-FILE-OK
              DISPLAY "VERFCTL OPEN ERROR: " WF-VERFCTL-STATUS
              PERFORM 900-ABORT
           END-IF.
           READ VERFCTL
               AT END
                   DISPLAY "VERFCTL CONTROL FILE IS EMPTY"
                   PERFORM 900-ABORT
           END-READ.
           CLOSE VERFCTL.
           IF VC-FULL-TIME-UNITS NOT NUMERIC
                   OR VC-HALF-TIME-UNITS NOT NUMERIC
               DISPLAY "VERFCTL THRESHOLDS NOT NUMERIC - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF VC-HALF-TIME-UNITS = ZERO
                   OR VC-FULL-TIME-UNITS NOT > VC-HALF-TIME-UNITS
               DISPLAY "VERFCTL THRESHOLDS NOT RISING - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE VC-FULL-TIME-UNITS TO WS-FULL-TIME-UNITS.
           MOVE VC-HALF-TIME-UNITS TO WS-HALF-TIME-UNITS.
           MOVE VC-SIGNER-NAME     TO WS-SIGNER-NAME.
           MOVE VC-SIGNER-TITLE    TO WS-SIGNER-TITLE.
           MOVE WS-FULL-TIME-UNITS TO BL4-FULL-TIME-UNITS.
           MOVE WS-HALF-TIME-UNITS TO BL4-HALF-TIME-UNITS.
           DISPLAY "ENRLVERF THRESHOLDS FULL-TIME " WS-FULL-TIME-UNITS
               " HALF-TIME " WS-HALF-TIME-UNITS.
      *
      * A MISSING OR EMPTY LETTER CONTROL FILE STARTS THE
      * NUMBERING AT 1, AS THE CERTIFICATE CONTROL DOES.
      *
       130-READ-LETTER-CONTROL.
      *
           OPEN INPUT LETTER-CONTROL-OLD.
           IF VERFOLD-FILE-OK
               READ LETTER-CONTROL-OLD
                   AT END
                       MOVE 1 TO WS-NEXT-LETTER-NUMBER
                   NOT AT END
                       MOVE LCO-NEXT-LETTER-NUMBER
                           TO WS-NEXT-LETTER-NUMBER
               END-READ
               CLOSE LETTER-CONTROL-OLD
           ELSE
               MOVE 1 TO WS-NEXT-LETTER-NUMBER
           END-IF.
      *
       140-LOAD-CALENDAR-TABLE.
      *
           OPEN INPUT TERMCAL.
           IF NOT TERMCAL-FILE-OK
               DISPLAY "TERMCAL OPEN ERROR: " WF-TERMCAL-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 145-READ-CALENDAR-RECORD
               UNTIL TERMCAL-EOF.
           CLOSE TERMCAL.
      *
       145-READ-CALENDAR-RECORD.
      *
           READ TERMCAL
               AT END
                   MOVE "Y" TO TERMCAL-EOF-SWITCH
               NOT AT END
                   IF TC-ENTRY-COUNT < 50
                       ADD 1 TO TC-ENTRY-COUNT
                       MOVE TL-TERM-CODE
                           TO TC-TERM-CODE (TC-ENTRY-COUNT)
                       MOVE TL-TERM-START-DATE
                           TO TC-TERM-START-DATE (TC-ENTRY-COUNT)
                       MOVE TL-TERM-END-DATE
                           TO TC-TERM-END-DATE (TC-ENTRY-COUNT)
                   ELSE
                       DISPLAY "CALENDAR TABLE FULL - TERM OMITTED "
                           TL-TERM-CODE
                   END-IF
           END-READ.
      *
       150-LOAD-REQUEST-TABLE.
      *
           OPEN INPUT VERFREQ.
           IF NOT VERFREQ-FILE-OK
               DISPLAY "VERFREQ OPEN ERROR: " WF-VERFREQ-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 155-READ-REQUEST-RECORD
               UNTIL VERFREQ-EOF.
           CLOSE VERFREQ.
      *
       155-READ-REQUEST-RECORD.
      *
           READ VERFREQ
               AT END
                   MOVE "Y" TO VERFREQ-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-REQUESTS-READ
                   IF RQ-ENTRY-COUNT < 500
                       ADD 1 TO RQ-ENTRY-COUNT
                       MOVE VQ-STUDENT-ID
                           TO RQ-STUDENT-ID (RQ-ENTRY-COUNT)
                       MOVE VQ-TERM-CODE
                           TO RQ-TERM-CODE (RQ-ENTRY-COUNT)
                       MOVE VQ-REQUESTER
                           TO RQ-REQUESTER (RQ-ENTRY-COUNT)
                       MOVE SPACES
                           TO RQ-STUDENT-NAME (RQ-ENTRY-COUNT)
                       MOVE ZERO
                           TO RQ-TERM-UNITS (RQ-ENTRY-COUNT)
                       MOVE "N"
                           TO RQ-REGISTERED-SWITCH (RQ-ENTRY-COUNT)
                   ELSE
                       DISPLAY "ENRLVERF REQUEST TABLE FULL - "
                           "STEP ABORTED"
                       PERFORM 900-ABORT
                   END-IF
           END-READ.
      *
       160-READ-REGISTRATION.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 812-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CRSEREG-EOF.
      *
       812-READ-RAW-RECORD.
      *
           READ CRSEREG
               AT END
                   MOVE "Y" TO CRSEREG-EOF-SWITCH
               NOT AT END
                   PERFORM 811-SKIP-CONTROL-RECORD
           END-READ.
      *
      * A REGISTRATION COUNTS TOWARD EVERY REQUEST FOR ITS STUDENT
      * AND TERM - THE SAME STUDENT MAY BE ASKED ABOUT BY MORE THAN
      * ONE PARTY IN A RUN.
      *
       200-TOTAL-ONE-REGISTRATION.
      *
           PERFORM 210-MATCH-ONE-REQUEST
               VARYING RQ-SUB FROM 1 BY 1
               UNTIL RQ-SUB > RQ-ENTRY-COUNT.
           PERFORM 160-READ-REGISTRATION.
      *
       210-MATCH-ONE-REQUEST.
      *
           IF RQ-STUDENT-ID (RQ-SUB) = CR-STUDENT-ID
                   AND RQ-TERM-CODE (RQ-SUB) = CR-TERM-CODE
               ADD CR-COURSE-UNITS TO RQ-TERM-UNITS (RQ-SUB)
               MOVE CR-STUDENT-NAME TO RQ-STUDENT-NAME (RQ-SUB)
               SET RQ-REGISTERED (RQ-SUB) TO TRUE
           END-IF.
      *
       300-ISSUE-ONE-LETTER.
      *
           PERFORM 310-FIND-CALENDAR-TERM.
           PERFORM 320-READ-STUDENT-MASTER.
           MOVE SPACES TO WS-REFUSAL-REASON.
           EVALUATE TRUE
               WHEN TC-MATCH-SUB = ZERO
                   MOVE "TERM NOT ON CALENDAR" TO WS-REFUSAL-REASON
               WHEN TC-TERM-START-DATE (TC-MATCH-SUB) NOT NUMERIC
                       OR TC-TERM-END-DATE (TC-MATCH-SUB) NOT NUMERIC
                       OR TC-TERM-START-DATE (TC-MATCH-SUB) = ZERO
                       OR TC-TERM-END-DATE (TC-MATCH-SUB) = ZERO
                   MOVE "TERM DATES NOT ON CALENDAR"
                       TO WS-REFUSAL-REASON
               WHEN NOT RQ-REGISTERED (RQ-SUB) AND NOT SDDATA-FOUND
                   MOVE "STUDENT NOT ON FILE" TO WS-REFUSAL-REASON
           END-EVALUATE.
           IF WS-REFUSAL-REASON NOT = SPACES
               DISPLAY "ENRLVERF REQUEST REFUSED - STUDENT "
                   RQ-STUDENT-ID (RQ-SUB) " TERM "
                   RQ-TERM-CODE (RQ-SUB) " " WS-REFUSAL-REASON
               ADD 1 TO CT-REFUSED
           ELSE
               PERFORM 330-CLASSIFY-ENROLLMENT
               PERFORM 400-PRINT-LETTER
               PERFORM 480-LOG-LETTER
           END-IF.
      *
       310-FIND-CALENDAR-TERM.
      *
           MOVE ZERO TO TC-MATCH-SUB.
           PERFORM 315-MATCH-ONE-TERM
               VARYING TC-SUB FROM 1 BY 1
               UNTIL TC-SUB > TC-ENTRY-COUNT
               OR TC-MATCH-SUB > ZERO.
      *
       315-MATCH-ONE-TERM.
      *
           IF TC-TERM-CODE (TC-SUB) = RQ-TERM-CODE (RQ-SUB)
               MOVE TC-SUB TO TC-MATCH-SUB
           END-IF.
      *
       320-READ-STUDENT-MASTER.
      *
           MOVE RQ-STUDENT-ID (RQ-SUB) TO ws-StudentId-key.
           READ StudentFile
               INVALID KEY
                   MOVE "N" TO SDDATA-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO SDDATA-FOUND-SWITCH
           END-READ.
      *
      * THE NAME ON THE TERM'S REGISTRATIONS IS PREFERRED; A
      * STUDENT NOT REGISTERED FOR THE TERM IS NAMED FROM SDDATA.
      *
       330-CLASSIFY-ENROLLMENT.
      *
           MOVE SPACES TO VERIFICATION-LOG-RECORD.
           IF RQ-REGISTERED (RQ-SUB)
               MOVE RQ-STUDENT-NAME (RQ-SUB) TO WS-LETTER-NAME
           ELSE
               MOVE SPACES TO WS-LETTER-NAME
               STRING ws-Surname  DELIMITED BY SPACE
                      ", "        DELIMITED BY SIZE
                      ws-Initials DELIMITED BY SIZE
                   INTO WS-LETTER-NAME
               END-STRING
           END-IF.
           EVALUATE TRUE
               WHEN NOT RQ-REGISTERED (RQ-SUB)
                       OR RQ-TERM-UNITS (RQ-SUB) = ZERO
                   SET VL-NOT-ENROLLED TO TRUE
                   MOVE "NOT ENROLLED" TO BL1-ENROLLED-WORDS
                   ADD 1 TO CT-NOT-ENROLLED
               WHEN RQ-TERM-UNITS (RQ-SUB) NOT < WS-FULL-TIME-UNITS
                   SET VL-FULL-TIME TO TRUE
                   MOVE "ENROLLED"     TO BL1-ENROLLED-WORDS
                   MOVE "A FULL-TIME LOAD."   TO BL3-LOAD-WORDS
                   ADD 1 TO CT-FULL-TIME
               WHEN RQ-TERM-UNITS (RQ-SUB) NOT < WS-HALF-TIME-UNITS
                   SET VL-HALF-TIME TO TRUE
                   MOVE "ENROLLED"     TO BL1-ENROLLED-WORDS
                   MOVE "A HALF-TIME LOAD."   TO BL3-LOAD-WORDS
                   ADD 1 TO CT-HALF-TIME
               WHEN OTHER
                   SET VL-LESS-THAN-HALF TO TRUE
                   MOVE "ENROLLED"     TO BL1-ENROLLED-WORDS
                   MOVE "LESS THAN HALF-TIME." TO BL3-LOAD-WORDS
                   ADD 1 TO CT-LESS-THAN-HALF
           END-EVALUATE.
      *
       400-PRINT-LETTER.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE LETTERHEAD-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE WS-NEXT-LETTER-NUMBER TO LNL-LETTER-NUMBER.
           MOVE LETTER-NUMBER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE RQ-REQUESTER (RQ-SUB) TO RQL-REQUESTER.
           MOVE REQUESTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SUBJECT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 410-PRINT-ADDRESS-BLOCK.
           PERFORM 420-PRINT-LETTER-BODY.
           PERFORM 430-PRINT-SIGNATURE-BLOCK.
           ADD 1 TO CT-LETTERS-ISSUED.
      *
       410-PRINT-ADDRESS-BLOCK.
      *
           MOVE RQ-STUDENT-ID (RQ-SUB) TO STUDENT-ID.
           MOVE STUDENT-ID-1         TO FORMATTED-STUDENT-ID-1.
           MOVE STUDENT-ID-2         TO FORMATTED-STUDENT-ID-2.
           MOVE STUDENT-ID-3         TO FORMATTED-STUDENT-ID-3.
           MOVE WS-LETTER-NAME       TO ANL-NAME.
           MOVE FORMATTED-STUDENT-ID TO ANL-STUDENT-ID.
           MOVE ADDRESS-NAME-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           IF SDDATA-FOUND AND ws-Street NOT = SPACES
               MOVE ws-Street TO ASL-STREET
               MOVE ADDRESS-STREET-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE ws-City   TO ACL-CITY
               MOVE ws-State  TO ACL-STATE
               MOVE ws-Zip    TO ACL-ZIP
               MOVE ADDRESS-CITY-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           ELSE
               MOVE NO-ADDRESS-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO CT-NO-ADDRESS
           END-IF.
      *
       420-PRINT-LETTER-BODY.
      *
           MOVE BODY-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE RQ-TERM-CODE (RQ-SUB) TO BL2-TERM-CODE.
           MOVE TC-TERM-START-DATE (TC-MATCH-SUB) TO WS-DATE-WORK.
           PERFORM 460-FORMAT-DATE.
           MOVE WS-DATE-EDIT TO BL2-START-DATE.
           MOVE TC-TERM-END-DATE (TC-MATCH-SUB) TO WS-DATE-WORK.
           PERFORM 460-FORMAT-DATE.
           MOVE WS-DATE-EDIT TO BL2-END-DATE.
           MOVE BODY-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF NOT VL-NOT-ENROLLED
               MOVE RQ-TERM-UNITS (RQ-SUB) TO BL3-TERM-UNITS
               MOVE BODY-LINE-3 TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
           MOVE BODY-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       430-PRINT-SIGNATURE-BLOCK.
      *
           MOVE SIGNATURE-RULE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 4 LINES.
           MOVE WS-SIGNER-NAME TO SNL-SIGNER.
           MOVE SIGNATURE-NAME-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-SIGNER-TITLE TO SNL-SIGNER.
           MOVE SIGNATURE-NAME-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
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
      * EVERY LETTER ISSUED TAKES THE NEXT VERIFICATION NUMBER.
      *
       480-LOG-LETTER.
      *
           MOVE RQ-STUDENT-ID (RQ-SUB)  TO VL-STUDENT-ID.
           MOVE RQ-TERM-CODE (RQ-SUB)   TO VL-TERM-CODE.
           MOVE RQ-REQUESTER (RQ-SUB)   TO VL-REQUESTER.
           MOVE WS-NEXT-LETTER-NUMBER   TO VL-LETTER-NUMBER.
           MOVE WS-ISSUE-DATE           TO VL-ISSUE-DATE.
           MOVE RQ-TERM-UNITS (RQ-SUB)  TO VL-TERM-UNITS.
           WRITE VERIFICATION-LOG-RECORD.
           ADD 1 TO CT-LOGGED.
           ADD 1 TO WS-NEXT-LETTER-NUMBER.
      *
       500-WRITE-LETTER-CONTROL.
      *
           OPEN OUTPUT LETTER-CONTROL-NEW.
           IF NOT VERFNEW-FILE-OK
               DISPLAY "VERFNEW OPEN ERROR: " WF-VERFNEW-STATUS
               PERFORM 900-ABORT
           END-IF.
           MOVE WS-NEXT-LETTER-NUMBER TO LCN-NEXT-LETTER-NUMBER.
           WRITE LETTER-CONTROL-NEW-REC.
           CLOSE LETTER-CONTROL-NEW.
      *
       600-DISPLAY-CONTROL-TOTALS.
      *
           DISPLAY "ENRLVERF REQUESTS READ     " CT-REQUESTS-READ.
           DISPLAY "ENRLVERF LETTERS ISSUED    " CT-LETTERS-ISSUED.
           DISPLAY "ENRLVERF   FULL-TIME       " CT-FULL-TIME.
           DISPLAY "ENRLVERF   HALF-TIME       " CT-HALF-TIME.
           DISPLAY "ENRLVERF   LESS THAN HALF  " CT-LESS-THAN-HALF.
           DISPLAY "ENRLVERF   NOT ENROLLED    " CT-NOT-ENROLLED.
           DISPLAY "ENRLVERF   NO ADDRESS      " CT-NO-ADDRESS.
           DISPLAY "ENRLVERF REQUESTS REFUSED  " CT-REFUSED.
           DISPLAY "ENRLVERF LETTERS LOGGED    " CT-LOGGED.
           DISPLAY "ENRLVERF NEXT VERIFICATION " WS-NEXT-LETTER-NUMBER.
           IF CT-REQUESTS-READ = CT-LETTERS-ISSUED + CT-REFUSED
                   AND CT-LETTERS-ISSUED = CT-FULL-TIME + CT-HALF-TIME
                       + CT-LESS-THAN-HALF + CT-NOT-ENROLLED
                   AND CT-LOGGED = CT-LETTERS-ISSUED
               DISPLAY "*** ENRLVERF RUN IS IN BALANCE ***"
               IF CT-REFUSED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** ENRLVERF RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
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
