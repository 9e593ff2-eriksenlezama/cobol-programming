       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPAGE.
      *
      * EXCEPTIONS QUEUE AGING REPORT. LISTS EVERY OPEN ENTRY ON
      * THE CURRENT EXCEPTIONS QUEUE GENERATION (COPY EXCPQUE)
      * BY OWNING DEPARTMENT, OLDEST FIRST, WITH THE DAYS EACH HAS
      * BEEN OUTSTANDING AGAINST THE PROCDATE BUSINESS DATE. EACH
      * DEPARTMENT ENDS WITH A COUNT IN THE 0-1, 2-7, 8-30 AND
      * OVER-30-DAY BUCKETS, AND THE REPORT WITH THE SAME COUNTS
      * FOR THE WHOLE QUEUE. CLOSED ENTRIES ARE NOT REPORTED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCPQUE  ASSIGN TO EXCPQUE
           FILE STATUS IS WF-EXCPQUE-STATUS.
           SELECT AGERPT   ASSIGN TO EXCPARPT
           FILE STATUS IS WF-AGERPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT AGING-SORT ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  EXCPQUE
           RECORD CONTAINS 250 CHARACTERS.
       COPY EXCPQUE.
      *
       FD  AGERPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       SD  AGING-SORT.
       01  AGING-SORT-RECORD.
           05  AS-DEPARTMENT           PIC X(10).
           05  AS-OPEN-DATE            PIC 9(8).
           05  AS-SOURCE-PROGRAM       PIC X(8).
           05  AS-KEY                  PIC X(24).
           05  AS-REASON               PIC X(20).
           05  AS-TIMES-SEEN           PIC 9(3).
           05  AS-LAST-SEEN-DATE       PIC 9(8).
           05  AS-DAYS-OUTSTANDING     PIC 9(5).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  EXCPQUE-EOF-SWITCH      PIC X    VALUE "N".
               88  EXCPQUE-EOF                  VALUE "Y".
           05  AGING-SORT-EOF-SWITCH   PIC X    VALUE "N".
               88  AGING-SORT-EOF               VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
               88  FIRST-RECORD                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-EXCPQUE-STATUS   PIC XX.
               88  EXCPQUE-FILE-OK         VALUE "00".
           05  WF-AGERPT-STATUS    PIC XX.
               88  AGERPT-FILE-OK          VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  AGING-FIELDS.
           05  WS-AS-OF-INTEGER    PIC S9(9)     COMP.
           05  WS-OPEN-INTEGER     PIC S9(9)     COMP.
           05  WS-BUCKET-SUB       PIC S9(1)     COMP.
           05  WS-OLD-DEPARTMENT   PIC X(10).
      *
       01  DEPARTMENT-BUCKETS.
           05  DB-BUCKET           OCCURS 4 TIMES
                                   PIC S9(5)     COMP-3.
           05  DB-TOTAL            PIC S9(5)     COMP-3.
      *
       01  GRAND-BUCKETS.
           05  GB-BUCKET           OCCURS 4 TIMES
                                   PIC S9(5)     COMP-3.
           05  GB-TOTAL            PIC S9(5)     COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-ENTRIES-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-OPEN-ENTRIES     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CLOSED-ENTRIES   PIC S9(7)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "OPEN EXCEPTIONS AGIN".
           05  FILLER          PIC X(20)   VALUE "G BY OWNER          ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "EXCPAGE".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "DEPARTMENT  SOURCE  ".
           05  FILLER      PIC X(20)   VALUE " KEY                ".
           05  FILLER      PIC X(20)   VALUE "      REASON        ".
           05  FILLER      PIC X(20)   VALUE "        OPENED   LAS".
           05  FILLER      PIC X(20)   VALUE "T SEEN  SEEN   DAYS ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  AGING-LINE.
           05  AGL-DEPARTMENT      PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AGL-SOURCE          PIC X(8).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  AGL-KEY             PIC X(24).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  AGL-REASON          PIC X(20).
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  AGL-OPEN-DATE       PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AGL-LAST-SEEN-DATE  PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AGL-TIMES-SEEN      PIC ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AGL-DAYS            PIC ZZ,ZZ9.
           05  FILLER              PIC X(29)    VALUE SPACE.
      *
       01  BUCKET-HEADING-LINE.
           05  FILLER          PIC X(20)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "   0-1 DAY  2-7 DAYS".
           05  FILLER          PIC X(20)   VALUE " 8-30 DAYS   OVER 30".
           05  FILLER          PIC X(20)   VALUE "       TOTAL        ".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  DEPARTMENT-TOTAL-LINE.
           05  FILLER              PIC X(8)     VALUE "OWNER   ".
           05  DTL-DEPARTMENT      PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DTL-BUCKET          OCCURS 4 TIMES
                                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DTL-TOTAL           PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(60)    VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER              PIC X(20)
                   VALUE "ALL OWNERS          ".
           05  GTL-BUCKET          OCCURS 4 TIMES
                                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GTL-TOTAL           PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(60)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "EXCPAGE TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-EXCEPTION-AGING.
      *
           OPEN INPUT  EXCPQUE
                OUTPUT AGERPT.
           IF NOT EXCPQUE-FILE-OK
              DISPLAY "EXCPQUE OPEN ERROR: " WF-EXCPQUE-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AGERPT-FILE-OK
              DISPLAY "EXCPARPT OPEN ERROR: " WF-AGERPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (PD-BUSINESS-DATE).
           PERFORM 110-CLEAR-ALL-BUCKETS.
           PERFORM 230-PRINT-HEADING-LINES.
           SORT AGING-SORT
               ON ASCENDING KEY AS-DEPARTMENT
               ON ASCENDING KEY AS-OPEN-DATE
               ON ASCENDING KEY AS-SOURCE-PROGRAM
               ON ASCENDING KEY AS-KEY
               INPUT PROCEDURE 200-RELEASE-OPEN-ENTRIES
               OUTPUT PROCEDURE 300-PRINT-AGED-ENTRIES.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE EXCPQUE
                 AGERPT.
           GOBACK.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 105-READ-PROCESSING-DATE.
           MOVE PD-MONTH   TO HL1-MONTH.
           MOVE PD-DAY     TO HL1-DAY.
           MOVE PD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
      *
       105-READ-PROCESSING-DATE.
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
       110-CLEAR-ALL-BUCKETS.
      *
           PERFORM 115-CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE ZERO TO DB-TOTAL.
           MOVE ZERO TO GB-TOTAL.
      *
       115-CLEAR-ONE-BUCKET.
      *
           MOVE ZERO TO DB-BUCKET (WS-BUCKET-SUB).
           MOVE ZERO TO GB-BUCKET (WS-BUCKET-SUB).
      *
      * INPUT PROCEDURE - ONLY OPEN ENTRIES ARE RELEASED, EACH WITH
      * ITS DAYS OUTSTANDING.
      *
       200-RELEASE-OPEN-ENTRIES.
      *
           PERFORM 210-READ-QUEUE-ENTRY.
           PERFORM 220-RELEASE-ONE-ENTRY
               UNTIL EXCPQUE-EOF.
      *
       210-READ-QUEUE-ENTRY.
      *
           READ EXCPQUE
               AT END
                   MOVE "Y" TO EXCPQUE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ENTRIES-READ
           END-READ.
      *
       220-RELEASE-ONE-ENTRY.
      *
           IF NOT EQ-OPEN
               ADD 1 TO CT-CLOSED-ENTRIES
           ELSE
               ADD 1 TO CT-OPEN-ENTRIES
               MOVE EQ-DEPARTMENT      TO AS-DEPARTMENT
               MOVE EQ-OPEN-DATE       TO AS-OPEN-DATE
               MOVE EQ-SOURCE-PROGRAM  TO AS-SOURCE-PROGRAM
               MOVE EQ-KEY             TO AS-KEY
               MOVE EQ-REASON          TO AS-REASON
               MOVE EQ-TIMES-SEEN      TO AS-TIMES-SEEN
               MOVE EQ-LAST-SEEN-DATE  TO AS-LAST-SEEN-DATE
               COMPUTE WS-OPEN-INTEGER =
                   FUNCTION INTEGER-OF-DATE (EQ-OPEN-DATE)
               IF WS-OPEN-INTEGER > WS-AS-OF-INTEGER
                   MOVE ZERO TO AS-DAYS-OUTSTANDING
               ELSE
                   COMPUTE AS-DAYS-OUTSTANDING =
                       WS-AS-OF-INTEGER - WS-OPEN-INTEGER
               END-IF
               RELEASE AGING-SORT-RECORD
           END-IF.
           PERFORM 210-READ-QUEUE-ENTRY.
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
      * OUTPUT PROCEDURE - ONE LINE PER OPEN ENTRY, A BUCKET TOTAL
      * AT EACH CHANGE OF DEPARTMENT AND FOR THE WHOLE QUEUE.
      *
       300-PRINT-AGED-ENTRIES.
      *
           PERFORM 310-RETURN-AGING-SORT.
           PERFORM 320-PRINT-ONE-ENTRY
               UNTIL AGING-SORT-EOF.
           IF NOT FIRST-RECORD
               PERFORM 350-PRINT-DEPARTMENT-TOTAL
           END-IF.
           PERFORM 360-PRINT-GRAND-TOTAL.
      *
       310-RETURN-AGING-SORT.
      *
           RETURN AGING-SORT
               AT END
                   MOVE "Y" TO AGING-SORT-EOF-SWITCH
           END-RETURN.
      *
       320-PRINT-ONE-ENTRY.
      *
           IF FIRST-RECORD
               MOVE AS-DEPARTMENT TO WS-OLD-DEPARTMENT
               MOVE "N" TO FIRST-RECORD-SWITCH
           ELSE
               IF AS-DEPARTMENT NOT = WS-OLD-DEPARTMENT
                   PERFORM 350-PRINT-DEPARTMENT-TOTAL
                   MOVE AS-DEPARTMENT TO WS-OLD-DEPARTMENT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN AS-DAYS-OUTSTANDING <= 1
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN AS-DAYS-OUTSTANDING <= 7
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN AS-DAYS-OUTSTANDING <= 30
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.
           ADD 1 TO DB-BUCKET (WS-BUCKET-SUB).
           ADD 1 TO DB-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE AS-DEPARTMENT       TO AGL-DEPARTMENT.
           MOVE AS-SOURCE-PROGRAM   TO AGL-SOURCE.
           MOVE AS-KEY              TO AGL-KEY.
           MOVE AS-REASON           TO AGL-REASON.
           MOVE AS-OPEN-DATE        TO AGL-OPEN-DATE.
           MOVE AS-LAST-SEEN-DATE   TO AGL-LAST-SEEN-DATE.
           MOVE AS-TIMES-SEEN       TO AGL-TIMES-SEEN.
           MOVE AS-DAYS-OUTSTANDING TO AGL-DAYS.
           MOVE AGING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           PERFORM 310-RETURN-AGING-SORT.
      *
       350-PRINT-DEPARTMENT-TOTAL.
      *
           IF LINE-COUNT + 3 > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE BUCKET-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-OLD-DEPARTMENT TO DTL-DEPARTMENT.
           PERFORM 355-ROLL-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE DB-TOTAL TO DTL-TOTAL.
           ADD DB-TOTAL TO GB-TOTAL.
           MOVE ZERO TO DB-TOTAL.
           MOVE DEPARTMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 3 TO LINE-COUNT.
      *
       355-ROLL-ONE-BUCKET.
      *
           MOVE DB-BUCKET (WS-BUCKET-SUB) TO DTL-BUCKET (WS-BUCKET-SUB).
           ADD DB-BUCKET (WS-BUCKET-SUB) TO GB-BUCKET (WS-BUCKET-SUB).
           MOVE ZERO TO DB-BUCKET (WS-BUCKET-SUB).
      *
       360-PRINT-GRAND-TOTAL.
      *
           IF LINE-COUNT + 2 > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE BUCKET-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 365-MOVE-ONE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE GB-TOTAL TO GTL-TOTAL.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
      *
       365-MOVE-ONE-GRAND-BUCKET.
      *
           MOVE GB-BUCKET (WS-BUCKET-SUB) TO GTL-BUCKET (WS-BUCKET-SUB).
      *
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE "QUEUE ENTRIES READ" TO CTL-LABEL.
           MOVE CT-ENTRIES-READ      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "OPEN ENTRIES AGED " TO CTL-LABEL.
           MOVE CT-OPEN-ENTRIES      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "CLOSED ENTRIES    " TO CTL-LABEL.
           MOVE CT-CLOSED-ENTRIES    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           IF CT-ENTRIES-READ = CT-OPEN-ENTRIES + CT-CLOSED-ENTRIES
               AND GB-TOTAL = CT-OPEN-ENTRIES
               DISPLAY "*** EXCPAGE RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** EXCPAGE RUN IS OUT OF BALANCE - REVIEW ***"
           END-IF.
      *
       410-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
