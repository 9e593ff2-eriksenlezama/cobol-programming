      * QUOTE ISSUED IS LOGGED SO A LATER SALE CAN BE TIED BACK
      * TO ITS QUOTE.
      *
      * QUOTELOG (COPY QUOTELOG) IS KEPT FROM RUN TO RUN - EACH RUN
      * ADDS ITS QUOTES TO THE END, NUMBERED ON FROM THE HIGHEST
      * QUOTE NUMBER ALREADY LOGGED, WITH THE NAME, RATE, UNITS
      * AND AGENT THE QUOTE CONVERSION RUN (QUOTECNV) NEEDS TO
      * WRITE THE POLICY AT THE QUOTED RATE. THE QUOTE NUMBER IS
      * PRINTED ON THE DOCUMENT FOR THE PROSPECT TO ACCEPT BY.
      *
      * PROSPECT RECORDS: NUMBER 9(5), NAME X(25), AGE 99, CLASS
      * 99, THREE UNIT AMOUNTS 9(3) (ZERO = OPTION NOT WANTED),
      * AGENT 9(4) (BLANK = DIRECT).
      * THE QUOTE DATE CARD COMES IN ON SYSIN (YYYYMMDD).
      *
       ENVIRONMENT DIVISION.
           05  PR-CLASS-NUMBER         PIC 99.
           05  PR-UNIT-OPTION          OCCURS 3 TIMES
                                       PIC 9(3).
           05  PR-AGENT-NUMBER         PIC X(4).
           05  FILLER                  PIC X(33).
      *
       FD  QUOTERPT.
       01  PRINT-AREA       PIC X(80).
      *
       FD  QUOTELOG
           RECORD CONTAINS 120 CHARACTERS.
       COPY QUOTELOG.
      *
       WORKING-STORAGE SECTION.
      *
                88  RATE-TABLE-EOF             VALUE   "Y".
           05  PROSPECT-EOF-SWITCH     PIC X   VALUE   "N".
                88  PROSPECT-EOF               VALUE   "Y".
           05  QUOTELOG-EOF-SWITCH     PIC X   VALUE   "N".
                88  QUOTELOG-EOF               VALUE   "Y".
           05  AGE-GROUP-FOUND-SWITCH  PIC X.
               88  AGE-GROUP-FOUND                 VALUE "Y".
           05  CLASS-FOUND-SWITCH      PIC X.
           05  WS-QUOTE-RATE       PIC S99V99.
           05  WS-PREMIUM-OPTION   OCCURS 3 TIMES
                                   PIC S9(7)V99 COMP-3.
           05  WS-LAST-QUOTE-NUMBER
                                   PIC 9(7)  VALUE ZERO.
      *
       01  CONTROL-TOTALS.
           05  CT-PROSPECTS-READ   PIC S9(5)  COMP-3 VALUE ZERO.
           05  QHL-PROSPECT-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  QHL-PROSPECT-NAME   PIC X(25).
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  FILLER              PIC X(9)    VALUE "QUOTE NO ".
           05  QHL-QUOTE-NUMBER    PIC 9(7).
           05  FILLER              PIC X(11)   VALUE SPACE.
      *
       01  QUOTE-DETAIL-LINE.
           05  FILLER              PIC X(5)    VALUE "AGE  ".
      *
       000-QUOTE-PROSPECTS.
      *
           PERFORM 020-FIND-LAST-QUOTE-NUMBER.
           OPEN INPUT  RATETABL
                       PROSPECT
                OUTPUT QUOTERPT
                EXTEND QUOTELOG.
           IF NOT RATETABL-FILE-OK
              DISPLAY "RATETABL OPEN ERROR: " WF-RATETABL-STATUS
              PERFORM 900-ABORT
                 QUOTELOG.
           GOBACK.
      *
      * THE LOG IS READ THROUGH ONCE FOR THE HIGHEST QUOTE NUMBER
      * ISSUED SO FAR; THIS RUN'S QUOTES ARE NUMBERED ON FROM IT.
      *
       020-FIND-LAST-QUOTE-NUMBER.
           OPEN INPUT QUOTELOG.
           IF NOT QUOTELOG-FILE-OK
              DISPLAY "QUOTELOG OPEN ERROR: " WF-QUOTELOG-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 030-READ-LOGGED-QUOTE
               UNTIL QUOTELOG-EOF.
           CLOSE QUOTELOG.
      *
       030-READ-LOGGED-QUOTE.
           READ QUOTELOG
               AT END
                   MOVE "Y" TO QUOTELOG-EOF-SWITCH
               NOT AT END
                   IF QL-QUOTE-NUMBER > WS-LAST-QUOTE-NUMBER
                       MOVE QL-QUOTE-NUMBER TO WS-LAST-QUOTE-NUMBER
                   END-IF
           END-READ.
      *
      * QUOTES ARE GOOD FOR THIRTY DAYS FROM THE QUOTE DATE - THE
      * QUOTED RATE IS GUARANTEED UNTIL THEN.
      *
       050-GET-PROCESSING-DATE.
           ACCEPT WS-PROCESSING-DATE-X.
               PERFORM 630-PRICE-ONE-OPTION
                   VARYING WS-OPTION-SUB FROM 1 BY 1
                   UNTIL WS-OPTION-SUB > 3
               ADD 1 TO WS-LAST-QUOTE-NUMBER
               PERFORM 640-PRINT-QUOTE-DOCUMENT
               PERFORM 650-WRITE-QUOTE-LOG
               ADD 1 TO CT-QUOTES-ISSUED
           WRITE PRINT-AREA.
           MOVE PR-PROSPECT-NUMBER TO QHL-PROSPECT-NUMBER.
           MOVE PR-PROSPECT-NAME   TO QHL-PROSPECT-NAME.
           MOVE WS-LAST-QUOTE-NUMBER TO QHL-QUOTE-NUMBER.
           MOVE QUOTE-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE PR-AGE          TO QDL-AGE.
           MOVE WS-EXPIRY-DATE     TO QL-EXPIRY-DATE.
           MOVE PR-AGE             TO QL-AGE.
           MOVE PR-CLASS-NUMBER    TO QL-CLASS-NUMBER.
           MOVE WS-LAST-QUOTE-NUMBER TO QL-QUOTE-NUMBER.
           MOVE PR-PROSPECT-NAME   TO QL-PROSPECT-NAME.
           MOVE WS-QUOTE-RATE      TO QL-QUOTE-RATE.
           IF PR-AGENT-NUMBER IS NUMERIC
               MOVE PR-AGENT-NUMBER TO QL-AGENT-NUMBER
           ELSE
               MOVE ZERO            TO QL-AGENT-NUMBER
           END-IF.
           PERFORM 655-LOG-ONE-OPTION
               VARYING WS-OPTION-SUB FROM 1 BY 1
               UNTIL WS-OPTION-SUB > 3.
       655-LOG-ONE-OPTION.
           MOVE WS-PREMIUM-OPTION (WS-OPTION-SUB)
               TO QL-PREMIUM-OPTION (WS-OPTION-SUB).
           MOVE PR-UNIT-OPTION (WS-OPTION-SUB)
               TO QL-UNIT-OPTION (WS-OPTION-SUB).
      *
       900-ABORT.
      *
