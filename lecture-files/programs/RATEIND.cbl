       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEIND.
      *
      * EXPERIENCE RATE INDICATIONS. FOR EVERY RATING CELL - CLASS
      * WITHIN AGE BAND OF THE RATETABL VERSION IN FORCE AT THE
      * BUSINESS DATE (PROCDATE) - THE PREMIUM OF A MULTI-YEAR
      * WINDOW (THE PREMIUM EXPERIENCE HISTORY LOSSRPT BUILDS,
      * LOSSEXP, COPY LOSSEXP) IS SET AGAINST THE CLAIMS INCURRED
      * IN THE SAME WINDOW (CLAIMS HISTORY MASTER CLMHIST, BY CLAIM
      * DATE, CLASS AND AGE AT INTAKE; INCURRED IS PAID PLUS THE
      * RESERVE STILL HELD ON OPEN AND APPROVED CLAIMS, AS ON THE
      * LOSS-RATIO REPORT).
      *
      * EACH CELL'S LOSS RATIO IS GIVEN CREDIBILITY BY ITS PREMIUM
      * VOLUME - THE SQUARE ROOT OF ITS PREMIUM OVER THE FULL-
      * CREDIBILITY PREMIUM, AT MOST 1 - AND THE REST OF THE WEIGHT
      * GOES TO THE LOSS RATIO OF THE WHOLE BOOK. THE WEIGHTED RATIO
      * OVER THE TARGET LOSS RATIO, LESS 1, IS THE INDICATED RATE
      * CHANGE, HELD TO THE MAXIMUM SWING EITHER WAY. THE CURRENT
      * RATE MOVED BY THAT CHANGE IS THE PROPOSED RATE.
      *
      * EVERY CELL IS PRINTED ON THE INDICATION WORKSHEET (RATEWKS).
      * EVERY CELL WHOSE RATE WOULD MOVE IS WRITTEN AS A RATE CHANGE
      * TRANSACTION (RATEPROP, IN THE LOADTABL RATEMAINT LAYOUT)
      * DATED WITH THE FUTURE EFFECTIVE DATE FROM THE CONTROL CARD.
      * NOTHING IS APPLIED HERE - THE UNDERWRITER REVIEWS THE
      * WORKSHEET AND RELEASES RATEPROP AS RATEMAINT INPUT TO
      * LOADTABL, WHICH BUILDS THE PENDING RATE VERSION FROM IT.
      *
      * SYSIN CONTROL CARD: TARGET LOSS RATIO 9V999 (COLS 1-4),
      * MAXIMUM SWING 9V999 (COLS 5-8), FULL-CREDIBILITY PREMIUM
      * 9(9) (COLS 9-17), WINDOW YEARS 9 (COL 18), PROPOSED
      * EFFECTIVE DATE YYYYMMDD (COLS 19-26) - LATER THAN THE
      * BUSINESS DATE. THE WINDOW ENDS ON THE BUSINESS DATE.
      * A BAD CARD ENDS THE RUN WITH RETURN CODE 16, AN OUT-OF-
      * BALANCE RUN WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATETABL ASSIGN TO RATETABL
               FILE STATUS IS WF-RATETABL-STATUS.
           SELECT LOSSEXP  ASSIGN TO LOSSEXP
               FILE STATUS IS WF-LOSSEXP-STATUS.
           SELECT CLMHIST  ASSIGN TO CLMHIST
               FILE STATUS IS WF-CLMHIST-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT RATEPROP ASSIGN TO RATEPROP
               FILE STATUS IS WF-RATEPROP-STATUS.
           SELECT RATEWKS  ASSIGN TO RATEWKS
               FILE STATUS IS WF-RATEWKS-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  RATETABL.
       01  RATE-TABLE-RECORD.
            05  RT-LOW-AGE              PIC 99.
            05  RT-HIGH-AGE             PIC 99.
            05  RT-EFFECTIVE-DATE       PIC 9(8).
            05  RT-CLASS-COUNT          PIC 9.
            05  RT-CLASS-GROUP          OCCURS 1 TO 5 TIMES
                                            DEPENDING ON RT-CLASS-COUNT.
                10  RT-CLASS-NUMBER     PIC 99.
                10  RT-INSURANCE-RATE   PIC S99V99.
      *
       FD  LOSSEXP
           RECORD CONTAINS 40 CHARACTERS.
       COPY LOSSEXP.
      *
       FD  CLMHIST
           RECORD CONTAINS 120 CHARACTERS.
       COPY CLMHIST.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  RATEPROP.
       01  RATE-MAINT-RECORD.
           05  RM-TRANS-CODE           PIC X.
           05  RM-LOW-AGE              PIC 99.
           05  RM-HIGH-AGE             PIC 99.
           05  RM-CLASS-NUMBER         PIC 99.
           05  RM-INSURANCE-RATE       PIC S99V99.
           05  RM-EFFECTIVE-DATE       PIC 9(8).
      *
       FD  RATEWKS.
       01  PRINT-AREA       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  RATE-TABLE-EOF-SWITCH   PIC X    VALUE "N".
               88  RATE-TABLE-EOF               VALUE "Y".
           05  LOSSEXP-EOF-SWITCH      PIC X    VALUE "N".
               88  LOSSEXP-EOF                  VALUE "Y".
           05  CLMHIST-EOF-SWITCH      PIC X    VALUE "N".
               88  CLMHIST-EOF                  VALUE "Y".
           05  CARD-VALID-SWITCH       PIC X    VALUE "Y".
               88  CARD-IS-VALID                VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-RATETABL-STATUS  PIC XX.
               88  RATETABL-FILE-OK        VALUE "00".
           05  WF-LOSSEXP-STATUS   PIC XX.
               88  LOSSEXP-FILE-OK         VALUE "00".
           05  WF-CLMHIST-STATUS   PIC XX.
               88  CLMHIST-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-RATEPROP-STATUS  PIC XX.
               88  RATEPROP-FILE-OK        VALUE "00".
           05  WF-RATEWKS-STATUS   PIC XX.
               88  RATEWKS-FILE-OK         VALUE "00".
      *
       01  CONTROL-CARD.
           05  CC-TARGET-RATIO-X       PIC X(4).
           05  CC-TARGET-RATIO REDEFINES CC-TARGET-RATIO-X
                                       PIC 9V999.
           05  CC-MAXIMUM-SWING-X      PIC X(4).
           05  CC-MAXIMUM-SWING REDEFINES CC-MAXIMUM-SWING-X
                                       PIC 9V999.
           05  CC-FULL-CREDIBILITY-X   PIC X(9).
           05  CC-FULL-CREDIBILITY REDEFINES CC-FULL-CREDIBILITY-X
                                       PIC 9(9).
           05  CC-WINDOW-YEARS-X       PIC X.
           05  CC-WINDOW-YEARS REDEFINES CC-WINDOW-YEARS-X
                                       PIC 9.
           05  CC-EFFECTIVE-DATE-X     PIC X(8).
           05  CC-EFFECTIVE-DATE REDEFINES CC-EFFECTIVE-DATE-X
                                       PIC 9(8).
           05  CC-EFFECTIVE-DATE-R REDEFINES CC-EFFECTIVE-DATE-X.
               10  CC-EFFECTIVE-YEAR   PIC 9(4).
               10  CC-EFFECTIVE-MONTH  PIC 99.
               10  CC-EFFECTIVE-DAY    PIC 99.
           05  FILLER                  PIC X(54).
      *
       01  WORK-FIELDS.
           05  WS-WINDOW-START     PIC 9(8).
           05  WS-LOOKUP-AGE       PIC 99.
           05  WS-LOOKUP-CLASS     PIC 99.
           05  WS-CARD-REASON      PIC X(30).
           05  WS-INCURRED         PIC S9(9)V99  COMP-3.
           05  WS-OVERALL-RATIO    PIC S9(3)V9(4) COMP-3.
           05  WS-CELL-RATIO       PIC S9(3)V9(4) COMP-3.
           05  WS-VOLUME-RATIO     PIC S9V9(8)   COMP-3.
           05  WS-CREDIBILITY      PIC S9V9(4)   COMP-3.
           05  WS-COMPLEMENT       PIC S9V9(4)   COMP-3.
           05  WS-WEIGHTED-RATIO   PIC S9(3)V9(4) COMP-3.
           05  WS-INDICATED-CHANGE PIC S9(3)V9(4) COMP-3.
           05  WS-CAPPED-CHANGE    PIC S9(3)V9(4) COMP-3.
           05  WS-NEGATIVE-SWING   PIC S9V999    COMP-3.
           05  WS-PROPOSED-RATE    PIC S9(3)V99  COMP-3.
           05  WS-CELL-NOTE        PIC X(7).
      *
       01  BAND-TABLE-FIELDS.
           05  BND-ENTRY-COUNT     PIC S9(2)  COMP  VALUE ZERO.
           05  BND-SUB             PIC S9(2)  COMP.
           05  BND-MATCH-SUB       PIC S9(2)  COMP.
           05  CEL-SUB             PIC S9(2)  COMP.
           05  CEL-MATCH-SUB       PIC S9(2)  COMP.
      *
       01  BAND-TABLE.
           05  BAND-ENTRY              OCCURS 10 TIMES.
               10  BND-LOW-AGE             PIC 99.
               10  BND-HIGH-AGE            PIC 99.
               10  BND-EFFECTIVE-DATE      PIC 9(8).
               10  BND-CLASS-COUNT         PIC 9.
               10  BND-CELL                OCCURS 5 TIMES.
                   15  CEL-CLASS-NUMBER        PIC 99.
                   15  CEL-CURRENT-RATE        PIC S99V99.
                   15  CEL-PREMIUM             PIC S9(9)V99 COMP-3.
                   15  CEL-INCURRED            PIC S9(9)V99 COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-RATE-RECORDS     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-EXPERIENCE-READ  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-EXPERIENCE-USED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CLAIMS-READ      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CLAIMS-USED      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CELLS-INDICATED  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-CHANGES-PROPOSED PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-PROPOSALS-WRITTEN
                                   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-WINDOW-PREMIUM   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CT-WINDOW-INCURRED  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CT-CELL-PREMIUM     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CT-CELL-INCURRED    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CT-OTHER-PREMIUM    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CT-OTHER-INCURRED   PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER              PIC X(30)
                   VALUE "RATE INDICATION WORKSHEET     ".
           05  FILLER              PIC X(14)    VALUE "BUSINESS DATE ".
           05  HL1-BUSINESS-DATE   PIC 9(8).
           05  FILLER              PIC X(28)    VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER              PIC X(17)
                   VALUE "EXPERIENCE AFTER ".
           05  HL2-WINDOW-START    PIC 9(8).
           05  FILLER              PIC X(9)     VALUE " THROUGH ".
           05  HL2-WINDOW-END      PIC 9(8).
           05  FILLER              PIC X(20)
                   VALUE "  TARGET LOSS RATIO ".
           05  HL2-TARGET-RATIO    PIC ZZ9.9.
           05  FILLER              PIC X(1)     VALUE "%".
           05  FILLER              PIC X(12)    VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER              PIC X(25)
                   VALUE "FULL CREDIBILITY PREMIUM ".
           05  HL3-FULL-CREDIBILITY
                                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(16)
                   VALUE "  MAXIMUM SWING ".
           05  HL3-MAXIMUM-SWING   PIC ZZ9.9.
           05  FILLER              PIC X(13)
                   VALUE "%  EFFECTIVE ".
           05  HL3-EFFECTIVE-DATE  PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER              PIC X(5)     VALUE "AGES".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(2)     VALUE "CL".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(10)    VALUE "   PREMIUM".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(9)     VALUE " INCURRED".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE " LOSS".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE "CRED".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE "  WTD".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(6)     VALUE "  IND.".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(6)     VALUE "  CAP.".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE "  CUR".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE "  NEW".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(7)     VALUE SPACE.
      *
       01  HEADING-LINE-5.
           05  FILLER              PIC X(30)    VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE "RATIO".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE "RATIO".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(6)     VALUE "CHG %".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(6)     VALUE "CHG %".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE " RATE".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(5)     VALUE " RATE".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(7)     VALUE "NOTE".
      *
       01  WORKSHEET-LINE.
           05  WL-LOW-AGE          PIC 99.
           05  FILLER              PIC X(1)     VALUE "-".
           05  WL-HIGH-AGE         PIC 99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  WL-CLASS-NUMBER     PIC 99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  WL-PREMIUM          PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  WL-INCURRED         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  WL-CELL-RATIO       PIC ZZ9.9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  WL-CREDIBILITY      PIC 9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  WL-WEIGHTED-RATIO   PIC ZZ9.9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  WL-INDICATED-CHANGE PIC ZZ9.9-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  WL-CAPPED-CHANGE    PIC ZZ9.9-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  WL-CURRENT-RATE     PIC Z9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  WL-PROPOSED-RATE    PIC Z9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  WL-NOTE             PIC X(7).
      *
       01  SUMMARY-LINE.
           05  SML-LABEL           PIC X(40).
           05  SML-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  SML-COUNT-AREA REDEFINES SML-AMOUNT.
               10  SML-COUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(4).
           05  FILLER              PIC X(21)    VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-INDICATE-RATE-CHANGES.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PROCESSING-DATE.
           PERFORM 120-READ-CONTROL-CARD.
           COMPUTE WS-WINDOW-START =
               PD-BUSINESS-DATE - CC-WINDOW-YEARS * 10000.
           PERFORM 130-LOAD-RATE-TABLE
               UNTIL RATE-TABLE-EOF.
           PERFORM 200-TALLY-ONE-PREMIUM
               UNTIL LOSSEXP-EOF.
           PERFORM 250-TALLY-ONE-CLAIM
               UNTIL CLMHIST-EOF.
           IF CT-WINDOW-PREMIUM NOT > ZERO
               DISPLAY "NO PREMIUM EXPERIENCE AFTER " WS-WINDOW-START
                   " - NO INDICATIONS"
               PERFORM 900-ABORT
           END-IF.
           COMPUTE WS-OVERALL-RATIO ROUNDED =
               CT-WINDOW-INCURRED / CT-WINDOW-PREMIUM.
           PERFORM 300-PRINT-HEADING-LINES.
           PERFORM 400-INDICATE-ONE-BAND
               VARYING BND-SUB FROM 1 BY 1
               UNTIL BND-SUB > BND-ENTRY-COUNT.
           PERFORM 500-PRINT-SUMMARY.
           DISPLAY "RATEIND RATE RECORDS     " CT-RATE-RECORDS.
           DISPLAY "RATEIND EXPERIENCE READ  " CT-EXPERIENCE-READ.
           DISPLAY "RATEIND EXPERIENCE USED  " CT-EXPERIENCE-USED.
           DISPLAY "RATEIND CLAIMS READ      " CT-CLAIMS-READ.
           DISPLAY "RATEIND CLAIMS USED      " CT-CLAIMS-USED.
           DISPLAY "RATEIND CELLS INDICATED  " CT-CELLS-INDICATED.
           DISPLAY "RATEIND CHANGES PROPOSED " CT-CHANGES-PROPOSED.
           DISPLAY "RATEIND PROPOSALS WRITTEN" CT-PROPOSALS-WRITTEN.
           IF CT-CHANGES-PROPOSED = CT-PROPOSALS-WRITTEN
                   AND CT-WINDOW-PREMIUM =
                       CT-CELL-PREMIUM + CT-OTHER-PREMIUM
                   AND CT-WINDOW-INCURRED =
                       CT-CELL-INCURRED + CT-OTHER-INCURRED
               DISPLAY "*** RATEIND RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** RATEIND RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE RATETABL
                 LOSSEXP
                 CLMHIST
                 RATEPROP
                 RATEWKS.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  RATETABL
                       LOSSEXP
                       CLMHIST
                OUTPUT RATEPROP
                       RATEWKS.
           IF NOT RATETABL-FILE-OK
              DISPLAY "RATETABL OPEN ERROR: " WF-RATETABL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LOSSEXP-FILE-OK
              DISPLAY "LOSSEXP OPEN ERROR: " WF-LOSSEXP-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CLMHIST-FILE-OK
              DISPLAY "CLMHIST OPEN ERROR: " WF-CLMHIST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT RATEPROP-FILE-OK
              DISPLAY "RATEPROP OPEN ERROR: " WF-RATEPROP-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT RATEWKS-FILE-OK
              DISPLAY "RATEWKS OPEN ERROR: " WF-RATEWKS-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-READ-PROCESSING-DATE.
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
       120-READ-CONTROL-CARD.
      *
           MOVE SPACES TO CONTROL-CARD.
           ACCEPT CONTROL-CARD.
           MOVE "Y" TO CARD-VALID-SWITCH.
           IF CC-TARGET-RATIO-X NOT NUMERIC
               MOVE "TARGET LOSS RATIO" TO WS-CARD-REASON
               MOVE "N" TO CARD-VALID-SWITCH
           ELSE
           IF CC-TARGET-RATIO = ZERO
               MOVE "TARGET LOSS RATIO" TO WS-CARD-REASON
               MOVE "N" TO CARD-VALID-SWITCH
           ELSE
           IF CC-MAXIMUM-SWING-X NOT NUMERIC
               MOVE "MAXIMUM SWING" TO WS-CARD-REASON
               MOVE "N" TO CARD-VALID-SWITCH
           ELSE
           IF CC-MAXIMUM-SWING = ZERO
                   OR CC-MAXIMUM-SWING NOT < 1
               MOVE "MAXIMUM SWING" TO WS-CARD-REASON
               MOVE "N" TO CARD-VALID-SWITCH
           ELSE
           IF CC-FULL-CREDIBILITY-X NOT NUMERIC
               MOVE "FULL-CREDIBILITY PREMIUM" TO WS-CARD-REASON
               MOVE "N" TO CARD-VALID-SWITCH
           ELSE
           IF CC-FULL-CREDIBILITY = ZERO
               MOVE "FULL-CREDIBILITY PREMIUM" TO WS-CARD-REASON
               MOVE "N" TO CARD-VALID-SWITCH
           ELSE
           IF CC-WINDOW-YEARS-X NOT NUMERIC
                   OR CC-WINDOW-YEARS-X = "0"
               MOVE "WINDOW YEARS" TO WS-CARD-REASON
               MOVE "N" TO CARD-VALID-SWITCH
           ELSE
               PERFORM 125-CHECK-EFFECTIVE-DATE
           END-IF.
           IF NOT CARD-IS-VALID
               DISPLAY "BAD CONTROL CARD - " WS-CARD-REASON
                   ": " CONTROL-CARD
               PERFORM 900-ABORT
           END-IF.
      *
      * THE PROPOSED RATES CAN ONLY TAKE EFFECT AHEAD OF TODAY'S
      * BUSINESS DATE, SO LOADTABL CARRIES THEM AS A PENDING VERSION.
      *
       125-CHECK-EFFECTIVE-DATE.
      *
           IF CC-EFFECTIVE-DATE-X NOT NUMERIC
               MOVE "EFFECTIVE DATE" TO WS-CARD-REASON
               MOVE "N" TO CARD-VALID-SWITCH
           ELSE
           IF CC-EFFECTIVE-MONTH < 1 OR CC-EFFECTIVE-MONTH > 12
                   OR CC-EFFECTIVE-DAY < 1 OR CC-EFFECTIVE-DAY > 31
               MOVE "EFFECTIVE DATE" TO WS-CARD-REASON
               MOVE "N" TO CARD-VALID-SWITCH
           ELSE
           IF CC-EFFECTIVE-DATE NOT > PD-BUSINESS-DATE
               MOVE "EFFECTIVE DATE NOT IN FUTURE" TO WS-CARD-REASON
               MOVE "N" TO CARD-VALID-SWITCH
           END-IF.
      *
      * FOR EACH AGE BAND THE LATEST VERSION ON OR BEFORE THE
      * BUSINESS DATE IS THE ONE IN FORCE AND GIVES THE CELLS AND
      * CURRENT RATES. A BAND ALREADY CARRYING A LATER VERSION IS
      * FLAGGED - LOADTABL KEEPS ONE PENDING VERSION A BAND.
      *
       130-LOAD-RATE-TABLE.
      *
           READ RATETABL
               AT END
                   MOVE "Y" TO RATE-TABLE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-RATE-RECORDS
                   IF RT-EFFECTIVE-DATE > PD-BUSINESS-DATE
                       DISPLAY "BAND " RT-LOW-AGE "-" RT-HIGH-AGE
                           " ALREADY HAS A VERSION PENDING FOR "
                           RT-EFFECTIVE-DATE
                   ELSE
                       PERFORM 135-STORE-ONE-VERSION
                   END-IF
           END-READ.
      *
       135-STORE-ONE-VERSION.
      *
           MOVE ZERO TO BND-MATCH-SUB.
           PERFORM 140-MATCH-ONE-BAND
               VARYING BND-SUB FROM 1 BY 1
               UNTIL BND-SUB > BND-ENTRY-COUNT
               OR BND-MATCH-SUB > ZERO.
           IF BND-MATCH-SUB = ZERO
               IF BND-ENTRY-COUNT < 10
                   ADD 1 TO BND-ENTRY-COUNT
                   MOVE BND-ENTRY-COUNT TO BND-MATCH-SUB
                   MOVE RT-LOW-AGE  TO BND-LOW-AGE (BND-MATCH-SUB)
                   MOVE RT-HIGH-AGE TO BND-HIGH-AGE (BND-MATCH-SUB)
                   MOVE ZERO TO BND-EFFECTIVE-DATE (BND-MATCH-SUB)
               ELSE
                   DISPLAY "AGE BAND TABLE FULL - BAND OMITTED "
                       RT-LOW-AGE RT-HIGH-AGE
               END-IF
           END-IF.
           IF BND-MATCH-SUB > ZERO
               IF RT-EFFECTIVE-DATE
                       NOT < BND-EFFECTIVE-DATE (BND-MATCH-SUB)
                   MOVE RT-EFFECTIVE-DATE
                       TO BND-EFFECTIVE-DATE (BND-MATCH-SUB)
                   MOVE RT-CLASS-COUNT
                       TO BND-CLASS-COUNT (BND-MATCH-SUB)
                   PERFORM 145-STORE-ONE-CELL
                       VARYING CEL-SUB FROM 1 BY 1
                       UNTIL CEL-SUB > RT-CLASS-COUNT
               END-IF
           END-IF.
      *
       140-MATCH-ONE-BAND.
      *
           IF BND-LOW-AGE (BND-SUB) = RT-LOW-AGE
                   AND BND-HIGH-AGE (BND-SUB) = RT-HIGH-AGE
               MOVE BND-SUB TO BND-MATCH-SUB
           END-IF.
      *
       145-STORE-ONE-CELL.
      *
           MOVE RT-CLASS-NUMBER (CEL-SUB)
               TO CEL-CLASS-NUMBER (BND-MATCH-SUB CEL-SUB).
           MOVE RT-INSURANCE-RATE (CEL-SUB)
               TO CEL-CURRENT-RATE (BND-MATCH-SUB CEL-SUB).
           MOVE ZERO TO CEL-PREMIUM (BND-MATCH-SUB CEL-SUB)
                        CEL-INCURRED (BND-MATCH-SUB CEL-SUB).
      *
      * A CELL IS FOUND BY AGE WITHIN THE BAND AND CLASS NUMBER, SO
      * EXPERIENCE FROM BEFORE A BAND WAS REDRAWN STILL LANDS. ANY
      * EXPERIENCE OUTSIDE THE CURRENT CELLS COUNTS ONLY TOWARD THE
      * WHOLE-BOOK LOSS RATIO.
      *
       150-FIND-CELL.
      *
           MOVE ZERO TO BND-MATCH-SUB
                        CEL-MATCH-SUB.
           PERFORM 155-TRY-ONE-BAND
               VARYING BND-SUB FROM 1 BY 1
               UNTIL BND-SUB > BND-ENTRY-COUNT
               OR BND-MATCH-SUB > ZERO.
           IF BND-MATCH-SUB > ZERO
               PERFORM 160-TRY-ONE-CELL
                   VARYING CEL-SUB FROM 1 BY 1
                   UNTIL CEL-SUB > BND-CLASS-COUNT (BND-MATCH-SUB)
                   OR CEL-MATCH-SUB > ZERO
           END-IF.
      *
       155-TRY-ONE-BAND.
      *
           IF WS-LOOKUP-AGE >= BND-LOW-AGE (BND-SUB)
                   AND WS-LOOKUP-AGE <= BND-HIGH-AGE (BND-SUB)
               MOVE BND-SUB TO BND-MATCH-SUB
           END-IF.
      *
       160-TRY-ONE-CELL.
      *
           IF CEL-CLASS-NUMBER (BND-MATCH-SUB CEL-SUB)
                   = WS-LOOKUP-CLASS
                   AND WS-LOOKUP-CLASS > ZERO
               MOVE CEL-SUB TO CEL-MATCH-SUB
           END-IF.
      *
       200-TALLY-ONE-PREMIUM.
      *
           READ LOSSEXP
               AT END
                   MOVE "Y" TO LOSSEXP-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-EXPERIENCE-READ
                   IF LX-PERIOD-DATE > WS-WINDOW-START
                           AND LX-PERIOD-DATE NOT > PD-BUSINESS-DATE
                       PERFORM 210-TALLY-WINDOW-PREMIUM
                   END-IF
           END-READ.
      *
       210-TALLY-WINDOW-PREMIUM.
      *
           ADD 1 TO CT-EXPERIENCE-USED.
           ADD LX-PREMIUM TO CT-WINDOW-PREMIUM.
           MOVE LX-LOW-AGE      TO WS-LOOKUP-AGE.
           MOVE LX-CLASS-NUMBER TO WS-LOOKUP-CLASS.
           PERFORM 150-FIND-CELL.
           IF CEL-MATCH-SUB > ZERO
               ADD LX-PREMIUM
                   TO CEL-PREMIUM (BND-MATCH-SUB CEL-MATCH-SUB)
               ADD LX-PREMIUM TO CT-CELL-PREMIUM
           ELSE
               ADD LX-PREMIUM TO CT-OTHER-PREMIUM
           END-IF.
      *
       250-TALLY-ONE-CLAIM.
      *
           READ CLMHIST
               AT END
                   MOVE "Y" TO CLMHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-CLAIMS-READ
                   IF CH-CLAIM-DATE > WS-WINDOW-START
                           AND CH-CLAIM-DATE NOT > PD-BUSINESS-DATE
                       PERFORM 260-TALLY-WINDOW-CLAIM
                   END-IF
           END-READ.
      *
       260-TALLY-WINDOW-CLAIM.
      *
           ADD 1 TO CT-CLAIMS-USED.
           IF CH-CLAIM-OPEN OR CH-CLAIM-APPROVED
               COMPUTE WS-INCURRED =
                   CH-PAID-AMOUNT + CH-RESERVE-AMOUNT
           ELSE
               MOVE CH-PAID-AMOUNT TO WS-INCURRED
           END-IF.
           ADD WS-INCURRED TO CT-WINDOW-INCURRED.
           MOVE CH-CLIENT-AGE   TO WS-LOOKUP-AGE.
           MOVE CH-CLASS-NUMBER TO WS-LOOKUP-CLASS.
           PERFORM 150-FIND-CELL.
           IF CEL-MATCH-SUB > ZERO
               ADD WS-INCURRED
                   TO CEL-INCURRED (BND-MATCH-SUB CEL-MATCH-SUB)
               ADD WS-INCURRED TO CT-CELL-INCURRED
           ELSE
               ADD WS-INCURRED TO CT-OTHER-INCURRED
           END-IF.
      *
       300-PRINT-HEADING-LINES.
      *
           MOVE PD-BUSINESS-DATE TO HL1-BUSINESS-DATE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-WINDOW-START  TO HL2-WINDOW-START.
           MOVE PD-BUSINESS-DATE TO HL2-WINDOW-END.
           COMPUTE HL2-TARGET-RATIO = CC-TARGET-RATIO * 100.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE CC-FULL-CREDIBILITY TO HL3-FULL-CREDIBILITY.
           COMPUTE HL3-MAXIMUM-SWING = CC-MAXIMUM-SWING * 100.
           MOVE CC-EFFECTIVE-DATE TO HL3-EFFECTIVE-DATE.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       400-INDICATE-ONE-BAND.
      *
           PERFORM 410-INDICATE-ONE-CELL
               VARYING CEL-SUB FROM 1 BY 1
               UNTIL CEL-SUB > BND-CLASS-COUNT (BND-SUB).
      *
      * A CELL WITH NO NET PREMIUM IN THE WINDOW HAS NO CREDIBILITY
      * AND TAKES THE WHOLE-BOOK RATIO.
      *
       410-INDICATE-ONE-CELL.
      *
           IF CEL-CLASS-NUMBER (BND-SUB CEL-SUB) > ZERO
               ADD 1 TO CT-CELLS-INDICATED
               MOVE SPACES TO WS-CELL-NOTE
               IF CEL-PREMIUM (BND-SUB CEL-SUB) > ZERO
                   COMPUTE WS-CELL-RATIO ROUNDED =
                       CEL-INCURRED (BND-SUB CEL-SUB)
                       / CEL-PREMIUM (BND-SUB CEL-SUB)
                   PERFORM 420-FIGURE-CREDIBILITY
               ELSE
                   MOVE ZERO TO WS-CELL-RATIO
                                WS-CREDIBILITY
                   MOVE "NO EXP" TO WS-CELL-NOTE
               END-IF
               COMPUTE WS-COMPLEMENT = 1 - WS-CREDIBILITY
               COMPUTE WS-WEIGHTED-RATIO ROUNDED =
                   WS-CREDIBILITY * WS-CELL-RATIO
                   + WS-COMPLEMENT * WS-OVERALL-RATIO
               COMPUTE WS-INDICATED-CHANGE ROUNDED =
                   WS-WEIGHTED-RATIO / CC-TARGET-RATIO - 1
               PERFORM 430-CAP-THE-CHANGE
               COMPUTE WS-PROPOSED-RATE ROUNDED =
                   CEL-CURRENT-RATE (BND-SUB CEL-SUB)
                   * (1 + WS-CAPPED-CHANGE)
               IF WS-PROPOSED-RATE > 99.99
                   MOVE 99.99 TO WS-PROPOSED-RATE
                   MOVE "MAX RT" TO WS-CELL-NOTE
               END-IF
               IF WS-PROPOSED-RATE = CEL-CURRENT-RATE (BND-SUB CEL-SUB)
                   IF WS-CELL-NOTE = SPACES
                       MOVE "NO CHG" TO WS-CELL-NOTE
                   END-IF
               ELSE
                   PERFORM 440-WRITE-PROPOSAL
               END-IF
               PERFORM 450-PRINT-WORKSHEET-LINE
           END-IF.
      *
       420-FIGURE-CREDIBILITY.
      *
           IF CEL-PREMIUM (BND-SUB CEL-SUB) NOT < CC-FULL-CREDIBILITY
               MOVE 1 TO WS-CREDIBILITY
           ELSE
               COMPUTE WS-VOLUME-RATIO ROUNDED =
                   CEL-PREMIUM (BND-SUB CEL-SUB) / CC-FULL-CREDIBILITY
               COMPUTE WS-CREDIBILITY ROUNDED =
                   WS-VOLUME-RATIO ** 0.5
           END-IF.
      *
       430-CAP-THE-CHANGE.
      *
           COMPUTE WS-NEGATIVE-SWING = ZERO - CC-MAXIMUM-SWING.
           IF WS-INDICATED-CHANGE > CC-MAXIMUM-SWING
               MOVE CC-MAXIMUM-SWING TO WS-CAPPED-CHANGE
               MOVE "CAPPED" TO WS-CELL-NOTE
           ELSE
           IF WS-INDICATED-CHANGE < WS-NEGATIVE-SWING
               MOVE WS-NEGATIVE-SWING TO WS-CAPPED-CHANGE
               MOVE "CAPPED" TO WS-CELL-NOTE
           ELSE
               MOVE WS-INDICATED-CHANGE TO WS-CAPPED-CHANGE
           END-IF.
      *
       440-WRITE-PROPOSAL.
      *
           ADD 1 TO CT-CHANGES-PROPOSED.
           MOVE "C"                        TO RM-TRANS-CODE.
           MOVE BND-LOW-AGE (BND-SUB)      TO RM-LOW-AGE.
           MOVE BND-HIGH-AGE (BND-SUB)     TO RM-HIGH-AGE.
           MOVE CEL-CLASS-NUMBER (BND-SUB CEL-SUB)
                                           TO RM-CLASS-NUMBER.
           MOVE WS-PROPOSED-RATE           TO RM-INSURANCE-RATE.
           MOVE CC-EFFECTIVE-DATE          TO RM-EFFECTIVE-DATE.
           WRITE RATE-MAINT-RECORD.
           ADD 1 TO CT-PROPOSALS-WRITTEN.
      *
       450-PRINT-WORKSHEET-LINE.
      *
           MOVE BND-LOW-AGE (BND-SUB)          TO WL-LOW-AGE.
           MOVE BND-HIGH-AGE (BND-SUB)         TO WL-HIGH-AGE.
           MOVE CEL-CLASS-NUMBER (BND-SUB CEL-SUB)
                                               TO WL-CLASS-NUMBER.
           MOVE CEL-PREMIUM (BND-SUB CEL-SUB)  TO WL-PREMIUM.
           MOVE CEL-INCURRED (BND-SUB CEL-SUB) TO WL-INCURRED.
           COMPUTE WL-CELL-RATIO ROUNDED = WS-CELL-RATIO * 100.
           MOVE WS-CREDIBILITY                 TO WL-CREDIBILITY.
           COMPUTE WL-WEIGHTED-RATIO ROUNDED = WS-WEIGHTED-RATIO * 100.
           COMPUTE WL-INDICATED-CHANGE ROUNDED =
               WS-INDICATED-CHANGE * 100.
           COMPUTE WL-CAPPED-CHANGE ROUNDED = WS-CAPPED-CHANGE * 100.
           MOVE CEL-CURRENT-RATE (BND-SUB CEL-SUB) TO WL-CURRENT-RATE.
           MOVE WS-PROPOSED-RATE               TO WL-PROPOSED-RATE.
           MOVE WS-CELL-NOTE                   TO WL-NOTE.
           MOVE WORKSHEET-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       500-PRINT-SUMMARY.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "PREMIUM IN WINDOW" TO SML-LABEL.
           MOVE CT-WINDOW-PREMIUM TO SML-AMOUNT.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "CLAIMS INCURRED IN WINDOW" TO SML-LABEL.
           MOVE CT-WINDOW-INCURRED TO SML-AMOUNT.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "WHOLE-BOOK LOSS RATIO PERCENT" TO SML-LABEL.
           COMPUTE SML-AMOUNT ROUNDED = WS-OVERALL-RATIO * 100.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "PREMIUM OUTSIDE CURRENT CELLS" TO SML-LABEL.
           MOVE CT-OTHER-PREMIUM TO SML-AMOUNT.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "CLAIMS OUTSIDE CURRENT CELLS" TO SML-LABEL.
           MOVE CT-OTHER-INCURRED TO SML-AMOUNT.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "CELLS INDICATED" TO SML-LABEL.
           MOVE SPACES TO SML-COUNT-AREA.
           MOVE CT-CELLS-INDICATED TO SML-COUNT.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "RATE CHANGES PROPOSED" TO SML-LABEL.
           MOVE SPACES TO SML-COUNT-AREA.
           MOVE CT-CHANGES-PROPOSED TO SML-COUNT.
           PERFORM 510-PRINT-SUMMARY-LINE.
      *
       510-PRINT-SUMMARY-LINE.
      *
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
