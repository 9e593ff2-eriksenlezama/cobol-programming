       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTECNV.
      *
      * QUOTE CONVERSION RUN. EACH QUOTE ACCEPTANCE (QUOTEACC) NAMES
      * A QUOTE NUMBER FROM THE QUOTE DOCUMENT AND THE ALTERNATIVE
      * THE PROSPECT CHOSE. THE QUOTED TERMS ARE TAKEN FROM THE
      * QUOTE LOG (QUOTELOG, COPY QUOTELOG) - NAME, AGE, CLASS, THE
      * UNITS OF THE CHOSEN ALTERNATIVE, THE AGENT AND THE QUOTED
      * RATE - AND WRITTEN AS A CLTMAINT ADD TRANSACTION (QCLTTRN,
      * IN THE CLTTRAN LAYOUT) UNDER A NEW CLIENT NUMBER, DATED
      * WITH THE ACCEPTANCE DATE, SO NOTHING IS RE-KEYED. THE ADD
      * CARRIES THE QUOTED RATE AND CLTMAINT PUTS IT ON THE MASTER,
      * WHERE BILLING HONORS IT EVEN IF RATETABL HAS MOVED SINCE.
      *
      * THE RATE IS ONLY GUARANTEED THROUGH THE QUOTE'S EXPIRY
      * DATE: AN ACCEPTANCE DATED AFTER IT IS REJECTED AS EXPIRED.
      * EVERY QUOTE CONVERTED IS ADDED TO THE CONVERTED-QUOTE FILE
      * (QUOTECVT), AND AN ACCEPTANCE OF A QUOTE ALREADY ON IT - OR
      * ACCEPTED TWICE IN ONE RUN - IS REJECTED. NEW CLIENT NUMBERS
      * FOLLOW THE HIGHEST ON CLIENTMST OR ALREADY GIVEN OUT ON
      * QUOTECVT.
      *
      * THE CONVERSION REPORT (QCNVRPT) LISTS EVERY ACCEPTANCE WITH
      * ITS NEW CLIENT NUMBER OR REJECT REASON, THEN THE HIT RATE -
      * QUOTES CONVERTED OVER QUOTES ISSUED, OVER THE WHOLE LOG -
      * BY CLASS AND BY AGENT (AGENT 0000 = DIRECT).
      *
      * QUOTEACC LAYOUT: QUOTE NUMBER 9(7), ALTERNATIVE 9 (1-3),
      * ACCEPTANCE DATE YYYYMMDD (BLANK = THE BUSINESS DATE, NOT
      * LATER THAN IT). THE BUSINESS DATE COMES FROM PROCDATE.
      * ANY REJECT ENDS THE RUN WITH RETURN CODE 4, AN OUT-OF-
      * BALANCE RUN WITH RETURN CODE 8. RUNS AHEAD OF CLTMAINT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTEACC ASSIGN TO QUOTEACC
               FILE STATUS IS WF-QUOTEACC-STATUS.
           SELECT QUOTELOG ASSIGN TO QUOTELOG
               FILE STATUS IS WF-QUOTELOG-STATUS.
           SELECT QUOTECVT ASSIGN TO QUOTECVT
               FILE STATUS IS WF-QUOTECVT-STATUS.
           SELECT CLIENTMST ASSIGN TO CLIENTMST
               FILE STATUS IS WF-CLIENTMST-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT QCLTTRN  ASSIGN TO QCLTTRN
               FILE STATUS IS WF-QCLTTRN-STATUS.
           SELECT QCNVRPT  ASSIGN TO QCNVRPT
               FILE STATUS IS WF-QCNVRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  QUOTEACC
           RECORD CONTAINS 80 CHARACTERS.
       01  QUOTE-ACCEPT-RECORD.
           05  QA-QUOTE-NUMBER-X       PIC X(7).
           05  QA-QUOTE-NUMBER REDEFINES QA-QUOTE-NUMBER-X
                                       PIC 9(7).
           05  QA-OPTION-X             PIC X.
           05  QA-OPTION REDEFINES QA-OPTION-X
                                       PIC 9.
           05  QA-ACCEPT-DATE-X        PIC X(8).
           05  QA-ACCEPT-DATE REDEFINES QA-ACCEPT-DATE-X
                                       PIC 9(8).
           05  QA-ACCEPT-DATE-R REDEFINES QA-ACCEPT-DATE-X.
               10  QA-ACCEPT-YEAR      PIC 9(4).
               10  QA-ACCEPT-MONTH     PIC 99.
               10  QA-ACCEPT-DAY       PIC 99.
           05  FILLER                  PIC X(64).
      *
       FD  QUOTELOG
           RECORD CONTAINS 120 CHARACTERS.
       COPY QUOTELOG.
      *
       FD  QUOTECVT
           RECORD CONTAINS 80 CHARACTERS.
       01  CONVERTED-QUOTE-RECORD.
           05  QV-QUOTE-NUMBER         PIC 9(7).
           05  QV-CLIENT-NUMBER        PIC 9(5).
           05  QV-OPTION               PIC 9.
           05  QV-ACCEPT-DATE          PIC 9(8).
           05  QV-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(51).
      *
       FD  CLIENTMST.
       COPY CLIENT.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  QCLTTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  CLIENT-ADD-TRANS-RECORD.
           05  QT-TRANS-CODE           PIC X.
           05  QT-CLIENT-NUMBER        PIC 9(5).
           05  QT-CLIENT-NAME          PIC X(25).
           05  QT-AGE                  PIC 99.
           05  QT-CLASS-NUMBER         PIC 99.
           05  QT-COVERAGE-UNITS       PIC 9(3).
           05  QT-EFFECTIVE-DATE       PIC 9(8).
           05  QT-AGENT-NUMBER         PIC 9(4).
           05  QT-QUOTED-RATE          PIC 99V99.
           05  FILLER                  PIC X(26).
      *
       FD  QCNVRPT.
       01  PRINT-AREA       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  QUOTEACC-EOF-SWITCH     PIC X    VALUE "N".
               88  QUOTEACC-EOF                 VALUE "Y".
           05  QUOTELOG-EOF-SWITCH     PIC X    VALUE "N".
               88  QUOTELOG-EOF                 VALUE "Y".
           05  QUOTECVT-EOF-SWITCH     PIC X    VALUE "N".
               88  QUOTECVT-EOF                 VALUE "Y".
           05  CLIENTMST-EOF-SWITCH    PIC X    VALUE "N".
               88  CLIENTMST-EOF                VALUE "Y".
           05  QUOTE-CONVERTED-SWITCH  PIC X.
               88  QUOTE-CONVERTED              VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-QUOTEACC-STATUS  PIC XX.
               88  QUOTEACC-FILE-OK        VALUE "00".
           05  WF-QUOTELOG-STATUS  PIC XX.
               88  QUOTELOG-FILE-OK        VALUE "00".
           05  WF-QUOTECVT-STATUS  PIC XX.
               88  QUOTECVT-FILE-OK        VALUE "00".
           05  WF-CLIENTMST-STATUS PIC XX.
               88  CLIENTMST-FILE-OK       VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-QCLTTRN-STATUS   PIC XX.
               88  QCLTTRN-FILE-OK         VALUE "00".
           05  WF-QCNVRPT-STATUS   PIC XX.
               88  QCNVRPT-FILE-OK         VALUE "00".
      *
       01  WORK-FIELDS.
           05  WS-LAST-CLIENT-NUMBER   PIC 9(5)  VALUE ZERO.
           05  WS-REJECT-REASON        PIC X(17).
           05  WS-LOOKUP-AGENT         PIC 9(4).
           05  WS-OPTION               PIC 9.
           05  WS-CLASS-KEY            PIC 99.
      *
       01  CONVERTED-TABLE-FIELDS.
           05  CVT-ENTRY-COUNT     PIC S9(4)  COMP  VALUE ZERO.
           05  CVT-SUB             PIC S9(4)  COMP.
      *
       01  CONVERTED-TABLE.
           05  CVT-QUOTE-NUMBER        OCCURS 5000 TIMES
                                       PIC 9(7).
      *
       01  ACCEPT-TABLE-FIELDS.
           05  ACC-ENTRY-COUNT     PIC S9(4)  COMP  VALUE ZERO.
           05  ACC-SUB             PIC S9(4)  COMP.
      *
       01  ACCEPT-TABLE.
           05  ACCEPT-ENTRY            OCCURS 500 TIMES.
               10  ACC-QUOTE-NUMBER        PIC 9(7).
               10  ACC-OPTION              PIC 9.
               10  ACC-ACCEPT-DATE         PIC 9(8).
               10  ACC-DONE-SWITCH         PIC X.
                   88  ACC-DONE                VALUE "Y".
      *
       01  CLASS-HIT-TABLE.
           05  CLASS-HIT-ENTRY         OCCURS 99 TIMES.
               10  CLH-QUOTES              PIC S9(5) COMP-3.
               10  CLH-CONVERTED           PIC S9(5) COMP-3.
      *
       01  CLASS-HIT-FIELDS.
           05  CLH-SUB             PIC S9(3)  COMP.
      *
       01  AGENT-HIT-FIELDS.
           05  AGH-ENTRY-COUNT     PIC S9(4)  COMP  VALUE ZERO.
           05  AGH-SUB             PIC S9(4)  COMP.
           05  AGH-MATCH-SUB       PIC S9(4)  COMP.
      *
       01  AGENT-HIT-TABLE.
           05  AGENT-HIT-ENTRY         OCCURS 500 TIMES.
               10  AGH-AGENT-NUMBER        PIC 9(4).
               10  AGH-QUOTES              PIC S9(5) COMP-3.
               10  AGH-CONVERTED           PIC S9(5) COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-ACCEPTS-READ     PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-QUOTES-LOGGED    PIC S9(7)  COMP-3 VALUE ZERO.
           05  CT-QUOTES-CONVERTED PIC S9(7)  COMP-3 VALUE ZERO.
           05  CT-PRIOR-CONVERTED  PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-CONVERTED        PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-REJECTED         PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-ADDS-WRITTEN     PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-CVT-WRITTEN      PIC S9(5)  COMP-3 VALUE ZERO.
           05  CT-HIT-QUOTES       PIC S9(7)  COMP-3.
           05  CT-HIT-CONVERTED    PIC S9(7)  COMP-3.
      *
       01  HEADING-LINE-1.
           05  FILLER              PIC X(30)
                   VALUE "QUOTE CONVERSION REPORT       ".
           05  FILLER              PIC X(14)    VALUE "BUSINESS DATE ".
           05  HL1-BUSINESS-DATE   PIC 9(8).
           05  FILLER              PIC X(28)    VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER              PIC X(8)     VALUE "QUOTE NO".
           05  FILLER              PIC X(6)     VALUE " PROSP".
           05  FILLER              PIC X(26)    VALUE " NAME".
           05  FILLER              PIC X(2)     VALUE " A".
           05  FILLER              PIC X(4)     VALUE " UNT".
           05  FILLER              PIC X(6)     VALUE "  RATE".
           05  FILLER              PIC X(11)    VALUE "    PREMIUM".
           05  FILLER              PIC X(17)    VALUE " RESULT".
      *
       01  REGISTER-LINE.
           05  RGL-QUOTE-NUMBER    PIC X(7).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-PROSPECT-NUMBER PIC X(5).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-PROSPECT-NAME   PIC X(25).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-OPTION          PIC X(1).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-UNITS           PIC ZZ9.
           05  RGL-UNITS-X REDEFINES RGL-UNITS
                                   PIC X(3).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-RATE            PIC Z9.99.
           05  RGL-RATE-X REDEFINES RGL-RATE
                                   PIC X(5).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-PREMIUM         PIC ZZZ,ZZ9.99.
           05  RGL-PREMIUM-X REDEFINES RGL-PREMIUM
                                   PIC X(10).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-RESULT          PIC X(17).
      *
       01  HIT-HEADING-LINE.
           05  HHL-LABEL           PIC X(12).
           05  FILLER              PIC X(68)
                   VALUE "    QUOTES  CONVERTED  HIT RATE".
      *
       01  HIT-LINE.
           05  HTL-DESCRIPTION     PIC X(12).
           05  FILLER REDEFINES HTL-DESCRIPTION.
               10  HTL-LABEL       PIC X(6).
               10  HTL-KEY         PIC X(4).
               10  FILLER          PIC X(2).
           05  HTL-QUOTES          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  HTL-CONVERTED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  HTL-HIT-RATE        PIC ZZ9.9.
           05  FILLER              PIC X(1)     VALUE "%".
           05  FILLER              PIC X(41)    VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-CONVERT-ACCEPTED-QUOTES.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PROCESSING-DATE.
           INITIALIZE CLASS-HIT-TABLE.
           PERFORM 120-LOAD-CONVERTED-QUOTES.
           PERFORM 130-FIND-LAST-CLIENT-NUMBER
               UNTIL CLIENTMST-EOF.
           MOVE PD-BUSINESS-DATE TO HL1-BUSINESS-DATE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 140-LOAD-ONE-ACCEPTANCE
               UNTIL QUOTEACC-EOF.
           PERFORM 200-PROCESS-ONE-QUOTE
               UNTIL QUOTELOG-EOF.
           PERFORM 290-REJECT-IF-NOT-LOGGED
               VARYING ACC-SUB FROM 1 BY 1
               UNTIL ACC-SUB > ACC-ENTRY-COUNT.
           PERFORM 400-PRINT-HIT-RATES.
           DISPLAY "QUOTECNV ACCEPTANCES READ " CT-ACCEPTS-READ.
           DISPLAY "QUOTECNV CONVERTED        " CT-CONVERTED.
           DISPLAY "QUOTECNV REJECTED         " CT-REJECTED.
           DISPLAY "QUOTECNV ADDS WRITTEN     " CT-ADDS-WRITTEN.
           DISPLAY "QUOTECNV QUOTECVT WRITTEN " CT-CVT-WRITTEN.
           DISPLAY "QUOTECNV QUOTES ON LOG    " CT-QUOTES-LOGGED.
           DISPLAY "QUOTECNV LAST CLIENT NO   " WS-LAST-CLIENT-NUMBER.
           IF CT-ACCEPTS-READ = CT-CONVERTED + CT-REJECTED
                   AND CT-ADDS-WRITTEN = CT-CONVERTED
                   AND CT-CVT-WRITTEN = CT-CONVERTED
               DISPLAY "*** QUOTECNV RUN IS IN BALANCE ***"
               IF CT-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** QUOTECNV RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE QUOTEACC
                 QUOTELOG
                 QUOTECVT
                 CLIENTMST
                 QCLTTRN
                 QCNVRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  QUOTEACC
                       QUOTELOG
                       CLIENTMST
                OUTPUT QCLTTRN
                       QCNVRPT.
           IF NOT QUOTEACC-FILE-OK
              DISPLAY "QUOTEACC OPEN ERROR: " WF-QUOTEACC-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT QUOTELOG-FILE-OK
              DISPLAY "QUOTELOG OPEN ERROR: " WF-QUOTELOG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CLIENTMST-FILE-OK
              DISPLAY "CLIENTMST OPEN ERROR: " WF-CLIENTMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT QCLTTRN-FILE-OK
              DISPLAY "QCLTTRN OPEN ERROR: " WF-QCLTTRN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT QCNVRPT-FILE-OK
              DISPLAY "QCNVRPT OPEN ERROR: " WF-QCNVRPT-STATUS
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
      * THE CONVERTED-QUOTE FILE IS READ INTO THE TABLE AND THEN
      * REOPENED TO ADD THIS RUN'S CONVERSIONS TO THE END. CLIENT
      * NUMBERS ALREADY GIVEN OUT ON IT COUNT TOWARD THE NEXT ONE,
      * IN CASE CLTMAINT HAS NOT RUN SINCE.
      *
       120-LOAD-CONVERTED-QUOTES.
      *
           OPEN INPUT QUOTECVT.
           IF NOT QUOTECVT-FILE-OK
              DISPLAY "QUOTECVT OPEN ERROR: " WF-QUOTECVT-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 125-LOAD-ONE-CONVERTED-QUOTE
               UNTIL QUOTECVT-EOF.
           CLOSE QUOTECVT.
           OPEN EXTEND QUOTECVT.
           IF NOT QUOTECVT-FILE-OK
              DISPLAY "QUOTECVT OPEN ERROR: " WF-QUOTECVT-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       125-LOAD-ONE-CONVERTED-QUOTE.
      *
           READ QUOTECVT
               AT END
                   MOVE "Y" TO QUOTECVT-EOF-SWITCH
               NOT AT END
                   IF CVT-ENTRY-COUNT < 5000
                       ADD 1 TO CVT-ENTRY-COUNT
                       MOVE QV-QUOTE-NUMBER
                           TO CVT-QUOTE-NUMBER (CVT-ENTRY-COUNT)
                       ADD 1 TO CT-PRIOR-CONVERTED
                   ELSE
                       DISPLAY "CONVERTED QUOTE TABLE FULL AT "
                           QV-QUOTE-NUMBER
                       PERFORM 900-ABORT
                   END-IF
                   IF QV-CLIENT-NUMBER > WS-LAST-CLIENT-NUMBER
                       MOVE QV-CLIENT-NUMBER TO WS-LAST-CLIENT-NUMBER
                   END-IF
           END-READ.
      *
       130-FIND-LAST-CLIENT-NUMBER.
      *
           READ CLIENTMST
               AT END
                   MOVE "Y" TO CLIENTMST-EOF-SWITCH
               NOT AT END
                   IF CM-CLIENT-NUMBER > WS-LAST-CLIENT-NUMBER
                       MOVE CM-CLIENT-NUMBER TO WS-LAST-CLIENT-NUMBER
                   END-IF
           END-READ.
      *
      * AN ACCEPTANCE THAT CANNOT BE READ IS REJECTED HERE; THE
      * REST WAIT IN THE TABLE FOR THEIR QUOTE ON THE LOG.
      *
       140-LOAD-ONE-ACCEPTANCE.
      *
           READ QUOTEACC
               AT END
                   MOVE "Y" TO QUOTEACC-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ACCEPTS-READ
                   PERFORM 150-EDIT-ONE-ACCEPTANCE
           END-READ.
      *
       150-EDIT-ONE-ACCEPTANCE.
      *
           MOVE SPACES TO WS-REJECT-REASON.
           IF QA-ACCEPT-DATE-X = SPACES
               MOVE PD-BUSINESS-DATE TO QA-ACCEPT-DATE
           END-IF.
           IF QA-QUOTE-NUMBER-X NOT NUMERIC
               MOVE "BAD QUOTE NUMBER" TO WS-REJECT-REASON
           ELSE
           IF QA-OPTION-X NOT NUMERIC
                   OR QA-OPTION < 1 OR QA-OPTION > 3
               MOVE "BAD ALTERNATIVE" TO WS-REJECT-REASON
           ELSE
           IF QA-ACCEPT-DATE-X NOT NUMERIC
               MOVE "BAD ACCEPT DATE" TO WS-REJECT-REASON
           ELSE
           IF QA-ACCEPT-MONTH < 1 OR QA-ACCEPT-MONTH > 12
                   OR QA-ACCEPT-DAY < 1 OR QA-ACCEPT-DAY > 31
               MOVE "BAD ACCEPT DATE" TO WS-REJECT-REASON
           ELSE
           IF QA-ACCEPT-DATE > PD-BUSINESS-DATE
               MOVE "FUTURE ACCEPTANCE" TO WS-REJECT-REASON
           ELSE
           IF ACC-ENTRY-COUNT NOT < 500
               MOVE "ACCEPT TABLE FULL" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO ACC-ENTRY-COUNT
               MOVE ACC-ENTRY-COUNT TO ACC-SUB
               MOVE QA-QUOTE-NUMBER TO ACC-QUOTE-NUMBER (ACC-SUB)
               MOVE QA-OPTION       TO ACC-OPTION (ACC-SUB)
               MOVE QA-ACCEPT-DATE  TO ACC-ACCEPT-DATE (ACC-SUB)
               MOVE "N"             TO ACC-DONE-SWITCH (ACC-SUB)
           ELSE
               MOVE SPACES            TO REGISTER-LINE
               MOVE QA-QUOTE-NUMBER-X TO RGL-QUOTE-NUMBER
               MOVE QA-OPTION-X       TO RGL-OPTION
               PERFORM 280-PRINT-REJECT
           END-IF.
      *
      * EACH QUOTE ON THE LOG IS COUNTED FOR THE HIT RATE AFTER ANY
      * ACCEPTANCE OF IT HAS BEEN CONVERTED OR REJECTED.
      *
       200-PROCESS-ONE-QUOTE.
      *
           READ QUOTELOG
               AT END
                   MOVE "Y" TO QUOTELOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-QUOTES-LOGGED
                   MOVE "N" TO QUOTE-CONVERTED-SWITCH
                   PERFORM 210-CHECK-ONE-CONVERTED
                       VARYING CVT-SUB FROM 1 BY 1
                       UNTIL CVT-SUB > CVT-ENTRY-COUNT
                       OR QUOTE-CONVERTED
                   PERFORM 220-MATCH-ONE-ACCEPTANCE
                       VARYING ACC-SUB FROM 1 BY 1
                       UNTIL ACC-SUB > ACC-ENTRY-COUNT
                   PERFORM 300-TALLY-HIT-RATE
           END-READ.
      *
       210-CHECK-ONE-CONVERTED.
      *
           IF CVT-QUOTE-NUMBER (CVT-SUB) = QL-QUOTE-NUMBER
               MOVE "Y" TO QUOTE-CONVERTED-SWITCH
           END-IF.
      *
       220-MATCH-ONE-ACCEPTANCE.
      *
           IF ACC-QUOTE-NUMBER (ACC-SUB) = QL-QUOTE-NUMBER
                   AND NOT ACC-DONE (ACC-SUB)
               MOVE "Y" TO ACC-DONE-SWITCH (ACC-SUB)
               PERFORM 230-CONVERT-ONE-ACCEPTANCE
           END-IF.
      *
       230-CONVERT-ONE-ACCEPTANCE.
      *
           MOVE ACC-OPTION (ACC-SUB) TO WS-OPTION.
           MOVE SPACES TO REGISTER-LINE.
           MOVE QL-QUOTE-NUMBER    TO RGL-QUOTE-NUMBER.
           MOVE QL-PROSPECT-NUMBER TO RGL-PROSPECT-NUMBER.
           MOVE QL-PROSPECT-NAME   TO RGL-PROSPECT-NAME.
           MOVE WS-OPTION          TO RGL-OPTION.
           MOVE QL-UNIT-OPTION (WS-OPTION)    TO RGL-UNITS.
           MOVE QL-QUOTE-RATE                 TO RGL-RATE.
           MOVE QL-PREMIUM-OPTION (WS-OPTION) TO RGL-PREMIUM.
           MOVE SPACES TO WS-REJECT-REASON.
           IF QUOTE-CONVERTED
               MOVE "ALREADY CONVERTED" TO WS-REJECT-REASON
           ELSE
           IF ACC-ACCEPT-DATE (ACC-SUB) < QL-QUOTE-DATE
               MOVE "BEFORE QUOTE DATE" TO WS-REJECT-REASON
           ELSE
           IF ACC-ACCEPT-DATE (ACC-SUB) > QL-EXPIRY-DATE
               MOVE "QUOTE EXPIRED" TO WS-REJECT-REASON
           ELSE
           IF QL-UNIT-OPTION (WS-OPTION) = ZERO
               MOVE "OPTION NOT QUOTED" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 240-WRITE-CLIENT-ADD
           ELSE
               PERFORM 280-PRINT-REJECT
           END-IF.
      *
       240-WRITE-CLIENT-ADD.
      *
           ADD 1 TO WS-LAST-CLIENT-NUMBER.
           MOVE SPACES                  TO CLIENT-ADD-TRANS-RECORD.
           MOVE "A"                     TO QT-TRANS-CODE.
           MOVE WS-LAST-CLIENT-NUMBER   TO QT-CLIENT-NUMBER.
           MOVE QL-PROSPECT-NAME        TO QT-CLIENT-NAME.
           MOVE QL-AGE                  TO QT-AGE.
           MOVE QL-CLASS-NUMBER         TO QT-CLASS-NUMBER.
           MOVE QL-UNIT-OPTION (WS-OPTION) TO QT-COVERAGE-UNITS.
           MOVE ACC-ACCEPT-DATE (ACC-SUB) TO QT-EFFECTIVE-DATE.
           MOVE QL-AGENT-NUMBER         TO QT-AGENT-NUMBER.
           MOVE QL-QUOTE-RATE           TO QT-QUOTED-RATE.
           WRITE CLIENT-ADD-TRANS-RECORD.
           ADD 1 TO CT-ADDS-WRITTEN.
           MOVE SPACES                  TO CONVERTED-QUOTE-RECORD.
           MOVE QL-QUOTE-NUMBER         TO QV-QUOTE-NUMBER.
           MOVE WS-LAST-CLIENT-NUMBER   TO QV-CLIENT-NUMBER.
           MOVE WS-OPTION               TO QV-OPTION.
           MOVE ACC-ACCEPT-DATE (ACC-SUB) TO QV-ACCEPT-DATE.
           MOVE PD-BUSINESS-DATE        TO QV-RUN-DATE.
           WRITE CONVERTED-QUOTE-RECORD.
           ADD 1 TO CT-CVT-WRITTEN.
           MOVE "Y" TO QUOTE-CONVERTED-SWITCH.
           ADD 1 TO CT-CONVERTED.
           MOVE "NEW CLIENT"            TO RGL-RESULT.
           MOVE WS-LAST-CLIENT-NUMBER   TO RGL-RESULT (12:5).
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       280-PRINT-REJECT.
      *
           ADD 1 TO CT-REJECTED.
           MOVE WS-REJECT-REASON TO RGL-RESULT.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       290-REJECT-IF-NOT-LOGGED.
      *
           IF NOT ACC-DONE (ACC-SUB)
               MOVE "Y" TO ACC-DONE-SWITCH (ACC-SUB)
               MOVE SPACES TO REGISTER-LINE
               MOVE ACC-QUOTE-NUMBER (ACC-SUB) TO RGL-QUOTE-NUMBER
               MOVE ACC-OPTION (ACC-SUB)       TO RGL-OPTION
               MOVE "QUOTE NOT ON LOG" TO WS-REJECT-REASON
               PERFORM 280-PRINT-REJECT
           END-IF.
      *
       300-TALLY-HIT-RATE.
      *
           IF QUOTE-CONVERTED
               ADD 1 TO CT-QUOTES-CONVERTED
           END-IF.
           IF QL-CLASS-NUMBER > ZERO
               ADD 1 TO CLH-QUOTES (QL-CLASS-NUMBER)
               IF QUOTE-CONVERTED
                   ADD 1 TO CLH-CONVERTED (QL-CLASS-NUMBER)
               END-IF
           END-IF.
           MOVE QL-AGENT-NUMBER TO WS-LOOKUP-AGENT.
           PERFORM 310-FIND-AGENT-ENTRY.
           IF AGH-MATCH-SUB > ZERO
               ADD 1 TO AGH-QUOTES (AGH-MATCH-SUB)
               IF QUOTE-CONVERTED
                   ADD 1 TO AGH-CONVERTED (AGH-MATCH-SUB)
               END-IF
           END-IF.
      *
      * THE AGENT TABLE IS KEPT IN AGENT-NUMBER ORDER FOR THE
      * REPORT - A NEW AGENT IS SLOTTED IN AHEAD OF THE FIRST
      * HIGHER NUMBER.
      *
       310-FIND-AGENT-ENTRY.
      *
           MOVE ZERO TO AGH-MATCH-SUB.
           PERFORM 320-MATCH-ONE-AGENT
               VARYING AGH-SUB FROM 1 BY 1
               UNTIL AGH-SUB > AGH-ENTRY-COUNT
               OR AGH-MATCH-SUB > ZERO.
           IF AGH-MATCH-SUB = ZERO
               IF AGH-ENTRY-COUNT < 500
                   PERFORM 330-INSERT-AGENT-ENTRY
               ELSE
                   DISPLAY "AGENT HIT TABLE FULL - AGENT OMITTED "
                       WS-LOOKUP-AGENT
               END-IF
           END-IF.
      *
       320-MATCH-ONE-AGENT.
      *
           IF AGH-AGENT-NUMBER (AGH-SUB) = WS-LOOKUP-AGENT
               MOVE AGH-SUB TO AGH-MATCH-SUB
           END-IF.
      *
       330-INSERT-AGENT-ENTRY.
      *
           MOVE 1 TO AGH-MATCH-SUB.
           PERFORM 340-SKIP-LOWER-AGENT
               VARYING AGH-SUB FROM 1 BY 1
               UNTIL AGH-SUB > AGH-ENTRY-COUNT.
           PERFORM 350-SHIFT-ONE-AGENT
               VARYING AGH-SUB FROM AGH-ENTRY-COUNT BY -1
               UNTIL AGH-SUB < AGH-MATCH-SUB.
           ADD 1 TO AGH-ENTRY-COUNT.
           MOVE WS-LOOKUP-AGENT TO AGH-AGENT-NUMBER (AGH-MATCH-SUB).
           MOVE ZERO TO AGH-QUOTES (AGH-MATCH-SUB)
                        AGH-CONVERTED (AGH-MATCH-SUB).
      *
       340-SKIP-LOWER-AGENT.
      *
           IF AGH-AGENT-NUMBER (AGH-SUB) < WS-LOOKUP-AGENT
               COMPUTE AGH-MATCH-SUB = AGH-SUB + 1
           END-IF.
      *
       350-SHIFT-ONE-AGENT.
      *
           MOVE AGENT-HIT-ENTRY (AGH-SUB)
               TO AGENT-HIT-ENTRY (AGH-SUB + 1).
      *
       400-PRINT-HIT-RATES.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "HIT RATE BY" TO HHL-LABEL.
           MOVE HIT-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 410-PRINT-ONE-CLASS
               VARYING CLH-SUB FROM 1 BY 1
               UNTIL CLH-SUB > 99.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 420-PRINT-ONE-AGENT
               VARYING AGH-SUB FROM 1 BY 1
               UNTIL AGH-SUB > AGH-ENTRY-COUNT.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "ALL QUOTES"        TO HTL-DESCRIPTION.
           MOVE CT-QUOTES-LOGGED    TO CT-HIT-QUOTES.
           MOVE CT-QUOTES-CONVERTED TO CT-HIT-CONVERTED.
           PERFORM 430-PRINT-HIT-LINE.
      *
       410-PRINT-ONE-CLASS.
      *
           IF CLH-QUOTES (CLH-SUB) > ZERO
               MOVE SPACES                   TO HTL-DESCRIPTION
               MOVE "CLASS"                  TO HTL-LABEL
               MOVE CLH-SUB                  TO WS-CLASS-KEY
               MOVE WS-CLASS-KEY             TO HTL-KEY
               MOVE CLH-QUOTES (CLH-SUB)     TO CT-HIT-QUOTES
               MOVE CLH-CONVERTED (CLH-SUB)  TO CT-HIT-CONVERTED
               PERFORM 430-PRINT-HIT-LINE
           END-IF.
      *
       420-PRINT-ONE-AGENT.
      *
           MOVE SPACES                       TO HTL-DESCRIPTION.
           MOVE "AGENT"                      TO HTL-LABEL.
           MOVE AGH-AGENT-NUMBER (AGH-SUB)   TO HTL-KEY.
           MOVE AGH-QUOTES (AGH-SUB)         TO CT-HIT-QUOTES.
           MOVE AGH-CONVERTED (AGH-SUB)      TO CT-HIT-CONVERTED.
           PERFORM 430-PRINT-HIT-LINE.
      *
       430-PRINT-HIT-LINE.
      *
           MOVE CT-HIT-QUOTES    TO HTL-QUOTES.
           MOVE CT-HIT-CONVERTED TO HTL-CONVERTED.
           IF CT-HIT-QUOTES > ZERO
               COMPUTE HTL-HIT-RATE ROUNDED =
                   CT-HIT-CONVERTED * 100 / CT-HIT-QUOTES
           ELSE
               MOVE ZERO TO HTL-HIT-RATE
           END-IF.
           MOVE HIT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
