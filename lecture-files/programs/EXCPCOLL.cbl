       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPCOLL.
      *
      * NIGHTLY EXCEPTIONS COLLECTOR. GATHERS EVERY NEW REJECT AND
      * SUSPENSE ITEM FROM THE SUBSYSTEM REJECT FILES INTO ONE
      * EXCEPTIONS QUEUE (EXCPOLD/EXCPNEW GENERATIONS, COPY
      * EXCPQUE) SO EACH ONE HAS AN OWNER AND AN AGE:
      *
      *   CUSTREJ  CSTMAINT  KEY = TRANSACTION CODE AND CUSTOMER
      *   POSTREJ  SLSPOST   KEY = SALES TRANSACTION (20 BYTES)
      *   CRSEXCP  CRSVALID  KEY = COURSE KEY, STUDENT, TERM
      *   SUSPENSE CALC1000  KEY = JURISDICTION, DATE, AMOUNT,
      *                            EXEMPT CODE
      *   ORDREJ   ORDLOAD   KEY = FEED ROW (FIRST 24 BYTES)
      *   CLMREJ   INSCLAIM  KEY = CLIENT, CLAIM DATE, AMOUNT
      *   REGREJ   REGMAINT  KEY = CODE, COURSE KEY, STUDENT, TERM
      *
      * THE OWNING DEPARTMENT COMES FROM THE ROUTING TABLE
      * (EXCPROUT) - A ROW FOR THE SOURCE AND REASON, ELSE THE
      * SOURCE'S ROW WITH A BLANK REASON, ELSE "UNROUTED". OPEN
      * ENTRIES ARE RE-ROUTED EVERY NIGHT SO A TABLE CHANGE TAKES
      * EFFECT AT ONCE. A REJECT ALREADY OPEN ON THE QUEUE (SAME
      * SOURCE, KEY AND REASON) IS COUNTED AGAIN, NOT RE-OPENED.
      *
      * AN ENTRY IS CLOSED BY:
      *   - A RESOLUTION TRANSACTION (EXCPRES) FROM AN OPERATOR ON
      *     OPERAUTH WHOSE ROLE IS GRANTED CODE 'R' IN EXCPCOLL ON
      *     THE PERMISSION TABLE (AUTHCHK), NAMING THE SOURCE AND
      *     KEY (AND THE REASON, OR BLANK FOR EVERY OPEN ENTRY ON
      *     THE KEY). RESOLUTIONS ARE APPLIED BEFORE TONIGHT'S
      *     REJECTS ARE COLLECTED, SO A RECORD THAT IS STILL BAD
      *     OPENS A FRESH ENTRY.
      *   - REPROCESSING CLEAN - WHEN THE ROUTING ROW CARRIES THE
      *     AUTO-CLOSE FLAG (THE SOURCE RE-SUBMITS ITS OWN REJECTS
      *     EVERY RUN) AND THE SOURCE'S REJECT FILE WAS PRESENTED
      *     TONIGHT WITHOUT THE RECORD ON IT.
      * A REJECT FILE THAT CANNOT BE OPENED IS SKIPPED WITH A
      * MESSAGE AND ITS SOURCE'S ENTRIES ARE LEFT AS THEY WERE.
      * CLOSED ENTRIES ARE CARRIED ONE GENERATION AND THEN DROPPED.
      * A REJECTED RESOLUTION TRANSACTION ENDS THE RUN WITH
      * RETURN CODE 4.
      *
      * EXCPROUT RECORDS: SOURCE PROGRAM X(8), REASON X(20) (BLANK
      * = ANY), DEPARTMENT X(10), AUTO-CLOSE FLAG X ("Y").
      * EXCPRES RECORDS: SOURCE PROGRAM X(8), KEY X(24), REASON
      * X(20) (BLANK = ALL), OPERATOR ID X(8), NOTE X(20).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCPOLD  ASSIGN TO EXCPOLD
           FILE STATUS IS WF-EXCPOLD-STATUS.
           SELECT EXCPNEW  ASSIGN TO EXCPNEW
           FILE STATUS IS WF-EXCPNEW-STATUS.
           SELECT EXCPROUT ASSIGN TO EXCPROUT
           FILE STATUS IS WF-EXCPROUT-STATUS.
           SELECT EXCPRES  ASSIGN TO EXCPRES
           FILE STATUS IS WF-EXCPRES-STATUS.
           SELECT CUSTREJ  ASSIGN TO CUSTREJ
           FILE STATUS IS WF-CUSTREJ-STATUS.
           SELECT POSTREJ  ASSIGN TO POSTREJ
           FILE STATUS IS WF-POSTREJ-STATUS.
           SELECT CRSEXCP  ASSIGN TO CRSEXCP
           FILE STATUS IS WF-CRSEXCP-STATUS.
           SELECT SUSPENSE ASSIGN TO SUSPENSE
           FILE STATUS IS WF-SUSPENSE-STATUS.
           SELECT ORDREJ   ASSIGN TO ORDREJ
           FILE STATUS IS WF-ORDREJ-STATUS.
           SELECT CLMREJ   ASSIGN TO CLMREJ
           FILE STATUS IS WF-CLMREJ-STATUS.
           SELECT REGREJ   ASSIGN TO REGREJ
           FILE STATUS IS WF-REGREJ-STATUS.
           SELECT EXCPRPT  ASSIGN TO EXCPRPT
           FILE STATUS IS WF-EXCPRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
           FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
           FILE STATUS IS WF-RUNLOG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  EXCPOLD
           RECORD CONTAINS 250 CHARACTERS.
       COPY EXCPQUE.
      *
       FD  EXCPNEW
           RECORD CONTAINS 250 CHARACTERS.
       01  EXCEPTION-QUEUE-NEW-REC     PIC X(250).
      *
       FD  EXCPROUT
           RECORD CONTAINS 80 CHARACTERS.
       01  ROUTING-RECORD.
           05  RT-SOURCE-PROGRAM       PIC X(8).
           05  RT-REASON               PIC X(20).
           05  RT-DEPARTMENT           PIC X(10).
           05  RT-AUTO-CLOSE           PIC X.
           05  FILLER                  PIC X(41).
      *
       FD  EXCPRES
           RECORD CONTAINS 80 CHARACTERS.
       01  RESOLUTION-RECORD.
           05  ER-SOURCE-PROGRAM       PIC X(8).
           05  ER-KEY                  PIC X(24).
           05  ER-REASON               PIC X(20).
           05  ER-OPERATOR-ID          PIC X(8).
           05  ER-NOTE                 PIC X(20).
      *
       FD  CUSTREJ
           RECORD CONTAINS 108 CHARACTERS.
       01  CUSTOMER-REJECT-RECORD.
           05  CRJ-REASON              PIC X(20).
           05  CRJ-IMAGE               PIC X(88).
      *
       FD  POSTREJ
           RECORD CONTAINS 40 CHARACTERS.
       01  POSTING-REJECT-RECORD.
           05  PRJ-REASON              PIC X(20).
           05  PRJ-IMAGE               PIC X(20).
      *
       FD  CRSEXCP
           RECORD CONTAINS 116 CHARACTERS.
       01  COURSE-EXCEPTION-RECORD.
           05  CX-REASON               PIC X(20).
           05  CX-IMAGE                PIC X(96).
      *
       FD  SUSPENSE
           RECORD CONTAINS 26 CHARACTERS.
       01  SUSPENSE-RECORD.
           05  SU-SALES-AMOUNT         PIC X(5).
           05  SU-JURISDICTION-CODE    PIC X(4).
           05  SU-EXEMPT-CODE          PIC X(1).
           05  SU-CERT-NUMBER          PIC X(8).
           05  SU-SALE-DATE            PIC X(8).
      *
       FD  ORDREJ
           RECORD CONTAINS 120 CHARACTERS.
       01  ORDER-REJECT-RECORD.
           05  ORJ-REASON              PIC X(20).
           05  ORJ-IMAGE               PIC X(100).
      *
       FD  CLMREJ
           RECORD CONTAINS 100 CHARACTERS.
       01  CLAIM-REJECT-RECORD.
           05  CLJ-REASON              PIC X(20).
           05  CLJ-IMAGE               PIC X(80).
      *
       FD  REGREJ
           RECORD CONTAINS 131 CHARACTERS.
       01  REGISTRATION-REJECT-RECORD.
           05  RJ-REASON               PIC X(20).
           05  RJ-IMAGE                PIC X(111).
      *
       FD  EXCPRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       FD  RUN-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  EXCPOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  EXCPOLD-EOF                  VALUE "Y".
           05  EXCPROUT-EOF-SWITCH     PIC X    VALUE "N".
               88  EXCPROUT-EOF                 VALUE "Y".
           05  EXCPRES-EOF-SWITCH      PIC X    VALUE "N".
               88  EXCPRES-EOF                  VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
           05  REJECT-EOF-SWITCH       PIC X.
               88  REJECT-EOF                   VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-EXCPOLD-STATUS   PIC XX.
               88  EXCPOLD-FILE-OK         VALUE "00".
           05  WF-EXCPNEW-STATUS   PIC XX.
               88  EXCPNEW-FILE-OK         VALUE "00".
           05  WF-EXCPROUT-STATUS  PIC XX.
               88  EXCPROUT-FILE-OK        VALUE "00".
           05  WF-EXCPRES-STATUS   PIC XX.
               88  EXCPRES-FILE-OK         VALUE "00".
           05  WF-CUSTREJ-STATUS   PIC XX.
               88  CUSTREJ-FILE-OK         VALUE "00".
           05  WF-POSTREJ-STATUS   PIC XX.
               88  POSTREJ-FILE-OK         VALUE "00".
           05  WF-CRSEXCP-STATUS   PIC XX.
               88  CRSEXCP-FILE-OK         VALUE "00".
           05  WF-SUSPENSE-STATUS  PIC XX.
               88  SUSPENSE-FILE-OK        VALUE "00".
           05  WF-ORDREJ-STATUS    PIC XX.
               88  ORDREJ-FILE-OK          VALUE "00".
           05  WF-CLMREJ-STATUS    PIC XX.
               88  CLMREJ-FILE-OK          VALUE "00".
           05  WF-REGREJ-STATUS    PIC XX.
               88  REGREJ-FILE-OK          VALUE "00".
           05  WF-EXCPRPT-STATUS   PIC XX.
               88  EXCPRPT-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  WF-RUNLOG-STATUS    PIC XX.
               88  RUNLOG-FILE-OK          VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  RUN-LOG-FIELDS.
           05  WS-STAMP-WORK       PIC X(21).
           05  WS-START-STAMP      PIC X(14).
      *
      * THE REJECT SOURCES IN COLLECTION ORDER, AND WHETHER EACH
      * ONE'S REJECT FILE WAS PRESENTED TONIGHT.
      *
       01  SOURCE-PROGRAM-VALUES.
           05  FILLER              PIC X(8)    VALUE "CSTMAINT".
           05  FILLER              PIC X(8)    VALUE "SLSPOST ".
           05  FILLER              PIC X(8)    VALUE "CRSVALID".
           05  FILLER              PIC X(8)    VALUE "CALC1000".
           05  FILLER              PIC X(8)    VALUE "ORDLOAD ".
           05  FILLER              PIC X(8)    VALUE "INSCLAIM".
           05  FILLER              PIC X(8)    VALUE "REGMAINT".
       01  SOURCE-PROGRAM-LIST REDEFINES SOURCE-PROGRAM-VALUES.
           05  SOURCE-PROGRAM      OCCURS 7 TIMES PIC X(8).
      *
       01  SOURCE-FIELDS.
           05  SOURCE-PRESENTED-SWITCH OCCURS 7 TIMES PIC X.
           05  SRC-SUB             PIC S9(3)  COMP.
           05  SRC-MATCH-SUB       PIC S9(3)  COMP.
      *
       01  ROUTING-TABLE-FIELDS.
           05  RT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  RT-SUB              PIC S9(4)  COMP.
           05  RT-EXACT-SUB        PIC S9(4)  COMP.
           05  RT-SOURCE-SUB       PIC S9(4)  COMP.
      *
       01  ROUTING-TABLE.
           05  ROUTING-ENTRY           OCCURS 200 TIMES.
               10  RTE-SOURCE-PROGRAM      PIC X(8).
               10  RTE-REASON              PIC X(20).
               10  RTE-DEPARTMENT          PIC X(10).
               10  RTE-AUTO-CLOSE          PIC X.
      *
       01  OPERATOR-TABLE-FIELDS.
           05  OP-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  OP-SUB              PIC S9(3)  COMP.
           05  OP-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  OPERATOR-TABLE.
           05  OPT-OPERATOR-ID         OCCURS 50 TIMES PIC X(8).
      *
       COPY AUTHPARM.
      *
      * THE QUEUE AS IT WILL BE WRITTEN TONIGHT. QT-ACTION MARKS
      * WHAT HAPPENED TO THE ENTRY ON THIS RUN FOR THE REPORT.
      *
       01  QUEUE-TABLE-FIELDS.
           05  QT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  QT-SUB              PIC S9(4)  COMP.
           05  QT-MATCH-SUB        PIC S9(4)  COMP.
      *
       01  QUEUE-TABLE.
           05  QUEUE-ENTRY             OCCURS 5000 TIMES.
               10  QT-RECORD               PIC X(250).
               10  QT-FIELDS REDEFINES QT-RECORD.
                   15  QT-SOURCE-PROGRAM       PIC X(8).
                   15  QT-KEY                  PIC X(24).
                   15  QT-REASON               PIC X(20).
                   15  QT-DEPARTMENT           PIC X(10).
                   15  QT-STATUS               PIC X.
                       88  QT-OPEN                     VALUE "O".
                   15  QT-OPEN-DATE            PIC 9(8).
                   15  QT-LAST-SEEN-DATE       PIC 9(8).
                   15  QT-TIMES-SEEN           PIC 9(3).
                   15  QT-CLOSE-DATE           PIC 9(8).
                   15  QT-CLOSED-BY            PIC X(8).
                   15  QT-RESOLUTION-NOTE      PIC X(30).
                   15  QT-IMAGE                PIC X(112).
                   15  FILLER                  PIC X(10).
               10  QT-SEEN-SWITCH          PIC X.
                   88  QT-SEEN-TONIGHT             VALUE "Y".
               10  QT-ACTION               PIC X.
                   88  QT-OPENED-TONIGHT           VALUE "N".
                   88  QT-RESOLVED-TONIGHT         VALUE "R".
                   88  QT-REPROCESSED-TONIGHT      VALUE "P".
      *
       01  REJECT-WORK-FIELDS.
           05  WS-REJECT-SOURCE    PIC X(8).
           05  WS-REJECT-KEY       PIC X(24).
           05  WS-REJECT-REASON    PIC X(20).
           05  WS-REJECT-IMAGE     PIC X(112).
           05  WS-ROUTE-DEPARTMENT PIC X(10).
           05  WS-ROUTE-AUTO-CLOSE PIC X.
               88  WS-ROUTE-AUTO-CLOSES         VALUE "Y".
           05  WS-RESOLVE-COUNT    PIC S9(4)  COMP.
           05  WS-RESOLUTION-ERROR PIC X(30).
      *
       01  CONTROL-TOTALS.
           05  CT-CARRIED-OPEN     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CLOSED-DROPPED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REJECTS-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NEW-OPENED       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REPEATS          PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RESOLUTIONS-READ PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RESOLVED         PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RESOLUTIONS-REJ  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REPROCESSED      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-OPEN-AT-END      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ENTRIES-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "EXCEPTIONS QUEUE COL".
           05  FILLER          PIC X(20)   VALUE "LECTION REGISTER    ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "EXCPCOLL".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "ACTION       SOURCE ".
           05  FILLER      PIC X(20)   VALUE "  KEY               ".
           05  FILLER      PIC X(20)   VALUE "        REASON      ".
           05  FILLER      PIC X(20)   VALUE "          DEPARTMENT".
           05  FILLER      PIC X(20)   VALUE "  OPENED    SEEN    ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  QUEUE-LINE.
           05  QL-ACTION           PIC X(12).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  QL-SOURCE           PIC X(8).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  QL-KEY              PIC X(24).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  QL-REASON           PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  QL-DEPARTMENT       PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  QL-OPEN-DATE        PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  QL-TIMES-SEEN       PIC ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  QL-NOTE             PIC X(30).
           05  FILLER              PIC X(5)     VALUE SPACE.
      *
       01  RESOLUTION-ERROR-LINE.
           05  FILLER              PIC X(13)    VALUE "RES REJECTED".
           05  REL-SOURCE          PIC X(8).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  REL-KEY             PIC X(24).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  REL-REASON          PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  REL-OPERATOR        PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  REL-ERROR           PIC X(30).
           05  FILLER              PIC X(22)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "EXCPCOLL TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-COLLECT-EXCEPTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-WORK.
           MOVE WS-STAMP-WORK (1:14) TO WS-START-STAMP.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-ROUTING-TABLE.
           PERFORM 130-LOAD-OPERATOR-TABLE.
           PERFORM 140-LOAD-QUEUE-TABLE.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 300-APPLY-RESOLUTIONS.
           PERFORM 400-COLLECT-CUSTREJ.
           PERFORM 410-COLLECT-POSTREJ.
           PERFORM 420-COLLECT-CRSEXCP.
           PERFORM 430-COLLECT-SUSPENSE.
           PERFORM 440-COLLECT-ORDREJ.
           PERFORM 450-COLLECT-CLMREJ.
           PERFORM 460-COLLECT-REGREJ.
           PERFORM 500-CLOSE-REPROCESSED-ENTRY
               VARYING QT-SUB FROM 1 BY 1
               UNTIL QT-SUB > QT-ENTRY-COUNT.
           PERFORM 600-WRITE-QUEUE-ENTRY
               VARYING QT-SUB FROM 1 BY 1
               UNTIL QT-SUB > QT-ENTRY-COUNT.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 700-PRINT-CONTROL-TOTALS.
           CLOSE EXCPNEW
                 EXCPRPT.
           PERFORM 800-WRITE-RUN-LOG.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  EXCPOLD
                       EXCPROUT
                       EXCPRES
                OUTPUT EXCPNEW
                       EXCPRPT.
           IF NOT EXCPOLD-FILE-OK
              DISPLAY "EXCPOLD OPEN ERROR: " WF-EXCPOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT EXCPROUT-FILE-OK
              DISPLAY "EXCPROUT OPEN ERROR: " WF-EXCPROUT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT EXCPRES-FILE-OK
              DISPLAY "EXCPRES OPEN ERROR: " WF-EXCPRES-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT EXCPNEW-FILE-OK
              DISPLAY "EXCPNEW OPEN ERROR: " WF-EXCPNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT EXCPRPT-FILE-OK
              DISPLAY "EXCPRPT OPEN ERROR: " WF-EXCPRPT-STATUS
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
       120-LOAD-ROUTING-TABLE.
      *
           PERFORM 122-READ-ROUTING-RECORD.
           PERFORM 124-STORE-ROUTING-ENTRY
               UNTIL EXCPROUT-EOF.
           CLOSE EXCPROUT.
      *
       122-READ-ROUTING-RECORD.
      *
           READ EXCPROUT
               AT END
                   MOVE "Y" TO EXCPROUT-EOF-SWITCH
           END-READ.
      *
       124-STORE-ROUTING-ENTRY.
      *
           IF RT-ENTRY-COUNT < 200
               ADD 1 TO RT-ENTRY-COUNT
               MOVE RT-SOURCE-PROGRAM
                   TO RTE-SOURCE-PROGRAM (RT-ENTRY-COUNT)
               MOVE RT-REASON     TO RTE-REASON (RT-ENTRY-COUNT)
               MOVE RT-DEPARTMENT TO RTE-DEPARTMENT (RT-ENTRY-COUNT)
               MOVE RT-AUTO-CLOSE TO RTE-AUTO-CLOSE (RT-ENTRY-COUNT)
           ELSE
               DISPLAY "ROUTING TABLE FULL - ROW DROPPED "
                   RT-SOURCE-PROGRAM " " RT-REASON
           END-IF.
           PERFORM 122-READ-ROUTING-RECORD.
      *
       130-LOAD-OPERATOR-TABLE.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
              DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 132-READ-OPERATOR-RECORD.
           PERFORM 134-STORE-OPERATOR-ENTRY
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       132-READ-OPERATOR-RECORD.
      *
           READ OPERAUTH
               AT END
                   MOVE "Y" TO OPERAUTH-EOF-SWITCH
           END-READ.
      *
       134-STORE-OPERATOR-ENTRY.
      *
           IF OP-ENTRY-COUNT < 50
               ADD 1 TO OP-ENTRY-COUNT
               MOVE OP-OPERATOR-ID TO OPT-OPERATOR-ID (OP-ENTRY-COUNT)
           ELSE
               DISPLAY "OPERATOR TABLE FULL - ID DROPPED "
                   OP-OPERATOR-ID
           END-IF.
           PERFORM 132-READ-OPERATOR-RECORD.
      *
      * ENTRIES CLOSED ON THE LAST RUN ARE DROPPED HERE; OPEN ONES
      * ARE CARRIED AND RE-ROUTED.
      *
       140-LOAD-QUEUE-TABLE.
      *
           PERFORM 142-READ-OLD-QUEUE.
           PERFORM 144-STORE-QUEUE-ENTRY
               UNTIL EXCPOLD-EOF.
           CLOSE EXCPOLD.
      *
       142-READ-OLD-QUEUE.
      *
           READ EXCPOLD
               AT END
                   MOVE "Y" TO EXCPOLD-EOF-SWITCH
           END-READ.
      *
       144-STORE-QUEUE-ENTRY.
      *
           IF NOT EQ-OPEN
               ADD 1 TO CT-CLOSED-DROPPED
           ELSE
               IF QT-ENTRY-COUNT < 5000
                   ADD 1 TO QT-ENTRY-COUNT
                   ADD 1 TO CT-CARRIED-OPEN
                   MOVE EXCEPTION-QUEUE-RECORD
                       TO QT-RECORD (QT-ENTRY-COUNT)
                   MOVE "N"    TO QT-SEEN-SWITCH (QT-ENTRY-COUNT)
                   MOVE SPACE  TO QT-ACTION (QT-ENTRY-COUNT)
                   MOVE EQ-SOURCE-PROGRAM TO WS-REJECT-SOURCE
                   MOVE EQ-REASON         TO WS-REJECT-REASON
                   PERFORM 250-ROUTE-EXCEPTION
                   MOVE WS-ROUTE-DEPARTMENT
                       TO QT-DEPARTMENT (QT-ENTRY-COUNT)
               ELSE
                   DISPLAY "EXCPCOLL QUEUE TABLE FULL - RUN ABORTED"
                   PERFORM 900-ABORT
               END-IF
           END-IF.
           PERFORM 142-READ-OLD-QUEUE.
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
       240-PRINT-QUEUE-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           EVALUATE TRUE
               WHEN QT-OPENED-TONIGHT (QT-SUB)
                   MOVE "OPENED"       TO QL-ACTION
               WHEN QT-RESOLVED-TONIGHT (QT-SUB)
                   MOVE "RESOLVED"     TO QL-ACTION
               WHEN QT-REPROCESSED-TONIGHT (QT-SUB)
                   MOVE "REPROCESSED"  TO QL-ACTION
           END-EVALUATE.
           MOVE QT-SOURCE-PROGRAM (QT-SUB)  TO QL-SOURCE.
           MOVE QT-KEY (QT-SUB)             TO QL-KEY.
           MOVE QT-REASON (QT-SUB)          TO QL-REASON.
           MOVE QT-DEPARTMENT (QT-SUB)      TO QL-DEPARTMENT.
           MOVE QT-OPEN-DATE (QT-SUB)       TO QL-OPEN-DATE.
           MOVE QT-TIMES-SEEN (QT-SUB)      TO QL-TIMES-SEEN.
           MOVE QT-RESOLUTION-NOTE (QT-SUB) TO QL-NOTE.
           MOVE QUEUE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * ROUTE WS-REJECT-SOURCE / WS-REJECT-REASON TO ITS OWNING
      * DEPARTMENT: AN EXACT SOURCE AND REASON ROW WINS OVER THE
      * SOURCE'S BLANK-REASON ROW.
      *
       250-ROUTE-EXCEPTION.
      *
           MOVE ZERO TO RT-EXACT-SUB.
           MOVE ZERO TO RT-SOURCE-SUB.
           PERFORM 255-MATCH-ONE-ROUTE
               VARYING RT-SUB FROM 1 BY 1
               UNTIL RT-SUB > RT-ENTRY-COUNT
               OR RT-EXACT-SUB > ZERO.
           EVALUATE TRUE
               WHEN RT-EXACT-SUB > ZERO
                   MOVE RTE-DEPARTMENT (RT-EXACT-SUB)
                       TO WS-ROUTE-DEPARTMENT
                   MOVE RTE-AUTO-CLOSE (RT-EXACT-SUB)
                       TO WS-ROUTE-AUTO-CLOSE
               WHEN RT-SOURCE-SUB > ZERO
                   MOVE RTE-DEPARTMENT (RT-SOURCE-SUB)
                       TO WS-ROUTE-DEPARTMENT
                   MOVE RTE-AUTO-CLOSE (RT-SOURCE-SUB)
                       TO WS-ROUTE-AUTO-CLOSE
               WHEN OTHER
                   MOVE "UNROUTED"  TO WS-ROUTE-DEPARTMENT
                   MOVE "N"         TO WS-ROUTE-AUTO-CLOSE
           END-EVALUATE.
      *
       255-MATCH-ONE-ROUTE.
      *
           IF RTE-SOURCE-PROGRAM (RT-SUB) = WS-REJECT-SOURCE
               IF RTE-REASON (RT-SUB) = WS-REJECT-REASON
                   MOVE RT-SUB TO RT-EXACT-SUB
               ELSE
                   IF RTE-REASON (RT-SUB) = SPACES
                       AND RT-SOURCE-SUB = ZERO
                       MOVE RT-SUB TO RT-SOURCE-SUB
                   END-IF
               END-IF
           END-IF.
      *
       300-APPLY-RESOLUTIONS.
      *
           PERFORM 305-READ-RESOLUTION.
           PERFORM 310-APPLY-ONE-RESOLUTION
               UNTIL EXCPRES-EOF.
           CLOSE EXCPRES.
      *
       305-READ-RESOLUTION.
      *
           READ EXCPRES
               AT END
                   MOVE "Y" TO EXCPRES-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-RESOLUTIONS-READ
           END-READ.
      *
       310-APPLY-ONE-RESOLUTION.
      *
           MOVE SPACES TO WS-RESOLUTION-ERROR.
           MOVE ZERO TO OP-MATCH-SUB.
           IF ER-OPERATOR-ID NOT = SPACES
               PERFORM 315-MATCH-ONE-OPERATOR
                   VARYING OP-SUB FROM 1 BY 1
                   UNTIL OP-SUB > OP-ENTRY-COUNT
                   OR OP-MATCH-SUB > ZERO
           END-IF.
           IF OP-MATCH-SUB = ZERO
               MOVE "OPERATOR NOT AUTHORIZED" TO WS-RESOLUTION-ERROR
           ELSE
               PERFORM 317-CHECK-AUTHORIZATION
               IF AC-REFUSED
                   MOVE AC-REASON TO WS-RESOLUTION-ERROR
               ELSE
                   MOVE ZERO TO WS-RESOLVE-COUNT
                   PERFORM 320-RESOLVE-ONE-ENTRY
                       VARYING QT-SUB FROM 1 BY 1
                       UNTIL QT-SUB > QT-ENTRY-COUNT
                   IF WS-RESOLVE-COUNT = ZERO
                       MOVE "NO OPEN EXCEPTION ON QUEUE"
                           TO WS-RESOLUTION-ERROR
                   END-IF
               END-IF
           END-IF.
           IF WS-RESOLUTION-ERROR NOT = SPACES
               ADD 1 TO CT-RESOLUTIONS-REJ
               PERFORM 330-PRINT-RESOLUTION-ERROR
           END-IF.
           PERFORM 305-READ-RESOLUTION.
      *
       315-MATCH-ONE-OPERATOR.
      *
           IF OPT-OPERATOR-ID (OP-SUB) = ER-OPERATOR-ID
               MOVE OP-SUB TO OP-MATCH-SUB
           END-IF.
      *
       317-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "EXCPCOLL"     TO AC-PROGRAM-ID.
           MOVE ER-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "R"            TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       320-RESOLVE-ONE-ENTRY.
      *
           IF QT-OPEN (QT-SUB)
               AND QT-SOURCE-PROGRAM (QT-SUB) = ER-SOURCE-PROGRAM
               AND QT-KEY (QT-SUB) = ER-KEY
               AND (ER-REASON = SPACES
                   OR QT-REASON (QT-SUB) = ER-REASON)
               MOVE "R"              TO QT-STATUS (QT-SUB)
               MOVE "R"              TO QT-ACTION (QT-SUB)
               MOVE PD-BUSINESS-DATE TO QT-CLOSE-DATE (QT-SUB)
               MOVE ER-OPERATOR-ID   TO QT-CLOSED-BY (QT-SUB)
               MOVE ER-NOTE          TO QT-RESOLUTION-NOTE (QT-SUB)
               ADD 1 TO WS-RESOLVE-COUNT
               ADD 1 TO CT-RESOLVED
               PERFORM 240-PRINT-QUEUE-LINE
           END-IF.
      *
       330-PRINT-RESOLUTION-ERROR.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE ER-SOURCE-PROGRAM   TO REL-SOURCE.
           MOVE ER-KEY              TO REL-KEY.
           MOVE ER-REASON           TO REL-REASON.
           MOVE ER-OPERATOR-ID      TO REL-OPERATOR.
           MOVE WS-RESOLUTION-ERROR TO REL-ERROR.
           MOVE RESOLUTION-ERROR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * EACH COLLECT PARAGRAPH OPENS ONE SOURCE'S REJECT FILE,
      * MARKS THE SOURCE PRESENTED, AND POSTS EVERY RECORD ON IT.
      *
       400-COLLECT-CUSTREJ.
      *
           MOVE 1 TO SRC-SUB.
           MOVE "N" TO SOURCE-PRESENTED-SWITCH (SRC-SUB).
           OPEN INPUT CUSTREJ.
           IF NOT CUSTREJ-FILE-OK
               DISPLAY "EXCPCOLL CUSTREJ NOT PRESENTED - STATUS "
                   WF-CUSTREJ-STATUS " - SKIPPED"
           ELSE
               MOVE "Y" TO SOURCE-PRESENTED-SWITCH (SRC-SUB)
               MOVE "N" TO REJECT-EOF-SWITCH
               PERFORM 402-READ-CUSTREJ
               PERFORM 404-POST-CUSTREJ
                   UNTIL REJECT-EOF
               CLOSE CUSTREJ
           END-IF.
      *
       402-READ-CUSTREJ.
      *
           READ CUSTREJ
               AT END
                   MOVE "Y" TO REJECT-EOF-SWITCH
           END-READ.
      *
       404-POST-CUSTREJ.
      *
           MOVE SPACES          TO WS-REJECT-KEY.
           MOVE CRJ-IMAGE (1:7) TO WS-REJECT-KEY.
           MOVE CRJ-REASON      TO WS-REJECT-REASON.
           MOVE CRJ-IMAGE       TO WS-REJECT-IMAGE.
           PERFORM 480-POST-REJECT.
           PERFORM 402-READ-CUSTREJ.
      *
       410-COLLECT-POSTREJ.
      *
           MOVE 2 TO SRC-SUB.
           MOVE "N" TO SOURCE-PRESENTED-SWITCH (SRC-SUB).
           OPEN INPUT POSTREJ.
           IF NOT POSTREJ-FILE-OK
               DISPLAY "EXCPCOLL POSTREJ NOT PRESENTED - STATUS "
                   WF-POSTREJ-STATUS " - SKIPPED"
           ELSE
               MOVE "Y" TO SOURCE-PRESENTED-SWITCH (SRC-SUB)
               MOVE "N" TO REJECT-EOF-SWITCH
               PERFORM 412-READ-POSTREJ
               PERFORM 414-POST-POSTREJ
                   UNTIL REJECT-EOF
               CLOSE POSTREJ
           END-IF.
      *
       412-READ-POSTREJ.
      *
           READ POSTREJ
               AT END
                   MOVE "Y" TO REJECT-EOF-SWITCH
           END-READ.
      *
       414-POST-POSTREJ.
      *
           MOVE PRJ-IMAGE       TO WS-REJECT-KEY.
           MOVE PRJ-REASON      TO WS-REJECT-REASON.
           MOVE PRJ-IMAGE       TO WS-REJECT-IMAGE.
           PERFORM 480-POST-REJECT.
           PERFORM 412-READ-POSTREJ.
      *
       420-COLLECT-CRSEXCP.
      *
           MOVE 3 TO SRC-SUB.
           MOVE "N" TO SOURCE-PRESENTED-SWITCH (SRC-SUB).
           OPEN INPUT CRSEXCP.
           IF NOT CRSEXCP-FILE-OK
               DISPLAY "EXCPCOLL CRSEXCP NOT PRESENTED - STATUS "
                   WF-CRSEXCP-STATUS " - SKIPPED"
           ELSE
               MOVE "Y" TO SOURCE-PRESENTED-SWITCH (SRC-SUB)
               MOVE "N" TO REJECT-EOF-SWITCH
               PERFORM 422-READ-CRSEXCP
               PERFORM 424-POST-CRSEXCP
                   UNTIL REJECT-EOF
               CLOSE CRSEXCP
           END-IF.
      *
       422-READ-CRSEXCP.
      *
           READ CRSEXCP
               AT END
                   MOVE "Y" TO REJECT-EOF-SWITCH
           END-READ.
      *
      * COURSE KEY 1-9, STUDENT ID 49-57, TERM 92-96 OF THE
      * REGISTRATION RECORD (COPY CRSEREG).
      *
       424-POST-CRSEXCP.
      *
           MOVE SPACES          TO WS-REJECT-KEY.
           MOVE CX-IMAGE (1:9)  TO WS-REJECT-KEY (1:9).
           MOVE CX-IMAGE (49:9) TO WS-REJECT-KEY (10:9).
           MOVE CX-IMAGE (92:5) TO WS-REJECT-KEY (19:5).
           MOVE CX-REASON       TO WS-REJECT-REASON.
           MOVE CX-IMAGE        TO WS-REJECT-IMAGE.
           PERFORM 480-POST-REJECT.
           PERFORM 422-READ-CRSEXCP.
      *
       430-COLLECT-SUSPENSE.
      *
           MOVE 4 TO SRC-SUB.
           MOVE "N" TO SOURCE-PRESENTED-SWITCH (SRC-SUB).
           OPEN INPUT SUSPENSE.
           IF NOT SUSPENSE-FILE-OK
               DISPLAY "EXCPCOLL SUSPENSE NOT PRESENTED - STATUS "
                   WF-SUSPENSE-STATUS " - SKIPPED"
           ELSE
               MOVE "Y" TO SOURCE-PRESENTED-SWITCH (SRC-SUB)
               MOVE "N" TO REJECT-EOF-SWITCH
               PERFORM 432-READ-SUSPENSE
               PERFORM 434-POST-SUSPENSE
                   UNTIL REJECT-EOF
               CLOSE SUSPENSE
           END-IF.
      *
       432-READ-SUSPENSE.
      *
           READ SUSPENSE
               AT END
                   MOVE "Y" TO REJECT-EOF-SWITCH
           END-READ.
      *
      * THE SUSPENSE FILE CARRIES NO REASON - CALC1000 SUSPENDS A
      * SALE ONLY WHEN ITS JURISDICTION IS NOT ON THE RATE TABLE.
      *
       434-POST-SUSPENSE.
      *
           MOVE SPACES               TO WS-REJECT-KEY.
           MOVE SU-JURISDICTION-CODE TO WS-REJECT-KEY (1:4).
           MOVE SU-SALE-DATE         TO WS-REJECT-KEY (5:8).
           MOVE SU-SALES-AMOUNT      TO WS-REJECT-KEY (13:5).
           MOVE SU-EXEMPT-CODE       TO WS-REJECT-KEY (18:1).
           MOVE "UNKNOWN JURISDICTION" TO WS-REJECT-REASON.
           MOVE SUSPENSE-RECORD      TO WS-REJECT-IMAGE.
           PERFORM 480-POST-REJECT.
           PERFORM 432-READ-SUSPENSE.
      *
       440-COLLECT-ORDREJ.
      *
           MOVE 5 TO SRC-SUB.
           MOVE "N" TO SOURCE-PRESENTED-SWITCH (SRC-SUB).
           OPEN INPUT ORDREJ.
           IF NOT ORDREJ-FILE-OK
               DISPLAY "EXCPCOLL ORDREJ NOT PRESENTED - STATUS "
                   WF-ORDREJ-STATUS " - SKIPPED"
           ELSE
               MOVE "Y" TO SOURCE-PRESENTED-SWITCH (SRC-SUB)
               MOVE "N" TO REJECT-EOF-SWITCH
               PERFORM 442-READ-ORDREJ
               PERFORM 444-POST-ORDREJ
                   UNTIL REJECT-EOF
               CLOSE ORDREJ
           END-IF.
      *
       442-READ-ORDREJ.
      *
           READ ORDREJ
               AT END
                   MOVE "Y" TO REJECT-EOF-SWITCH
           END-READ.
      *
       444-POST-ORDREJ.
      *
           MOVE ORJ-IMAGE (1:24) TO WS-REJECT-KEY.
           MOVE ORJ-REASON       TO WS-REJECT-REASON.
           MOVE ORJ-IMAGE        TO WS-REJECT-IMAGE.
           PERFORM 480-POST-REJECT.
           PERFORM 442-READ-ORDREJ.
      *
       450-COLLECT-CLMREJ.
      *
           MOVE 6 TO SRC-SUB.
           MOVE "N" TO SOURCE-PRESENTED-SWITCH (SRC-SUB).
           OPEN INPUT CLMREJ.
           IF NOT CLMREJ-FILE-OK
               DISPLAY "EXCPCOLL CLMREJ NOT PRESENTED - STATUS "
                   WF-CLMREJ-STATUS " - SKIPPED"
           ELSE
               MOVE "Y" TO SOURCE-PRESENTED-SWITCH (SRC-SUB)
               MOVE "N" TO REJECT-EOF-SWITCH
               PERFORM 452-READ-CLMREJ
               PERFORM 454-POST-CLMREJ
                   UNTIL REJECT-EOF
               CLOSE CLMREJ
           END-IF.
      *
       452-READ-CLMREJ.
      *
           READ CLMREJ
               AT END
                   MOVE "Y" TO REJECT-EOF-SWITCH
           END-READ.
      *
      * CLIENT, CLAIM DATE AND AMOUNT ARE THE FIRST 22 BYTES OF
      * THE CLAIM TRANSACTION.
      *
       454-POST-CLMREJ.
      *
           MOVE SPACES           TO WS-REJECT-KEY.
           MOVE CLJ-IMAGE (1:22) TO WS-REJECT-KEY.
           MOVE CLJ-REASON       TO WS-REJECT-REASON.
           MOVE CLJ-IMAGE        TO WS-REJECT-IMAGE.
           PERFORM 480-POST-REJECT.
           PERFORM 452-READ-CLMREJ.
      *
       460-COLLECT-REGREJ.
      *
           MOVE 7 TO SRC-SUB.
           MOVE "N" TO SOURCE-PRESENTED-SWITCH (SRC-SUB).
           OPEN INPUT REGREJ.
           IF NOT REGREJ-FILE-OK
               DISPLAY "EXCPCOLL REGREJ NOT PRESENTED - STATUS "
                   WF-REGREJ-STATUS " - SKIPPED"
           ELSE
               MOVE "Y" TO SOURCE-PRESENTED-SWITCH (SRC-SUB)
               MOVE "N" TO REJECT-EOF-SWITCH
               PERFORM 462-READ-REGREJ
               PERFORM 464-POST-REGREJ
                   UNTIL REJECT-EOF
               CLOSE REGREJ
           END-IF.
      *
       462-READ-REGREJ.
      *
           READ REGREJ
               AT END
                   MOVE "Y" TO REJECT-EOF-SWITCH
           END-READ.
      *
      * TRANSACTION CODE 1, COURSE KEY 2-10, STUDENT ID 50-58 AND
      * TERM 93-97 OF THE REGISTRATION TRANSACTION.
      *
       464-POST-REGREJ.
      *
           MOVE SPACES          TO WS-REJECT-KEY.
           MOVE RJ-IMAGE (1:10) TO WS-REJECT-KEY (1:10).
           MOVE RJ-IMAGE (50:9) TO WS-REJECT-KEY (11:9).
           MOVE RJ-IMAGE (93:5) TO WS-REJECT-KEY (20:5).
           MOVE RJ-REASON       TO WS-REJECT-REASON.
           MOVE RJ-IMAGE        TO WS-REJECT-IMAGE.
           PERFORM 480-POST-REJECT.
           PERFORM 462-READ-REGREJ.
      *
      * A REJECT ALREADY OPEN ON THE QUEUE IS COUNTED AGAIN;
      * ANYTHING ELSE OPENS A NEW ENTRY UNDER TONIGHT'S DATE.
      *
       480-POST-REJECT.
      *
           ADD 1 TO CT-REJECTS-READ.
           MOVE SOURCE-PROGRAM (SRC-SUB) TO WS-REJECT-SOURCE.
           MOVE ZERO TO QT-MATCH-SUB.
           PERFORM 485-MATCH-ONE-ENTRY
               VARYING QT-SUB FROM 1 BY 1
               UNTIL QT-SUB > QT-ENTRY-COUNT
               OR QT-MATCH-SUB > ZERO.
           IF QT-MATCH-SUB > ZERO
               IF NOT QT-SEEN-TONIGHT (QT-MATCH-SUB)
                   AND NOT QT-OPENED-TONIGHT (QT-MATCH-SUB)
                   ADD 1 TO CT-REPEATS
               END-IF
               MOVE "Y" TO QT-SEEN-SWITCH (QT-MATCH-SUB)
               MOVE PD-BUSINESS-DATE
                   TO QT-LAST-SEEN-DATE (QT-MATCH-SUB)
               IF QT-TIMES-SEEN (QT-MATCH-SUB) < 999
                   ADD 1 TO QT-TIMES-SEEN (QT-MATCH-SUB)
               END-IF
           ELSE
               PERFORM 490-OPEN-NEW-ENTRY
           END-IF.
      *
       485-MATCH-ONE-ENTRY.
      *
           IF QT-OPEN (QT-SUB)
               AND QT-SOURCE-PROGRAM (QT-SUB) = WS-REJECT-SOURCE
               AND QT-KEY (QT-SUB) = WS-REJECT-KEY
               AND QT-REASON (QT-SUB) = WS-REJECT-REASON
               MOVE QT-SUB TO QT-MATCH-SUB
           END-IF.
      *
       490-OPEN-NEW-ENTRY.
      *
           IF QT-ENTRY-COUNT < 5000
               ADD 1 TO QT-ENTRY-COUNT
               MOVE QT-ENTRY-COUNT TO QT-SUB
               PERFORM 250-ROUTE-EXCEPTION
               MOVE SPACES              TO QT-RECORD (QT-SUB)
               MOVE WS-REJECT-SOURCE    TO QT-SOURCE-PROGRAM (QT-SUB)
               MOVE WS-REJECT-KEY       TO QT-KEY (QT-SUB)
               MOVE WS-REJECT-REASON    TO QT-REASON (QT-SUB)
               MOVE WS-ROUTE-DEPARTMENT TO QT-DEPARTMENT (QT-SUB)
               MOVE "O"                 TO QT-STATUS (QT-SUB)
               MOVE PD-BUSINESS-DATE    TO QT-OPEN-DATE (QT-SUB)
               MOVE PD-BUSINESS-DATE    TO QT-LAST-SEEN-DATE (QT-SUB)
               MOVE 1                   TO QT-TIMES-SEEN (QT-SUB)
               MOVE ZERO                TO QT-CLOSE-DATE (QT-SUB)
               MOVE WS-REJECT-IMAGE     TO QT-IMAGE (QT-SUB)
               MOVE "Y"                 TO QT-SEEN-SWITCH (QT-SUB)
               MOVE "N"                 TO QT-ACTION (QT-SUB)
               ADD 1 TO CT-NEW-OPENED
               PERFORM 240-PRINT-QUEUE-LINE
           ELSE
               DISPLAY "EXCPCOLL QUEUE TABLE FULL - RUN ABORTED"
               PERFORM 900-ABORT
           END-IF.
      *
      * AN OPEN ENTRY NOT REJECTED AGAIN TONIGHT IS CLOSED AS
      * REPROCESSED WHEN ITS SOURCE WAS PRESENTED AND ITS ROUTE
      * CARRIES THE AUTO-CLOSE FLAG.
      *
       500-CLOSE-REPROCESSED-ENTRY.
      *
           IF QT-OPEN (QT-SUB)
               AND NOT QT-SEEN-TONIGHT (QT-SUB)
               MOVE ZERO TO SRC-MATCH-SUB
               PERFORM 505-MATCH-ONE-SOURCE
                   VARYING SRC-SUB FROM 1 BY 1
                   UNTIL SRC-SUB > 7
                   OR SRC-MATCH-SUB > ZERO
               IF SRC-MATCH-SUB > ZERO
                   IF SOURCE-PRESENTED-SWITCH (SRC-MATCH-SUB) = "Y"
                       MOVE QT-SOURCE-PROGRAM (QT-SUB)
                           TO WS-REJECT-SOURCE
                       MOVE QT-REASON (QT-SUB) TO WS-REJECT-REASON
                       PERFORM 250-ROUTE-EXCEPTION
                       IF WS-ROUTE-AUTO-CLOSES
                           MOVE "P"    TO QT-STATUS (QT-SUB)
                           MOVE "P"    TO QT-ACTION (QT-SUB)
                           MOVE PD-BUSINESS-DATE
                               TO QT-CLOSE-DATE (QT-SUB)
                           MOVE SPACES TO QT-CLOSED-BY (QT-SUB)
                           MOVE "REPROCESSED CLEAN"
                               TO QT-RESOLUTION-NOTE (QT-SUB)
                           ADD 1 TO CT-REPROCESSED
                           PERFORM 240-PRINT-QUEUE-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       505-MATCH-ONE-SOURCE.
      *
           IF SOURCE-PROGRAM (SRC-SUB) = QT-SOURCE-PROGRAM (QT-SUB)
               MOVE SRC-SUB TO SRC-MATCH-SUB
           END-IF.
      *
       600-WRITE-QUEUE-ENTRY.
      *
           IF QT-OPEN (QT-SUB)
               ADD 1 TO CT-OPEN-AT-END
           END-IF.
           MOVE QT-RECORD (QT-SUB) TO EXCEPTION-QUEUE-NEW-REC.
           WRITE EXCEPTION-QUEUE-NEW-REC.
           ADD 1 TO CT-ENTRIES-WRITTEN.
      *
       700-PRINT-CONTROL-TOTALS.
      *
           MOVE "OPEN ENTRIES CARRIED" TO CTL-LABEL.
           MOVE CT-CARRIED-OPEN      TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "CLOSED ENTRIES DROP " TO CTL-LABEL.
           MOVE CT-CLOSED-DROPPED    TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "RESOLUTIONS READ  " TO CTL-LABEL.
           MOVE CT-RESOLUTIONS-READ  TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "ENTRIES RESOLVED  " TO CTL-LABEL.
           MOVE CT-RESOLVED          TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "RESOLUTIONS REJECTD" TO CTL-LABEL.
           MOVE CT-RESOLUTIONS-REJ   TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "REJECTS READ      " TO CTL-LABEL.
           MOVE CT-REJECTS-READ      TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "NEW ENTRIES OPENED" TO CTL-LABEL.
           MOVE CT-NEW-OPENED        TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "REPEAT REJECTS    " TO CTL-LABEL.
           MOVE CT-REPEATS           TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "REPROCESSED CLEAN " TO CTL-LABEL.
           MOVE CT-REPROCESSED       TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "OPEN AT END       " TO CTL-LABEL.
           MOVE CT-OPEN-AT-END       TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           MOVE "ENTRIES WRITTEN   " TO CTL-LABEL.
           MOVE CT-ENTRIES-WRITTEN   TO CTL-COUNT.
           PERFORM 710-WRITE-CONTROL-LINE.
           IF CT-OPEN-AT-END = CT-CARRIED-OPEN + CT-NEW-OPENED
                                - CT-RESOLVED - CT-REPROCESSED
               DISPLAY "*** EXCPCOLL RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** EXCPCOLL RUN IS OUT OF BALANCE - REVIEW ***"
           END-IF.
           IF CT-RESOLUTIONS-REJ > ZERO
               DISPLAY "*** EXCPCOLL RESOLUTIONS REJECTED - REVIEW ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       710-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       800-WRITE-RUN-LOG.
      *
           OPEN EXTEND RUN-LOG-FILE.
           IF WF-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           IF NOT RUNLOG-FILE-OK
               DISPLAY "RUN LOG OPEN ERROR: " WF-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-RECORD
               MOVE "EXCPCOLL"          TO RL-PROGRAM
               MOVE WS-START-STAMP      TO RL-START-STAMP
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP-WORK
               MOVE WS-STAMP-WORK (1:14) TO RL-END-STAMP
               MOVE CT-REJECTS-READ     TO RL-RECORDS-READ
               MOVE CT-ENTRIES-WRITTEN  TO RL-RECORDS-WRITTEN
               MOVE CT-RESOLUTIONS-REJ  TO RL-RECORDS-REJECTED
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
