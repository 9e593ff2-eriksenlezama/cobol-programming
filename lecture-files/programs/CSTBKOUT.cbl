       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSTBKOUT.
      *
      * CUSTOMER MAINTENANCE BACKOUT. UNDOES A CSTMAINT RUN THAT
      * WAS APPLIED IN PLACE TO THE KEYED MASTER (CUSTMSTK) FROM
      * THAT RUN'S OWN AUDIT IMAGES, WITHOUT RELOADING A FLAT
      * GENERATION THROUGH CSTLOAD AND LOSING EVERYTHING SINCE.
      * THE AUDIT INPUT IS THE CONCATENATION OF THE AUDIT
      * GENERATIONS FROM THE RUN TO BE BACKED OUT FORWARD. THE
      * RUN'S IMAGES ARE TAKEN IN REVERSE ORDER AND EACH CUSTOMER
      * IS PUT BACK TO ITS BEFORE-IMAGE:
      *   A  ADD        - THE ADDED CUSTOMER IS DELETED
      *   D  DELETE     - THE BEFORE-IMAGE IS RE-ADDED
      *   C/P/G CHANGE  - THE BEFORE-IMAGE IS REWRITTEN
      *   R  RENUMBER   - THE NEW NUMBER IS DELETED AND THE OLD
      *                   NUMBER RE-ADDED FROM THE BEFORE-IMAGE
      *   M  MERGE      - THE MERGED-AWAY CUSTOMER IS RE-ADDED
      *                   (THE SURVIVOR WAS NOT CHANGED BY THE MERGE)
      * AN IMAGE IS NOT RESTORED, BUT LISTED AS A CONFLICT, WHEN A
      * LATER AUDIT IMAGE NOT PART OF THE BACKOUT TOUCHES THE SAME
      * CUSTOMER, OR WHEN THE MASTER NO LONGER MATCHES THE AFTER-
      * IMAGE THE RUN LEFT. EVERY RESTORE WRITES ITS OWN AUDIT
      * IMAGE (BKOAUDT, SAME LAYOUT AS CUSTAUDT, STAMPED WITH THE
      * BUSINESS DATE AND THE BACKOUT OPERATOR) CARRYING THE
      * INVERSE CODE - A BACKED-OUT ADD IS AUDITED AS A DELETE,
      * A BACKED-OUT DELETE OR MERGE AS AN ADD - SO THE BACKOUT IS
      * TRACEABLE AND THE POINT-IN-TIME REPLAY (CUSTASOF) AND THE
      * AUDIT REPORT READ IT LIKE ANY OTHER CHANGE.
      *
      * SYSIN CARD: COLS 1-8  BUSINESS DATE OF THE RUN, YYYYMMDD
      *             COLS 10-17 OPERATOR ID WHOSE CHANGES ARE BACKED
      *                        OUT - BLANK FOR THE WHOLE RUN
      *             COLS 19-26 OPERATOR ID AUTHORIZING THE BACKOUT,
      *                        REQUIRED AND PROVED AGAINST OPERAUTH;
      *                        THEIR ROLE MUST BE GRANTED CODE 'B'
      *                        IN CSTBKOUT ON THE PERMISSION TABLE
      *                        (AUTHCHK) OR THE STEP IS ABORTED
      * ANY CONFLICT ENDS THE RUN WITH RETURN CODE 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTAUDT ASSIGN TO CUSTAUDT
           FILE STATUS IS WF-CUSTAUDT-STATUS.
           SELECT CUSTMST  ASSIGN TO CUSTMSTK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS WF-CUSTMST-STATUS.
           SELECT BKOAUDT  ASSIGN TO BKOAUDT
           FILE STATUS IS WF-BKOAUDT-STATUS.
           SELECT BKOUTRPT ASSIGN TO BKOUTRPT
           FILE STATUS IS WF-BKOUTRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
           FILE STATUS IS WF-OPERAUTH-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CUSTAUDT
           RECORD CONTAINS 223 CHARACTERS.
       01  CUSTOMER-AUDIT-REC.
           05  AUD-CODE                   PIC X.
           05  AUD-BEFORE-IMAGE           PIC X(100).
           05  AUD-AFTER-IMAGE            PIC X(100).
           05  AUD-CHANGE-DATE            PIC 9(8).
           05  AUD-OPERATOR-ID            PIC X(8).
           05  AUD-CHANGE-TIME            PIC 9(6).
      *
       FD  CUSTMST
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-MASTER-REC.
           05  MST-NUMBER                 PIC 9(6).
           05  FILLER                     PIC X(94).
      *
       FD  BKOAUDT
           RECORD CONTAINS 223 CHARACTERS.
       01  BACKOUT-AUDIT-REC.
           05  BKA-CODE                   PIC X.
           05  BKA-BEFORE-IMAGE           PIC X(100).
           05  BKA-AFTER-IMAGE            PIC X(100).
           05  BKA-CHANGE-DATE            PIC 9(8).
           05  BKA-OPERATOR-ID            PIC X(8).
           05  BKA-CHANGE-TIME            PIC 9(6).
      *
       FD  BKOUTRPT.
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
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTAUDT-EOF-SWITCH     PIC X    VALUE "N".
               88  CUSTAUDT-EOF                 VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
           05  MASTER-FOUND-SWITCH     PIC X.
               88  MASTER-FOUND                 VALUE "Y".
           05  OLD-NUMBER-FOUND-SWITCH PIC X.
               88  OLD-NUMBER-FOUND             VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CUSTAUDT-STATUS  PIC XX.
               88  CUSTAUDT-FILE-OK        VALUE "00".
           05  WF-CUSTMST-STATUS   PIC XX.
               88  CUSTMST-FILE-OK         VALUE "00".
           05  WF-BKOAUDT-STATUS   PIC XX.
               88  BKOAUDT-FILE-OK         VALUE "00".
           05  WF-BKOUTRPT-STATUS  PIC XX.
               88  BKOUTRPT-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  BACKOUT-CARD-FIELDS.
           05  WS-BACKOUT-CARD.
               10  BC-RUN-DATE.
                   15  BC-YEAR         PIC X(4).
                   15  BC-MONTH        PIC X(2).
                   15  BC-DAY          PIC X(2).
               10  FILLER              PIC X(1).
               10  BC-RUN-OPERATOR     PIC X(8).
               10  FILLER              PIC X(1).
               10  BC-BACKOUT-OPERATOR PIC X(8).
               10  FILLER              PIC X(56).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-YEAR-WINDOW.
               10  WS-LOW-YEAR         PIC 9(4).
               10  WS-HIGH-YEAR        PIC 9(4).
           05  WS-DATE-STATUS          PIC 9(1).
           05  WS-DATE-REASON          PIC X(20).
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
      * EVERY AUDIT IMAGE ON THE INPUT, IN FILE ORDER, WITH THE
      * CUSTOMER NUMBERS IT TOUCHES AND WHETHER IT BELONGS TO THE
      * RUN BEING BACKED OUT.
      *
       01  AUDIT-TABLE-FIELDS.
           05  AT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  AT-SUB              PIC S9(4)  COMP.
           05  AT-LATER-SUB        PIC S9(4)  COMP.
           05  AT-CONFLICT-SUB     PIC S9(4)  COMP.
      *
       01  AUDIT-TABLE.
           05  AUDIT-ENTRY             OCCURS 5000 TIMES.
               10  ATE-CODE                PIC X.
               10  ATE-BEFORE-IMAGE        PIC X(100).
               10  ATE-AFTER-IMAGE         PIC X(100).
               10  ATE-BEFORE-NUMBER       PIC X(6).
               10  ATE-AFTER-NUMBER        PIC X(6).
               10  ATE-SELECTED-SWITCH     PIC X.
                   88  ATE-SELECTED                VALUE "Y".
      *
       01  WORK-FIELDS.
           05  WS-STAMP-WORK       PIC X(21).
           05  WS-CURRENT-IMAGE    PIC X(100).
           05  WS-RESTORE-CODE     PIC X.
           05  WS-CONFLICT-REASON  PIC X(30).
           05  WS-ACTION           PIC X(30).
      *
       01  CONTROL-TOTALS.
           05  CT-IMAGES-READ      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-IMAGES-SELECTED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ADDS-REMOVED     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-DELETES-RESTORED PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CHANGES-REVERTED PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RENUMBERS-UNDONE PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MERGES-UNDONE    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CONFLICTS        PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-AUDITS-WRITTEN   PIC S9(7)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER MAINTENANCE".
           05  FILLER          PIC X(20)   VALUE " BACKOUT REGISTER   ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RUN DATE: ".
           05  HL2-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(12)   VALUE "  OPERATOR: ".
           05  HL2-RUN-OPERATOR PIC X(8).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CSTBKOUT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "C CUST    NEW NO  OP".
           05  FILLER      PIC X(20)   VALUE "ERATOR  RESULT      ".
           05  FILLER      PIC X(92)   VALUE SPACE.
      *
       01  BACKOUT-LINE.
           05  BKL-CODE            PIC X.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  BKL-BEFORE-NUMBER   PIC X(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  BKL-AFTER-NUMBER    PIC X(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  BKL-OPERATOR        PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  BKL-RESULT          PIC X(30).
           05  FILLER              PIC X(74)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "CSTBKOUT TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-BACK-OUT-MAINTENANCE.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-BACKOUT-CARD.
           PERFORM 130-LOAD-OPERATOR-TABLE.
           PERFORM 140-CHECK-BACKOUT-OPERATOR.
           PERFORM 150-LOAD-AUDIT-TABLE.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 200-BACK-OUT-ONE-IMAGE
               VARYING AT-SUB FROM AT-ENTRY-COUNT BY -1
               UNTIL AT-SUB < 1.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE CUSTMST
                 BKOAUDT
                 BKOUTRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  CUSTAUDT
                I-O    CUSTMST
                OUTPUT BKOAUDT
                       BKOUTRPT.
           IF NOT CUSTAUDT-FILE-OK
              DISPLAY "CUSTAUDT OPEN ERROR: " WF-CUSTAUDT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CUSTMST-FILE-OK
              DISPLAY "CUSTMSTK OPEN ERROR: " WF-CUSTMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT BKOAUDT-FILE-OK
              DISPLAY "BKOAUDT OPEN ERROR: " WF-BKOAUDT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT BKOUTRPT-FILE-OK
              DISPLAY "BKOUTRPT OPEN ERROR: " WF-BKOUTRPT-STATUS
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
      * THE RUN DATE MAY BE IN THE CURRENT OR THE PRIOR BUSINESS
      * YEAR BUT NOT AFTER THE BUSINESS DATE.
      *
       120-READ-BACKOUT-CARD.
      *
           MOVE SPACES TO WS-BACKOUT-CARD.
           ACCEPT WS-BACKOUT-CARD.
           MOVE PD-YEAR TO WS-HIGH-YEAR.
           COMPUTE WS-LOW-YEAR = PD-YEAR - 1.
           CALL "DATECHK" USING BC-RUN-DATE, WS-YEAR-WINDOW,
                WS-DATE-STATUS, WS-DATE-REASON.
           IF WS-DATE-STATUS NOT = 0
               DISPLAY "CSTBKOUT BAD RUN DATE " BC-RUN-DATE
                   " - " WS-DATE-REASON
               PERFORM 900-ABORT
           END-IF.
           IF BC-DAY = "00"
               DISPLAY "CSTBKOUT BAD RUN DATE " BC-RUN-DATE
                   " - DAY NOT 01-31"
               PERFORM 900-ABORT
           END-IF.
           MOVE BC-RUN-DATE TO WS-RUN-DATE.
           IF WS-RUN-DATE > PD-BUSINESS-DATE
               DISPLAY "CSTBKOUT RUN DATE " WS-RUN-DATE
                   " IS AFTER THE BUSINESS DATE " PD-BUSINESS-DATE
               PERFORM 900-ABORT
           END-IF.
           MOVE WS-RUN-DATE TO HL2-RUN-DATE.
           IF BC-RUN-OPERATOR = SPACES
               MOVE "ALL     "      TO HL2-RUN-OPERATOR
           ELSE
               MOVE BC-RUN-OPERATOR TO HL2-RUN-OPERATOR
           END-IF.
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
       140-CHECK-BACKOUT-OPERATOR.
      *
           MOVE ZERO TO OP-MATCH-SUB.
           IF BC-BACKOUT-OPERATOR NOT = SPACES
               PERFORM 145-MATCH-ONE-OPERATOR
                   VARYING OP-SUB FROM 1 BY 1
                   UNTIL OP-SUB > OP-ENTRY-COUNT
                   OR OP-MATCH-SUB > ZERO
           END-IF.
           IF OP-MATCH-SUB = ZERO
               DISPLAY "CSTBKOUT BACKOUT OPERATOR MISSING OR NOT ON "
                   "OPERAUTH: " BC-BACKOUT-OPERATOR
               PERFORM 900-ABORT
           END-IF.
           MOVE "C"                 TO AC-FUNCTION.
           MOVE "CSTBKOUT"          TO AC-PROGRAM-ID.
           MOVE BC-BACKOUT-OPERATOR TO AC-OPERATOR-ID.
           MOVE "B"                 TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           IF AC-REFUSED
               DISPLAY "CSTBKOUT BACKOUT OPERATOR NOT AUTHORIZED: "
                   BC-BACKOUT-OPERATOR " " AC-REASON
               PERFORM 900-ABORT
           END-IF.
      *
       145-MATCH-ONE-OPERATOR.
      *
           IF OPT-OPERATOR-ID (OP-SUB) = BC-BACKOUT-OPERATOR
               MOVE OP-SUB TO OP-MATCH-SUB
           END-IF.
      *
       150-LOAD-AUDIT-TABLE.
      *
           PERFORM 155-READ-AUDIT-RECORD.
           PERFORM 160-STORE-AUDIT-ENTRY
               UNTIL CUSTAUDT-EOF.
           CLOSE CUSTAUDT.
           IF CT-IMAGES-SELECTED = ZERO
               DISPLAY "CSTBKOUT NO AUDIT IMAGES FOR " WS-RUN-DATE
                   " " HL2-RUN-OPERATOR " - NOTHING TO BACK OUT"
               PERFORM 900-ABORT
           END-IF.
      *
       155-READ-AUDIT-RECORD.
      *
           READ CUSTAUDT
               AT END
                   MOVE "Y" TO CUSTAUDT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-IMAGES-READ
           END-READ.
      *
       160-STORE-AUDIT-ENTRY.
      *
           IF AT-ENTRY-COUNT < 5000
               ADD 1 TO AT-ENTRY-COUNT
               MOVE AUD-CODE         TO ATE-CODE (AT-ENTRY-COUNT)
               MOVE AUD-BEFORE-IMAGE
                   TO ATE-BEFORE-IMAGE (AT-ENTRY-COUNT)
               MOVE AUD-AFTER-IMAGE
                   TO ATE-AFTER-IMAGE (AT-ENTRY-COUNT)
               MOVE AUD-BEFORE-IMAGE (1:6)
                   TO ATE-BEFORE-NUMBER (AT-ENTRY-COUNT)
               MOVE AUD-AFTER-IMAGE (1:6)
                   TO ATE-AFTER-NUMBER (AT-ENTRY-COUNT)
               MOVE "N" TO ATE-SELECTED-SWITCH (AT-ENTRY-COUNT)
               IF AUD-CHANGE-DATE = WS-RUN-DATE
                       AND (BC-RUN-OPERATOR = SPACES
                       OR AUD-OPERATOR-ID = BC-RUN-OPERATOR)
                   MOVE "Y" TO ATE-SELECTED-SWITCH (AT-ENTRY-COUNT)
                   ADD 1 TO CT-IMAGES-SELECTED
               END-IF
           ELSE
               DISPLAY "CSTBKOUT AUDIT TABLE FULL - RUN ABORTED"
               PERFORM 900-ABORT
           END-IF.
           PERFORM 155-READ-AUDIT-RECORD.
      *
      * IMAGES ARE TAKEN LAST-FIRST SO A CUSTOMER TOUCHED TWICE IN
      * THE RUN IS UNWOUND IN THE ORDER IT WAS WOUND.
      *
       200-BACK-OUT-ONE-IMAGE.
      *
           IF ATE-SELECTED (AT-SUB)
               MOVE SPACES TO WS-CONFLICT-REASON
               PERFORM 210-CHECK-LATER-IMAGES
               IF WS-CONFLICT-REASON = SPACES
                   EVALUATE ATE-CODE (AT-SUB)
                       WHEN "A"
                           PERFORM 300-BACK-OUT-ADD
                       WHEN "D"
                           PERFORM 310-BACK-OUT-DELETE
                       WHEN "C"
                       WHEN "P"
                       WHEN "G"
                           PERFORM 320-BACK-OUT-CHANGE
                       WHEN "R"
                           PERFORM 330-BACK-OUT-RENUMBER
                       WHEN "M"
                           PERFORM 340-BACK-OUT-MERGE
                       WHEN OTHER
                           MOVE "UNKNOWN AUDIT CODE" TO
                               WS-CONFLICT-REASON
                   END-EVALUATE
               END-IF
               IF WS-CONFLICT-REASON NOT = SPACES
                   ADD 1 TO CT-CONFLICTS
                   MOVE WS-CONFLICT-REASON TO WS-ACTION
               END-IF
               PERFORM 250-PRINT-BACKOUT-LINE
           END-IF.
      *
      * A LATER IMAGE THAT IS NOT PART OF THE BACKOUT AND NAMES
      * EITHER CUSTOMER NUMBER ON THIS IMAGE MEANS THE CUSTOMER HAS
      * MOVED ON SINCE THE RUN.
      *
       210-CHECK-LATER-IMAGES.
      *
           MOVE ZERO TO AT-CONFLICT-SUB.
           PERFORM 215-CHECK-ONE-LATER-IMAGE
               VARYING AT-LATER-SUB FROM AT-SUB BY 1
               UNTIL AT-LATER-SUB > AT-ENTRY-COUNT
               OR AT-CONFLICT-SUB > ZERO.
           IF AT-CONFLICT-SUB > ZERO
               MOVE "CHANGED BY A LATER RUN" TO WS-CONFLICT-REASON
           END-IF.
      *
       215-CHECK-ONE-LATER-IMAGE.
      *
           IF NOT ATE-SELECTED (AT-LATER-SUB)
               IF (ATE-BEFORE-NUMBER (AT-LATER-SUB) NOT = SPACES
                   AND (ATE-BEFORE-NUMBER (AT-LATER-SUB)
                           = ATE-BEFORE-NUMBER (AT-SUB)
                       OR ATE-BEFORE-NUMBER (AT-LATER-SUB)
                           = ATE-AFTER-NUMBER (AT-SUB)))
                  OR (ATE-AFTER-NUMBER (AT-LATER-SUB) NOT = SPACES
                   AND (ATE-AFTER-NUMBER (AT-LATER-SUB)
                           = ATE-BEFORE-NUMBER (AT-SUB)
                       OR ATE-AFTER-NUMBER (AT-LATER-SUB)
                           = ATE-AFTER-NUMBER (AT-SUB)))
                   MOVE AT-LATER-SUB TO AT-CONFLICT-SUB
               END-IF
           END-IF.
      *
       220-READ-MASTER.
      *
           READ CUSTMST
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
                   MOVE SPACES TO WS-CURRENT-IMAGE
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND-SWITCH
                   MOVE CUSTOMER-MASTER-REC TO WS-CURRENT-IMAGE
           END-READ.
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
       250-PRINT-BACKOUT-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE ATE-CODE (AT-SUB)          TO BKL-CODE.
           MOVE ATE-BEFORE-NUMBER (AT-SUB) TO BKL-BEFORE-NUMBER.
           MOVE ATE-AFTER-NUMBER (AT-SUB)  TO BKL-AFTER-NUMBER.
           MOVE HL2-RUN-OPERATOR           TO BKL-OPERATOR.
           MOVE WS-ACTION                  TO BKL-RESULT.
           MOVE BACKOUT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       260-WRITE-BACKOUT-AUDIT.
      *
           MOVE WS-RESTORE-CODE      TO BKA-CODE.
           MOVE PD-BUSINESS-DATE     TO BKA-CHANGE-DATE.
           MOVE BC-BACKOUT-OPERATOR  TO BKA-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-WORK.
           MOVE WS-STAMP-WORK (9:6)  TO BKA-CHANGE-TIME.
           WRITE BACKOUT-AUDIT-REC.
           ADD 1 TO CT-AUDITS-WRITTEN.
      *
      * ADD - THE CUSTOMER MUST STILL BE EXACTLY AS THE ADD LEFT IT.
      *
       300-BACK-OUT-ADD.
      *
           MOVE ATE-AFTER-NUMBER (AT-SUB) TO MST-NUMBER.
           PERFORM 220-READ-MASTER.
           IF NOT MASTER-FOUND
               MOVE "ADDED CUSTOMER NOT ON MASTER" TO WS-CONFLICT-REASON
           ELSE
               IF WS-CURRENT-IMAGE NOT = ATE-AFTER-IMAGE (AT-SUB)
                   MOVE "MASTER DIFFERS FROM AFTER IMG"
                       TO WS-CONFLICT-REASON
               ELSE
                   DELETE CUSTMST
                   MOVE "D"              TO WS-RESTORE-CODE
                   MOVE WS-CURRENT-IMAGE TO BKA-BEFORE-IMAGE
                   MOVE SPACES           TO BKA-AFTER-IMAGE
                   PERFORM 260-WRITE-BACKOUT-AUDIT
                   ADD 1 TO CT-ADDS-REMOVED
                   MOVE "ADD REMOVED" TO WS-ACTION
               END-IF
           END-IF.
      *
      * DELETE - THE NUMBER MUST NOT HAVE BEEN REUSED.
      *
       310-BACK-OUT-DELETE.
      *
           MOVE ATE-BEFORE-NUMBER (AT-SUB) TO MST-NUMBER.
           PERFORM 220-READ-MASTER.
           IF MASTER-FOUND
               MOVE "DELETED NUMBER BACK ON MASTER"
                   TO WS-CONFLICT-REASON
           ELSE
               MOVE ATE-BEFORE-IMAGE (AT-SUB) TO CUSTOMER-MASTER-REC
               WRITE CUSTOMER-MASTER-REC
               MOVE "A"              TO WS-RESTORE-CODE
               MOVE SPACES           TO BKA-BEFORE-IMAGE
               MOVE ATE-BEFORE-IMAGE (AT-SUB) TO BKA-AFTER-IMAGE
               PERFORM 260-WRITE-BACKOUT-AUDIT
               ADD 1 TO CT-DELETES-RESTORED
               MOVE "DELETE RESTORED" TO WS-ACTION
           END-IF.
      *
      * CHANGE, PARENT LINK AND GROUP LIMIT - REWRITE THE BEFORE-
      * IMAGE OVER THE AFTER-IMAGE.
      *
       320-BACK-OUT-CHANGE.
      *
           MOVE ATE-BEFORE-NUMBER (AT-SUB) TO MST-NUMBER.
           PERFORM 220-READ-MASTER.
           IF NOT MASTER-FOUND
               MOVE "CHANGED CUSTOMER NOT ON MASTER"
                   TO WS-CONFLICT-REASON
           ELSE
               IF WS-CURRENT-IMAGE NOT = ATE-AFTER-IMAGE (AT-SUB)
                   MOVE "MASTER DIFFERS FROM AFTER IMG"
                       TO WS-CONFLICT-REASON
               ELSE
                   MOVE ATE-BEFORE-IMAGE (AT-SUB)
                       TO CUSTOMER-MASTER-REC
                   REWRITE CUSTOMER-MASTER-REC
                   MOVE ATE-CODE (AT-SUB) TO WS-RESTORE-CODE
                   MOVE WS-CURRENT-IMAGE  TO BKA-BEFORE-IMAGE
                   MOVE ATE-BEFORE-IMAGE (AT-SUB) TO BKA-AFTER-IMAGE
                   PERFORM 260-WRITE-BACKOUT-AUDIT
                   ADD 1 TO CT-CHANGES-REVERTED
                   MOVE "CHANGE REVERTED" TO WS-ACTION
               END-IF
           END-IF.
      *
      * RENUMBER - THE NEW NUMBER MUST BE AS THE RUN LEFT IT AND
      * THE OLD NUMBER STILL FREE.
      *
       330-BACK-OUT-RENUMBER.
      *
           MOVE ATE-BEFORE-NUMBER (AT-SUB) TO MST-NUMBER.
           PERFORM 220-READ-MASTER.
           MOVE MASTER-FOUND-SWITCH TO OLD-NUMBER-FOUND-SWITCH.
           MOVE ATE-AFTER-NUMBER (AT-SUB) TO MST-NUMBER.
           PERFORM 220-READ-MASTER.
           EVALUATE TRUE
               WHEN OLD-NUMBER-FOUND
                   MOVE "OLD NUMBER BACK ON MASTER"
                       TO WS-CONFLICT-REASON
               WHEN NOT MASTER-FOUND
                   MOVE "NEW NUMBER NOT ON MASTER"
                       TO WS-CONFLICT-REASON
               WHEN WS-CURRENT-IMAGE NOT = ATE-AFTER-IMAGE (AT-SUB)
                   MOVE "MASTER DIFFERS FROM AFTER IMG"
                       TO WS-CONFLICT-REASON
               WHEN OTHER
                   DELETE CUSTMST
                   MOVE ATE-BEFORE-IMAGE (AT-SUB)
                       TO CUSTOMER-MASTER-REC
                   WRITE CUSTOMER-MASTER-REC
                   MOVE "R"              TO WS-RESTORE-CODE
                   MOVE WS-CURRENT-IMAGE TO BKA-BEFORE-IMAGE
                   MOVE ATE-BEFORE-IMAGE (AT-SUB) TO BKA-AFTER-IMAGE
                   PERFORM 260-WRITE-BACKOUT-AUDIT
                   ADD 1 TO CT-RENUMBERS-UNDONE
                   MOVE "RENUMBER REVERSED" TO WS-ACTION
           END-EVALUATE.
      *
      * MERGE - THE MERGED-AWAY CUSTOMER COMES BACK; THE SURVIVOR
      * WAS NOT CHANGED BY THE MERGE AND IS LEFT ALONE.
      *
       340-BACK-OUT-MERGE.
      *
           MOVE ATE-BEFORE-NUMBER (AT-SUB) TO MST-NUMBER.
           PERFORM 220-READ-MASTER.
           IF MASTER-FOUND
               MOVE "MERGED NUMBER BACK ON MASTER"
                   TO WS-CONFLICT-REASON
           ELSE
               MOVE ATE-BEFORE-IMAGE (AT-SUB) TO CUSTOMER-MASTER-REC
               WRITE CUSTOMER-MASTER-REC
               MOVE "A"              TO WS-RESTORE-CODE
               MOVE SPACES           TO BKA-BEFORE-IMAGE
               MOVE ATE-BEFORE-IMAGE (AT-SUB) TO BKA-AFTER-IMAGE
               PERFORM 260-WRITE-BACKOUT-AUDIT
               ADD 1 TO CT-MERGES-UNDONE
               MOVE "MERGE REVERSED" TO WS-ACTION
           END-IF.
      *
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE "AUDIT IMAGES READ " TO CTL-LABEL.
           MOVE CT-IMAGES-READ       TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "IMAGES SELECTED   " TO CTL-LABEL.
           MOVE CT-IMAGES-SELECTED   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ADDS REMOVED      " TO CTL-LABEL.
           MOVE CT-ADDS-REMOVED      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "DELETES RESTORED  " TO CTL-LABEL.
           MOVE CT-DELETES-RESTORED  TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "CHANGES REVERTED  " TO CTL-LABEL.
           MOVE CT-CHANGES-REVERTED  TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "RENUMBERS REVERSED" TO CTL-LABEL.
           MOVE CT-RENUMBERS-UNDONE  TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "MERGES REVERSED   " TO CTL-LABEL.
           MOVE CT-MERGES-UNDONE     TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "CONFLICTS         " TO CTL-LABEL.
           MOVE CT-CONFLICTS         TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "AUDIT IMAGES WRITTEN" TO CTL-LABEL.
           MOVE CT-AUDITS-WRITTEN    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           IF CT-CONFLICTS > ZERO
               DISPLAY "*** CSTBKOUT CONFLICTS LISTED - REVIEW ***"
               MOVE 4 TO RETURN-CODE
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
