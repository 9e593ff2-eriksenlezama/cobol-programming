       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSHUPD.
      *
      * SALES HISTORY UPDATE. RUNS AT MONTH END, AFTER THE STATEMENT
      * AND RETURNS RUNS HAVE READ THE MONTH-TO-DATE SALESHST, AND
      * APPENDS THE MONTH'S ACCEPTED DEBITS AND CREDITS TO THE
      * CUMULATIVE SALES HISTORY MASTER (OLD/NEW GENERATIONS,
      * SLHOLD/SLHNEW) SO A DISPUTED INVOICE CAN STILL BE LOOKED UP
      * (SLSHINQ) LONG AFTER THE MONTH'S FILE IS GONE. SALESHST IS
      * SORTED INTO CUSTOMER/BUSINESS-DATE ORDER (ARRIVAL ORDER
      * WITHIN A DAY) AND MERGED; THE MASTER KEEPS THE SAME ORDER.
      *
      * THE HISTORY MONTH IS THE BUSINESS PROCESSING-DATE YEAR AND
      * MONTH. A RERUN OF THE SAME MONTH REPLACES THAT MONTH'S
      * HISTORY INSTEAD OF DOUBLING IT. HISTORY DATED BEFORE THE
      * FIRST OF THE PROCESSING MONTH LESS THE RETENTION YEARS IS
      * DROPPED. THE RETENTION IS KEYED ON THE SYSIN CARD, COLS 1-2
      * (YEARS, 01-99); A BLANK OR ZERO CARD KEEPS SEVEN YEARS.
      * THE FIRST RUN, WITH NO OLD GENERATION, STARTS THE MASTER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLSHIST-OLD ASSIGN TO SLHOLD
           FILE STATUS IS WF-SLHOLD-STATUS.
           SELECT SLSHIST-NEW ASSIGN TO SLHNEW
           FILE STATUS IS WF-SLHNEW-STATUS.
           SELECT SALESHST ASSIGN TO SALESHST
           FILE STATUS IS WF-SALESHST-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  SLSHIST-OLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY ARTRN.
      *
       FD  SLSHIST-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  SALES-HISTORY-NEW-REC       PIC X(80).
      *
       FD  SALESHST
           RECORD CONTAINS 80 CHARACTERS.
       01  SALES-HISTORY-RECORD        PIC X(80).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-HISTORY-IMAGE.
               10  SRT-BRANCH-NUMBER   PIC 9(2).
               10  SRT-SALESREP-NUMBER PIC 9(2).
               10  SRT-CUSTOMER-NUMBER PIC 9(5).
               10  FILLER              PIC X(8).
               10  SRT-BUSINESS-DATE   PIC 9(8).
               10  FILLER              PIC X(55).
           05  SRT-READ-SEQUENCE       PIC 9(7).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  SLHOLD-EOF-SWITCH       PIC X    VALUE "N".
               88  SLHOLD-EOF                   VALUE "Y".
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".
               88  SALESHST-EOF                 VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  SLHOLD-OPEN-SWITCH      PIC X    VALUE "N".
               88  SLHOLD-OPEN                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-SLHOLD-STATUS    PIC XX.
               88  SLHOLD-FILE-OK          VALUE "00".
           05  WF-SLHNEW-STATUS    PIC XX.
               88  SLHNEW-FILE-OK          VALUE "00".
           05  WF-SALESHST-STATUS  PIC XX.
               88  SALESHST-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  RETENTION-FIELDS.
           05  WS-RETENTION-CARD.
               10  WS-RETENTION-YEARS  PIC 9(2).
               10  FILLER              PIC X(78).
           05  WS-CUTOFF-DATE.
               10  WS-CUTOFF-YEAR      PIC 9(4).
               10  WS-CUTOFF-MONTH     PIC 9(2).
               10  WS-CUTOFF-DAY       PIC 9(2).
           05  WS-CUTOFF-NUMERIC REDEFINES WS-CUTOFF-DATE
                                       PIC 9(8).
           05  WS-CURRENT-PERIOD       PIC 9(6).
      *
       01  MERGE-KEYS.
           05  WS-HIST-KEY.
               10  WS-HIST-CUSTOMER    PIC 9(5).
               10  WS-HIST-DATE        PIC 9(8).
           05  WS-NEW-KEY.
               10  WS-NEW-CUSTOMER     PIC 9(5).
               10  WS-NEW-DATE         PIC 9(8).
      *
       01  CONTROL-TOTALS.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MONTH-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MONTH-ADDED      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MONTH-REPLACED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-EXPIRED          PIC S9(7)     COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       000-UPDATE-SALES-HISTORY.
      *
           OPEN INPUT  SLSHIST-OLD
                OUTPUT SLSHIST-NEW.
           IF WF-SLHOLD-STATUS = "35"
               DISPLAY "SLHOLD NOT FOUND - STARTING SALES HISTORY"
               MOVE "Y" TO SLHOLD-EOF-SWITCH
           ELSE
               IF NOT SLHOLD-FILE-OK
                  DISPLAY "SLHOLD OPEN ERROR: " WF-SLHOLD-STATUS
                  PERFORM 900-ABORT
               END-IF
               MOVE "Y" TO SLHOLD-OPEN-SWITCH
           END-IF.
           IF NOT SLHNEW-FILE-OK
              DISPLAY "SLHNEW OPEN ERROR: " WF-SLHNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-READ-PROCESSING-DATE.
           PERFORM 105-READ-RETENTION-CARD.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
               ON ASCENDING KEY SRT-BUSINESS-DATE
               ON ASCENDING KEY SRT-READ-SEQUENCE
               INPUT PROCEDURE 130-RELEASE-MONTH-HISTORY
               OUTPUT PROCEDURE 150-MERGE-MONTH-HISTORY.
           DISPLAY "SLSHUPD RETENTION YEARS   " WS-RETENTION-YEARS.
           DISPLAY "SLSHUPD DROPPED BEFORE    " WS-CUTOFF-NUMERIC.
           DISPLAY "SLSHUPD HISTORY READ      " CT-HISTORY-READ.
           DISPLAY "SLSHUPD HISTORY WRITTEN   " CT-HISTORY-WRITTEN.
           DISPLAY "SLSHUPD MONTH READ        " CT-MONTH-READ.
           DISPLAY "SLSHUPD MONTH ADDED       " CT-MONTH-ADDED.
           DISPLAY "SLSHUPD MONTH REPLACED    " CT-MONTH-REPLACED.
           DISPLAY "SLSHUPD EXPIRED DROPPED   " CT-EXPIRED.
           IF CT-HISTORY-READ + CT-MONTH-READ NOT =
                   CT-HISTORY-WRITTEN + CT-MONTH-REPLACED + CT-EXPIRED
               DISPLAY "*** SLSHUPD RECORD COUNTS OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF SLHOLD-OPEN
               CLOSE SLSHIST-OLD
           END-IF.
           CLOSE SLSHIST-NEW.
           GOBACK.
      *
       100-READ-PROCESSING-DATE.
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
           MOVE PD-BUSINESS-DATE (1:6) TO WS-CURRENT-PERIOD.
      *
       105-READ-RETENTION-CARD.
      *
           MOVE SPACES TO WS-RETENTION-CARD.
           ACCEPT WS-RETENTION-CARD.
           IF WS-RETENTION-CARD (1:2) = SPACES
               MOVE ZERO TO WS-RETENTION-YEARS
           END-IF.
           IF WS-RETENTION-YEARS NOT NUMERIC
               DISPLAY "BAD RETENTION CARD: " WS-RETENTION-CARD (1:2)
               PERFORM 900-ABORT
           END-IF.
           IF WS-RETENTION-YEARS = ZERO
               MOVE 7 TO WS-RETENTION-YEARS
           END-IF.
           COMPUTE WS-CUTOFF-YEAR = PD-YEAR - WS-RETENTION-YEARS.
           MOVE PD-MONTH   TO WS-CUTOFF-MONTH.
           MOVE 1          TO WS-CUTOFF-DAY.
      *
       110-READ-HISTORY-RECORD.
      *
           READ SLSHIST-OLD
               AT END
                   MOVE "Y" TO SLHOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HISTORY-READ
                   MOVE AT-CUSTOMER-NUMBER TO WS-HIST-CUSTOMER
                   MOVE AT-BUSINESS-DATE   TO WS-HIST-DATE
           END-READ.
      *
       120-RETURN-MONTH-RECORD.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   MOVE SRT-CUSTOMER-NUMBER TO WS-NEW-CUSTOMER
                   MOVE SRT-BUSINESS-DATE   TO WS-NEW-DATE
           END-RETURN.
      *
      * INPUT PROCEDURE - THE MONTH'S HISTORY, NUMBERED IN ARRIVAL
      * ORDER SO A DAY'S TRANSACTIONS KEEP THEIR POSTING SEQUENCE.
      *
       130-RELEASE-MONTH-HISTORY.
      *
           OPEN INPUT SALESHST.
           IF NOT SALESHST-FILE-OK
              DISPLAY "SALESHST OPEN ERROR: " WF-SALESHST-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 135-READ-MONTH-HISTORY.
           PERFORM 140-RELEASE-ONE-RECORD
               UNTIL SALESHST-EOF.
           CLOSE SALESHST.
      *
       135-READ-MONTH-HISTORY.
      *
           READ SALESHST
               AT END
                   MOVE "Y" TO SALESHST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-MONTH-READ
           END-READ.
      *
       140-RELEASE-ONE-RECORD.
      *
           MOVE SALES-HISTORY-RECORD TO SRT-HISTORY-IMAGE.
           MOVE CT-MONTH-READ        TO SRT-READ-SEQUENCE.
           RELEASE SORT-RECORD.
           PERFORM 135-READ-MONTH-HISTORY.
      *
      * OUTPUT PROCEDURE - BALANCED LINE ON CUSTOMER/DATE. ON EQUAL
      * KEYS THE HISTORY ALREADY ON FILE GOES OUT FIRST.
      *
       150-MERGE-MONTH-HISTORY.
      *
           IF NOT SLHOLD-EOF
               PERFORM 110-READ-HISTORY-RECORD
           END-IF.
           PERFORM 120-RETURN-MONTH-RECORD.
           PERFORM 200-MERGE-ONE-RECORD
               UNTIL SLHOLD-EOF AND SORT-EOF.
      *
       200-MERGE-ONE-RECORD.
      *
           EVALUATE TRUE
               WHEN SORT-EOF
                   PERFORM 210-COPY-OR-DROP-HISTORY
               WHEN SLHOLD-EOF
                   PERFORM 230-WRITE-MONTH-RECORD
               WHEN WS-HIST-KEY NOT > WS-NEW-KEY
                   PERFORM 210-COPY-OR-DROP-HISTORY
               WHEN OTHER
                   PERFORM 230-WRITE-MONTH-RECORD
           END-EVALUATE.
      *
      * HISTORY ALREADY ON FILE FOR THE MONTH BEING ADDED IS FROM AN
      * EARLIER RUN OF THIS MONTH AND IS REPLACED; HISTORY OLDER
      * THAN THE RETENTION CUTOFF IS DROPPED.
      *
       210-COPY-OR-DROP-HISTORY.
      *
           IF AT-BUSINESS-DATE (1:6) = WS-CURRENT-PERIOD
               ADD 1 TO CT-MONTH-REPLACED
           ELSE
               IF AT-BUSINESS-DATE < WS-CUTOFF-NUMERIC
                   ADD 1 TO CT-EXPIRED
               ELSE
                   MOVE ACCEPTED-TRANS-RECORD
                       TO SALES-HISTORY-NEW-REC
                   WRITE SALES-HISTORY-NEW-REC
                   ADD 1 TO CT-HISTORY-WRITTEN
               END-IF
           END-IF.
           PERFORM 110-READ-HISTORY-RECORD.
      *
       230-WRITE-MONTH-RECORD.
      *
           MOVE SRT-HISTORY-IMAGE TO SALES-HISTORY-NEW-REC.
           WRITE SALES-HISTORY-NEW-REC.
           ADD 1 TO CT-HISTORY-WRITTEN.
           ADD 1 TO CT-MONTH-ADDED.
           PERFORM 120-RETURN-MONTH-RECORD.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
