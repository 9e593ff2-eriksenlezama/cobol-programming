       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
      *
      * FISCAL PERIOD CLOSE. MOVES ONE FISCAL PERIOD ALONG ON THE
      * PERIOD CONTROL FILE (PERIODCT, OLD/NEW GENERATIONS PERDOLD/
      * PERDNEW, IN PERIOD ORDER):
      *   P  START CLOSING - RUN AFTER THE MONTH'S LAST NIGHTLY
      *      POSTING AND BEFORE THE MONTH-END REPORTS. AN OPEN
      *      PERIOD (OR ONE NOT YET ON FILE) BECOMES CLOSING.
      *   C  CLOSE         - RUN ONCE THE MONTH-END REPORTS HAVE
      *      RUN. ONLY A CLOSING PERIOD CAN BE CLOSED.
      * ONCE CLOSED, THE POSTING RUNS REFUSE THE PERIOD'S DATES (SEE
      * PERDCHK) UNLESS AN AUTHORIZED OVERRIDE CARD IS SUPPLIED.
      * REPEATING A STEP ALREADY DONE (A RERUN) CHANGES NOTHING AND
      * IS NOT AN ERROR; A CARD THAT CANNOT BE APPLIED LEAVES THE
      * FILE AS IT WAS AND SETS RETURN CODE 8. EACH CARD IS ITS OWN
      * STEP WITH ITS OWN GENERATION DDS.
      *
      * SYSIN CARD: PERIOD YYYYMM (COLS 1-6), ACTION P OR C (COL 8),
      * OPERATOR ID (COLS 10-17). THE OPERATOR MUST BE ON OPERAUTH
      * WITH A ROLE GRANTED THE ACTION IN PERCLOSE ON THE PERMISSION
      * TABLE (AUTHCHK), AND THE PERIOD MAY NOT BE LATER THAN THE
      * BUSINESS DATE'S.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-OLD ASSIGN TO PERDOLD
           FILE STATUS IS WF-PERDOLD-STATUS.
           SELECT PERIOD-NEW ASSIGN TO PERDNEW
           FILE STATUS IS WF-PERDNEW-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
           FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  PERIOD-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-OLD-REC              PIC X(80).
      *
       FD  PERIOD-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-NEW-REC              PIC X(80).
      *
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  PERDOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  PERDOLD-EOF                  VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
           05  PERDOLD-OPEN-SWITCH     PIC X    VALUE "N".
               88  PERDOLD-OPEN                 VALUE "Y".
           05  OPERATOR-FOUND-SWITCH   PIC X    VALUE "N".
               88  OPERATOR-FOUND               VALUE "Y".
           05  CARD-APPLIED-SWITCH     PIC X    VALUE "N".
               88  CARD-APPLIED                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-PERDOLD-STATUS   PIC XX.
               88  PERDOLD-FILE-OK         VALUE "00".
           05  WF-PERDNEW-STATUS   PIC XX.
               88  PERDNEW-FILE-OK         VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  CLOSE-CARD-FIELDS.
           05  WS-CLOSE-CARD.
               10  CC-PERIOD.
                   15  CC-PERIOD-YEAR  PIC X(4).
                   15  CC-PERIOD-MONTH PIC X(2).
               10  FILLER              PIC X(1).
               10  CC-ACTION           PIC X(1).
                   88  CC-START-CLOSING        VALUE "P".
                   88  CC-CLOSE-PERIOD         VALUE "C".
               10  FILLER              PIC X(1).
               10  CC-OPERATOR-ID      PIC X(8).
               10  FILLER              PIC X(63).
           05  WS-CURRENT-PERIOD       PIC X(6).
      *
       COPY PERIODCT.
      *
       01  MERGE-FIELDS.
           05  WS-OLD-PERIOD-IMAGE     PIC X(80).
           05  WS-OLD-PERIOD           PIC X(6).
           05  WS-STATUS-BEFORE        PIC X.
           05  WS-CARD-RESULT          PIC X(31).
      *
       01  CONTROL-TOTALS.
           05  CT-PERIODS-READ     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-PERIODS-WRITTEN  PIC S9(5)     COMP-3 VALUE ZERO.
      *
       COPY AUTHPARM.
      *
       PROCEDURE DIVISION.
      *
       000-CLOSE-FISCAL-PERIOD.
      *
           OPEN INPUT  PERIOD-OLD
                OUTPUT PERIOD-NEW.
           IF WF-PERDOLD-STATUS = "35"
               DISPLAY "PERDOLD NOT FOUND - STARTING PERIOD CONTROL"
               MOVE "Y" TO PERDOLD-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-OLD-PERIOD
           ELSE
               IF NOT PERDOLD-FILE-OK
                  DISPLAY "PERDOLD OPEN ERROR: " WF-PERDOLD-STATUS
                  PERFORM 900-ABORT
               END-IF
               MOVE "Y" TO PERDOLD-OPEN-SWITCH
           END-IF.
           IF NOT PERDNEW-FILE-OK
              DISPLAY "PERDNEW OPEN ERROR: " WF-PERDNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-READ-PROCESSING-DATE.
           PERFORM 110-READ-CLOSE-CARD.
           PERFORM 120-CHECK-OPERATOR.
           IF PERDOLD-OPEN
               PERFORM 200-READ-OLD-PERIOD
           END-IF.
           PERFORM 210-COPY-OLD-PERIOD
               UNTIL WS-OLD-PERIOD NOT < CC-PERIOD.
           IF WS-OLD-PERIOD = CC-PERIOD
               MOVE WS-OLD-PERIOD-IMAGE TO PERIOD-CONTROL-RECORD
               PERFORM 300-APPLY-CLOSE-CARD
               PERFORM 220-WRITE-NEW-PERIOD
               PERFORM 200-READ-OLD-PERIOD
           ELSE
               MOVE SPACES            TO PERIOD-CONTROL-RECORD
               MOVE CC-PERIOD         TO FP-PERIOD-X
               MOVE "O"               TO FP-STATUS
               MOVE ZERO              TO FP-STATUS-DATE
               PERFORM 300-APPLY-CLOSE-CARD
               IF CARD-APPLIED
                   PERFORM 220-WRITE-NEW-PERIOD
               END-IF
           END-IF.
           PERFORM 210-COPY-OLD-PERIOD
               UNTIL PERDOLD-EOF.
           DISPLAY "PERCLOSE PERIOD " CC-PERIOD " ACTION " CC-ACTION
               " BY " CC-OPERATOR-ID.
           DISPLAY "PERCLOSE STATUS WAS " WS-STATUS-BEFORE
               " NOW " FP-STATUS " - " WS-CARD-RESULT.
           DISPLAY "PERCLOSE PERIODS READ    " CT-PERIODS-READ.
           DISPLAY "PERCLOSE PERIODS WRITTEN " CT-PERIODS-WRITTEN.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           IF NOT CARD-APPLIED
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF PERDOLD-OPEN
               CLOSE PERIOD-OLD
           END-IF.
           CLOSE PERIOD-NEW.
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
       110-READ-CLOSE-CARD.
      *
           MOVE SPACES TO WS-CLOSE-CARD.
           ACCEPT WS-CLOSE-CARD.
           IF CC-PERIOD NOT NUMERIC
                   OR CC-PERIOD-MONTH < "01"
                   OR CC-PERIOD-MONTH > "12"
                   OR NOT (CC-START-CLOSING OR CC-CLOSE-PERIOD)
                   OR CC-OPERATOR-ID = SPACES
               DISPLAY "PERCLOSE BAD CLOSE CARD: " WS-CLOSE-CARD
               PERFORM 900-ABORT
           END-IF.
           IF CC-PERIOD > WS-CURRENT-PERIOD
               DISPLAY "PERCLOSE PERIOD " CC-PERIOD
                   " IS AFTER THE BUSINESS DATE " PD-BUSINESS-DATE
               PERFORM 900-ABORT
           END-IF.
      *
       120-CHECK-OPERATOR.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
              DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-OPERATOR
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
           IF NOT OPERATOR-FOUND
               DISPLAY "PERCLOSE OPERATOR NOT AUTHORIZED: "
                   CC-OPERATOR-ID
               PERFORM 900-ABORT
           END-IF.
           MOVE "C"            TO AC-FUNCTION.
           MOVE "PERCLOSE"     TO AC-PROGRAM-ID.
           MOVE CC-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE CC-ACTION      TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           IF AC-REFUSED
               DISPLAY "PERCLOSE OPERATOR NOT AUTHORIZED: "
                   CC-OPERATOR-ID " " AC-REASON
               PERFORM 900-ABORT
           END-IF.
      *
       125-READ-OPERATOR.
      *
           READ OPERAUTH
               AT END
                   MOVE "Y" TO OPERAUTH-EOF-SWITCH
               NOT AT END
                   IF OP-OPERATOR-ID = CC-OPERATOR-ID
                       MOVE "Y" TO OPERATOR-FOUND-SWITCH
                       MOVE "Y" TO OPERAUTH-EOF-SWITCH
                   END-IF
           END-READ.
      *
       200-READ-OLD-PERIOD.
      *
           READ PERIOD-OLD INTO WS-OLD-PERIOD-IMAGE
               AT END
                   MOVE "Y" TO PERDOLD-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-OLD-PERIOD
               NOT AT END
                   ADD 1 TO CT-PERIODS-READ
                   MOVE WS-OLD-PERIOD-IMAGE (1:6) TO WS-OLD-PERIOD
           END-READ.
      *
       210-COPY-OLD-PERIOD.
      *
           MOVE WS-OLD-PERIOD-IMAGE TO PERIOD-NEW-REC.
           WRITE PERIOD-NEW-REC.
           ADD 1 TO CT-PERIODS-WRITTEN.
           PERFORM 200-READ-OLD-PERIOD.
      *
       220-WRITE-NEW-PERIOD.
      *
           MOVE PERIOD-CONTROL-RECORD TO PERIOD-NEW-REC.
           WRITE PERIOD-NEW-REC.
           ADD 1 TO CT-PERIODS-WRITTEN.
      *
      * OPEN GOES TO CLOSING AND CLOSING TO CLOSED. ANYTHING ELSE
      * IS REFUSED AND THE PERIOD IS LEFT AS IT WAS.
      *
       300-APPLY-CLOSE-CARD.
      *
           MOVE FP-STATUS TO WS-STATUS-BEFORE.
           MOVE "Y" TO CARD-APPLIED-SWITCH.
           EVALUATE TRUE
               WHEN CC-START-CLOSING AND FP-CLOSED
                   MOVE "N" TO CARD-APPLIED-SWITCH
                   MOVE "REFUSED - PERIOD IS CLOSED" TO WS-CARD-RESULT
               WHEN CC-START-CLOSING AND FP-CLOSING
                   MOVE "ALREADY CLOSING" TO WS-CARD-RESULT
               WHEN CC-START-CLOSING
                   PERFORM 310-CHANGE-PERIOD-STATUS
               WHEN CC-CLOSE-PERIOD AND FP-CLOSED
                   MOVE "ALREADY CLOSED" TO WS-CARD-RESULT
               WHEN CC-CLOSE-PERIOD AND FP-CLOSING
                   PERFORM 310-CHANGE-PERIOD-STATUS
               WHEN OTHER
                   MOVE "N" TO CARD-APPLIED-SWITCH
                   MOVE "REFUSED - PERIOD IS NOT CLOSING"
                       TO WS-CARD-RESULT
           END-EVALUATE.
      *
       310-CHANGE-PERIOD-STATUS.
      *
           MOVE CC-ACTION        TO FP-STATUS.
           MOVE PD-BUSINESS-DATE TO FP-STATUS-DATE.
           MOVE CC-OPERATOR-ID   TO FP-OPERATOR-ID.
           MOVE "STATUS CHANGED" TO WS-CARD-RESULT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
