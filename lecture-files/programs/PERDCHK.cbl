       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCHK.
      *
      * SHARED POSTING-PERIOD CHECK SUBROUTINE IN THE DATECHK STYLE.
      * CALLED BY THE POSTING RUNS (SLSPOST, ARPOST, GLEXTR,
      * TAXBRDGE) WITH THE CALLER'S PROGRAM NAME AND THE BUSINESS
      * DATE IT IS ABOUT TO POST. THE DATE'S YEAR/MONTH IS LOOKED UP
      * ON THE FISCAL PERIOD CONTROL FILE (PERIODCT); A PERIOD NOT ON
      * FILE, OPEN OR CLOSING MAY BE POSTED. A CLOSED PERIOD MAY BE
      * POSTED ONLY WHEN THE PERDOVR OVERRIDE DECK HOLDS A CARD FOR
      * THE CALLING PROGRAM AND THAT PERIOD, KEYED BY AN OPERATOR ON
      * OPERAUTH WHOSE ROLE IS GRANTED CODE 'OV' IN THE CALLING
      * PROGRAM ON THE PERMISSION TABLE (AUTHCHK). EVERY OVERRIDE
      * TAKEN IS WRITTEN TO THE RUN LOG AS AN OVERRIDE ENTRY, WHICH
      * OPSDASH LISTS; IF THE RUN LOG CANNOT BE WRITTEN THE OVERRIDE
      * IS NOT TAKEN.
      *
      * PERDOVR CARDS: PROGRAM X(8), PERIOD 9(6) (YYYYMM), OPERATOR
      * ID X(8), JUSTIFICATION X(40). NO PERDOVR FILE = NO OVERRIDES.
      *
      * STATUS CODES:
      *   0 = PERIOD OPEN - POST
      *   1 = PERIOD CLOSED - AUTHORIZED OVERRIDE LOGGED, POST
      *   2 = PERIOD CLOSED - DO NOT POST
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODCT ASSIGN TO PERIODCT
               FILE STATUS IS WF-PERIODCT-STATUS.
           SELECT PERDOVR  ASSIGN TO PERDOVR
               FILE STATUS IS WF-PERDOVR-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
               FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               FILE STATUS IS WF-RUNLOG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  PERIODCT
           RECORD CONTAINS 80 CHARACTERS.
       COPY PERIODCT.
      *
       FD  PERDOVR
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-OVERRIDE-CARD.
           05  PO-PROGRAM              PIC X(8).
           05  PO-PERIOD               PIC X(6).
           05  PO-OPERATOR-ID          PIC X(8).
           05  PO-JUSTIFICATION        PIC X(40).
           05  FILLER                  PIC X(18).
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
           05  PERIODCT-EOF-SWITCH     PIC X.
               88  PERIODCT-EOF                 VALUE "Y".
           05  PERDOVR-EOF-SWITCH      PIC X.
               88  PERDOVR-EOF                  VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X.
               88  OPERAUTH-EOF                 VALUE "Y".
           05  PERIOD-CLOSED-SWITCH    PIC X.
               88  PERIOD-CLOSED                VALUE "Y".
           05  OVERRIDE-FOUND-SWITCH   PIC X.
               88  OVERRIDE-FOUND               VALUE "Y".
           05  OPERATOR-FOUND-SWITCH   PIC X.
               88  OPERATOR-FOUND               VALUE "Y".
           05  OVERRIDE-LOGGED-SWITCH  PIC X.
               88  OVERRIDE-LOGGED              VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-PERIODCT-STATUS  PIC XX.
               88  PERIODCT-FILE-OK        VALUE "00".
           05  WF-PERDOVR-STATUS   PIC XX.
               88  PERDOVR-FILE-OK         VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  WF-RUNLOG-STATUS    PIC XX.
               88  RUNLOG-FILE-OK          VALUE "00".
      *
       01  CHECK-FIELDS.
           05  WS-CHECK-PERIOD         PIC X(6).
           05  WS-STAMP-WORK           PIC X(21).
      *
       COPY AUTHPARM.
      *
       LINKAGE SECTION.
       01  LS-PROGRAM                  PIC X(8).
       01  LS-BUSINESS-DATE            PIC 9(8).
       01  LS-STATUS-CODE              PIC 9(1).
       01  LS-REASON                   PIC X(40).
      *
       PROCEDURE DIVISION USING LS-PROGRAM, LS-BUSINESS-DATE,
                                LS-STATUS-CODE, LS-REASON.
      *
       000-CHECK-POSTING-PERIOD.
      *
           MOVE 0      TO LS-STATUS-CODE.
           MOVE SPACES TO LS-REASON.
           MOVE "N" TO PERIOD-CLOSED-SWITCH
                       OVERRIDE-FOUND-SWITCH
                       OPERATOR-FOUND-SWITCH
                       OVERRIDE-LOGGED-SWITCH.
           MOVE LS-BUSINESS-DATE (1:6) TO WS-CHECK-PERIOD.
           PERFORM 100-FIND-PERIOD-STATUS.
           IF PERIOD-CLOSED
               PERFORM 200-FIND-OVERRIDE-CARD
               IF OVERRIDE-FOUND
                   PERFORM 300-FIND-OPERATOR
                   IF OPERATOR-FOUND
                       PERFORM 350-CHECK-AUTHORIZATION
                       IF AC-PERMITTED
                           PERFORM 400-LOG-OVERRIDE
                       END-IF
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN OVERRIDE-LOGGED
                       MOVE 1 TO LS-STATUS-CODE
                       STRING "CLOSED PERIOD OVERRIDE BY "
                                  DELIMITED BY SIZE
                              PO-OPERATOR-ID DELIMITED BY SIZE
                           INTO LS-REASON
                   WHEN OPERATOR-FOUND AND AC-REFUSED
                       MOVE 2 TO LS-STATUS-CODE
                       STRING "OVERRIDE NOT PERMITTED FOR "
                                  DELIMITED BY SIZE
                              PO-OPERATOR-ID DELIMITED BY SIZE
                           INTO LS-REASON
                   WHEN OPERATOR-FOUND
                       MOVE 2 TO LS-STATUS-CODE
                       MOVE "OVERRIDE NOT LOGGED - RUNLOG UNAVAILABLE"
                           TO LS-REASON
                   WHEN OVERRIDE-FOUND
                       MOVE 2 TO LS-STATUS-CODE
                       STRING "OVERRIDE OPERATOR NOT AUTHORIZED "
                                  DELIMITED BY SIZE
                              PO-OPERATOR-ID DELIMITED BY SIZE
                           INTO LS-REASON
                   WHEN OTHER
                       MOVE 2 TO LS-STATUS-CODE
                       STRING "PERIOD " DELIMITED BY SIZE
                              WS-CHECK-PERIOD DELIMITED BY SIZE
                              " IS CLOSED" DELIMITED BY SIZE
                           INTO LS-REASON
               END-EVALUATE
           END-IF.
           EXIT PROGRAM.
      *
      * NO CONTROL FILE YET MEANS NO PERIOD HAS BEEN CLOSED. A
      * CONTROL FILE THAT CANNOT BE READ STOPS THE POSTING.
      *
       100-FIND-PERIOD-STATUS.
      *
           MOVE "N" TO PERIODCT-EOF-SWITCH.
           OPEN INPUT PERIODCT.
           IF WF-PERIODCT-STATUS NOT = "35"
               IF NOT PERIODCT-FILE-OK
                   DISPLAY "PERIODCT OPEN ERROR: " WF-PERIODCT-STATUS
                   MOVE "Y" TO PERIOD-CLOSED-SWITCH
               ELSE
                   PERFORM 110-READ-PERIOD-RECORD
                       UNTIL PERIODCT-EOF
                   CLOSE PERIODCT
               END-IF
           END-IF.
      *
       110-READ-PERIOD-RECORD.
      *
           READ PERIODCT
               AT END
                   MOVE "Y" TO PERIODCT-EOF-SWITCH
               NOT AT END
                   IF FP-PERIOD-X = WS-CHECK-PERIOD
                       IF FP-CLOSED
                           MOVE "Y" TO PERIOD-CLOSED-SWITCH
                       END-IF
                       MOVE "Y" TO PERIODCT-EOF-SWITCH
                   END-IF
           END-READ.
      *
       200-FIND-OVERRIDE-CARD.
      *
           MOVE "N" TO PERDOVR-EOF-SWITCH.
           OPEN INPUT PERDOVR.
           IF WF-PERDOVR-STATUS NOT = "35"
               IF NOT PERDOVR-FILE-OK
                   DISPLAY "PERDOVR OPEN ERROR: " WF-PERDOVR-STATUS
               ELSE
                   PERFORM 210-READ-OVERRIDE-CARD
                       UNTIL PERDOVR-EOF
                   CLOSE PERDOVR
               END-IF
           END-IF.
      *
       210-READ-OVERRIDE-CARD.
      *
           READ PERDOVR
               AT END
                   MOVE "Y" TO PERDOVR-EOF-SWITCH
               NOT AT END
                   IF PO-PROGRAM = LS-PROGRAM
                           AND PO-PERIOD = WS-CHECK-PERIOD
                       MOVE "Y" TO OVERRIDE-FOUND-SWITCH
                       MOVE "Y" TO PERDOVR-EOF-SWITCH
                   END-IF
           END-READ.
      *
       300-FIND-OPERATOR.
      *
           MOVE "N" TO OPERAUTH-EOF-SWITCH.
           IF PO-OPERATOR-ID NOT = SPACES
               OPEN INPUT OPERAUTH
               IF NOT OPERAUTH-FILE-OK
                   DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
               ELSE
                   PERFORM 310-READ-OPERATOR
                       UNTIL OPERAUTH-EOF
                   CLOSE OPERAUTH
               END-IF
           END-IF.
      *
       310-READ-OPERATOR.
      *
           READ OPERAUTH
               AT END
                   MOVE "Y" TO OPERAUTH-EOF-SWITCH
               NOT AT END
                   IF OP-OPERATOR-ID = PO-OPERATOR-ID
                       MOVE "Y" TO OPERATOR-FOUND-SWITCH
                       MOVE "Y" TO OPERAUTH-EOF-SWITCH
                   END-IF
           END-READ.
      *
      * THE OVERRIDE IS A TRANSACTION OF THE CALLING PROGRAM. THE
      * ACCESS LOG IS CLOSED AGAIN AT ONCE - THE CALLER DOES NOT
      * KNOW IT WAS OPENED.
      *
       350-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE LS-PROGRAM     TO AC-PROGRAM-ID.
           MOVE PO-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE "OV"           TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       400-LOG-OVERRIDE.
      *
           OPEN EXTEND RUN-LOG-FILE.
           IF WF-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           IF NOT RUNLOG-FILE-OK
               DISPLAY "RUN LOG OPEN ERROR: " WF-RUNLOG-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP-WORK
               MOVE SPACES               TO RUN-LOG-RECORD
               MOVE LS-PROGRAM           TO RL-PROGRAM
               MOVE WS-STAMP-WORK (1:14) TO RL-START-STAMP
               MOVE WS-STAMP-WORK (1:14) TO RL-END-STAMP
               MOVE ZERO                 TO RL-RECORDS-READ
                                            RL-RECORDS-WRITTEN
                                            RL-RECORDS-REJECTED
                                            RL-RETURN-CODE
               MOVE "O"                  TO RL-ENTRY-TYPE
               MOVE WS-CHECK-PERIOD      TO RL-OVERRIDE-PERIOD
               MOVE PO-OPERATOR-ID       TO RL-OVERRIDE-OPERATOR
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
               MOVE "Y" TO OVERRIDE-LOGGED-SWITCH
               DISPLAY "PERDCHK " LS-PROGRAM " POSTING CLOSED PERIOD "
                   WS-CHECK-PERIOD " - OVERRIDE BY " PO-OPERATOR-ID
               DISPLAY "PERDCHK JUSTIFICATION: " PO-JUSTIFICATION
           END-IF.
