       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCREVW.
      *
      * MONTHLY ACCESS REVIEW. LISTS, FOR EVERY OPERATOR ON THE
      * AUTHORIZED-OPERATOR FILE (OPERAUTH), THE PERMISSIONS THEIR
      * ROLE IS GRANTED ON THE PERMISSION TABLE (PERMTBL) AND HOW
      * MUCH EACH WAS ACTUALLY USED IN THE REVIEW MONTH, TAKEN FROM
      * THE ACCESS LOG (AUTHLOG) THAT AUTHCHK WRITES FOR EVERY
      * MAINTENANCE TRANSACTION. A PERMISSION NOT USED IN THE MONTH
      * IS FLAGGED FOR REVIEW SO UNUSED ACCESS CAN BE REMOVED
      * THROUGH PRMMAINT.
      *
      * UNDER EACH OPERATOR'S PERMISSIONS THE REPORT LISTS ANY
      * ACTIVITY NO PERMISSION OF THEIR ROLE COVERS - REFUSED
      * ATTEMPTS, AND TRANSACTIONS PERMITTED BEFORE THE PERMISSION
      * TABLE WAS IN FORCE. ACTIVITY LOGGED FOR OPERATORS NO LONGER
      * ON OPERAUTH IS LISTED AT THE END.
      *
      * SYSIN: COLS 1-6 REVIEW MONTH, YYYYMM. WITH NO PERMTBL FILE
      * THE PERMISSION TABLE IS NOT YET IN FORCE AND ONLY ACTIVITY IS
      * LISTED; WITH NO AUTHLOG FILE NOTHING HAS BEEN USED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
           FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT PERMTBL  ASSIGN TO PERMTBL
           FILE STATUS IS WF-PERMTBL-STATUS.
           SELECT AUTHLOG  ASSIGN TO AUTHLOG
           FILE STATUS IS WF-AUTHLOG-STATUS.
           SELECT ACCRPT   ASSIGN TO ACCRPT
           FILE STATUS IS WF-ACCRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       FD  PERMTBL
           RECORD CONTAINS 80 CHARACTERS.
       COPY PERMTBL.
      *
       FD  AUTHLOG
           RECORD CONTAINS 80 CHARACTERS.
       COPY AUTHLOG.
      *
       FD  ACCRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
           05  PERMTBL-EOF-SWITCH      PIC X    VALUE "N".
               88  PERMTBL-EOF                  VALUE "Y".
           05  AUTHLOG-EOF-SWITCH      PIC X    VALUE "N".
               88  AUTHLOG-EOF                  VALUE "Y".
           05  MATRIX-SWITCH           PIC X    VALUE "Y".
               88  MATRIX-IN-FORCE              VALUE "Y".
           05  FIRST-LINE-SWITCH       PIC X    VALUE "Y".
               88  FIRST-LINE-OF-OPERATOR       VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  WF-PERMTBL-STATUS   PIC XX.
               88  PERMTBL-FILE-OK         VALUE "00".
               88  PERMTBL-NOT-FOUND       VALUE "35".
           05  WF-AUTHLOG-STATUS   PIC XX.
               88  AUTHLOG-FILE-OK         VALUE "00".
               88  AUTHLOG-NOT-FOUND       VALUE "35".
           05  WF-ACCRPT-STATUS    PIC XX.
               88  ACCRPT-FILE-OK          VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  WORK-FIELDS.
           05  WS-REVIEW-CARD.
               10  WS-REVIEW-MONTH     PIC X(6).
               10  WS-REVIEW-MONTH-9 REDEFINES WS-REVIEW-MONTH.
                   15  WS-REVIEW-YYYY      PIC 9(4).
                   15  WS-REVIEW-MM        PIC 9(2).
               10  FILLER              PIC X(74).
           05  WS-LAST-USED            PIC 9(8).
           05  WS-LAST-USED-X REDEFINES WS-LAST-USED.
               10  WS-LAST-YYYY            PIC 9(4).
               10  WS-LAST-MM              PIC 9(2).
               10  WS-LAST-DD              PIC 9(2).
           05  WS-USE-COUNT            PIC S9(5) COMP-3.
           05  WS-REFUSED-COUNT        PIC S9(5) COMP-3.
      *
       01  OPERATOR-TABLE-FIELDS.
           05  OT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  OT-SUB              PIC S9(3)  COMP.
      *
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY          OCCURS 200 TIMES.
               10  OT-OPERATOR-ID          PIC X(8).
               10  OT-OPERATOR-NAME        PIC X(25).
               10  OT-ROLE-CODE            PIC X(8).
      *
       01  PERMISSION-TABLE-FIELDS.
           05  PT-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  PT-SUB              PIC S9(5)  COMP.
      *
       01  PERMISSION-TABLE.
           05  PERMISSION-ENTRY        OCCURS 1000 TIMES.
               10  PT-ROLE-CODE            PIC X(8).
               10  PT-PROGRAM-ID           PIC X(8).
               10  PT-TRAN-CODE            PIC X(2).
                   88  PT-ALL-TRANS            VALUE "* ".
      *
      * ONE USAGE ENTRY PER OPERATOR / PROGRAM / TRANSACTION CODE
      * SEEN ON THE ACCESS LOG IN THE REVIEW MONTH. AN ENTRY IS
      * MARKED COVERED ONCE A PERMISSION LINE HAS ACCOUNTED FOR IT.
      *
       01  USAGE-TABLE-FIELDS.
           05  UT-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  UT-SUB              PIC S9(5)  COMP.
           05  UT-MATCH-SUB        PIC S9(5)  COMP.
      *
       01  USAGE-TABLE.
           05  USAGE-ENTRY             OCCURS 2000 TIMES.
               10  UT-OPERATOR-ID          PIC X(8).
               10  UT-PROGRAM-ID           PIC X(8).
               10  UT-TRAN-CODE            PIC X(2).
               10  UT-USE-COUNT            PIC S9(5) COMP-3.
               10  UT-REFUSED-COUNT        PIC S9(5) COMP-3.
               10  UT-LAST-USED            PIC 9(8).
               10  UT-COVERED-SWITCH       PIC X.
                   88  UT-COVERED              VALUE "Y".
      *
       01  CONTROL-TOTALS.
           05  CT-LOG-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-LOG-IN-MONTH     PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-OPERS-REVIEWED   PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-NO-ROLE          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-PERMS-LISTED     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-PERMS-UNUSED     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-NOT-COVERED      PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-REFUSED          PIC S9(7) COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "MONTHLY OPERATOR ACC".
           05  FILLER          PIC X(20)   VALUE "ESS REVIEW          ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(14)   VALUE "REVIEW MONTH: ".
           05  HL2-REVIEW-MM   PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL2-REVIEW-YYYY PIC 9(4).
           05  FILLER          PIC X(26)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ACCREVW".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "OPERATOR  NAME      ".
           05  FILLER      PIC X(20)   VALUE "                 ROL".
           05  FILLER      PIC X(20)   VALUE "E      PROGRAM   COD".
           05  FILLER      PIC X(20)   VALUE "E    USES  REFUSED  ".
           05  FILLER      PIC X(20)   VALUE "LAST USED   REMARK  ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  REVIEW-LINE.
           05  RL-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RL-OPERATOR-NAME        PIC X(25).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RL-ROLE-CODE            PIC X(8).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RL-PROGRAM-ID           PIC X(8).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RL-TRAN-CODE            PIC X(3).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RL-USE-COUNT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)     VALUE SPACE.
           05  RL-REFUSED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RL-LAST-USED.
               10  RL-LAST-MM              PIC 9(2).
               10  RL-LAST-SLASH-1         PIC X.
               10  RL-LAST-DD              PIC 9(2).
               10  RL-LAST-SLASH-2         PIC X.
               10  RL-LAST-YYYY            PIC 9(4).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  RL-REMARK               PIC X(30).
           05  FILLER                  PIC X(11)    VALUE SPACE.
      *
       01  SECTION-LINE.
           05  FILLER          PIC X(20)   VALUE "ACTIVITY BY OPERATOR".
           05  FILLER          PIC X(20)   VALUE "S NOT ON OPERAUTH   ".
           05  FILLER          PIC X(92)   VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "ACCREVW TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(83)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-REVIEW-OPERATOR-ACCESS.
      *
           PERFORM 095-ACCEPT-REVIEW-MONTH.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-OPERATOR-TABLE.
           PERFORM 140-LOAD-PERMISSION-TABLE.
           PERFORM 160-LOAD-USAGE-TABLE.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 300-REVIEW-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT.
           PERFORM 400-PRINT-UNKNOWN-OPERATORS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE ACCRPT.
           GOBACK.
      *
       095-ACCEPT-REVIEW-MONTH.
      *
           MOVE SPACES TO WS-REVIEW-CARD.
           ACCEPT WS-REVIEW-CARD.
           IF WS-REVIEW-MONTH = SPACES
               DISPLAY "ACCREVW NO REVIEW MONTH ON SYSIN - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF WS-REVIEW-MONTH NOT NUMERIC
                   OR WS-REVIEW-MM < 1
                   OR WS-REVIEW-MM > 12
               DISPLAY "ACCREVW BAD REVIEW MONTH " WS-REVIEW-MONTH
                   " - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE WS-REVIEW-MM   TO HL2-REVIEW-MM.
           MOVE WS-REVIEW-YYYY TO HL2-REVIEW-YYYY.
           DISPLAY "ACCREVW REVIEWING ACCESS FOR MONTH "
               WS-REVIEW-MONTH.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  OPERAUTH
                OUTPUT ACCRPT.
           IF NOT OPERAUTH-FILE-OK
              DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ACCRPT-FILE-OK
              DISPLAY "ACCRPT OPEN ERROR: " WF-ACCRPT-STATUS
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
       120-LOAD-OPERATOR-TABLE.
      *
           PERFORM 125-READ-OPERATOR
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       125-READ-OPERATOR.
      *
           READ OPERAUTH
               AT END
                   MOVE "Y" TO OPERAUTH-EOF-SWITCH
               NOT AT END
                   IF OT-ENTRY-COUNT < 200
                       ADD 1 TO OT-ENTRY-COUNT
                       MOVE OP-OPERATOR-ID
                           TO OT-OPERATOR-ID (OT-ENTRY-COUNT)
                       MOVE OP-OPERATOR-NAME
                           TO OT-OPERATOR-NAME (OT-ENTRY-COUNT)
                       MOVE OP-ROLE-CODE
                           TO OT-ROLE-CODE (OT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "OPERATOR TABLE FULL - ID DROPPED "
                           OP-OPERATOR-ID
                       PERFORM 900-ABORT
                   END-IF
           END-READ.
      *
       140-LOAD-PERMISSION-TABLE.
      *
           OPEN INPUT PERMTBL.
           IF PERMTBL-NOT-FOUND
               MOVE "N" TO MATRIX-SWITCH
               DISPLAY "ACCREVW NO PERMISSION TABLE - ACTIVITY ONLY"
           ELSE
               IF NOT PERMTBL-FILE-OK
                   DISPLAY "PERMTBL OPEN ERROR: " WF-PERMTBL-STATUS
                   PERFORM 900-ABORT
               END-IF
               PERFORM 145-READ-PERMISSION
                   UNTIL PERMTBL-EOF
               CLOSE PERMTBL
           END-IF.
      *
       145-READ-PERMISSION.
      *
           READ PERMTBL
               AT END
                   MOVE "Y" TO PERMTBL-EOF-SWITCH
               NOT AT END
                   IF PT-ENTRY-COUNT < 1000
                       ADD 1 TO PT-ENTRY-COUNT
                       MOVE PM-ROLE-CODE
                           TO PT-ROLE-CODE (PT-ENTRY-COUNT)
                       MOVE PM-PROGRAM-ID
                           TO PT-PROGRAM-ID (PT-ENTRY-COUNT)
                       MOVE PM-TRAN-CODE
                           TO PT-TRAN-CODE (PT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "PERMISSION TABLE FULL - DROPPED "
                           PM-ROLE-CODE " " PM-PROGRAM-ID
                       PERFORM 900-ABORT
                   END-IF
           END-READ.
      *
       160-LOAD-USAGE-TABLE.
      *
           OPEN INPUT AUTHLOG.
           IF AUTHLOG-NOT-FOUND
               DISPLAY "ACCREVW NO ACCESS LOG - NO ACTIVITY TO REPORT"
           ELSE
               IF NOT AUTHLOG-FILE-OK
                   DISPLAY "AUTHLOG OPEN ERROR: " WF-AUTHLOG-STATUS
                   PERFORM 900-ABORT
               END-IF
               PERFORM 165-READ-ACCESS-LOG
                   UNTIL AUTHLOG-EOF
               CLOSE AUTHLOG
           END-IF.
      *
       165-READ-ACCESS-LOG.
      *
           READ AUTHLOG
               AT END
                   MOVE "Y" TO AUTHLOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-LOG-READ
                   PERFORM 170-TALLY-LOG-RECORD
           END-READ.
      *
       170-TALLY-LOG-RECORD.
      *
           IF AL-DATE (1:6) = WS-REVIEW-MONTH
               ADD 1 TO CT-LOG-IN-MONTH
               PERFORM 175-FIND-USAGE-ENTRY
               IF UT-MATCH-SUB = ZERO
                   PERFORM 180-ADD-USAGE-ENTRY
               END-IF
               IF AL-PERMITTED
                   ADD 1 TO UT-USE-COUNT (UT-MATCH-SUB)
                   IF AL-DATE > UT-LAST-USED (UT-MATCH-SUB)
                       MOVE AL-DATE TO UT-LAST-USED (UT-MATCH-SUB)
                   END-IF
               ELSE
                   ADD 1 TO UT-REFUSED-COUNT (UT-MATCH-SUB)
                   ADD 1 TO CT-REFUSED
               END-IF
           END-IF.
      *
       175-FIND-USAGE-ENTRY.
      *
           MOVE ZERO TO UT-MATCH-SUB.
           PERFORM 177-MATCH-ONE-USAGE
               VARYING UT-SUB FROM 1 BY 1
               UNTIL UT-SUB > UT-ENTRY-COUNT
               OR UT-MATCH-SUB > ZERO.
      *
       177-MATCH-ONE-USAGE.
      *
           IF UT-OPERATOR-ID (UT-SUB) = AL-OPERATOR-ID
                   AND UT-PROGRAM-ID (UT-SUB) = AL-PROGRAM-ID
                   AND UT-TRAN-CODE (UT-SUB) = AL-TRAN-CODE
               MOVE UT-SUB TO UT-MATCH-SUB
           END-IF.
      *
       180-ADD-USAGE-ENTRY.
      *
           IF UT-ENTRY-COUNT < 2000
               ADD 1 TO UT-ENTRY-COUNT
               MOVE UT-ENTRY-COUNT TO UT-MATCH-SUB
               MOVE AL-OPERATOR-ID TO UT-OPERATOR-ID (UT-MATCH-SUB)
               MOVE AL-PROGRAM-ID  TO UT-PROGRAM-ID (UT-MATCH-SUB)
               MOVE AL-TRAN-CODE   TO UT-TRAN-CODE (UT-MATCH-SUB)
               MOVE ZERO TO UT-USE-COUNT (UT-MATCH-SUB)
               MOVE ZERO TO UT-REFUSED-COUNT (UT-MATCH-SUB)
               MOVE ZERO TO UT-LAST-USED (UT-MATCH-SUB)
               MOVE "N"  TO UT-COVERED-SWITCH (UT-MATCH-SUB)
           ELSE
               DISPLAY "USAGE TABLE FULL - ACCESS LOG NOT REVIEWED "
                   AL-OPERATOR-ID " " AL-PROGRAM-ID
               PERFORM 900-ABORT
           END-IF.
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
      * THE OPERATOR'S ID, NAME AND ROLE PRINT ON THEIR FIRST LINE
      * ONLY; A BLANK LINE SEPARATES ONE OPERATOR FROM THE NEXT.
      *
       300-REVIEW-ONE-OPERATOR.
      *
           ADD 1 TO CT-OPERS-REVIEWED.
           MOVE "Y" TO FIRST-LINE-SWITCH.
           IF OT-ROLE-CODE (OT-SUB) = SPACES
               ADD 1 TO CT-NO-ROLE
               PERFORM 340-CLEAR-REVIEW-LINE
               MOVE "NO ROLE ASSIGNED" TO RL-REMARK
               PERFORM 390-PRINT-REVIEW-LINE
           ELSE
               IF MATRIX-IN-FORCE
                   PERFORM 310-REVIEW-ONE-PERMISSION
                       VARYING PT-SUB FROM 1 BY 1
                       UNTIL PT-SUB > PT-ENTRY-COUNT
               END-IF
           END-IF.
           PERFORM 330-REVIEW-UNCOVERED-USAGE
               VARYING UT-SUB FROM 1 BY 1
               UNTIL UT-SUB > UT-ENTRY-COUNT.
           IF FIRST-LINE-OF-OPERATOR
               PERFORM 340-CLEAR-REVIEW-LINE
               MOVE "NO PERMISSIONS - NO ACTIVITY" TO RL-REMARK
               PERFORM 390-PRINT-REVIEW-LINE
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       310-REVIEW-ONE-PERMISSION.
      *
           IF PT-ROLE-CODE (PT-SUB) = OT-ROLE-CODE (OT-SUB)
               ADD 1 TO CT-PERMS-LISTED
               MOVE ZERO TO WS-USE-COUNT
               MOVE ZERO TO WS-REFUSED-COUNT
               MOVE ZERO TO WS-LAST-USED
               PERFORM 320-TALLY-PERMISSION-USE
                   VARYING UT-SUB FROM 1 BY 1
                   UNTIL UT-SUB > UT-ENTRY-COUNT
               PERFORM 340-CLEAR-REVIEW-LINE
               MOVE PT-PROGRAM-ID (PT-SUB) TO RL-PROGRAM-ID
               IF PT-ALL-TRANS (PT-SUB)
                   MOVE "ALL" TO RL-TRAN-CODE
               ELSE
                   MOVE PT-TRAN-CODE (PT-SUB) TO RL-TRAN-CODE
               END-IF
               PERFORM 350-FORMAT-USAGE
               IF WS-USE-COUNT = ZERO
                   ADD 1 TO CT-PERMS-UNUSED
                   MOVE "UNUSED - REVIEW FOR REMOVAL" TO RL-REMARK
               END-IF
               PERFORM 390-PRINT-REVIEW-LINE
           END-IF.
      *
       320-TALLY-PERMISSION-USE.
      *
           IF UT-OPERATOR-ID (UT-SUB) = OT-OPERATOR-ID (OT-SUB)
                   AND UT-PROGRAM-ID (UT-SUB) = PT-PROGRAM-ID (PT-SUB)
                   AND (PT-ALL-TRANS (PT-SUB)
                    OR UT-TRAN-CODE (UT-SUB) = PT-TRAN-CODE (PT-SUB))
               MOVE "Y" TO UT-COVERED-SWITCH (UT-SUB)
               ADD UT-USE-COUNT (UT-SUB)     TO WS-USE-COUNT
               ADD UT-REFUSED-COUNT (UT-SUB) TO WS-REFUSED-COUNT
               IF UT-LAST-USED (UT-SUB) > WS-LAST-USED
                   MOVE UT-LAST-USED (UT-SUB) TO WS-LAST-USED
               END-IF
           END-IF.
      *
      * ACTIVITY NO PERMISSION OF THE ROLE ACCOUNTS FOR - REFUSED
      * ATTEMPTS, OR USE BEFORE THE PERMISSION TABLE WAS IN FORCE.
      *
       330-REVIEW-UNCOVERED-USAGE.
      *
           IF UT-OPERATOR-ID (UT-SUB) = OT-OPERATOR-ID (OT-SUB)
                   AND NOT UT-COVERED (UT-SUB)
               MOVE "Y" TO UT-COVERED-SWITCH (UT-SUB)
               ADD 1 TO CT-NOT-COVERED
               PERFORM 360-FORMAT-USAGE-ENTRY
               PERFORM 390-PRINT-REVIEW-LINE
           END-IF.
      *
       340-CLEAR-REVIEW-LINE.
      *
           MOVE SPACES TO RL-OPERATOR-ID
                          RL-OPERATOR-NAME
                          RL-ROLE-CODE
                          RL-PROGRAM-ID
                          RL-TRAN-CODE
                          RL-LAST-USED
                          RL-REMARK.
           MOVE ZERO TO RL-USE-COUNT
                        RL-REFUSED-COUNT.
           IF FIRST-LINE-OF-OPERATOR
               MOVE OT-OPERATOR-ID (OT-SUB)   TO RL-OPERATOR-ID
               MOVE OT-OPERATOR-NAME (OT-SUB) TO RL-OPERATOR-NAME
               MOVE OT-ROLE-CODE (OT-SUB)     TO RL-ROLE-CODE
           END-IF.
      *
       350-FORMAT-USAGE.
      *
           MOVE WS-USE-COUNT     TO RL-USE-COUNT.
           MOVE WS-REFUSED-COUNT TO RL-REFUSED-COUNT.
           IF WS-LAST-USED > ZERO
               MOVE WS-LAST-MM   TO RL-LAST-MM
               MOVE "/"          TO RL-LAST-SLASH-1
               MOVE WS-LAST-DD   TO RL-LAST-DD
               MOVE "/"          TO RL-LAST-SLASH-2
               MOVE WS-LAST-YYYY TO RL-LAST-YYYY
           END-IF.
      *
       360-FORMAT-USAGE-ENTRY.
      *
           PERFORM 340-CLEAR-REVIEW-LINE.
           MOVE UT-PROGRAM-ID (UT-SUB)    TO RL-PROGRAM-ID.
           MOVE UT-TRAN-CODE (UT-SUB)     TO RL-TRAN-CODE.
           MOVE UT-USE-COUNT (UT-SUB)     TO WS-USE-COUNT.
           MOVE UT-REFUSED-COUNT (UT-SUB) TO WS-REFUSED-COUNT.
           MOVE UT-LAST-USED (UT-SUB)     TO WS-LAST-USED.
           PERFORM 350-FORMAT-USAGE.
           IF WS-USE-COUNT > ZERO
               MOVE "USED - NO PERMISSION ON TABLE" TO RL-REMARK
           ELSE
               MOVE "REFUSED - NOT PERMITTED" TO RL-REMARK
           END-IF.
      *
       390-PRINT-REVIEW-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE REVIEW-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE "N" TO FIRST-LINE-SWITCH.
      *
      * WHATEVER IS STILL UNCOVERED BELONGS TO OPERATORS NOT ON
      * OPERAUTH - REMOVED SINCE, OR NEVER AUTHORIZED.
      *
       400-PRINT-UNKNOWN-OPERATORS.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE "N" TO FIRST-LINE-SWITCH.
           PERFORM 410-PRINT-ONE-UNKNOWN
               VARYING UT-SUB FROM 1 BY 1
               UNTIL UT-SUB > UT-ENTRY-COUNT.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       410-PRINT-ONE-UNKNOWN.
      *
           IF NOT UT-COVERED (UT-SUB)
               ADD 1 TO CT-NOT-COVERED
               PERFORM 360-FORMAT-USAGE-ENTRY
               MOVE UT-OPERATOR-ID (UT-SUB) TO RL-OPERATOR-ID
               MOVE "OPERATOR NOT ON OPERAUTH" TO RL-REMARK
               PERFORM 390-PRINT-REVIEW-LINE
           END-IF.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "ACCESS LOG READ   " TO CTL-LABEL.
           MOVE CT-LOG-READ          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  IN REVIEW MONTH " TO CTL-LABEL.
           MOVE CT-LOG-IN-MONTH      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "OPERATORS REVIEWED" TO CTL-LABEL.
           MOVE CT-OPERS-REVIEWED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  WITH NO ROLE    " TO CTL-LABEL.
           MOVE CT-NO-ROLE           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "PERMISSIONS LISTED" TO CTL-LABEL.
           MOVE CT-PERMS-LISTED      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  UNUSED          " TO CTL-LABEL.
           MOVE CT-PERMS-UNUSED      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ACTIVITY NOT GRANTED" TO CTL-LABEL.
           MOVE CT-NOT-COVERED       TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "REFUSED ATTEMPTS  " TO CTL-LABEL.
           MOVE CT-REFUSED           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
      *
       610-WRITE-CONTROL-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
