      *
      * CLTTRAN LAYOUT: COL 1 = 'A'/'C'/'T', THEN THE CLIENTMST
      * FIELDS - NUMBER 9(5), NAME X(25), AGE 99, CLASS 99,
      * COVERAGE UNITS 9(3) - THEN THE DATE THE CHANGE TAKES
      * EFFECT, YYYYMMDD (BLANK = THE PROCESSING DATE), WHICH IS
      * CHECKED BY DATECHK AND CARRIED ON THE CLTAUDT RECORD SO
      * ENDORSE CAN ADJUST THE PREMIUM FROM THAT DATE - THEN THE
      * AGENT NUMBER 9(4) - THEN, ON AN ADD WRITTEN FROM AN ACCEPTED
      * QUOTE (QUOTECNV), THE QUOTED RATE 99V99 TO BE GUARANTEED -
      * AND COLS 73-80 THE OPERATOR ID. THE OPERATOR MUST BE ON
      * OPERAUTH AND THE OPERATOR'S ROLE MUST BE GRANTED THE
      * TRANSACTION CODE IN CLTMAINT ON THE PERMISSION TABLE
      * (AUTHCHK). THE RATE-SELECTION DATE CARD COMES IN ON SYSIN
      * JUST AS IT DOES FOR INSBILL.
      *
      * A QUOTED RATE IS ONLY TAKEN ON AN ADD. A CHANGE OF AGE OR
      * CLASS ENDS THE GUARANTEE - THE QUOTED RATE IS CLEARED AND
      * THE CLIENT IS BILLED FROM THE RATE TABLE.
      *
      * THE AGENT MUST BE AN ACTIVE AGENT ON THE AGENT MASTER
      * (AGENTMST, COPY AGENTMST); AGENT 0000 IS BUSINESS WRITTEN
      * DIRECT. ON AN ADD A BLANK AGENT MEANS DIRECT, AND THE
      * EFFECTIVE DATE BECOMES THE POLICY ISSUE DATE THAT STARTS
      * THE AGENT'S FIRST-YEAR COMMISSION. ON A CHANGE A BLANK
      * AGENT LEAVES THE AGENT AS IT IS; THE ISSUE DATE NEVER
      * CHANGES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WF-CLTAUDT-STATUS.
           SELECT RATETABL ASSIGN TO RATETABL
               FILE STATUS IS WF-RATETABL-STATUS.
           SELECT AGENTMST ASSIGN TO AGENTMST
               FILE STATUS IS WF-AGENTMST-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
               FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CLIENTMST.
       COPY CLIENT.
      *
       FD  CLTTRAN
           RECORD CONTAINS 80 CHARACTERS.
           05  CT-AGE                  PIC X(2).
           05  CT-CLASS-NUMBER         PIC X(2).
           05  CT-COVERAGE-UNITS      PIC X(3).
           05  CT-EFFECTIVE-DATE.
               10  CT-EFFECTIVE-YEAR   PIC X(4).
               10  CT-EFFECTIVE-MONTH  PIC X(2).
               10  CT-EFFECTIVE-DAY    PIC X(2).
           05  CT-AGENT-NUMBER         PIC X(4).
           05  CT-QUOTED-RATE          PIC X(4).
           05  FILLER                  PIC X(18).
           05  CT-OPERATOR-ID          PIC X(8).
      *
       FD  CLTNEW.
       01  CLIENT-NEW-RECORD           PIC X(60).
      *
       FD  CLTAUDT
           RECORD CONTAINS 129 CHARACTERS.
       01  CLIENT-AUDIT-RECORD.
           05  CA-TRANS-CODE           PIC X.
           05  CA-BEFORE-IMAGE         PIC X(60).
           05  CA-AFTER-IMAGE          PIC X(60).
           05  CA-CHANGE-DATE          PIC 9(8).
      *
       FD  RATETABL.
       01  RATE-TABLE-RECORD.
                                            DEPENDING ON RT-CLASS-COUNT.
                10  RT-CLASS-NUMBER     PIC 99.
                10  RT-INSURANCE-RATE   PIC S99V99.
      *
       FD  AGENTMST
           RECORD CONTAINS 80 CHARACTERS.
       COPY AGENTMST.
      *
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-CLIENT-NUMBER       PIC 9(5).
           05  FILLER                  PIC X(55).
      *
       WORKING-STORAGE SECTION.
      *
               88  CLTTRAN-EOF                  VALUE "Y".
           05  RATE-TABLE-EOF-SWITCH   PIC X    VALUE "N".
               88  RATE-TABLE-EOF               VALUE "Y".
           05  AGENTMST-EOF-SWITCH     PIC X    VALUE "N".
               88  AGENTMST-EOF                 VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
           05  AGE-GROUP-FOUND-SWITCH  PIC X.
               88  AGE-GROUP-FOUND              VALUE "Y".
           05  CLASS-FOUND-SWITCH      PIC X.
               88  CLTAUDT-FILE-OK         VALUE "00".
           05  WF-RATETABL-STATUS  PIC XX.
               88  RATETABL-FILE-OK        VALUE "00".
           05  WF-AGENTMST-STATUS  PIC XX.
               88  AGENTMST-FILE-OK        VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
      *
       01  SUBSCRIPTS          COMP.
           05  WS-AGE-ENTRY-COUNT  PIC S99 VALUE ZERO.
           05  WS-PROCESSING-DATE  PIC 9(8) VALUE ZERO.
           05  WS-PROCESSING-DATE-X REDEFINES WS-PROCESSING-DATE
                                   PIC X(8).
           05  WS-PROCESSING-DATE-R REDEFINES WS-PROCESSING-DATE.
               10  WS-PROCESSING-YEAR  PIC 9(4).
               10  FILLER              PIC 9(4).
      *
       01  EDIT-FIELDS.
           05  EF-AGE              PIC 99.
           05  EF-CLASS-NUMBER     PIC 99.
           05  WS-YEAR-WINDOW.
               10  WS-LOW-YEAR     PIC 9(4).
               10  WS-HIGH-YEAR    PIC 9(4).
           05  WS-DATE-STATUS      PIC 9(1).
           05  WS-DATE-REASON      PIC X(20).
           05  WS-CHECK-DATE       PIC 9(8).
      *
       01  RATE-TABLE.
           05  AGE-GROUP               OCCURS 1 TO 10 TIMES
                                            INDEXED BY CLASS-INDEX.
                15  CLASS-NUMBER    PIC 99.
                15  INSURANCE-RATE  PIC S99V99.
      *
       01  AGENT-TABLE-FIELDS.
           05  AGT-ENTRY-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  AGT-SUB                 PIC S9(4) COMP.
           05  AGT-MATCH-SUB           PIC S9(4) COMP.
           05  WS-LOOKUP-AGENT         PIC 9(4).
      *
       01  AGENT-TABLE.
           05  AGENT-ENTRY OCCURS 500 TIMES.
               10  AGT-AGENT-NUMBER        PIC 9(4).
               10  AGT-AGENT-STATUS        PIC X.
                   88  AGT-AGENT-ACTIVE        VALUE "A".
      *
       01  OPERATOR-TABLE-FIELDS.
           05  OT-ENTRY-COUNT          PIC S9(3) COMP VALUE ZERO.
           05  OT-SUB                  PIC S9(3) COMP.
           05  OT-MATCH-SUB            PIC S9(3) COMP.
      *
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 50 TIMES.
               10  OT-OPERATOR-ID          PIC X(8).
      *
       COPY AUTHPARM.
      *
       01  TRANS-TABLE-FIELDS.
           05  TT-ENTRY-COUNT          PIC S9(3) COMP VALUE ZERO.
               10  TTE-AGE                 PIC 99.
               10  TTE-CLASS-NUMBER        PIC 99.
               10  TTE-COVERAGE-UNITS      PIC 9(3).
               10  TTE-EFFECTIVE-DATE      PIC 9(8).
               10  TTE-AGENT-NUMBER        PIC 9(4).
               10  TTE-QUOTED-RATE         PIC X(4).
               10  TTE-AGENT-SWITCH        PIC X.
                   88  TTE-AGENT-KEYED         VALUE "Y".
               10  TTE-APPLIED-SWITCH      PIC X.
                   88  TTE-APPLIED             VALUE "Y".
                   88  TTE-NOT-APPLIED         VALUE "N".
      *
       01  WORK-FIELDS.
           05  WS-BEFORE-IMAGE     PIC X(60).
           05  WS-WORK-RECORD.
               10  WK-CLIENT-NUMBER    PIC 9(5).
               10  WK-CLIENT-NAME      PIC X(25).
               10  WK-CLASS-NUMBER     PIC 99.
               10  WK-COVERAGE-UNITS   PIC 9(3).
               10  WK-CLIENT-STATUS    PIC X.
               10  WK-AGENT-NUMBER     PIC 9(4).
               10  WK-ISSUE-DATE       PIC 9(8).
               10  WK-QUOTED-RATE-X    PIC X(4).
               10  FILLER              PIC X(6).
      *
       01  CONTROL-TOTALS.
           05  CT-MASTERS-READ     PIC S9(5) COMP-3 VALUE ZERO.
           OPEN INPUT  CLIENTMST
                       CLTTRAN
                       RATETABL
                       AGENTMST
                OUTPUT CLTAUDT.
           IF NOT CLIENTMST-FILE-OK
              DISPLAY "CLIENTMST OPEN ERROR: " WF-CLIENTMST-STATUS
              DISPLAY "CLTAUDT OPEN ERROR: " WF-CLTAUDT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AGENTMST-FILE-OK
              DISPLAY "AGENTMST OPEN ERROR: " WF-AGENTMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 040-LOAD-OPERATOR-TABLE.
           PERFORM 050-GET-PROCESSING-DATE.
           PERFORM 060-LOAD-RATE-TABLE.
           PERFORM 095-LOAD-AGENT-TABLE
               UNTIL AGENTMST-EOF.
           PERFORM 100-LOAD-TRANS-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CLIENT-NUMBER
               INPUT PROCEDURE 200-APPLY-MAINTENANCE
               GIVING CLTNEW.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE CLIENTMST
                 CLTTRAN
                 RATETABL
                 AGENTMST
                 CLTAUDT.
           GOBACK.
      *
      * EVERY TRANSACTION MUST NAME WHO KEYED IT.
      *
       040-LOAD-OPERATOR-TABLE.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
               DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 045-READ-OPERATOR
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       045-READ-OPERATOR.
      *
           READ OPERAUTH
               AT END
                   MOVE "Y" TO OPERAUTH-EOF-SWITCH
               NOT AT END
                   IF OT-ENTRY-COUNT < 50
                       ADD 1 TO OT-ENTRY-COUNT
                       MOVE OP-OPERATOR-ID
                           TO OT-OPERATOR-ID (OT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "OPERATOR TABLE FULL - ID DROPPED "
                           OP-OPERATOR-ID
                   END-IF
           END-READ.
      *
       050-GET-PROCESSING-DATE.
      *
               WHEN EF-CLASS-NUMBER
                       = CLASS-NUMBER (AGE-INDEX CLASS-INDEX)
                   MOVE "Y" TO CLASS-FOUND-SWITCH.
      *
       095-LOAD-AGENT-TABLE.
      *
           READ AGENTMST
               AT END
                   MOVE "Y" TO AGENTMST-EOF-SWITCH
               NOT AT END
                   IF AGT-ENTRY-COUNT < 500
                       ADD 1 TO AGT-ENTRY-COUNT
                       MOVE AG-AGENT-NUMBER
                           TO AGT-AGENT-NUMBER (AGT-ENTRY-COUNT)
                       MOVE AG-AGENT-STATUS
                           TO AGT-AGENT-STATUS (AGT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "AGENT TABLE FULL - AGENT OMITTED "
                           AG-AGENT-NUMBER
                   END-IF
           END-READ.
      *
       097-FIND-AGENT.
      *
           MOVE ZERO TO AGT-MATCH-SUB.
           PERFORM 098-MATCH-ONE-AGENT
               VARYING AGT-SUB FROM 1 BY 1
               UNTIL AGT-SUB > AGT-ENTRY-COUNT
               OR AGT-MATCH-SUB > ZERO.
      *
       098-MATCH-ONE-AGENT.
      *
           IF AGT-AGENT-NUMBER (AGT-SUB) = WS-LOOKUP-AGENT
               MOVE AGT-SUB TO AGT-MATCH-SUB
           END-IF.
      *
       100-LOAD-TRANS-TABLE.
      *
               ELSE
                   MOVE ZERO TO TTE-COVERAGE-UNITS (TT-ENTRY-COUNT)
               END-IF
               IF CT-EFFECTIVE-DATE = SPACES
                   MOVE WS-PROCESSING-DATE
                       TO TTE-EFFECTIVE-DATE (TT-ENTRY-COUNT)
               ELSE
                   MOVE CT-EFFECTIVE-DATE
                       TO TTE-EFFECTIVE-DATE (TT-ENTRY-COUNT)
               END-IF
               IF CT-AGENT-NUMBER IS NUMERIC
                   MOVE CT-AGENT-NUMBER
                       TO TTE-AGENT-NUMBER (TT-ENTRY-COUNT)
                   SET TTE-AGENT-KEYED (TT-ENTRY-COUNT) TO TRUE
               ELSE
                   MOVE ZERO TO TTE-AGENT-NUMBER (TT-ENTRY-COUNT)
                   MOVE "N"  TO TTE-AGENT-SWITCH (TT-ENTRY-COUNT)
               END-IF
               MOVE CT-QUOTED-RATE
                   TO TTE-QUOTED-RATE (TT-ENTRY-COUNT)
               SET TTE-NOT-APPLIED (TT-ENTRY-COUNT) TO TRUE
           ELSE
               DISPLAY "TRANS TABLE FULL - TRANS DROPPED "
                   CLIENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF CT-EFFECTIVE-DATE NOT = SPACES
                   AND RECORD-IS-VALID
               PERFORM 138-VALIDATE-EFFECTIVE-DATE
           END-IF.
           IF (CT-ADD-TRANS OR CT-CHANGE-TRANS)
                   AND RECORD-IS-VALID
               PERFORM 135-VALIDATE-CLIENT-DATA
           END-IF.
           IF CT-QUOTED-RATE NOT = SPACES
                   AND RECORD-IS-VALID
               PERFORM 139-VALIDATE-QUOTED-RATE
           END-IF.
           IF CT-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - REJECTED " CLIENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
               PERFORM 140-CHECK-OPERATOR-ID
               IF OT-MATCH-SUB = ZERO
                   DISPLAY "UNKNOWN OPERATOR - REJECTED "
                       CLIENT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 150-CHECK-AUTHORIZATION
               IF AC-REFUSED
                   DISPLAY AC-REASON " - REJECTED "
                       CLIENT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.
      *
       135-VALIDATE-CLIENT-DATA.
      *
               END-IF
               END-IF
           END-IF.
           IF CT-AGENT-NUMBER NOT = SPACES
               PERFORM 137-VALIDATE-AGENT
           END-IF.
      *
       137-VALIDATE-AGENT.
      *
           IF CT-AGENT-NUMBER NOT NUMERIC
               DISPLAY "NON-NUMERIC AGENT - REJECTED "
                   CLIENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
           IF CT-AGENT-NUMBER NOT = "0000"
               MOVE CT-AGENT-NUMBER TO WS-LOOKUP-AGENT
               PERFORM 097-FIND-AGENT
               IF AGT-MATCH-SUB = ZERO
                   DISPLAY "AGENT NOT ON MASTER - REJECTED "
                       CLIENT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
               IF NOT AGT-AGENT-ACTIVE (AGT-MATCH-SUB)
                   DISPLAY "AGENT NOT ACTIVE - REJECTED "
                       CLIENT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               END-IF
           END-IF
           END-IF.
      *
      * AN EFFECTIVE DATE GOES THROUGH THE SHARED DATECHK
      * SUBROUTINE AND MUST FALL IN THE PROCESSING YEAR OR THE
      * YEAR EITHER SIDE OF IT, AND THE DAY MUST EXIST IN THAT
      * MONTH SO THE ENDORSEMENT RUN CAN COUNT DAYS FROM IT.
      *
       138-VALIDATE-EFFECTIVE-DATE.
      *
           COMPUTE WS-LOW-YEAR  = WS-PROCESSING-YEAR - 1.
           COMPUTE WS-HIGH-YEAR = WS-PROCESSING-YEAR + 1.
           CALL "DATECHK" USING CT-EFFECTIVE-DATE, WS-YEAR-WINDOW,
                WS-DATE-STATUS, WS-DATE-REASON.
           IF WS-DATE-STATUS NOT = 0
               DISPLAY "BAD EFFECTIVE DATE " WS-DATE-REASON
                   " - REJECTED " CLIENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
           IF CT-EFFECTIVE-DAY = "00"
               DISPLAY "BAD EFFECTIVE DATE NO DAY - REJECTED "
                   CLIENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
               MOVE CT-EFFECTIVE-DATE TO WS-CHECK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-CHECK-DATE)
                       NOT = ZERO
                   DISPLAY "BAD EFFECTIVE DATE NOT IN MONTH - "
                       "REJECTED " CLIENT-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF
           END-IF.
      *
       139-VALIDATE-QUOTED-RATE.
      *
           IF NOT CT-ADD-TRANS
               DISPLAY "QUOTED RATE ON ADD ONLY - REJECTED "
                   CLIENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
           IF CT-QUOTED-RATE NOT NUMERIC
                   OR CT-QUOTED-RATE = "0000"
               DISPLAY "BAD QUOTED RATE - REJECTED "
                   CLIENT-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF
           END-IF.
      *
       140-CHECK-OPERATOR-ID.
      *
           MOVE ZERO TO OT-MATCH-SUB.
           PERFORM 145-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       145-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = CT-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
      * ONLY A TRANSACTION THAT HAS PASSED THE EDITS IS PUT TO
      * AUTHCHK, SO THE AUTHORIZATION LOG HOLDS NO BAD INPUT.
      *
       150-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "CLTMAINT"     TO AC-PROGRAM-ID.
           MOVE CT-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE CT-TRANS-CODE  TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       200-APPLY-MAINTENANCE.
      *
                   CONTINUE
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "C"
                   MOVE WS-WORK-RECORD TO WS-BEFORE-IMAGE
                   IF TTE-AGE (TT-MATCH-SUB) NOT = WK-AGE
                           OR TTE-CLASS-NUMBER (TT-MATCH-SUB)
                              NOT = WK-CLASS-NUMBER
                       MOVE SPACES TO WK-QUOTED-RATE-X
                   END-IF
                   MOVE TTE-CLIENT-NAME (TT-MATCH-SUB)
                       TO WK-CLIENT-NAME
                   MOVE TTE-AGE (TT-MATCH-SUB)
                       TO WK-CLASS-NUMBER
                   MOVE TTE-COVERAGE-UNITS (TT-MATCH-SUB)
                       TO WK-COVERAGE-UNITS
                   IF TTE-AGENT-KEYED (TT-MATCH-SUB)
                       MOVE TTE-AGENT-NUMBER (TT-MATCH-SUB)
                           TO WK-AGENT-NUMBER
                   END-IF
                   PERFORM 280-WRITE-AUDIT-RECORD
                   SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
                   ADD 1 TO CT-CHANGED
           MOVE TTE-TRANS-CODE (TT-MATCH-SUB) TO CA-TRANS-CODE.
           MOVE WS-BEFORE-IMAGE               TO CA-BEFORE-IMAGE.
           MOVE WS-WORK-RECORD                TO CA-AFTER-IMAGE.
           MOVE TTE-EFFECTIVE-DATE (TT-MATCH-SUB) TO CA-CHANGE-DATE.
           WRITE CLIENT-AUDIT-RECORD.
      *
       300-APPLY-REMAINING-ADDS.
                   MOVE TTE-COVERAGE-UNITS (TT-SUB)
                       TO WK-COVERAGE-UNITS
                   MOVE "A" TO WK-CLIENT-STATUS
                   MOVE TTE-AGENT-NUMBER (TT-SUB)
                       TO WK-AGENT-NUMBER
                   MOVE TTE-EFFECTIVE-DATE (TT-SUB)
                       TO WK-ISSUE-DATE
                   MOVE TTE-QUOTED-RATE (TT-SUB)
                       TO WK-QUOTED-RATE-X
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE TT-SUB TO TT-MATCH-SUB
                   PERFORM 280-WRITE-AUDIT-RECORD
