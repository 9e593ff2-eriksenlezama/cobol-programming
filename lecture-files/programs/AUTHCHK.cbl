       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK.
      *
      * SHARED TRANSACTION AUTHORIZATION SUBROUTINE IN THE PERDCHK
      * STYLE. CALLED BY THE MAINTENANCE AND OVERRIDE PROGRAMS, AFTER
      * THEIR OWN PROOF OF THE OPERATOR ID, WITH THE CALLER'S PROGRAM
      * NAME, THE SUBMITTING OPERATOR AND THE TRANSACTION CODE (SEE
      * AUTHPARM). THE OPERATOR'S ROLE IS TAKEN FROM OPERAUTH AND THE
      * TRANSACTION IS PERMITTED ONLY WHEN THE PERMISSION TABLE
      * (PERMTBL) GRANTS THAT ROLE THE CODE - OR "*" - IN THAT
      * PROGRAM. BOTH FILES ARE LOADED ON THE FIRST CALL OF THE RUN.
      *
      * UNTIL A PERMISSION TABLE HAS BEEN BUILT (NO PERMTBL FILE) THE
      * MATRIX IS NOT IN FORCE AND EVERY OPERATOR ON OPERAUTH IS
      * PERMITTED, AS BEFORE ROLES EXISTED. A PERMISSION TABLE THAT
      * CANNOT BE READ PERMITS NOTHING.
      *
      * EVERY DECISION, PERMITTED OR REFUSED, IS WRITTEN TO THE
      * ACCESS LOG (AUTHLOG) FOR THE MONTHLY ACCESS REVIEW; IF THE
      * ACCESS LOG CANNOT BE WRITTEN NOTHING IS PERMITTED. A VERIFY
      * CALL CHECKS WITHOUT LOGGING. THE CALLER ENDS THE RUN WITH AN
      * END-OF-RUN CALL, WHICH CLOSES THE ACCESS LOG.
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
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  TABLES-LOADED-SWITCH    PIC X       VALUE "N".
               88  TABLES-LOADED                VALUE "Y".
           05  MATRIX-SWITCH           PIC X       VALUE "Y".
               88  MATRIX-IN-FORCE              VALUE "Y".
           05  AUTHLOG-SWITCH          PIC X       VALUE "C".
               88  AUTHLOG-CLOSED               VALUE "C".
               88  AUTHLOG-OPEN                 VALUE "O".
               88  AUTHLOG-UNAVAILABLE          VALUE "U".
           05  OPERAUTH-EOF-SWITCH     PIC X.
               88  OPERAUTH-EOF                 VALUE "Y".
           05  PERMTBL-EOF-SWITCH      PIC X.
               88  PERMTBL-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  WF-PERMTBL-STATUS   PIC XX.
               88  PERMTBL-FILE-OK         VALUE "00".
           05  WF-AUTHLOG-STATUS   PIC XX.
               88  AUTHLOG-FILE-OK         VALUE "00".
      *
       01  OPERATOR-TABLE.
           05  OT-ENTRY-COUNT          PIC S9(4)   COMP VALUE ZERO.
           05  OT-SUB                  PIC S9(4)   COMP.
           05  OT-MATCH-SUB            PIC S9(4)   COMP.
           05  OT-ENTRY OCCURS 200 TIMES.
               10  OT-OPERATOR-ID      PIC X(8).
               10  OT-ROLE-CODE        PIC X(8).
      *
       01  PERMISSION-TABLE.
           05  PT-ENTRY-COUNT          PIC S9(4)   COMP VALUE ZERO.
           05  PT-SUB                  PIC S9(4)   COMP.
           05  PT-MATCH-SUB            PIC S9(4)   COMP.
           05  PT-ENTRY OCCURS 1000 TIMES.
               10  PT-ROLE-CODE        PIC X(8).
               10  PT-PROGRAM-ID       PIC X(8).
               10  PT-TRAN-CODE        PIC X(2).
      *
       01  CHECK-FIELDS.
           05  WS-ROLE-CODE            PIC X(8).
           05  WS-STAMP-WORK           PIC X(21).
      *
       LINKAGE SECTION.
       COPY AUTHPARM.
      *
       PROCEDURE DIVISION USING AUTH-CHECK-PARMS.
      *
       000-CHECK-AUTHORIZATION.
      *
           IF AC-END-OF-RUN
               IF AUTHLOG-OPEN
                   CLOSE AUTHLOG
                   MOVE "C" TO AUTHLOG-SWITCH
               END-IF
           ELSE
               IF NOT TABLES-LOADED
                   PERFORM 100-LOAD-TABLES
               END-IF
               PERFORM 200-CHECK-TRANSACTION
               IF AC-CHECK-TRANS
                   PERFORM 300-LOG-DECISION
               END-IF
           END-IF.
           EXIT PROGRAM.
      *
      * AN OPERATOR FILE THAT CANNOT BE READ LEAVES EVERY OPERATOR
      * UNKNOWN. NO PERMISSION TABLE YET MEANS THE MATRIX IS NOT IN
      * FORCE; ONE THAT CANNOT BE READ LEAVES IT IN FORCE AND EMPTY.
      *
       100-LOAD-TABLES.
      *
           MOVE "Y" TO TABLES-LOADED-SWITCH.
           MOVE "N" TO OPERAUTH-EOF-SWITCH.
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
               DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
           ELSE
               PERFORM 110-LOAD-ONE-OPERATOR
                   UNTIL OPERAUTH-EOF
               CLOSE OPERAUTH
           END-IF.
           MOVE "N" TO PERMTBL-EOF-SWITCH.
           OPEN INPUT PERMTBL.
           IF WF-PERMTBL-STATUS = "35"
               MOVE "N" TO MATRIX-SWITCH
               DISPLAY "AUTHCHK NO PERMISSION TABLE - "
                   "ROLE PERMISSIONS NOT IN FORCE"
           ELSE
               IF NOT PERMTBL-FILE-OK
                   DISPLAY "PERMTBL OPEN ERROR: " WF-PERMTBL-STATUS
               ELSE
                   PERFORM 120-LOAD-ONE-PERMISSION
                       UNTIL PERMTBL-EOF
                   CLOSE PERMTBL
               END-IF
           END-IF.
      *
       110-LOAD-ONE-OPERATOR.
      *
           READ OPERAUTH
               AT END
                   MOVE "Y" TO OPERAUTH-EOF-SWITCH
               NOT AT END
                   IF OT-ENTRY-COUNT < 200
                       ADD 1 TO OT-ENTRY-COUNT
                       MOVE OP-OPERATOR-ID
                           TO OT-OPERATOR-ID (OT-ENTRY-COUNT)
                       MOVE OP-ROLE-CODE
                           TO OT-ROLE-CODE (OT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "OPERATOR TABLE FULL - DROPPED "
                           OP-OPERATOR-ID
                   END-IF
           END-READ.
      *
       120-LOAD-ONE-PERMISSION.
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
                           " " PM-TRAN-CODE
                   END-IF
           END-READ.
      *
       200-CHECK-TRANSACTION.
      *
           MOVE SPACES TO AC-REASON
                          WS-ROLE-CODE.
           MOVE ZERO TO OT-MATCH-SUB
                        PT-MATCH-SUB.
           PERFORM 210-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
                  OR OT-MATCH-SUB > ZERO.
           IF OT-MATCH-SUB > ZERO
               MOVE OT-ROLE-CODE (OT-MATCH-SUB) TO WS-ROLE-CODE
           END-IF.
           EVALUATE TRUE
               WHEN OT-MATCH-SUB = ZERO
                   MOVE 2 TO AC-RESULT-CODE
                   MOVE "UNKNOWN OPERATOR    " TO AC-REASON
               WHEN NOT MATRIX-IN-FORCE
                   MOVE 1 TO AC-RESULT-CODE
               WHEN WS-ROLE-CODE = SPACES
                   MOVE 3 TO AC-RESULT-CODE
                   MOVE "NO ROLE ASSIGNED    " TO AC-REASON
               WHEN OTHER
                   PERFORM 220-MATCH-ONE-PERMISSION
                       VARYING PT-SUB FROM 1 BY 1
                       UNTIL PT-SUB > PT-ENTRY-COUNT
                          OR PT-MATCH-SUB > ZERO
                   IF PT-MATCH-SUB > ZERO
                       MOVE 0 TO AC-RESULT-CODE
                   ELSE
                       MOVE 4 TO AC-RESULT-CODE
                       MOVE "ROLE NOT PERMITTED  " TO AC-REASON
                   END-IF
           END-EVALUATE.
      *
       210-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = AC-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       220-MATCH-ONE-PERMISSION.
      *
           IF PT-ROLE-CODE (PT-SUB) = WS-ROLE-CODE
                   AND PT-PROGRAM-ID (PT-SUB) = AC-PROGRAM-ID
               IF PT-TRAN-CODE (PT-SUB) = AC-TRAN-CODE
                       OR PT-TRAN-CODE (PT-SUB) = "* "
                   MOVE PT-SUB TO PT-MATCH-SUB
               END-IF
           END-IF.
      *
      * THE ACCESS LOG STAYS OPEN FOR THE REST OF THE RUN. A DECISION
      * THAT CANNOT BE LOGGED IS NOT A PERMISSION.
      *
       300-LOG-DECISION.
      *
           IF AUTHLOG-CLOSED
               OPEN EXTEND AUTHLOG
               IF WF-AUTHLOG-STATUS = "35"
                   OPEN OUTPUT AUTHLOG
               END-IF
               IF AUTHLOG-FILE-OK
                   MOVE "O" TO AUTHLOG-SWITCH
               ELSE
                   DISPLAY "AUTHLOG OPEN ERROR: " WF-AUTHLOG-STATUS
                   MOVE "U" TO AUTHLOG-SWITCH
               END-IF
           END-IF.
           IF AUTHLOG-OPEN
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP-WORK
               MOVE SPACES               TO ACCESS-LOG-RECORD
               MOVE WS-STAMP-WORK (1:14) TO AL-STAMP
               MOVE AC-PROGRAM-ID        TO AL-PROGRAM-ID
               MOVE AC-OPERATOR-ID       TO AL-OPERATOR-ID
               MOVE WS-ROLE-CODE         TO AL-ROLE-CODE
               MOVE AC-TRAN-CODE         TO AL-TRAN-CODE
               MOVE AC-RESULT-CODE       TO AL-RESULT-CODE
               WRITE ACCESS-LOG-RECORD
               IF NOT AUTHLOG-FILE-OK
                   DISPLAY "AUTHLOG WRITE ERROR: " WF-AUTHLOG-STATUS
                   CLOSE AUTHLOG
                   MOVE "U" TO AUTHLOG-SWITCH
               END-IF
           END-IF.
           IF AUTHLOG-UNAVAILABLE
               MOVE 5 TO AC-RESULT-CODE
               MOVE "ACCESS NOT LOGGED   " TO AC-REASON
           END-IF.
