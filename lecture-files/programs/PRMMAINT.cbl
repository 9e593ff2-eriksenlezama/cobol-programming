       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMMAINT.
      *
      * MAINTENANCE FOR THE ROLE PERMISSION TABLE AND THE OPERATOR
      * ROLES, IN THE HOLDMNT MOLD. LOADS THE OLD PERMTBL GENERATION
      * (PERMOLD) AND THE OLD OPERAUTH GENERATION (OPEROLD), APPLIES
      * GRANT, REVOKE AND ROLE-ASSIGNMENT TRANSACTIONS, PRINTS EVERY
      * TRANSACTION APPLIED AND THE REASON FOR EVERY ONE REJECTED ON
      * THE PERMISSION REGISTER (PRMRPT), WRITES BEFORE AND AFTER
      * IMAGES OF EVERY CHANGE TO THE PERMISSION AUDIT FILE
      * (PERMAUDT), AND WRITES THE NEW GENERATIONS (PERMNEW,
      * OPERNEW). THE NEW PERMISSION TABLE STAYS IN ROLE / PROGRAM /
      * TRANSACTION CODE ORDER.
      *
      * THE MAINTAINING OPERATOR IS PROVED BY AUTHCHK LIKE ANY OTHER
      * MAINTENANCE RUN - THEIR ROLE MUST BE GRANTED THE TRANSACTION
      * CODE IN PRMMAINT - AND NO OPERATOR MAY CHANGE THEIR OWN ROLE.
      * AUTHCHK READS THE CURRENT GENERATIONS, SO CHANGES MADE HERE
      * TAKE EFFECT FROM THE NEXT RUN. WHEN THERE IS NO PERMOLD FILE
      * THE RUN BUILDS THE FIRST GENERATION OF THE TABLE.
      *
      * PRMTRAN LAYOUT: COL 1 = 'A' GRANT / 'D' REVOKE / 'R' ASSIGN
      * ROLE, COLS 2-9 ROLE CODE, COLS 10-17 PROGRAM ID (A, D) OR
      * THE OPERATOR WHOSE ROLE IS ASSIGNED (R), COLS 18-19
      * TRANSACTION CODE ('*' = EVERY CODE IN THE PROGRAM), COLS
      * 20-27 MAINTAINING OPERATOR ID. A PROGRAM NAME LONGER THAN
      * EIGHT CHARACTERS IS ENTERED AS ITS FIRST EIGHT - DEPTMAINT
      * IS ENTERED AS DEPTMAIN. A ROLE ASSIGNMENT WITH A BLANK ROLE
      * CODE TAKES THE OPERATOR'S ROLE AWAY. A REJECTED TRANSACTION
      * ENDS THE RUN WITH RETURN CODE 4, AN OUT-OF-BALANCE RUN WITH
      * RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMOLD  ASSIGN TO PERMOLD
           FILE STATUS IS WF-PERMOLD-STATUS.
           SELECT OPEROLD  ASSIGN TO OPEROLD
           FILE STATUS IS WF-OPEROLD-STATUS.
           SELECT PRMTRAN  ASSIGN TO PRMTRAN
           FILE STATUS IS WF-PRMTRAN-STATUS.
           SELECT PERMNEW  ASSIGN TO PERMNEW
           FILE STATUS IS WF-PERMNEW-STATUS.
           SELECT OPERNEW  ASSIGN TO OPERNEW
           FILE STATUS IS WF-OPERNEW-STATUS.
           SELECT PERMAUDT ASSIGN TO PERMAUDT
           FILE STATUS IS WF-PERMAUDT-STATUS.
           SELECT PRMRPT   ASSIGN TO PRMRPT
           FILE STATUS IS WF-PRMRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  PERMOLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY PERMTBL.
      *
       FD  OPEROLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       FD  PRMTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  PERM-TRANS-RECORD.
           05  PX-TRANS-CODE           PIC X.
               88  PX-GRANT-TRANS          VALUE "A".
               88  PX-REVOKE-TRANS         VALUE "D".
               88  PX-ASSIGN-TRANS         VALUE "R".
           05  PX-ROLE-CODE            PIC X(8).
           05  PX-PROGRAM-ID           PIC X(8).
           05  PX-TARGET-OPERATOR REDEFINES PX-PROGRAM-ID
                                       PIC X(8).
           05  PX-TRAN-CODE            PIC X(2).
           05  PX-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(53).
      *
       FD  PERMNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  PERMISSION-NEW-REC          PIC X(80).
      *
       FD  OPERNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERATOR-NEW-REC            PIC X(80).
      *
      * THE IMAGES ARE PERMTBL RECORDS FOR A GRANT OR REVOKE AND
      * OPERAUTH RECORDS FOR A ROLE ASSIGNMENT.
      *
       FD  PERMAUDT
           RECORD CONTAINS 183 CHARACTERS.
       01  PERM-AUDIT-RECORD.
           05  PA-TRANS-CODE           PIC X.
           05  PA-BEFORE-IMAGE         PIC X(80).
           05  PA-AFTER-IMAGE          PIC X(80).
           05  PA-CHANGE-DATE          PIC 9(8).
           05  PA-OPERATOR-ID          PIC X(8).
           05  PA-CHANGE-TIME          PIC 9(6).
      *
       FD  PRMRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  PERMOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  PERMOLD-EOF                  VALUE "Y".
           05  OPEROLD-EOF-SWITCH      PIC X    VALUE "N".
               88  OPEROLD-EOF                  VALUE "Y".
           05  PRMTRAN-EOF-SWITCH      PIC X    VALUE "N".
               88  PRMTRAN-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-PERMOLD-STATUS   PIC XX.
               88  PERMOLD-FILE-OK         VALUE "00".
               88  PERMOLD-NOT-FOUND       VALUE "35".
           05  WF-OPEROLD-STATUS   PIC XX.
               88  OPEROLD-FILE-OK         VALUE "00".
           05  WF-PRMTRAN-STATUS   PIC XX.
               88  PRMTRAN-FILE-OK         VALUE "00".
           05  WF-PERMNEW-STATUS   PIC XX.
               88  PERMNEW-FILE-OK         VALUE "00".
           05  WF-OPERNEW-STATUS   PIC XX.
               88  OPERNEW-FILE-OK         VALUE "00".
           05  WF-PERMAUDT-STATUS  PIC XX.
               88  PERMAUDT-FILE-OK        VALUE "00".
           05  WF-PRMRPT-STATUS    PIC XX.
               88  PRMRPT-FILE-OK          VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  WORK-FIELDS.
           05  WS-STAMP-WORK       PIC X(21).
           05  WS-BEFORE-IMAGE     PIC X(80).
           05  WS-AFTER-IMAGE      PIC X(80).
      *
       COPY AUTHPARM.
      *
       01  OPERATOR-TABLE-FIELDS.
           05  OT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  OT-SUB              PIC S9(3)  COMP.
           05  OT-MATCH-SUB        PIC S9(3)  COMP.
      *
      * THE OPERATOR AND PERMISSION TABLES KEEP EACH RECORD WHOLE
      * SO THE NEW GENERATIONS ARE WRITTEN BACK EXACTLY AS READ.
      *
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY          OCCURS 200 TIMES.
               10  OT-RECORD               PIC X(80).
               10  OT-FIELDS REDEFINES OT-RECORD.
                   15  OT-OPERATOR-ID          PIC X(8).
                   15  OT-OPERATOR-NAME        PIC X(25).
                   15  OT-ROLE-CODE            PIC X(8).
                   15  FILLER                  PIC X(39).
      *
       01  PERMISSION-TABLE-FIELDS.
           05  PT-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  PT-SUB              PIC S9(5)  COMP.
           05  PT-MATCH-SUB        PIC S9(5)  COMP.
           05  PT-INSERT-SUB       PIC S9(5)  COMP.
      *
       01  PERMISSION-TABLE.
           05  PERMISSION-ENTRY        OCCURS 1000 TIMES.
               10  PT-RECORD               PIC X(80).
               10  PT-FIELDS REDEFINES PT-RECORD.
                   15  PT-KEY.
                       20  PT-ROLE-CODE        PIC X(8).
                       20  PT-PROGRAM-ID       PIC X(8).
                       20  PT-TRAN-CODE        PIC X(2).
                   15  PT-GRANTED-DATE         PIC 9(8).
                   15  PT-GRANTED-BY           PIC X(8).
                   15  FILLER                  PIC X(46).
      *
       01  PX-KEY.
           05  PX-KEY-ROLE-CODE        PIC X(8).
           05  PX-KEY-PROGRAM-ID       PIC X(8).
           05  PX-KEY-TRAN-CODE        PIC X(2).
      *
       01  CONTROL-TOTALS.
           05  CT-PERMS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-PERMS-WRITTEN    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-OPERS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-OPERS-WRITTEN    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-PERMS-GRANTED    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-PERMS-REVOKED    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ROLES-ASSIGNED   PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-REJECTED   PIC S9(5) COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "ROLE PERMISSION MAIN".
           05  FILLER          PIC X(20)   VALUE "TENANCE REGISTER    ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "PRMMAINT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "T ROLE     PROGRAM/ ".
           05  FILLER      PIC X(20)   VALUE " CD  OPERATOR  STATU".
           05  FILLER      PIC X(20)   VALUE "S                 OL".
           05  FILLER      PIC X(20)   VALUE "D ROLE              ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "           OPERATOR ".
           05  FILLER      PIC X(112)  VALUE SPACE.
      *
       01  MAINT-LINE.
           05  ML-TRANS-CODE           PIC X.
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  ML-ROLE-CODE            PIC X(8).
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  ML-PROGRAM-ID           PIC X(8).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-TRAN-CODE            PIC X(2).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-STATUS               PIC X(22).
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  ML-OLD-ROLE-CODE        PIC X(8).
           05  FILLER                  PIC X(67)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "PRMMAINT TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-PERMISSIONS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 120-LOAD-OPERATOR-TABLE.
           PERFORM 140-LOAD-PERMISSION-TABLE.
           PERFORM 200-APPLY-ONE-TRANSACTION
               UNTIL PRMTRAN-EOF.
           PERFORM 500-WRITE-PERMISSION-TABLE
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-ENTRY-COUNT.
           PERFORM 510-WRITE-OPERATOR-TABLE
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE OPEROLD
                 PRMTRAN
                 PERMNEW
                 OPERNEW
                 PERMAUDT
                 PRMRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  OPEROLD
                       PRMTRAN
                OUTPUT PERMNEW
                       OPERNEW
                       PERMAUDT
                       PRMRPT.
           IF NOT OPEROLD-FILE-OK
              DISPLAY "OPEROLD OPEN ERROR: " WF-OPEROLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PRMTRAN-FILE-OK
              DISPLAY "PRMTRAN OPEN ERROR: " WF-PRMTRAN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PERMNEW-FILE-OK
              DISPLAY "PERMNEW OPEN ERROR: " WF-PERMNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT OPERNEW-FILE-OK
              DISPLAY "OPERNEW OPEN ERROR: " WF-OPERNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PERMAUDT-FILE-OK
              DISPLAY "PERMAUDT OPEN ERROR: " WF-PERMAUDT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PRMRPT-FILE-OK
              DISPLAY "PRMRPT OPEN ERROR: " WF-PRMRPT-STATUS
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
           PERFORM 125-READ-OPERATOR.
           PERFORM 130-STORE-OPERATOR-ENTRY
               UNTIL OPEROLD-EOF.
      *
       125-READ-OPERATOR.
      *
           READ OPEROLD
               AT END
                   MOVE "Y" TO OPEROLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-OPERS-READ
           END-READ.
      *
       130-STORE-OPERATOR-ENTRY.
      *
           IF OT-ENTRY-COUNT < 200
               ADD 1 TO OT-ENTRY-COUNT
               MOVE AUTHORIZED-OPERATOR-RECORD
                   TO OT-RECORD (OT-ENTRY-COUNT)
           ELSE
               DISPLAY "OPERATOR TABLE FULL - OPERATOR DROPPED "
                   OP-OPERATOR-ID
               PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-OPERATOR.
      *
      * NO OLD GENERATION MEANS NO PERMISSION TABLE HAS BEEN BUILT
      * YET - THIS RUN STARTS IT FROM THE GRANTS ON PRMTRAN.
      *
       140-LOAD-PERMISSION-TABLE.
      *
           OPEN INPUT PERMOLD.
           IF PERMOLD-NOT-FOUND
               DISPLAY "PRMMAINT NO PERMOLD - BUILDING THE FIRST "
                   "PERMISSION TABLE"
           ELSE
               IF NOT PERMOLD-FILE-OK
                   DISPLAY "PERMOLD OPEN ERROR: " WF-PERMOLD-STATUS
                   PERFORM 900-ABORT
               END-IF
               PERFORM 145-READ-PERMISSION
               PERFORM 150-STORE-PERMISSION-ENTRY
                   UNTIL PERMOLD-EOF
               CLOSE PERMOLD
           END-IF.
      *
       145-READ-PERMISSION.
      *
           READ PERMOLD
               AT END
                   MOVE "Y" TO PERMOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-PERMS-READ
           END-READ.
      *
       150-STORE-PERMISSION-ENTRY.
      *
           IF PT-ENTRY-COUNT < 1000
               ADD 1 TO PT-ENTRY-COUNT
               MOVE PERMISSION-RECORD TO PT-RECORD (PT-ENTRY-COUNT)
           ELSE
               DISPLAY "PERMISSION TABLE FULL - PERMISSION DROPPED "
                   PM-ROLE-CODE " " PM-PROGRAM-ID " " PM-TRAN-CODE
               PERFORM 900-ABORT
           END-IF.
           PERFORM 145-READ-PERMISSION.
      *
       200-APPLY-ONE-TRANSACTION.
      *
           PERFORM 210-READ-PERM-TRANS.
           IF NOT PRMTRAN-EOF
               PERFORM 220-APPLY-PERM-TRANS
           END-IF.
      *
       210-READ-PERM-TRANS.
      *
           READ PRMTRAN
               AT END
                   MOVE "Y" TO PRMTRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.
      *
       220-APPLY-PERM-TRANS.
      *
           MOVE PX-TRANS-CODE     TO ML-TRANS-CODE.
           MOVE PX-ROLE-CODE      TO ML-ROLE-CODE.
           MOVE PX-PROGRAM-ID     TO ML-PROGRAM-ID.
           MOVE PX-TRAN-CODE      TO ML-TRAN-CODE.
           MOVE PX-OPERATOR-ID    TO ML-OPERATOR-ID.
           MOVE SPACES            TO ML-OLD-ROLE-CODE.
           MOVE PX-ROLE-CODE      TO PX-KEY-ROLE-CODE.
           MOVE PX-PROGRAM-ID     TO PX-KEY-PROGRAM-ID.
           MOVE PX-TRAN-CODE      TO PX-KEY-TRAN-CODE.
           MOVE ZERO TO PT-MATCH-SUB.
           MOVE ZERO TO OT-MATCH-SUB.
           MOVE ZERO TO AC-RESULT-CODE.
           IF PX-GRANT-TRANS OR PX-REVOKE-TRANS
               PERFORM 240-FIND-PERMISSION
           END-IF.
           IF PX-ASSIGN-TRANS
               PERFORM 250-FIND-TARGET-OPERATOR
           END-IF.
           IF (PX-GRANT-TRANS OR PX-REVOKE-TRANS OR PX-ASSIGN-TRANS)
                   AND PX-OPERATOR-ID NOT = SPACES
               PERFORM 257-CHECK-AUTHORIZATION
           END-IF.
           EVALUATE TRUE
               WHEN NOT (PX-GRANT-TRANS OR PX-REVOKE-TRANS
                         OR PX-ASSIGN-TRANS)
                   MOVE "INVALID TRANS CODE    " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN PX-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID        " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN AC-REFUSED
                   MOVE AC-REASON TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN PX-ASSIGN-TRANS AND PX-TARGET-OPERATOR = SPACES
                   MOVE "NO OPERATOR TO ASSIGN " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN PX-ASSIGN-TRANS AND OT-MATCH-SUB = ZERO
                   MOVE "OPERATOR NOT ON FILE  " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN PX-ASSIGN-TRANS
                       AND PX-TARGET-OPERATOR = PX-OPERATOR-ID
                   MOVE "OWN ROLE NOT ALLOWED  " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN PX-ASSIGN-TRANS
                   PERFORM 270-APPLY-ASSIGN
               WHEN PX-ROLE-CODE = SPACES
                   MOVE "NO ROLE CODE          " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN PX-PROGRAM-ID = SPACES
                   MOVE "NO PROGRAM ID         " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN PX-TRAN-CODE = SPACES
                   MOVE "NO TRANSACTION CODE   " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN PX-REVOKE-TRANS AND PT-MATCH-SUB = ZERO
                   MOVE "NO SUCH PERMISSION    " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN PX-REVOKE-TRANS
                   PERFORM 265-APPLY-REVOKE
               WHEN PT-MATCH-SUB > ZERO
                   MOVE "ALREADY GRANTED       " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN OTHER
                   PERFORM 260-APPLY-GRANT
           END-EVALUATE.
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
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 5 TO LINE-COUNT.
      *
      * THE TABLE IS IN KEY ORDER, SO THE SEARCH ALSO LEAVES
      * PT-INSERT-SUB AT THE FIRST ENTRY PAST THE NEW KEY - WHERE A
      * GRANT IS SLOTTED IN.
      *
       240-FIND-PERMISSION.
      *
           MOVE ZERO TO PT-MATCH-SUB.
           COMPUTE PT-INSERT-SUB = PT-ENTRY-COUNT + 1.
           PERFORM 245-MATCH-ONE-PERMISSION
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-ENTRY-COUNT
               OR PT-MATCH-SUB > ZERO
               OR PT-INSERT-SUB NOT > PT-ENTRY-COUNT.
      *
       245-MATCH-ONE-PERMISSION.
      *
           IF PT-KEY (PT-SUB) = PX-KEY
               MOVE PT-SUB TO PT-MATCH-SUB
           ELSE
               IF PT-KEY (PT-SUB) > PX-KEY
                   MOVE PT-SUB TO PT-INSERT-SUB
               END-IF
           END-IF.
      *
       250-FIND-TARGET-OPERATOR.
      *
           MOVE ZERO TO OT-MATCH-SUB.
           PERFORM 255-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       255-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = PX-TARGET-OPERATOR
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       257-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "PRMMAINT"     TO AC-PROGRAM-ID.
           MOVE PX-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE PX-TRANS-CODE  TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
      * A GRANT IS SLOTTED IN AT ITS KEY BY SHIFTING THE ENTRIES
      * AFTER IT DOWN ONE, SO THE NEW GENERATION STAYS IN ORDER.
      *
       260-APPLY-GRANT.
      *
           IF PT-ENTRY-COUNT < 1000
               PERFORM 262-SHIFT-ONE-ENTRY-DOWN
                   VARYING PT-SUB FROM PT-ENTRY-COUNT BY -1
                   UNTIL PT-SUB < PT-INSERT-SUB
               ADD 1 TO PT-ENTRY-COUNT
               MOVE SPACES TO PT-RECORD (PT-INSERT-SUB)
               MOVE PX-ROLE-CODE   TO PT-ROLE-CODE (PT-INSERT-SUB)
               MOVE PX-PROGRAM-ID  TO PT-PROGRAM-ID (PT-INSERT-SUB)
               MOVE PX-TRAN-CODE   TO PT-TRAN-CODE (PT-INSERT-SUB)
               MOVE PD-BUSINESS-DATE
                   TO PT-GRANTED-DATE (PT-INSERT-SUB)
               MOVE PX-OPERATOR-ID TO PT-GRANTED-BY (PT-INSERT-SUB)
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE PT-RECORD (PT-INSERT-SUB) TO WS-AFTER-IMAGE
               PERFORM 280-WRITE-AUDIT-RECORD
               ADD 1 TO CT-PERMS-GRANTED
               MOVE "GRANTED               " TO ML-STATUS
               PERFORM 295-PRINT-MAINT-LINE
           ELSE
               MOVE "TABLE FULL            " TO ML-STATUS
               PERFORM 290-REJECT-TRANS
           END-IF.
      *
       262-SHIFT-ONE-ENTRY-DOWN.
      *
           MOVE PT-RECORD (PT-SUB) TO PT-RECORD (PT-SUB + 1).
      *
       265-APPLY-REVOKE.
      *
           MOVE PT-RECORD (PT-MATCH-SUB) TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM 267-SHIFT-ONE-ENTRY-UP
               VARYING PT-SUB FROM PT-MATCH-SUB BY 1
               UNTIL PT-SUB NOT < PT-ENTRY-COUNT.
           SUBTRACT 1 FROM PT-ENTRY-COUNT.
           PERFORM 280-WRITE-AUDIT-RECORD.
           ADD 1 TO CT-PERMS-REVOKED.
           MOVE "REVOKED               " TO ML-STATUS.
           PERFORM 295-PRINT-MAINT-LINE.
      *
       267-SHIFT-ONE-ENTRY-UP.
      *
           MOVE PT-RECORD (PT-SUB + 1) TO PT-RECORD (PT-SUB).
      *
      * THE REGISTER LINE SHOWS THE ROLE THE OPERATOR HELD BEFORE,
      * SO THE REVIEWER SEES WHAT WAS TAKEN AWAY AS WELL AS GIVEN.
      *
       270-APPLY-ASSIGN.
      *
           MOVE SPACES TO ML-TRAN-CODE.
           MOVE OT-ROLE-CODE (OT-MATCH-SUB) TO ML-OLD-ROLE-CODE.
           MOVE OT-RECORD (OT-MATCH-SUB)    TO WS-BEFORE-IMAGE.
           MOVE PX-ROLE-CODE TO OT-ROLE-CODE (OT-MATCH-SUB).
           MOVE OT-RECORD (OT-MATCH-SUB)    TO WS-AFTER-IMAGE.
           PERFORM 280-WRITE-AUDIT-RECORD.
           ADD 1 TO CT-ROLES-ASSIGNED.
           IF PX-ROLE-CODE = SPACES
               MOVE "ROLE REMOVED          " TO ML-STATUS
           ELSE
               MOVE "ROLE ASSIGNED         " TO ML-STATUS
           END-IF.
           PERFORM 295-PRINT-MAINT-LINE.
      *
       280-WRITE-AUDIT-RECORD.
      *
           MOVE PX-TRANS-CODE         TO PA-TRANS-CODE.
           MOVE WS-BEFORE-IMAGE       TO PA-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE        TO PA-AFTER-IMAGE.
           MOVE PD-BUSINESS-DATE      TO PA-CHANGE-DATE.
           MOVE PX-OPERATOR-ID        TO PA-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-WORK.
           MOVE WS-STAMP-WORK (9:6)   TO PA-CHANGE-TIME.
           WRITE PERM-AUDIT-RECORD.
      *
       290-REJECT-TRANS.
      *
           ADD 1 TO CT-TRANS-REJECTED.
           PERFORM 295-PRINT-MAINT-LINE.
      *
       295-PRINT-MAINT-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE MAINT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       500-WRITE-PERMISSION-TABLE.
      *
           MOVE PT-RECORD (PT-SUB) TO PERMISSION-NEW-REC.
           WRITE PERMISSION-NEW-REC.
           ADD 1 TO CT-PERMS-WRITTEN.
      *
       510-WRITE-OPERATOR-TABLE.
      *
           MOVE OT-RECORD (OT-SUB) TO OPERATOR-NEW-REC.
           WRITE OPERATOR-NEW-REC.
           ADD 1 TO CT-OPERS-WRITTEN.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "PERMISSIONS READ  " TO CTL-LABEL.
           MOVE CT-PERMS-READ        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "OPERATORS READ    " TO CTL-LABEL.
           MOVE CT-OPERS-READ        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TRANS READ        " TO CTL-LABEL.
           MOVE CT-TRANS-READ        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "PERMISSIONS GRANTED" TO CTL-LABEL.
           MOVE CT-PERMS-GRANTED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "PERMISSIONS REVOKED" TO CTL-LABEL.
           MOVE CT-PERMS-REVOKED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ROLES ASSIGNED    " TO CTL-LABEL.
           MOVE CT-ROLES-ASSIGNED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TRANS REJECTED    " TO CTL-LABEL.
           MOVE CT-TRANS-REJECTED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "PERMISSIONS WRITTEN" TO CTL-LABEL.
           MOVE CT-PERMS-WRITTEN     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "OPERATORS WRITTEN " TO CTL-LABEL.
           MOVE CT-OPERS-WRITTEN     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-TRANS-READ = CT-PERMS-GRANTED + CT-PERMS-REVOKED
                   + CT-ROLES-ASSIGNED + CT-TRANS-REJECTED
                   AND CT-PERMS-WRITTEN = CT-PERMS-READ
                       + CT-PERMS-GRANTED - CT-PERMS-REVOKED
                   AND CT-OPERS-WRITTEN = CT-OPERS-READ
               DISPLAY "*** PRMMAINT RUN IS IN BALANCE ***"
               IF CT-TRANS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** PRMMAINT RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       610-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
