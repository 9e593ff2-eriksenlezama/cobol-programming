       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRMNT.
      *
      * MAINTENANCE FOR THE ZIP-CODE SALES TERRITORY TABLE, IN THE
      * TAXMAINT MOLD. LOADS THE OLD TERRTBL GENERATION, APPLIES
      * ADD/CHANGE/DELETE TRANSACTIONS FROM TERRTRN, PRINTS THE
      * PRIOR AND NEW ASSIGNMENT FOR EVERY TRANSACTION APPLIED AND
      * THE REASON FOR EVERY ONE REJECTED, AND WRITES THE NEW
      * GENERATION. A RANGE MUST NOT OVERLAP ANY OTHER RANGE ON THE
      * TABLE, AND ITS BRANCH AND REP MUST BOTH BE ON THE BRANCH/REP
      * REFERENCE FILE.
      *
      * TERRTRN LAYOUT: COL 1 = 'A'/'C'/'D', COLS 2-6 LOW ZIP,
      * COLS 7-11 HIGH ZIP, COLS 12-13 BRANCH, COLS 14-15 REP,
      * COLS 16-35 DESCRIPTION, COLS 73-80 OPERATOR ID. AN ENTRY IS
      * IDENTIFIED BY ITS LOW ZIP - A CHANGE MAY MOVE THE HIGH ZIP,
      * THE BRANCH/REP AND THE DESCRIPTION; A DELETE NEEDS ONLY THE
      * LOW ZIP. THE OPERATOR MUST BE ON OPERAUTH AND THE OPERATOR'S
      * ROLE MUST BE GRANTED THE TRANSACTION CODE IN TERRMNT ON THE
      * PERMISSION TABLE (AUTHCHK).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERROLD  ASSIGN TO TERROLD
           FILE STATUS IS WF-TERROLD-STATUS.
           SELECT TERRTRN  ASSIGN TO TERRTRN
           FILE STATUS IS WF-TERRTRN-STATUS.
           SELECT TERRNEW  ASSIGN TO TERRNEW
           FILE STATUS IS WF-TERRNEW-STATUS.
           SELECT BRREPREF ASSIGN TO BRREPREF
           FILE STATUS IS WF-BRREPREF-STATUS.
           SELECT TERRREG  ASSIGN TO TERRREG
           FILE STATUS IS WF-TERRREG-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
           FILE STATUS IS WF-OPERAUTH-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  TERROLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY TERRTBL.
      *
       FD  TERRTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  TERRITORY-TRANS-RECORD.
           05  TT-TRANS-CODE           PIC X.
               88  TT-ADD-TRANS            VALUE "A".
               88  TT-CHANGE-TRANS         VALUE "C".
               88  TT-DELETE-TRANS         VALUE "D".
           05  TT-ZIP-LOW              PIC 9(5).
           05  TT-ZIP-HIGH             PIC 9(5).
           05  TT-BRANCH-NUMBER        PIC 9(2).
           05  TT-SALESREP-NUMBER      PIC 9(2).
           05  TT-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(37).
           05  TT-OPERATOR-ID          PIC X(8).
      *
       FD  TERRNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  TERRITORY-NEW-REC           PIC X(80).
      *
       FD  BRREPREF.
       01  BRREP-REFERENCE-RECORD.
           05  BRR-TYPE                PIC X.
               88  BRR-BRANCH-ENTRY        VALUE "B".
               88  BRR-REP-ENTRY           VALUE "R".
           05  BRR-NUMBER              PIC 9(2).
           05  BRR-NAME                PIC X(20).
           05  BRR-TERRITORY           PIC X(10).
           05  FILLER                  PIC X(7).
      *
       FD  TERRREG.
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
           05  TERROLD-EOF-SWITCH      PIC X    VALUE "N".
               88  TERROLD-EOF                  VALUE "Y".
           05  TERRTRN-EOF-SWITCH      PIC X    VALUE "N".
               88  TERRTRN-EOF                  VALUE "Y".
           05  BRREPREF-EOF-SWITCH     PIC X    VALUE "N".
               88  BRREPREF-EOF                 VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-TERROLD-STATUS   PIC XX.
               88  TERROLD-FILE-OK         VALUE "00".
           05  WF-TERRTRN-STATUS   PIC XX.
               88  TERRTRN-FILE-OK         VALUE "00".
           05  WF-TERRNEW-STATUS   PIC XX.
               88  TERRNEW-FILE-OK         VALUE "00".
           05  WF-BRREPREF-STATUS  PIC XX.
               88  BRREPREF-FILE-OK        VALUE "00".
           05  WF-TERRREG-STATUS   PIC XX.
               88  TERRREG-FILE-OK         VALUE "00".
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
       01  TERRITORY-TABLE-FIELDS.
           05  TZ-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  TZ-SUB              PIC S9(4)  COMP.
           05  TZ-MATCH-SUB        PIC S9(4)  COMP.
           05  TZ-OVERLAP-SUB      PIC S9(4)  COMP.
      *
       01  TERRITORY-TABLE.
           05  TERRITORY-ENTRY         OCCURS 2000 TIMES.
               10  TZT-ZIP-LOW             PIC 9(5).
               10  TZT-ZIP-HIGH            PIC 9(5).
               10  TZT-BRANCH-NUMBER       PIC 9(2).
               10  TZT-SALESREP-NUMBER     PIC 9(2).
               10  TZT-DESCRIPTION         PIC X(20).
               10  TZT-LAST-CHANGE-DATE    PIC 9(8).
               10  TZT-DELETED-SWITCH      PIC X.
                   88  TZT-DELETED                 VALUE "Y".
      *
      * BRANCHES AND REPS ON THE REFERENCE FILE, BY NUMBER.
      *
       01  REFERENCE-TABLES.
           05  BRANCH-ON-FILE-SWITCH   OCCURS 99 TIMES PIC X.
           05  REP-ON-FILE-SWITCH      OCCURS 99 TIMES PIC X.
      *
       01  WORK-FIELDS.
           05  WS-REF-SUB          PIC S9(3)  COMP.
      *
       01  OPERATOR-TABLE-FIELDS.
           05  OT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  OT-SUB              PIC S9(3)  COMP.
           05  OT-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY          OCCURS 50 TIMES.
               10  OT-OPERATOR-ID          PIC X(8).
      *
       COPY AUTHPARM.
      *
       01  CONTROL-TOTALS.
           05  CT-ENTRIES-READ     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ENTRIES-WRITTEN  PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-APPLIED    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-REJECTED   PIC S9(5) COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "TERRITORY TABLE MAIN".
           05  FILLER          PIC X(20)   VALUE "TENANCE REGISTER    ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "TERRMNT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "T ZIP RANGE    DESCR".
           05  FILLER      PIC X(20)   VALUE "IPTION           PRI".
           05  FILLER      PIC X(20)   VALUE "OR      NEW      STA".
           05  FILLER      PIC X(20)   VALUE "TUS                 ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  MAINT-LINE.
           05  ML-TRANS-CODE           PIC X.
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  ML-ZIP-LOW              PIC 9(5).
           05  FILLER                  PIC X(1)     VALUE "-".
           05  ML-ZIP-HIGH             PIC 9(5).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-PRIOR-ASSIGNMENT.
               10  ML-PRIOR-BRANCH     PIC X(2).
               10  FILLER              PIC X(1)     VALUE "/".
               10  ML-PRIOR-REP        PIC X(2).
           05  FILLER                  PIC X(6)     VALUE "  ->  ".
           05  ML-NEW-ASSIGNMENT.
               10  ML-NEW-BRANCH       PIC X(2).
               10  FILLER              PIC X(1)     VALUE "/".
               10  ML-NEW-REP          PIC X(2).
           05  FILLER                  PIC X(4)     VALUE SPACE.
           05  ML-STATUS               PIC X(22).
           05  FILLER                  PIC X(53)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "TERRMNT TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-TERRITORIES.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 120-LOAD-REFERENCE-TABLES.
           PERFORM 140-LOAD-TERRITORY-TABLE.
           PERFORM 160-LOAD-OPERATOR-TABLE.
           PERFORM 200-APPLY-ONE-TRANSACTION
               UNTIL TERRTRN-EOF.
           PERFORM 500-WRITE-UPDATED-TABLE
               VARYING TZ-SUB FROM 1 BY 1
               UNTIL TZ-SUB > TZ-ENTRY-COUNT.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE TERROLD
                 TERRTRN
                 TERRNEW
                 TERRREG.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  TERROLD
                       TERRTRN
                       BRREPREF
                OUTPUT TERRNEW
                       TERRREG.
           IF NOT TERROLD-FILE-OK
              DISPLAY "TERROLD OPEN ERROR: " WF-TERROLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT TERRTRN-FILE-OK
              DISPLAY "TERRTRN OPEN ERROR: " WF-TERRTRN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT BRREPREF-FILE-OK
              DISPLAY "BRREPREF OPEN ERROR: " WF-BRREPREF-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT TERRNEW-FILE-OK
              DISPLAY "TERRNEW OPEN ERROR: " WF-TERRNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT TERRREG-FILE-OK
              DISPLAY "TERRREG OPEN ERROR: " WF-TERRREG-STATUS
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
       120-LOAD-REFERENCE-TABLES.
      *
           PERFORM 125-CLEAR-REFERENCE-ENTRY
               VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > 99.
           PERFORM 130-READ-REFERENCE-RECORD.
           PERFORM 135-STORE-REFERENCE-ENTRY
               UNTIL BRREPREF-EOF.
           CLOSE BRREPREF.
      *
       125-CLEAR-REFERENCE-ENTRY.
      *
           MOVE "N" TO BRANCH-ON-FILE-SWITCH (WS-REF-SUB).
           MOVE "N" TO REP-ON-FILE-SWITCH (WS-REF-SUB).
      *
       130-READ-REFERENCE-RECORD.
      *
           READ BRREPREF
               AT END
                   MOVE "Y" TO BRREPREF-EOF-SWITCH
           END-READ.
      *
       135-STORE-REFERENCE-ENTRY.
      *
           IF BRR-NUMBER IS NUMERIC
                   AND BRR-NUMBER > ZERO
               IF BRR-BRANCH-ENTRY
                   MOVE "Y" TO BRANCH-ON-FILE-SWITCH (BRR-NUMBER)
               END-IF
               IF BRR-REP-ENTRY
                   MOVE "Y" TO REP-ON-FILE-SWITCH (BRR-NUMBER)
               END-IF
           END-IF.
           PERFORM 130-READ-REFERENCE-RECORD.
      *
       140-LOAD-TERRITORY-TABLE.
      *
           PERFORM 145-READ-TERRITORY-RECORD.
           PERFORM 150-STORE-TERRITORY-ENTRY
               UNTIL TERROLD-EOF.
      *
       145-READ-TERRITORY-RECORD.
      *
           READ TERROLD
               AT END
                   MOVE "Y" TO TERROLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ENTRIES-READ
           END-READ.
      *
       150-STORE-TERRITORY-ENTRY.
      *
           IF TZ-ENTRY-COUNT < 2000
               ADD 1 TO TZ-ENTRY-COUNT
               MOVE TZ-ZIP-LOW    TO TZT-ZIP-LOW (TZ-ENTRY-COUNT)
               MOVE TZ-ZIP-HIGH   TO TZT-ZIP-HIGH (TZ-ENTRY-COUNT)
               MOVE TZ-BRANCH-NUMBER
                   TO TZT-BRANCH-NUMBER (TZ-ENTRY-COUNT)
               MOVE TZ-SALESREP-NUMBER
                   TO TZT-SALESREP-NUMBER (TZ-ENTRY-COUNT)
               MOVE TZ-DESCRIPTION
                   TO TZT-DESCRIPTION (TZ-ENTRY-COUNT)
               MOVE TZ-LAST-CHANGE-DATE
                   TO TZT-LAST-CHANGE-DATE (TZ-ENTRY-COUNT)
               MOVE "N" TO TZT-DELETED-SWITCH (TZ-ENTRY-COUNT)
           ELSE
               DISPLAY "TERRITORY TABLE FULL - ENTRY DROPPED "
                   TZ-ZIP-LOW
               PERFORM 900-ABORT
           END-IF.
           PERFORM 145-READ-TERRITORY-RECORD.
      *
      * EVERY TRANSACTION MUST NAME WHO KEYED IT.
      *
       160-LOAD-OPERATOR-TABLE.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
               DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 165-READ-OPERATOR
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       165-READ-OPERATOR.
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
       170-CHECK-OPERATOR-ID.
      *
           MOVE ZERO TO OT-MATCH-SUB.
           PERFORM 175-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       175-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = TT-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       180-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "TERRMNT "     TO AC-PROGRAM-ID.
           MOVE TT-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE TT-TRANS-CODE  TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       200-APPLY-ONE-TRANSACTION.
      *
           PERFORM 210-READ-TERRITORY-TRANS.
           IF NOT TERRTRN-EOF
               PERFORM 220-APPLY-TERRITORY-TRANS
           END-IF.
      *
       210-READ-TERRITORY-TRANS.
      *
           READ TERRTRN
               AT END
                   MOVE "Y" TO TERRTRN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.
      *
      * THE OVERLAP TEST SKIPS THE ENTRY BEING CHANGED, SO A CHANGE
      * MAY WIDEN OR NARROW ITS OWN RANGE. A TRANSACTION THAT PASSES
      * THE EDITS IS PUT TO AUTHCHK BEFORE IT IS APPLIED.
      *
       220-APPLY-TERRITORY-TRANS.
      *
           PERFORM 240-FIND-TERRITORY.
           MOVE ZERO TO OT-MATCH-SUB.
           IF TT-OPERATOR-ID NOT = SPACES
               PERFORM 170-CHECK-OPERATOR-ID
           END-IF.
           MOVE TT-TRANS-CODE  TO ML-TRANS-CODE.
           MOVE TT-ZIP-LOW     TO ML-ZIP-LOW.
           MOVE TT-ZIP-HIGH    TO ML-ZIP-HIGH.
           MOVE TT-DESCRIPTION TO ML-DESCRIPTION.
           MOVE SPACES         TO ML-PRIOR-BRANCH
                                  ML-PRIOR-REP
                                  ML-NEW-BRANCH
                                  ML-NEW-REP.
           IF TZ-MATCH-SUB > ZERO
               MOVE TZT-BRANCH-NUMBER (TZ-MATCH-SUB)
                   TO ML-PRIOR-BRANCH
               MOVE TZT-SALESREP-NUMBER (TZ-MATCH-SUB)
                   TO ML-PRIOR-REP
           END-IF.
           MOVE ZERO TO TZ-OVERLAP-SUB.
           IF (TT-ADD-TRANS OR TT-CHANGE-TRANS)
                   AND TT-ZIP-LOW IS NUMERIC
                   AND TT-ZIP-HIGH IS NUMERIC
                   AND TT-BRANCH-NUMBER IS NUMERIC
                   AND TT-SALESREP-NUMBER IS NUMERIC
               PERFORM 250-CHECK-OVERLAP
           END-IF.
           EVALUATE TRUE
               WHEN TT-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID        " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN OT-MATCH-SUB = ZERO
                   MOVE "UNKNOWN OPERATOR      " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN NOT (TT-ADD-TRANS OR TT-CHANGE-TRANS OR
                       TT-DELETE-TRANS)
                   MOVE "INVALID TRANS CODE    " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN TT-ZIP-LOW NOT NUMERIC
                   MOVE "INVALID LOW ZIP       " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN TT-ADD-TRANS AND TZ-MATCH-SUB > ZERO
                   MOVE "ALREADY ON TABLE      " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN (TT-CHANGE-TRANS OR TT-DELETE-TRANS)
                       AND TZ-MATCH-SUB = ZERO
                   MOVE "NOT ON TABLE          " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN TT-DELETE-TRANS
                   PERFORM 285-AUTHORIZE-AND-APPLY
               WHEN TT-ZIP-HIGH NOT NUMERIC
                       OR TT-ZIP-HIGH < TT-ZIP-LOW
                   MOVE "INVALID ZIP RANGE     " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN TT-BRANCH-NUMBER NOT NUMERIC
                       OR TT-BRANCH-NUMBER = ZERO
                   MOVE "INVALID BRANCH        " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN BRANCH-ON-FILE-SWITCH (TT-BRANCH-NUMBER) NOT = "Y"
                   MOVE "BRANCH NOT ON BRREPREF" TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN TT-SALESREP-NUMBER NOT NUMERIC
                       OR TT-SALESREP-NUMBER = ZERO
                   MOVE "INVALID REP           " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN REP-ON-FILE-SWITCH (TT-SALESREP-NUMBER) NOT = "Y"
                   MOVE "REP NOT ON BRREPREF   " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN TZ-OVERLAP-SUB > ZERO
                   MOVE "OVERLAPS ZIP          " TO ML-STATUS
                   MOVE TZT-ZIP-LOW (TZ-OVERLAP-SUB)
                       TO ML-STATUS (14:5)
                   PERFORM 290-REJECT-TRANS
               WHEN OTHER
                   PERFORM 285-AUTHORIZE-AND-APPLY
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
           MOVE 4 TO LINE-COUNT.
      *
       240-FIND-TERRITORY.
      *
           MOVE ZERO TO TZ-MATCH-SUB.
           PERFORM 245-MATCH-ONE-TERRITORY
               VARYING TZ-SUB FROM 1 BY 1
               UNTIL TZ-SUB > TZ-ENTRY-COUNT
               OR TZ-MATCH-SUB > ZERO.
      *
       245-MATCH-ONE-TERRITORY.
      *
           IF TZT-ZIP-LOW (TZ-SUB) = TT-ZIP-LOW
                   AND NOT TZT-DELETED (TZ-SUB)
               MOVE TZ-SUB TO TZ-MATCH-SUB
           END-IF.
      *
       250-CHECK-OVERLAP.
      *
           MOVE ZERO TO TZ-OVERLAP-SUB.
           PERFORM 255-CHECK-ONE-OVERLAP
               VARYING TZ-SUB FROM 1 BY 1
               UNTIL TZ-SUB > TZ-ENTRY-COUNT
               OR TZ-OVERLAP-SUB > ZERO.
      *
       255-CHECK-ONE-OVERLAP.
      *
           IF NOT TZT-DELETED (TZ-SUB)
                   AND TZ-SUB NOT = TZ-MATCH-SUB
                   AND TT-ZIP-LOW  <= TZT-ZIP-HIGH (TZ-SUB)
                   AND TT-ZIP-HIGH >= TZT-ZIP-LOW (TZ-SUB)
               MOVE TZ-SUB TO TZ-OVERLAP-SUB
           END-IF.
      *
       260-APPLY-ADD.
      *
           IF TZ-ENTRY-COUNT < 2000
               ADD 1 TO TZ-ENTRY-COUNT
               MOVE TZ-ENTRY-COUNT TO TZ-MATCH-SUB
               MOVE "N" TO TZT-DELETED-SWITCH (TZ-MATCH-SUB)
               PERFORM 268-MOVE-TRANS-TO-ENTRY
               MOVE "ADDED                 " TO ML-STATUS
               PERFORM 280-PRINT-APPLIED-TRANS
           ELSE
               MOVE "TABLE FULL            " TO ML-STATUS
               PERFORM 290-REJECT-TRANS
           END-IF.
      *
       265-APPLY-CHANGE.
      *
           PERFORM 268-MOVE-TRANS-TO-ENTRY.
           MOVE "CHANGED               " TO ML-STATUS.
           PERFORM 280-PRINT-APPLIED-TRANS.
      *
       268-MOVE-TRANS-TO-ENTRY.
      *
           MOVE TT-ZIP-LOW         TO TZT-ZIP-LOW (TZ-MATCH-SUB).
           MOVE TT-ZIP-HIGH        TO TZT-ZIP-HIGH (TZ-MATCH-SUB).
           MOVE TT-BRANCH-NUMBER   TO TZT-BRANCH-NUMBER (TZ-MATCH-SUB).
           MOVE TT-SALESREP-NUMBER
               TO TZT-SALESREP-NUMBER (TZ-MATCH-SUB).
           MOVE TT-DESCRIPTION     TO TZT-DESCRIPTION (TZ-MATCH-SUB).
           MOVE PD-BUSINESS-DATE
               TO TZT-LAST-CHANGE-DATE (TZ-MATCH-SUB).
           MOVE TT-BRANCH-NUMBER   TO ML-NEW-BRANCH.
           MOVE TT-SALESREP-NUMBER TO ML-NEW-REP.
      *
       270-APPLY-DELETE.
      *
           MOVE "Y" TO TZT-DELETED-SWITCH (TZ-MATCH-SUB).
           MOVE TZT-ZIP-HIGH (TZ-MATCH-SUB)    TO ML-ZIP-HIGH.
           MOVE TZT-DESCRIPTION (TZ-MATCH-SUB) TO ML-DESCRIPTION.
           MOVE "DELETED               " TO ML-STATUS.
           PERFORM 280-PRINT-APPLIED-TRANS.
      *
       280-PRINT-APPLIED-TRANS.
      *
           ADD 1 TO CT-TRANS-APPLIED.
           PERFORM 295-PRINT-MAINT-LINE.
      *
       285-AUTHORIZE-AND-APPLY.
      *
           PERFORM 180-CHECK-AUTHORIZATION.
           EVALUATE TRUE
               WHEN AC-REFUSED
                   MOVE AC-REASON TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN TT-DELETE-TRANS
                   PERFORM 270-APPLY-DELETE
               WHEN TT-ADD-TRANS
                   PERFORM 260-APPLY-ADD
               WHEN OTHER
                   PERFORM 265-APPLY-CHANGE
           END-EVALUATE.
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
       500-WRITE-UPDATED-TABLE.
      *
           IF NOT TZT-DELETED (TZ-SUB)
               MOVE SPACES TO TERRITORY-RECORD
               MOVE TZT-ZIP-LOW (TZ-SUB)    TO TZ-ZIP-LOW
               MOVE TZT-ZIP-HIGH (TZ-SUB)   TO TZ-ZIP-HIGH
               MOVE TZT-BRANCH-NUMBER (TZ-SUB) TO TZ-BRANCH-NUMBER
               MOVE TZT-SALESREP-NUMBER (TZ-SUB)
                   TO TZ-SALESREP-NUMBER
               MOVE TZT-DESCRIPTION (TZ-SUB) TO TZ-DESCRIPTION
               MOVE TZT-LAST-CHANGE-DATE (TZ-SUB)
                   TO TZ-LAST-CHANGE-DATE
               MOVE TERRITORY-RECORD TO TERRITORY-NEW-REC
               WRITE TERRITORY-NEW-REC
               ADD 1 TO CT-ENTRIES-WRITTEN
           END-IF.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "ENTRIES READ      " TO CTL-LABEL.
           MOVE CT-ENTRIES-READ      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TRANS READ        " TO CTL-LABEL.
           MOVE CT-TRANS-READ        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TRANS APPLIED     " TO CTL-LABEL.
           MOVE CT-TRANS-APPLIED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TRANS REJECTED    " TO CTL-LABEL.
           MOVE CT-TRANS-REJECTED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ENTRIES WRITTEN   " TO CTL-LABEL.
           MOVE CT-ENTRIES-WRITTEN   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-TRANS-READ = CT-TRANS-APPLIED + CT-TRANS-REJECTED
               DISPLAY "*** TERRMNT RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** TERRMNT RUN IS OUT OF BALANCE - REVIEW ***"
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
