       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
      *
      * MAINTENANCE FOR THE STUDENT HOLDS MASTER, IN THE TERRMNT
      * MOLD. LOADS THE OLD STUHOLD GENERATION (HOLDOLD), APPLIES
      * PLACE AND RELEASE TRANSACTIONS, PRINTS EVERY TRANSACTION
      * APPLIED AND THE REASON FOR EVERY ONE REJECTED ON THE HOLDS
      * REGISTER (HOLDREG), AND WRITES THE NEW GENERATION (HOLDNEW).
      * A RELEASED HOLD STAYS ON FILE WITH ITS RELEASE DATE, SO THE
      * MASTER IS THE HISTORY OF EVERY HOLD EVER PLACED.
      *
      * TWO TRANSACTION SOURCES ARE APPLIED, IN THIS ORDER:
      *   HOLDTRN  - THE OFFICES' OWN PLACE/RELEASE TRANSACTIONS.
      *              THE OPERATOR MUST BE ON THE AUTHORIZED-
      *              OPERATOR FILE (OPERAUTH) WITH A ROLE GRANTED
      *              THE TRANSACTION CODE IN HOLDMNT ON THE
      *              PERMISSION TABLE (AUTHCHK).
      *   BURSHOLD - FINANCIAL HOLDS PLACED AUTOMATICALLY BY THE
      *              BURSAR RUN. THESE CARRY OPERATOR 'BURSAR' AND
      *              ARE NOT PROVED AGAINST OPERAUTH. THE BURSAR RUN
      *              RE-SENDS A HOLD EVERY NIGHT THE BALANCE STANDS,
      *              SO ONE FOR A STUDENT ALREADY UNDER AN ACTIVE
      *              FINANCIAL HOLD IS PASSED OVER, NOT REJECTED.
      * A STUDENT HAS AT MOST ONE ACTIVE HOLD OF EACH TYPE. A
      * RELEASE CLOSES THE ACTIVE HOLD OF THE TYPE NAMED.
      *
      * HOLDTRN / BURSHOLD LAYOUT: COL 1 = 'P' PLACE / 'R' RELEASE,
      * COLS 2-10 STUDENT ID, COLS 11-13 HOLD TYPE (FIN, ACA, CON,
      * REG, LIB, ADV), COL 14 BLOCKING FLAG (Y/N), COLS 15-22
      * PLACING OFFICE, COLS 23-42 HOLD REASON, COLS 43-50
      * OPERATOR ID. A RELEASE NEEDS ONLY THE STUDENT, THE TYPE AND
      * THE OPERATOR. A REJECTED TRANSACTION ENDS THE RUN WITH
      * RETURN CODE 4, AN OUT-OF-BALANCE RUN WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDOLD  ASSIGN TO HOLDOLD
           FILE STATUS IS WF-HOLDOLD-STATUS.
           SELECT HOLDTRN  ASSIGN TO HOLDTRN
           FILE STATUS IS WF-HOLDTRN-STATUS.
           SELECT BURSHOLD ASSIGN TO BURSHOLD
           FILE STATUS IS WF-BURSHOLD-STATUS.
           SELECT HOLDNEW  ASSIGN TO HOLDNEW
           FILE STATUS IS WF-HOLDNEW-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
           FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT HOLDREG  ASSIGN TO HOLDREG
           FILE STATUS IS WF-HOLDREG-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  HOLDOLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY STUHOLD.
      *
       FD  HOLDTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-TRANS-RECORD.
           05  HX-TRANS-CODE           PIC X.
               88  HX-PLACE-TRANS          VALUE "P".
               88  HX-RELEASE-TRANS        VALUE "R".
           05  HX-STUDENT-ID           PIC 9(9).
           05  HX-HOLD-TYPE            PIC X(3).
               88  HX-VALID-HOLD-TYPE      VALUE "FIN" "ACA" "CON"
                                                 "REG" "LIB" "ADV".
           05  HX-BLOCKING-FLAG        PIC X.
               88  HX-VALID-BLOCKING-FLAG  VALUE "Y" "N".
           05  HX-PLACING-OFFICE       PIC X(8).
           05  HX-HOLD-REASON          PIC X(20).
           05  HX-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(30).
      *
       FD  BURSHOLD
           RECORD CONTAINS 80 CHARACTERS.
       01  BURSAR-HOLD-RECORD          PIC X(80).
      *
       FD  HOLDNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  STUDENT-HOLD-NEW-REC        PIC X(80).
      *
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       FD  HOLDREG.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  HOLDOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  HOLDOLD-EOF                  VALUE "Y".
           05  HOLDTRN-EOF-SWITCH      PIC X    VALUE "N".
               88  HOLDTRN-EOF                  VALUE "Y".
           05  BURSHOLD-EOF-SWITCH     PIC X    VALUE "N".
               88  BURSHOLD-EOF                 VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
           05  TRANS-SOURCE-SWITCH     PIC X    VALUE "M".
               88  MANUAL-TRANS                 VALUE "M".
               88  BURSAR-TRANS                 VALUE "B".
      *
       01  WF-FILE-STATUSES.
           05  WF-HOLDOLD-STATUS   PIC XX.
               88  HOLDOLD-FILE-OK         VALUE "00".
           05  WF-HOLDTRN-STATUS   PIC XX.
               88  HOLDTRN-FILE-OK         VALUE "00".
           05  WF-BURSHOLD-STATUS  PIC XX.
               88  BURSHOLD-FILE-OK        VALUE "00".
           05  WF-HOLDNEW-STATUS   PIC XX.
               88  HOLDNEW-FILE-OK         VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  WF-HOLDREG-STATUS   PIC XX.
               88  HOLDREG-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
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
       01  HOLD-TABLE-FIELDS.
           05  HD-ENTRY-COUNT      PIC S9(5)  COMP  VALUE ZERO.
           05  HD-SUB              PIC S9(5)  COMP.
           05  HD-MATCH-SUB        PIC S9(5)  COMP.
      *
      * THE HOLDS TABLE KEEPS EACH RECORD WHOLE SO THE NEW
      * GENERATION IS WRITTEN BACK EXACTLY AS IT WAS READ.
      *
       01  HOLD-TABLE.
           05  HOLD-ENTRY              OCCURS 20000 TIMES.
               10  HD-RECORD               PIC X(80).
               10  HD-FIELDS REDEFINES HD-RECORD.
                   15  HD-STUDENT-ID           PIC 9(9).
                   15  HD-HOLD-TYPE            PIC X(3).
                   15  HD-BLOCKING-FLAG        PIC X.
                   15  HD-PLACING-OFFICE       PIC X(8).
                   15  HD-DATE-PLACED          PIC 9(8).
                   15  HD-DATE-RELEASED        PIC 9(8).
                       88  HD-HOLD-ACTIVE          VALUE ZERO.
                   15  HD-HOLD-REASON          PIC X(20).
                   15  HD-PLACED-BY            PIC X(8).
                   15  HD-RELEASED-BY          PIC X(8).
                   15  FILLER                  PIC X(7).
      *
       01  CONTROL-TOTALS.
           05  CT-HOLDS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HOLDS-WRITTEN    PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HOLDS-ACTIVE     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-BURSAR-READ      PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HOLDS-PLACED     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-HOLDS-RELEASED   PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ALREADY-HELD     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-REJECTED   PIC S9(5) COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "STUDENT HOLDS MAINTE".
           05  FILLER          PIC X(20)   VALUE "NANCE REGISTER      ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "HOLDMNT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "T SRC STUDENT ID TYP".
           05  FILLER      PIC X(20)   VALUE "E BLK OFFICE    REAS".
           05  FILLER      PIC X(20)   VALUE "ON                OP".
           05  FILLER      PIC X(20)   VALUE "ERATOR  STATUS      ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  MAINT-LINE.
           05  ML-TRANS-CODE           PIC X.
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  ML-SOURCE               PIC X(3).
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  ML-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-HOLD-TYPE            PIC X(3).
           05  FILLER                  PIC X(3)     VALUE SPACE.
           05  ML-BLOCKING-FLAG        PIC X.
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-PLACING-OFFICE       PIC X(8).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-HOLD-REASON          PIC X(20).
           05  FILLER                  PIC X(2)     VALUE SPACE.
           05  ML-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(1)     VALUE SPACE.
           05  ML-STATUS               PIC X(22).
           05  FILLER                  PIC X(43)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "HOLDMNT TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-STUDENT-HOLDS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 120-LOAD-OPERATOR-TABLE.
           PERFORM 140-LOAD-HOLD-TABLE.
           SET MANUAL-TRANS TO TRUE.
           PERFORM 200-APPLY-ONE-TRANSACTION
               UNTIL HOLDTRN-EOF.
           SET BURSAR-TRANS TO TRUE.
           PERFORM 205-APPLY-ONE-BURSAR-HOLD
               UNTIL BURSHOLD-EOF.
           PERFORM 500-WRITE-UPDATED-TABLE
               VARYING HD-SUB FROM 1 BY 1
               UNTIL HD-SUB > HD-ENTRY-COUNT.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE HOLDOLD
                 HOLDTRN
                 BURSHOLD
                 HOLDNEW
                 HOLDREG.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  HOLDOLD
                       HOLDTRN
                       BURSHOLD
                OUTPUT HOLDNEW
                       HOLDREG.
           IF NOT HOLDOLD-FILE-OK
              DISPLAY "HOLDOLD OPEN ERROR: " WF-HOLDOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT HOLDTRN-FILE-OK
              DISPLAY "HOLDTRN OPEN ERROR: " WF-HOLDTRN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT BURSHOLD-FILE-OK
              DISPLAY "BURSHOLD OPEN ERROR: " WF-BURSHOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT HOLDNEW-FILE-OK
              DISPLAY "HOLDNEW OPEN ERROR: " WF-HOLDNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT HOLDREG-FILE-OK
              DISPLAY "HOLDREG OPEN ERROR: " WF-HOLDREG-STATUS
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
      * EVERY HOLD PLACED OR RELEASED BY AN OFFICE MUST NAME THE
      * OPERATOR WHO ENTERED IT.
      *
       120-LOAD-OPERATOR-TABLE.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
               DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
               PERFORM 900-ABORT
           END-IF.
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
       140-LOAD-HOLD-TABLE.
      *
           PERFORM 145-READ-HOLD-RECORD.
           PERFORM 150-STORE-HOLD-ENTRY
               UNTIL HOLDOLD-EOF.
      *
       145-READ-HOLD-RECORD.
      *
           READ HOLDOLD
               AT END
                   MOVE "Y" TO HOLDOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HOLDS-READ
           END-READ.
      *
       150-STORE-HOLD-ENTRY.
      *
           IF HD-ENTRY-COUNT < 20000
               ADD 1 TO HD-ENTRY-COUNT
               MOVE STUDENT-HOLD-RECORD TO HD-RECORD (HD-ENTRY-COUNT)
           ELSE
               DISPLAY "HOLD TABLE FULL - HOLD DROPPED "
                   SH-STUDENT-ID " " SH-HOLD-TYPE
               PERFORM 900-ABORT
           END-IF.
           PERFORM 145-READ-HOLD-RECORD.
      *
       200-APPLY-ONE-TRANSACTION.
      *
           PERFORM 210-READ-HOLD-TRANS.
           IF NOT HOLDTRN-EOF
               PERFORM 220-APPLY-HOLD-TRANS
           END-IF.
      *
       205-APPLY-ONE-BURSAR-HOLD.
      *
           PERFORM 215-READ-BURSAR-HOLD.
           IF NOT BURSHOLD-EOF
               PERFORM 220-APPLY-HOLD-TRANS
           END-IF.
      *
       210-READ-HOLD-TRANS.
      *
           READ HOLDTRN
               AT END
                   MOVE "Y" TO HOLDTRN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.
      *
      * THE BURSAR FEED HAS THE HOLDTRN LAYOUT - IT IS READ INTO
      * THE TRANSACTION RECORD AND APPLIED THE SAME WAY.
      *
       215-READ-BURSAR-HOLD.
      *
           READ BURSHOLD INTO HOLD-TRANS-RECORD
               AT END
                   MOVE "Y" TO BURSHOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
                   ADD 1 TO CT-BURSAR-READ
           END-READ.
      *
       220-APPLY-HOLD-TRANS.
      *
           MOVE HX-TRANS-CODE     TO ML-TRANS-CODE.
           IF BURSAR-TRANS
               MOVE "BUR"         TO ML-SOURCE
           ELSE
               MOVE "OFC"         TO ML-SOURCE
           END-IF.
           MOVE HX-STUDENT-ID     TO ML-STUDENT-ID.
           MOVE HX-HOLD-TYPE      TO ML-HOLD-TYPE.
           MOVE HX-BLOCKING-FLAG  TO ML-BLOCKING-FLAG.
           MOVE HX-PLACING-OFFICE TO ML-PLACING-OFFICE.
           MOVE HX-HOLD-REASON    TO ML-HOLD-REASON.
           MOVE HX-OPERATOR-ID    TO ML-OPERATOR-ID.
           MOVE ZERO TO HD-MATCH-SUB.
           IF HX-STUDENT-ID IS NUMERIC
               PERFORM 240-FIND-ACTIVE-HOLD
           END-IF.
           MOVE ZERO TO OT-MATCH-SUB.
           IF MANUAL-TRANS
               PERFORM 250-CHECK-OPERATOR-ID
               IF OT-MATCH-SUB > ZERO
                   PERFORM 257-CHECK-AUTHORIZATION
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT (HX-PLACE-TRANS OR HX-RELEASE-TRANS)
                   MOVE "INVALID TRANS CODE    " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN HX-STUDENT-ID NOT NUMERIC
                       OR HX-STUDENT-ID = ZERO
                   MOVE "INVALID STUDENT ID    " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN NOT HX-VALID-HOLD-TYPE
                   MOVE "INVALID HOLD TYPE     " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN MANUAL-TRANS AND HX-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID        " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN MANUAL-TRANS AND OT-MATCH-SUB = ZERO
                   MOVE "UNKNOWN OPERATOR      " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN MANUAL-TRANS AND AC-REFUSED
                   MOVE AC-REASON TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN HX-RELEASE-TRANS AND HD-MATCH-SUB = ZERO
                   MOVE "NO ACTIVE HOLD        " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN HX-RELEASE-TRANS
                   PERFORM 270-APPLY-RELEASE
               WHEN BURSAR-TRANS AND HD-MATCH-SUB > ZERO
                   MOVE "ALREADY ON HOLD       " TO ML-STATUS
                   PERFORM 285-PASS-OVER-TRANS
               WHEN HD-MATCH-SUB > ZERO
                   MOVE "HOLD ALREADY ACTIVE   " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN NOT HX-VALID-BLOCKING-FLAG
                   MOVE "INVALID BLOCKING FLAG " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN HX-PLACING-OFFICE = SPACES
                   MOVE "NO PLACING OFFICE     " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN HX-HOLD-REASON = SPACES
                   MOVE "NO HOLD REASON        " TO ML-STATUS
                   PERFORM 290-REJECT-TRANS
               WHEN OTHER
                   PERFORM 260-APPLY-PLACE
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
       240-FIND-ACTIVE-HOLD.
      *
           MOVE ZERO TO HD-MATCH-SUB.
           PERFORM 245-MATCH-ONE-HOLD
               VARYING HD-SUB FROM 1 BY 1
               UNTIL HD-SUB > HD-ENTRY-COUNT
               OR HD-MATCH-SUB > ZERO.
      *
       245-MATCH-ONE-HOLD.
      *
           IF HD-STUDENT-ID (HD-SUB) = HX-STUDENT-ID
                   AND HD-HOLD-TYPE (HD-SUB) = HX-HOLD-TYPE
                   AND HD-HOLD-ACTIVE (HD-SUB)
               MOVE HD-SUB TO HD-MATCH-SUB
           END-IF.
      *
       250-CHECK-OPERATOR-ID.
      *
           MOVE ZERO TO OT-MATCH-SUB.
           PERFORM 255-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       255-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = HX-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       257-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "HOLDMNT"      TO AC-PROGRAM-ID.
           MOVE HX-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE HX-TRANS-CODE  TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       260-APPLY-PLACE.
      *
           IF HD-ENTRY-COUNT < 20000
               ADD 1 TO HD-ENTRY-COUNT
               MOVE SPACES TO HD-RECORD (HD-ENTRY-COUNT)
               MOVE HX-STUDENT-ID  TO HD-STUDENT-ID (HD-ENTRY-COUNT)
               MOVE HX-HOLD-TYPE   TO HD-HOLD-TYPE (HD-ENTRY-COUNT)
               MOVE HX-BLOCKING-FLAG
                   TO HD-BLOCKING-FLAG (HD-ENTRY-COUNT)
               MOVE HX-PLACING-OFFICE
                   TO HD-PLACING-OFFICE (HD-ENTRY-COUNT)
               MOVE PD-BUSINESS-DATE
                   TO HD-DATE-PLACED (HD-ENTRY-COUNT)
               MOVE ZERO TO HD-DATE-RELEASED (HD-ENTRY-COUNT)
               MOVE HX-HOLD-REASON TO HD-HOLD-REASON (HD-ENTRY-COUNT)
               MOVE HX-OPERATOR-ID TO HD-PLACED-BY (HD-ENTRY-COUNT)
               ADD 1 TO CT-HOLDS-PLACED
               MOVE "PLACED                " TO ML-STATUS
               PERFORM 280-PRINT-APPLIED-TRANS
           ELSE
               MOVE "TABLE FULL            " TO ML-STATUS
               PERFORM 290-REJECT-TRANS
           END-IF.
      *
      * THE RELEASE LINE SHOWS THE HOLD AS IT WAS PLACED, SO THE
      * REGISTER RECORDS WHAT WAS LIFTED, NOT JUST THE REQUEST.
      *
       270-APPLY-RELEASE.
      *
           MOVE PD-BUSINESS-DATE TO HD-DATE-RELEASED (HD-MATCH-SUB).
           MOVE HX-OPERATOR-ID   TO HD-RELEASED-BY (HD-MATCH-SUB).
           MOVE HD-BLOCKING-FLAG (HD-MATCH-SUB)  TO ML-BLOCKING-FLAG.
           MOVE HD-PLACING-OFFICE (HD-MATCH-SUB) TO ML-PLACING-OFFICE.
           MOVE HD-HOLD-REASON (HD-MATCH-SUB)    TO ML-HOLD-REASON.
           ADD 1 TO CT-HOLDS-RELEASED.
           MOVE "RELEASED              " TO ML-STATUS.
           PERFORM 280-PRINT-APPLIED-TRANS.
      *
       280-PRINT-APPLIED-TRANS.
      *
           PERFORM 295-PRINT-MAINT-LINE.
      *
       285-PASS-OVER-TRANS.
      *
           ADD 1 TO CT-ALREADY-HELD.
           PERFORM 295-PRINT-MAINT-LINE.
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
           MOVE HD-RECORD (HD-SUB) TO STUDENT-HOLD-NEW-REC.
           WRITE STUDENT-HOLD-NEW-REC.
           ADD 1 TO CT-HOLDS-WRITTEN.
           IF HD-HOLD-ACTIVE (HD-SUB)
               ADD 1 TO CT-HOLDS-ACTIVE
           END-IF.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE "HOLDS READ        " TO CTL-LABEL.
           MOVE CT-HOLDS-READ        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TRANS READ        " TO CTL-LABEL.
           MOVE CT-TRANS-READ        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  FROM BURSAR     " TO CTL-LABEL.
           MOVE CT-BURSAR-READ       TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "HOLDS PLACED      " TO CTL-LABEL.
           MOVE CT-HOLDS-PLACED      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "HOLDS RELEASED    " TO CTL-LABEL.
           MOVE CT-HOLDS-RELEASED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ALREADY ON HOLD   " TO CTL-LABEL.
           MOVE CT-ALREADY-HELD      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TRANS REJECTED    " TO CTL-LABEL.
           MOVE CT-TRANS-REJECTED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "HOLDS WRITTEN     " TO CTL-LABEL.
           MOVE CT-HOLDS-WRITTEN     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "HOLDS ACTIVE      " TO CTL-LABEL.
           MOVE CT-HOLDS-ACTIVE      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-TRANS-READ = CT-HOLDS-PLACED + CT-HOLDS-RELEASED
                   + CT-ALREADY-HELD + CT-TRANS-REJECTED
                   AND CT-HOLDS-WRITTEN = CT-HOLDS-READ
                       + CT-HOLDS-PLACED
               DISPLAY "*** HOLDMNT RUN IS IN BALANCE ***"
               IF CT-TRANS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** HOLDMNT RUN IS OUT OF BALANCE - REVIEW ***"
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
