       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMMAINT.
      *
      * ITEM MASTER MAINTENANCE. THE MASTER IS A SEQUENTIAL FILE IN
      * ITEM-NUMBER ORDER; ADD/CHANGE/DISCONTINUE TRANSACTIONS ARE
      * VALIDATED, APPLIED AGAINST THE OLD GENERATION, AND THE
      * SURVIVORS GO THROUGH AN INTERNAL SORT SO ADDS LAND IN KEY
      * ORDER. DISCONTINUED ITEMS STAY ON THE MASTER WITH STATUS 'D'
      * SO THE POSTING RUN CAN REJECT NEW SALES OF THEM. BEFORE/
      * AFTER IMAGES GO TO ITEMAUDT, AND EVERY PRICE SET BY AN ADD
      * OR A CHANGE IS WRITTEN TO THE PRICE HISTORY FILE (PRCHIST)
      * WITH ITS EFFECTIVE DATE.
      *
      * ITEMTRAN LAYOUT: COL 1 = 'A'/'C'/'D', COLS 2-7 ITEM NUMBER,
      * COLS 8-27 DESCRIPTION, COLS 28-30 PRODUCT LINE, COLS 31-37
      * UNIT PRICE (9(5)V99), COLS 38-45 EFFECTIVE DATE (CCYYMMDD,
      * BLANK = BUSINESS DATE), COLS 46-52 REORDER POINT, COLS 53-59
      * STANDARD UNIT COST (9(5)V99), COLS 73-80 OPERATOR ID. ON A
      * CHANGE A BLANK DESCRIPTION, PRODUCT LINE, PRICE, REORDER
      * POINT OR STANDARD COST LEAVES THAT FIELD AS IT IS. A PRICE
      * OF ZERO IS NEVER ACCEPTED. THE OPERATOR'S ROLE MUST BE
      * GRANTED THE TRANSACTION CODE IN ITMMAINT ON THE PERMISSION
      * TABLE (AUTHCHK).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMOLD  ASSIGN TO ITEMOLD
               FILE STATUS IS WF-ITEMOLD-STATUS.
           SELECT ITEMTRAN ASSIGN TO ITEMTRAN
               FILE STATUS IS WF-ITEMTRAN-STATUS.
           SELECT ITEMNEW  ASSIGN TO ITEMNEW
               FILE STATUS IS WF-ITEMNEW-STATUS.
           SELECT ITEMAUDT ASSIGN TO ITEMAUDT
               FILE STATUS IS WF-ITEMAUDT-STATUS.
           SELECT PRCHIST  ASSIGN TO PRCHIST
               FILE STATUS IS WF-PRCHIST-STATUS.
           SELECT PRODLINE ASSIGN TO PRODLINE
               FILE STATUS IS WF-PRODLINE-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
               FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ITEMOLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITEMMST.
      *
       FD  ITEMTRAN.
       01  ITEM-TRANS-RECORD.
           05  IT-TRANS-CODE           PIC X.
               88  IT-ADD-TRANS            VALUE "A".
               88  IT-CHANGE-TRANS         VALUE "C".
               88  IT-DISC-TRANS           VALUE "D".
           05  IT-ITEM-NUMBER          PIC X(6).
           05  IT-DESCRIPTION          PIC X(20).
           05  IT-PRODUCT-LINE         PIC X(3).
           05  IT-UNIT-PRICE           PIC X(7).
           05  IT-UNIT-PRICE-N REDEFINES IT-UNIT-PRICE
                                       PIC 9(5)V9(2).
           05  IT-EFFECTIVE-DATE       PIC X(8).
           05  IT-EFFECTIVE-DATE-N REDEFINES IT-EFFECTIVE-DATE.
               10  IT-EFF-CCYY         PIC 9(4).
               10  IT-EFF-MM           PIC 9(2).
               10  IT-EFF-DD           PIC 9(2).
           05  IT-REORDER-POINT        PIC X(7).
           05  IT-REORDER-POINT-N REDEFINES IT-REORDER-POINT
                                       PIC 9(7).
           05  IT-STANDARD-COST        PIC X(7).
           05  IT-STANDARD-COST-N REDEFINES IT-STANDARD-COST
                                       PIC 9(5)V9(2).
           05  FILLER                  PIC X(13).
           05  IT-OPERATOR-ID          PIC X(8).
      *
       FD  ITEMNEW.
       01  ITEM-NEW-RECORD             PIC X(80).
      *
       FD  ITEMAUDT
           RECORD CONTAINS 183 CHARACTERS.
       01  ITEM-AUDIT-RECORD.
           05  IA-TRANS-CODE           PIC X.
           05  IA-BEFORE-IMAGE         PIC X(80).
           05  IA-AFTER-IMAGE          PIC X(80).
           05  IA-CHANGE-DATE          PIC 9(8).
           05  IA-OPERATOR-ID          PIC X(8).
           05  IA-CHANGE-TIME          PIC 9(6).
      *
       FD  PRCHIST
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRCHIST.
      *
       FD  PRODLINE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRODLINE.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ITEM-NUMBER         PIC 9(6).
           05  FILLER                  PIC X(74).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ITEMOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  ITEMOLD-EOF                  VALUE "Y".
           05  ITEMTRAN-EOF-SWITCH     PIC X    VALUE "N".
               88  ITEMTRAN-EOF                 VALUE "Y".
           05  WF-RECORD-VALID         PIC X.
               88  RECORD-IS-VALID              VALUE "Y".
               88  RECORD-IS-INVALID            VALUE "N".
      *
       01  WF-FILE-STATUSES.
           05  WF-ITEMOLD-STATUS   PIC XX.
               88  ITEMOLD-FILE-OK         VALUE "00".
           05  WF-ITEMTRAN-STATUS  PIC XX.
               88  ITEMTRAN-FILE-OK        VALUE "00".
           05  WF-ITEMNEW-STATUS   PIC XX.
               88  ITEMNEW-FILE-OK         VALUE "00".
           05  WF-ITEMAUDT-STATUS  PIC XX.
               88  ITEMAUDT-FILE-OK        VALUE "00".
           05  WF-PRCHIST-STATUS   PIC XX.
               88  PRCHIST-FILE-OK         VALUE "00".
           05  WF-PRODLINE-STATUS  PIC XX.
               88  PRODLINE-FILE-OK        VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  OPERAUTH-EOF-SWITCH PIC X    VALUE "N".
               88  OPERAUTH-EOF             VALUE "Y".
           05  PRODLINE-EOF-SWITCH PIC X    VALUE "N".
               88  PRODLINE-EOF             VALUE "Y".
      *
       01  TRANS-TABLE-FIELDS.
           05  TT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  TT-SUB              PIC S9(3)  COMP.
           05  TT-MATCH-SUB        PIC S9(3)  COMP.
      *
      * ON A CHANGE ENTRY A BLANK DESCRIPTION OR PRODUCT LINE, A
      * ZERO PRICE OR AN UNKEYED REORDER POINT OR STANDARD COST
      * MEANS THE FIELD WAS NOT KEYED AND IS LEFT ALONE.
      *
       01  TRANS-TABLE.
           05  TRANS-ENTRY             OCCURS 300 TIMES.
               10  TTE-TRANS-CODE          PIC X.
               10  TTE-ITEM-NUMBER         PIC 9(6).
               10  TTE-DESCRIPTION         PIC X(20).
               10  TTE-PRODUCT-LINE        PIC X(3).
               10  TTE-UNIT-PRICE          PIC 9(5)V9(2).
               10  TTE-EFFECTIVE-DATE      PIC 9(8).
               10  TTE-REORDER-POINT       PIC 9(7).
               10  TTE-REORDER-SWITCH      PIC X.
                   88  TTE-REORDER-KEYED       VALUE "Y".
               10  TTE-STANDARD-COST       PIC 9(5)V9(2).
               10  TTE-COST-SWITCH         PIC X.
                   88  TTE-COST-KEYED          VALUE "Y".
               10  TTE-OPERATOR-ID         PIC X(8).
               10  TTE-APPLIED-SWITCH      PIC X.
                   88  TTE-APPLIED             VALUE "Y".
                   88  TTE-NOT-APPLIED         VALUE "N".
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
       01  PRODUCT-LINE-TABLE-FIELDS.
           05  PT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  PT-SUB              PIC S9(3)  COMP.
           05  PT-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  PRODUCT-LINE-TABLE.
           05  PRODUCT-LINE-ENTRY      OCCURS 100 TIMES.
               10  PT-PRODUCT-LINE         PIC X(3).
      *
       01  WORK-FIELDS.
           05  WS-BEFORE-IMAGE     PIC X(80).
           05  WS-STAMP-WORK       PIC X(21).
           05  WS-OLD-PRICE        PIC 9(5)V9(2).
           05  WS-WORK-RECORD.
               10  WK-ITEM-NUMBER      PIC 9(6).
               10  WK-DESCRIPTION      PIC X(20).
               10  WK-PRODUCT-LINE     PIC X(3).
               10  WK-UNIT-PRICE       PIC 9(5)V9(2).
               10  WK-ITEM-STATUS      PIC X.
                   88  WK-ITEM-DISCONTINUED    VALUE "D".
               10  WK-REORDER-POINT    PIC 9(7).
               10  WK-STANDARD-COST    PIC 9(5)V9(2).
               10  FILLER              PIC X(29).
      *
       01  CONTROL-TOTALS.
           05  CT-MASTERS-READ     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-TRANS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-ADDED            PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-CHANGED          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-DISCONTINUED     PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-REJECTED         PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-WRITTEN          PIC S9(5) COMP-3 VALUE ZERO.
           05  CT-PRICES-LOGGED    PIC S9(5) COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-ITEM-MASTER.
      *
           OPEN INPUT  ITEMOLD
                       ITEMTRAN
                OUTPUT ITEMAUDT
                EXTEND PRCHIST.
           IF NOT ITEMOLD-FILE-OK
              DISPLAY "ITEMOLD OPEN ERROR: " WF-ITEMOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ITEMTRAN-FILE-OK
              DISPLAY "ITEMTRAN OPEN ERROR: " WF-ITEMTRAN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ITEMAUDT-FILE-OK
              DISPLAY "ITEMAUDT OPEN ERROR: " WF-ITEMAUDT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PRCHIST-FILE-OK
              DISPLAY "PRCHIST OPEN ERROR: " WF-PRCHIST-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 090-READ-PROCESSING-DATE.
           PERFORM 091-LOAD-PRODUCT-LINES.
           PERFORM 095-LOAD-OPERATOR-TABLE.
           PERFORM 100-LOAD-TRANS-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ITEM-NUMBER
               INPUT PROCEDURE 200-APPLY-MAINTENANCE
               GIVING ITEMNEW.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE ITEMOLD
                 ITEMTRAN
                 ITEMAUDT
                 PRCHIST.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           GOBACK.
      *
      * THE AUDIT IMAGES AND PRICE HISTORY ARE STAMPED WITH THE
      * BUSINESS PROCESSING DATE, WHICH IS ALSO THE EFFECTIVE DATE
      * OF A PRICE WHEN NONE IS KEYED.
      *
       090-READ-PROCESSING-DATE.
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
      * AN ITEM MAY ONLY CARRY A PRODUCT LINE THE SALES-BY-PRODUCT-
      * LINE REPORT KNOWS ABOUT.
      *
       091-LOAD-PRODUCT-LINES.
      *
           OPEN INPUT PRODLINE.
           IF NOT PRODLINE-FILE-OK
               DISPLAY "PRODLINE OPEN ERROR: " WF-PRODLINE-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 092-READ-PRODUCT-LINE
               UNTIL PRODLINE-EOF.
           CLOSE PRODLINE.
      *
       092-READ-PRODUCT-LINE.
      *
           READ PRODLINE
               AT END
                   MOVE "Y" TO PRODLINE-EOF-SWITCH
               NOT AT END
                   IF PT-ENTRY-COUNT < 100
                       ADD 1 TO PT-ENTRY-COUNT
                       MOVE PL-PRODUCT-LINE
                           TO PT-PRODUCT-LINE (PT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "PRODUCT LINE TABLE FULL - DROPPED "
                           PL-PRODUCT-LINE
                   END-IF
           END-READ.
      *
       093-CHECK-PRODUCT-LINE.
      *
           MOVE ZERO TO PT-MATCH-SUB.
           PERFORM 094-MATCH-ONE-PRODUCT-LINE
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-ENTRY-COUNT
               OR PT-MATCH-SUB > ZERO.
      *
       094-MATCH-ONE-PRODUCT-LINE.
      *
           IF PT-PRODUCT-LINE (PT-SUB) = IT-PRODUCT-LINE
               MOVE PT-SUB TO PT-MATCH-SUB
           END-IF.
      *
      * EVERY BATCH MUST NAME WHO KEYED IT.
      *
       095-LOAD-OPERATOR-TABLE.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
               DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 096-READ-OPERATOR
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       096-READ-OPERATOR.
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
       097-CHECK-OPERATOR-ID.
      *
           MOVE ZERO TO OT-MATCH-SUB.
           PERFORM 098-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       098-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = IT-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       099-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "ITMMAINT"     TO AC-PROGRAM-ID.
           MOVE IT-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE IT-TRANS-CODE  TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       100-LOAD-TRANS-TABLE.
      *
           PERFORM 110-READ-TRANS-RECORD.
           PERFORM 120-STORE-TRANS-ENTRY
               UNTIL ITEMTRAN-EOF.
      *
       110-READ-TRANS-RECORD.
      *
           READ ITEMTRAN
               AT END
                   MOVE "Y" TO ITEMTRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.
      *
       120-STORE-TRANS-ENTRY.
      *
           PERFORM 130-VALIDATE-TRANS.
           IF RECORD-IS-INVALID
               ADD 1 TO CT-REJECTED
           ELSE
           IF TT-ENTRY-COUNT < 300
               ADD 1 TO TT-ENTRY-COUNT
               MOVE IT-TRANS-CODE
                   TO TTE-TRANS-CODE (TT-ENTRY-COUNT)
               MOVE IT-ITEM-NUMBER
                   TO TTE-ITEM-NUMBER (TT-ENTRY-COUNT)
               MOVE IT-DESCRIPTION
                   TO TTE-DESCRIPTION (TT-ENTRY-COUNT)
               MOVE IT-PRODUCT-LINE
                   TO TTE-PRODUCT-LINE (TT-ENTRY-COUNT)
               IF IT-UNIT-PRICE IS NUMERIC
                   MOVE IT-UNIT-PRICE-N
                       TO TTE-UNIT-PRICE (TT-ENTRY-COUNT)
               ELSE
                   MOVE ZERO TO TTE-UNIT-PRICE (TT-ENTRY-COUNT)
               END-IF
               IF IT-EFFECTIVE-DATE = SPACES
                   MOVE PD-BUSINESS-DATE
                       TO TTE-EFFECTIVE-DATE (TT-ENTRY-COUNT)
               ELSE
                   MOVE IT-EFFECTIVE-DATE
                       TO TTE-EFFECTIVE-DATE (TT-ENTRY-COUNT)
               END-IF
               IF IT-REORDER-POINT = SPACES
                   MOVE ZERO TO TTE-REORDER-POINT (TT-ENTRY-COUNT)
                   MOVE "N" TO TTE-REORDER-SWITCH (TT-ENTRY-COUNT)
               ELSE
                   MOVE IT-REORDER-POINT-N
                       TO TTE-REORDER-POINT (TT-ENTRY-COUNT)
                   MOVE "Y" TO TTE-REORDER-SWITCH (TT-ENTRY-COUNT)
               END-IF
               IF IT-STANDARD-COST = SPACES
                   MOVE ZERO TO TTE-STANDARD-COST (TT-ENTRY-COUNT)
                   MOVE "N" TO TTE-COST-SWITCH (TT-ENTRY-COUNT)
               ELSE
                   MOVE IT-STANDARD-COST-N
                       TO TTE-STANDARD-COST (TT-ENTRY-COUNT)
                   MOVE "Y" TO TTE-COST-SWITCH (TT-ENTRY-COUNT)
               END-IF
               MOVE IT-OPERATOR-ID
                   TO TTE-OPERATOR-ID (TT-ENTRY-COUNT)
               SET TTE-NOT-APPLIED (TT-ENTRY-COUNT) TO TRUE
           ELSE
               DISPLAY "TRANS TABLE FULL - TRANS DROPPED "
                   IT-ITEM-NUMBER
               ADD 1 TO CT-REJECTED
           END-IF
           END-IF.
           PERFORM 110-READ-TRANS-RECORD.
      *
       130-VALIDATE-TRANS.
      *
           SET RECORD-IS-VALID TO TRUE.
           IF IT-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - REJECTED "
                   ITEM-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
               PERFORM 097-CHECK-OPERATOR-ID
               IF OT-MATCH-SUB = ZERO
                   DISPLAY "UNKNOWN OPERATOR - REJECTED "
                       ITEM-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
                   PERFORM 099-CHECK-AUTHORIZATION
                   IF AC-REFUSED
                       DISPLAY AC-REASON " - REJECTED "
                           ITEM-TRANS-RECORD
                       SET RECORD-IS-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF IT-TRANS-CODE NOT = "A" AND IT-TRANS-CODE NOT = "C"
                   AND IT-TRANS-CODE NOT = "D"
               DISPLAY "INVALID TRANS CODE - REJECTED "
                   ITEM-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF IT-ITEM-NUMBER NOT NUMERIC
               DISPLAY "NON-NUMERIC ITEM NUMBER - REJECTED "
                   ITEM-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF IT-ADD-TRANS
               IF IT-DESCRIPTION = SPACES
                   DISPLAY "BLANK DESCRIPTION - REJECTED "
                       ITEM-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               IF IT-PRODUCT-LINE = SPACES
                   DISPLAY "BLANK PRODUCT LINE - REJECTED "
                       ITEM-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               IF IT-UNIT-PRICE = SPACES
                   DISPLAY "BLANK UNIT PRICE - REJECTED "
                       ITEM-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               IF IT-STANDARD-COST = SPACES
                   DISPLAY "BLANK STANDARD COST - REJECTED "
                       ITEM-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.
           IF (IT-ADD-TRANS OR IT-CHANGE-TRANS)
               PERFORM 140-VALIDATE-ITEM-FIELDS
           END-IF.
      *
      * FIELDS LEFT BLANK ON A CHANGE ARE SKIPPED HERE; AN ADD HAS
      * ALREADY BEEN REJECTED ABOVE IF ANY OF THEM IS BLANK.
      *
       140-VALIDATE-ITEM-FIELDS.
      *
           IF IT-PRODUCT-LINE NOT = SPACES
               PERFORM 093-CHECK-PRODUCT-LINE
               IF PT-MATCH-SUB = ZERO
                   DISPLAY "UNKNOWN PRODUCT LINE - REJECTED "
                       ITEM-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.
           IF IT-UNIT-PRICE NOT = SPACES
               IF IT-UNIT-PRICE NOT NUMERIC
                   DISPLAY "NON-NUMERIC UNIT PRICE - REJECTED "
                       ITEM-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
               IF IT-UNIT-PRICE-N = ZERO
                   DISPLAY "ZERO UNIT PRICE - REJECTED "
                       ITEM-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               END-IF
           END-IF.
           IF IT-REORDER-POINT NOT = SPACES
                   AND IT-REORDER-POINT NOT NUMERIC
               DISPLAY "NON-NUMERIC REORDER POINT - REJECTED "
                   ITEM-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF IT-STANDARD-COST NOT = SPACES
                   AND IT-STANDARD-COST NOT NUMERIC
               DISPLAY "NON-NUMERIC STANDARD COST - REJECTED "
                   ITEM-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF IT-EFFECTIVE-DATE NOT = SPACES
               IF IT-EFFECTIVE-DATE NOT NUMERIC
                       OR IT-EFF-MM < 1 OR IT-EFF-MM > 12
                       OR IT-EFF-DD < 1 OR IT-EFF-DD > 31
                   DISPLAY "INVALID EFFECTIVE DATE - REJECTED "
                       ITEM-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               ELSE
               IF IT-EFFECTIVE-DATE-N > PD-BUSINESS-DATE
                   DISPLAY "FUTURE EFFECTIVE DATE - REJECTED "
                       ITEM-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               END-IF
           END-IF.
      *
       200-APPLY-MAINTENANCE.
      *
           PERFORM 210-READ-OLD-MASTER.
           PERFORM 220-PROCESS-ONE-MASTER
               UNTIL ITEMOLD-EOF.
           PERFORM 300-APPLY-REMAINING-ADDS.
      *
       210-READ-OLD-MASTER.
      *
           READ ITEMOLD
               AT END
                   MOVE "Y" TO ITEMOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-MASTERS-READ
           END-READ.
      *
       220-PROCESS-ONE-MASTER.
      *
           MOVE ITEM-MASTER-RECORD TO WS-WORK-RECORD.
           PERFORM 230-FIND-MATCHING-TRANS.
           EVALUATE TRUE
               WHEN TT-MATCH-SUB = ZERO
                   CONTINUE
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "A"
                   DISPLAY "ALREADY ON MASTER - ADD REJECTED "
                       TTE-ITEM-NUMBER (TT-MATCH-SUB)
                   SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
                   ADD 1 TO CT-REJECTED
               WHEN WK-ITEM-DISCONTINUED
                   DISPLAY "ITEM IS DISCONTINUED - REJECTED "
                       TTE-ITEM-NUMBER (TT-MATCH-SUB)
                   SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
                   ADD 1 TO CT-REJECTED
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "C"
                   MOVE WS-WORK-RECORD TO WS-BEFORE-IMAGE
                   MOVE WK-UNIT-PRICE  TO WS-OLD-PRICE
                   PERFORM 250-APPLY-CHANGE
                   PERFORM 280-WRITE-AUDIT-RECORD
                   IF WK-UNIT-PRICE NOT = WS-OLD-PRICE
                       PERFORM 290-WRITE-PRICE-HISTORY
                   END-IF
                   SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
                   ADD 1 TO CT-CHANGED
               WHEN TTE-TRANS-CODE (TT-MATCH-SUB) = "D"
                   MOVE WS-WORK-RECORD TO WS-BEFORE-IMAGE
                   MOVE "D" TO WK-ITEM-STATUS
                   PERFORM 280-WRITE-AUDIT-RECORD
                   SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
                   ADD 1 TO CT-DISCONTINUED
           END-EVALUATE.
           RELEASE SORT-RECORD FROM WS-WORK-RECORD.
           ADD 1 TO CT-WRITTEN.
           PERFORM 210-READ-OLD-MASTER.
      *
       230-FIND-MATCHING-TRANS.
      *
           MOVE ZERO TO TT-MATCH-SUB.
           PERFORM 240-MATCH-ONE-TRANS
               VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > TT-ENTRY-COUNT
               OR TT-MATCH-SUB > ZERO.
      *
       240-MATCH-ONE-TRANS.
      *
           IF TTE-NOT-APPLIED (TT-SUB)
                   AND TTE-ITEM-NUMBER (TT-SUB) = WK-ITEM-NUMBER
               MOVE TT-SUB TO TT-MATCH-SUB
           END-IF.
      *
       250-APPLY-CHANGE.
      *
           IF TTE-DESCRIPTION (TT-MATCH-SUB) NOT = SPACES
               MOVE TTE-DESCRIPTION (TT-MATCH-SUB)
                   TO WK-DESCRIPTION
           END-IF.
           IF TTE-PRODUCT-LINE (TT-MATCH-SUB) NOT = SPACES
               MOVE TTE-PRODUCT-LINE (TT-MATCH-SUB)
                   TO WK-PRODUCT-LINE
           END-IF.
           IF TTE-UNIT-PRICE (TT-MATCH-SUB) NOT = ZERO
               MOVE TTE-UNIT-PRICE (TT-MATCH-SUB)
                   TO WK-UNIT-PRICE
           END-IF.
           IF TTE-REORDER-KEYED (TT-MATCH-SUB)
               MOVE TTE-REORDER-POINT (TT-MATCH-SUB)
                   TO WK-REORDER-POINT
           END-IF.
           IF TTE-COST-KEYED (TT-MATCH-SUB)
               MOVE TTE-STANDARD-COST (TT-MATCH-SUB)
                   TO WK-STANDARD-COST
           END-IF.
      *
       280-WRITE-AUDIT-RECORD.
      *
           MOVE TTE-TRANS-CODE (TT-MATCH-SUB) TO IA-TRANS-CODE.
           MOVE WS-BEFORE-IMAGE               TO IA-BEFORE-IMAGE.
           MOVE WS-WORK-RECORD                TO IA-AFTER-IMAGE.
           MOVE PD-BUSINESS-DATE              TO IA-CHANGE-DATE.
           MOVE TTE-OPERATOR-ID (TT-MATCH-SUB) TO IA-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE         TO WS-STAMP-WORK.
           MOVE WS-STAMP-WORK (9:6)           TO IA-CHANGE-TIME.
           WRITE ITEM-AUDIT-RECORD.
      *
      * ONE HISTORY RECORD PER PRICE SET - THE OPENING PRICE OF A
      * NEW ITEM (OLD PRICE ZERO) OR A REPRICE OF AN EXISTING ONE.
      *
       290-WRITE-PRICE-HISTORY.
      *
           MOVE SPACES                        TO PRICE-HISTORY-RECORD.
           MOVE WK-ITEM-NUMBER                TO PH-ITEM-NUMBER.
           MOVE TTE-EFFECTIVE-DATE (TT-MATCH-SUB)
                                              TO PH-EFFECTIVE-DATE.
           MOVE WS-OLD-PRICE                  TO PH-OLD-PRICE.
           MOVE WK-UNIT-PRICE                 TO PH-NEW-PRICE.
           MOVE TTE-TRANS-CODE (TT-MATCH-SUB) TO PH-TRANS-CODE.
           MOVE PD-BUSINESS-DATE              TO PH-CHANGE-DATE.
           MOVE TTE-OPERATOR-ID (TT-MATCH-SUB) TO PH-OPERATOR-ID.
           WRITE PRICE-HISTORY-RECORD.
           ADD 1 TO CT-PRICES-LOGGED.
      *
       300-APPLY-REMAINING-ADDS.
      *
           PERFORM 310-APPLY-ONE-REMAINING
               VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > TT-ENTRY-COUNT.
      *
       310-APPLY-ONE-REMAINING.
      *
           IF TTE-NOT-APPLIED (TT-SUB)
               IF TTE-TRANS-CODE (TT-SUB) = "A"
                   MOVE SPACES TO WS-WORK-RECORD
                   MOVE TTE-ITEM-NUMBER (TT-SUB)
                       TO WK-ITEM-NUMBER
                   MOVE TTE-DESCRIPTION (TT-SUB)
                       TO WK-DESCRIPTION
                   MOVE TTE-PRODUCT-LINE (TT-SUB)
                       TO WK-PRODUCT-LINE
                   MOVE TTE-UNIT-PRICE (TT-SUB)
                       TO WK-UNIT-PRICE
                   MOVE TTE-REORDER-POINT (TT-SUB)
                       TO WK-REORDER-POINT
                   MOVE TTE-STANDARD-COST (TT-SUB)
                       TO WK-STANDARD-COST
                   MOVE "A" TO WK-ITEM-STATUS
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE ZERO TO WS-OLD-PRICE
                   MOVE TT-SUB TO TT-MATCH-SUB
                   PERFORM 280-WRITE-AUDIT-RECORD
                   PERFORM 290-WRITE-PRICE-HISTORY
                   RELEASE SORT-RECORD FROM WS-WORK-RECORD
                   ADD 1 TO CT-WRITTEN
                   ADD 1 TO CT-ADDED
               ELSE
                   DISPLAY "ITEM NOT ON MASTER - REJECTED "
                       TTE-ITEM-NUMBER (TT-SUB)
                   ADD 1 TO CT-REJECTED
               END-IF
               SET TTE-APPLIED (TT-SUB) TO TRUE
           END-IF.
      *
       500-PRINT-CONTROL-TOTALS.
      *
           DISPLAY "=== ITMMAINT CONTROL TOTALS ===".
           DISPLAY "MASTERS READ   " CT-MASTERS-READ.
           DISPLAY "TRANS READ     " CT-TRANS-READ.
           DISPLAY "ADDED          " CT-ADDED.
           DISPLAY "CHANGED        " CT-CHANGED.
           DISPLAY "DISCONTINUED   " CT-DISCONTINUED.
           DISPLAY "REJECTED       " CT-REJECTED.
           DISPLAY "PRICES LOGGED  " CT-PRICES-LOGGED.
           DISPLAY "MASTERS WRITTEN " CT-WRITTEN.
           IF CT-WRITTEN = CT-MASTERS-READ + CT-ADDED
               DISPLAY "*** ITMMAINT RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** ITMMAINT RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
