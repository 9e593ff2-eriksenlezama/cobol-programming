      * TABLE THAT CALC1000 LOADS IN 050-LOAD-TAX-RATE-TABLE.
      *
      * TAXTRAN LAYOUT: COL 1 = 'A'/'C'/'D', COLS 2-5 JURISDICTION,
      * COLS 6-10 RATE 9V9999, COLS 11-18 EFFECTIVE DATE YYYYMMDD,
      * COLS 19-26 OPERATOR ID. RATES MUST BE BETWEEN 0.0001 AND
      * 0.2000 - ANYTHING OUTSIDE THAT RANGE IS A FAT-FINGER. EACH
      * JURISDICTION MAY CARRY SEVERAL EFFECTIVE-DATED VERSIONS;
      * CALC1000 PICKS THE ONE IN FORCE ON THE SALE DATE. THE
      * OPERATOR MUST BE ON OPERAUTH AND THE OPERATOR'S ROLE MUST BE
      * GRANTED THE TRANSACTION CODE IN TAXMAINT ON THE PERMISSION
      * TABLE (AUTHCHK).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TAXOUT   ASSIGN TO TAXOUT.
           SELECT TAXAUDT  ASSIGN TO TAXAUDT.
           SELECT MAINTLST ASSIGN TO MAINTLST.
           SELECT OPERAUTH ASSIGN TO OPERAUTH.
      *
       DATA DIVISION.
      *
           05 TT-JURISDICTION-CODE     PIC X(4).
           05 TT-TAX-RATE              PIC 9V9999.
           05 TT-EFFECTIVE-DATE        PIC 9(8).
           05 TT-OPERATOR-ID           PIC X(8).
      *
       FD  TAXOUT.
       01 TAX-RATE-OUT-RECORD.
      *
       FD  MAINTLST.
       01 PRINT-AREA                   PIC X(80).
      *
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       WORKING-STORAGE SECTION.
       77  TAXRATE-EOF-SWITCH          PIC X       VALUE "N".
           88  TAXRATE-EOF                         VALUE "Y".
       77  TAXTRAN-EOF-SWITCH          PIC X       VALUE "N".
           88  TAXTRAN-EOF                         VALUE "Y".
       77  OPERAUTH-EOF-SWITCH         PIC X       VALUE "N".
           88  OPERAUTH-EOF                        VALUE "Y".
       77  TX-ENTRY-COUNT              PIC 9(2)    VALUE ZERO.
       77  WS-MATCH-SUB                PIC 9(2)    VALUE ZERO.
       77  WS-SUB                      PIC 9(2)    VALUE ZERO.
       77  CT-TRANS-READ               PIC 9(5)    VALUE ZERO.
       77  CT-TRANS-APPLIED            PIC 9(5)    VALUE ZERO.
       77  CT-TRANS-REJECTED           PIC 9(5)    VALUE ZERO.
       77  OT-ENTRY-COUNT              PIC 9(2)    VALUE ZERO.
       77  OT-MATCH-SUB                PIC 9(2)    VALUE ZERO.
       77  OT-SUB                      PIC 9(2)    VALUE ZERO.
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 50 TIMES.
               10 OT-OPERATOR-ID       PIC X(8).
       COPY AUTHPARM.
       01 TAX-RATE-TABLE.
           05 TAX-RATE-ENTRY OCCURS 50 TIMES.
               10 TX-JURISDICTION-CODE PIC X(4).
                       TAXAUDT
                       MAINTLST.
           PERFORM 100-LOAD-TAX-RATE-TABLE.
           PERFORM 130-LOAD-OPERATOR-TABLE.
           PERFORM 200-APPLY-ONE-TRANSACTION
                   UNTIL TAXTRAN-EOF.
           PERFORM 500-WRITE-UPDATED-TABLE.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE TAXRATE
                 TAXTRAN
                   TR-JURISDICTION-CODE
           END-IF.
           PERFORM 110-READ-TAX-RATE-RECORD.
      *
      * EVERY TRANSACTION MUST NAME WHO KEYED IT.
       130-LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERAUTH.
           PERFORM 135-READ-OPERATOR-RECORD.
           PERFORM 140-STORE-OPERATOR-ENTRY
                   UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       135-READ-OPERATOR-RECORD.
           READ OPERAUTH
               AT END
                   MOVE "Y" TO OPERAUTH-EOF-SWITCH.
      *
       140-STORE-OPERATOR-ENTRY.
           IF OT-ENTRY-COUNT < 50
               ADD 1 TO OT-ENTRY-COUNT
               MOVE OP-OPERATOR-ID TO OT-OPERATOR-ID (OT-ENTRY-COUNT)
           ELSE
               DISPLAY "OPERATOR TABLE FULL - ID DROPPED "
                   OP-OPERATOR-ID
           END-IF.
           PERFORM 135-READ-OPERATOR-RECORD.
      *
       200-APPLY-ONE-TRANSACTION.
           PERFORM 210-READ-TAX-TRANS.
      *
       220-APPLY-TAX-TRANS.
           PERFORM 230-FIND-JURISDICTION.
           MOVE ZERO TO OT-MATCH-SUB.
           IF TT-OPERATOR-ID NOT = SPACES
               PERFORM 237-FIND-OPERATOR
           END-IF.
           MOVE TT-TRANS-CODE        TO ML-TRANS-CODE.
           MOVE TT-JURISDICTION-CODE TO ML-JURISDICTION-CODE.
           MOVE ZERO                 TO ML-PRIOR-RATE.
           MOVE ZERO                 TO ML-NEW-RATE.
           EVALUATE TRUE
               WHEN TT-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID        " TO ML-STATUS
                   PERFORM 280-REJECT-TRANS
               WHEN OT-MATCH-SUB = ZERO
                   MOVE "UNKNOWN OPERATOR      " TO ML-STATUS
                   PERFORM 280-REJECT-TRANS
               WHEN (TT-ADD-TRANS OR TT-CHANGE-TRANS OR
                       TT-DELETE-TRANS)
                       AND TT-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "ALREADY ON TABLE      " TO ML-STATUS
                   PERFORM 280-REJECT-TRANS
               WHEN TT-ADD-TRANS
                   PERFORM 265-AUTHORIZE-AND-APPLY
               WHEN TT-CHANGE-TRANS AND WS-MATCH-SUB = ZERO
                   MOVE "NOT ON TABLE          " TO ML-STATUS
                   PERFORM 280-REJECT-TRANS
               WHEN TT-CHANGE-TRANS
                   PERFORM 265-AUTHORIZE-AND-APPLY
               WHEN TT-DELETE-TRANS AND WS-MATCH-SUB = ZERO
                   MOVE "NOT ON TABLE          " TO ML-STATUS
                   PERFORM 280-REJECT-TRANS
               WHEN TT-DELETE-TRANS
                   PERFORM 265-AUTHORIZE-AND-APPLY
               WHEN OTHER
                   MOVE "INVALID TRANS CODE    " TO ML-STATUS
                   PERFORM 280-REJECT-TRANS
                   AND NOT TX-DELETED (WS-SUB)
               MOVE WS-SUB TO WS-MATCH-SUB
           END-IF.
      *
       237-FIND-OPERATOR.
           PERFORM 238-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       238-MATCH-ONE-OPERATOR.
           IF OT-OPERATOR-ID (OT-SUB) = TT-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       240-APPLY-ADD.
           IF TX-ENTRY-COUNT < 50
           MOVE ZERO          TO ML-NEW-RATE.
           MOVE "DELETED               " TO ML-STATUS.
           PERFORM 270-APPLY-AND-AUDIT.
      *
      * A TRANSACTION THAT PASSES THE EDITS IS PUT TO AUTHCHK BEFORE
      * IT IS APPLIED; A REFUSAL IS LISTED WITH THE AUTHCHK REASON.
       265-AUTHORIZE-AND-APPLY.
           MOVE "C"            TO AC-FUNCTION.
           MOVE "TAXMAINT"     TO AC-PROGRAM-ID.
           MOVE TT-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE TT-TRANS-CODE  TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           EVALUATE TRUE
               WHEN AC-REFUSED
                   MOVE AC-REASON TO ML-STATUS
                   PERFORM 280-REJECT-TRANS
               WHEN TT-ADD-TRANS
                   PERFORM 240-APPLY-ADD
               WHEN TT-CHANGE-TRANS
                   PERFORM 250-APPLY-CHANGE
               WHEN OTHER
                   PERFORM 260-APPLY-DELETE
           END-EVALUATE.
      *
       270-APPLY-AND-AUDIT.
           ADD 1 TO CT-TRANS-APPLIED.
