      *
      * GRDTRAN LAYOUT: COLS 1-9 COURSE KEY, COLS 10-18 STUDENT ID,
      * COL 19 FIELD CODE (1=6WK 2=12WK 3=FINAL 4=SEMESTER),
      * COL 20 NEW GRADE (A/B/C/D/F, I FOR AN INCOMPLETE, OR SPACE
      * TO CLEAR), COLS 21-28 THE OPERATOR ID, PROVED AGAINST
      * OPERAUTH - A GRADE CHANGE GETS A NAME ATTACHED, BY POLICY -
      * AND THE OPERATOR'S ROLE MUST BE GRANTED THAT FIELD CODE IN
      * GRDCHG ON THE PERMISSION TABLE (AUTHCHK).
      * AN 'I' SEMESTER GRADE STAYS OPEN UNTIL A LATER CHANGE
      * REPLACES IT WITH THE FINAL LETTER GRADE; THE GRADUATION
      * CLEARANCE RUN (GRADCLR) WILL NOT CONFER A DEGREE OVER ONE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  GC-FIELD-VALID          VALUE "1" "2" "3" "4".
           05  GC-NEW-GRADE            PIC X.
               88  GC-GRADE-VALID          VALUE "A" "B" "C" "D"
                                             "F" "I" " ".
           05  GC-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2).
      *
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY          OCCURS 50 TIMES.
               10  OT-OPERATOR-ID          PIC X(8).
      *
       COPY AUTHPARM.
      *
      *
       01  FILE-INTEGRITY-FIELDS.
                 REGSNEW
                 GRDAUDT
                 GRDRPT.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           GOBACK.
      *
       100-FORMAT-REPORT-HEADING.
           IF OT-OPERATOR-ID (OT-SUB) = GC-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
      * A KNOWN OPERATOR MAY ONLY CHANGE THE GRADE FIELDS THEIR ROLE
      * IS GRANTED - THE FIELD CODE IS THE TRANSACTION CODE.
      *
       119-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "GRDCHG"       TO AC-PROGRAM-ID.
           MOVE GC-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE GC-FIELD-CODE  TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       140-STORE-TRANS-ENTRY.
      *
           PERFORM 117-CHECK-OPERATOR-ID.
           IF OT-MATCH-SUB > ZERO
                   AND GC-FIELD-VALID
                   AND GC-GRADE-VALID
               PERFORM 119-CHECK-AUTHORIZATION
           END-IF.
           EVALUATE TRUE
               WHEN GC-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID      " TO RJL-REASON
               WHEN NOT GC-GRADE-VALID
                   MOVE "INVALID GRADE CODE  " TO RJL-REASON
                   PERFORM 150-REJECT-TRANS-RECORD
               WHEN AC-REFUSED
                   MOVE AC-REASON TO RJL-REASON
                   PERFORM 150-REJECT-TRANS-RECORD
               WHEN TT-ENTRY-COUNT >= 300
                   MOVE "TRANS TABLE FULL    " TO RJL-REASON
                   PERFORM 150-REJECT-TRANS-RECORD
