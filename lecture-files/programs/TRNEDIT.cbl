      *   COLS 2-8   = SUBMITTED TRANSACTION COUNT
      *   COLS 9-10  = MAX PERCENT REJECTED (BLANK = 10)
      * DETAIL RECORDS CARRY THE OPERATOR ID IN COLS 81-88 AND IT
      * IS PROVED AGAINST OPERAUTH, EXACTLY AS CSTMAINT PROVES IT,
      * AND THE OPERATOR'S ROLE MUST BE GRANTED THE TRANSACTION CODE
      * IN CSTMAINT ON THE PERMISSION TABLE. THE EDIT ONLY ASKS
      * AUTHCHK - THE ACCESS IS LOGGED WHEN CSTMAINT APPLIES IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY          OCCURS 50 TIMES.
               10  OT-OPERATOR-ID          PIC X(8).
      *
       COPY AUTHPARM.
      *
       01  CONTROL-TOTALS.
           05  CT-DETAILS-READ     PIC S9(7) COMP-3 VALUE ZERO.
           IF OT-OPERATOR-ID (OT-SUB) = CMF-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       119-CHECK-AUTHORIZATION.
      *
           MOVE "V"             TO AC-FUNCTION.
           MOVE "CSTMAINT"      TO AC-PROGRAM-ID.
           MOVE CMF-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE CMF-CODE        TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       120-READ-BATCH-HEADER.
      *
               IF OT-MATCH-SUB = ZERO
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "UNKNOWN OPERATOR    " TO WS-REJECT-REASON
               ELSE
                   PERFORM 119-CHECK-AUTHORIZATION
                   IF AC-REFUSED
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE AC-REASON TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF (CMF-ADD-TRANS OR CMF-CHANGE-TRANS)
