      *
      * STUTRAN LAYOUT: COL 1 = 'A'/'C'/'D', COLS 2-81 = THE
      * STUDENT DETAILS IN THE ws-StudentDetails LAYOUT, COLS
      * 82-89 = THE OPERATOR ID, PROVED AGAINST OPERAUTH. THE
      * OPERATOR'S ROLE MUST BE GRANTED THE TRANSACTION CODE IN
      * STUMAINT ON THE PERMISSION TABLE (AUTHCHK).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ws-OperatorTable.
           05 ws-OperatorEntry    OCCURS 50 TIMES.
               07 ws-OperId       PIC X(8).
       COPY AUTHPARM.
       01 ws-issued-count         PIC 9(5) VALUE ZERO.
       01 ws-valid-record-switch  PIC X VALUE "Y".
           88 ws-record-valid             VALUE "Y".
                  STUTRAN
                  STUAUDT
                  ISSUELOG.
            MOVE "E" TO AC-FUNCTION.
            CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
            GOBACK.

      * THE NEXT-NUMBER CONTROL RECORD IS THE SINGLE SOURCE OF THE
               MOVE ws-OperatorSub TO ws-OperatorMatchSub
           END-IF.

        CheckAuthorization.
           MOVE "C"              TO AC-FUNCTION.
           MOVE "STUMAINT"       TO AC-PROGRAM-ID.
           MOVE ws-TransOperator TO AC-OPERATOR-ID.
           MOVE ws-TransCode     TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.

        GetTransaction.
           READ STUTRAN
               AT END SET ws-trans-eof TO TRUE
               ADD 1 TO ws-rejected-count
               PERFORM GetTransaction
           ELSE
               PERFORM CheckAuthorization
               IF AC-REFUSED
                   DISPLAY AC-REASON " - REJECTED "
                       StudentTransaction
                   ADD 1 TO ws-rejected-count
                   PERFORM GetTransaction
               ELSE
                   PERFORM ApplyOneTransaction
               END-IF
           END-IF
           END-IF.

