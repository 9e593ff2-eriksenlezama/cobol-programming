       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNVLOAN.
      *
      * ONE-TIME CONVERSION - EXPANDS THE 80-BYTE LOAN SERVICING
      * MASTER INTO THE 120-BYTE LAYOUT (COPY LOANMST) WITH THE
      * ESCROW BALANCE. NO ESCROW BALANCE WAS KEPT BEFORE, SO EACH
      * LOAN STARTS AT ZERO AND BUILDS FROM THE ESCROW PART OF THE
      * PAYMENTS LOANPOST APPLIES AFTER THE CUTOVER.
      * A LOAN FROM BEFORE THE ADJUSTABLE-RATE FIELDS HAS SPACES
      * THERE AND IS CARRIED OVER AS A FIXED-RATE LOAN. EVERY LOAN
      * IS CARRIED OVER ACTIVE WITH NO UNPAID LATE CHARGES AND NO
      * DEFAULT NOTICE SENT; ITS PAID-THROUGH DATE IS SET BY THE
      * NEXT POSTING RUN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  LOAN-OLD-FILE ASSIGN TO LOANOLD
           FILE STATUS IS WF-LOANOLD-STATUS.
           SELECT  LOAN-NEW-FILE ASSIGN TO LOANNEW
           FILE STATUS IS WF-LOANNEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-OLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-OLD-REC.
           05  LOF-LOAN-TERMS          PIC X(64).
           05  LOF-PRODUCT-CODE        PIC X(3).
           05  LOF-NEXT-ADJUST-DATE    PIC 9(8).
           05  LOF-RATE-CAP            PIC 9V9(4).
       FD  LOAN-NEW-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY LOANMST.
       WORKING-STORAGE SECTION.
        01  WF-FLAGS.
            05  WF-END-OF-FILE              PIC X.
                88  END-OF-FILE             VALUE 'Y'.
                88  NOT-END-OF-FILE         VALUE 'N'.
            05 WF-LOANOLD-STATUS            PIC XX.
                88  LOANOLD-FILE-OK         VALUE '00'.
            05 WF-LOANNEW-STATUS            PIC XX.
                88  LOANNEW-FILE-OK         VALUE '00'.
        01  WF-CONTROL-TOTALS.
            05  WF-READ-COUNT               PIC 9(7)  COMP-3 VALUE 0.
            05  WF-WRITTEN-COUNT            PIC 9(7)  COMP-3 VALUE 0.
        PROCEDURE DIVISION.
        000-MAINLINE.
            SET NOT-END-OF-FILE TO TRUE.
            OPEN INPUT LOAN-OLD-FILE.
            IF NOT LOANOLD-FILE-OK THEN
              DISPLAY 'LOANOLD OPEN ERROR : ' WF-LOANOLD-STATUS
              PERFORM 1000-ABORT
            END-IF.
            OPEN OUTPUT LOAN-NEW-FILE.
            IF NOT LOANNEW-FILE-OK THEN
              DISPLAY 'LOANNEW OPEN ERROR : ' WF-LOANNEW-STATUS
              PERFORM 1000-ABORT
            END-IF.
            PERFORM 300-READ-OLD-MASTER.
            PERFORM 400-CONVERT-ONE-RECORD
                     UNTIL END-OF-FILE.
            DISPLAY "CNVLOAN RECORDS READ     " WF-READ-COUNT.
            DISPLAY "CNVLOAN RECORDS WRITTEN  " WF-WRITTEN-COUNT.
            IF WF-READ-COUNT = WF-WRITTEN-COUNT
                DISPLAY "*** CONVERSION IS IN BALANCE ***"
            ELSE
                DISPLAY "*** CONVERSION IS OUT OF BALANCE - REVIEW ***"
            END-IF.
            CLOSE LOAN-OLD-FILE.
            CLOSE LOAN-NEW-FILE.
            GOBACK.
       300-READ-OLD-MASTER.
           READ LOAN-OLD-FILE
             AT END SET END-OF-FILE TO TRUE
             NOT AT END ADD 1 TO WF-READ-COUNT
           END-READ.
       400-CONVERT-ONE-RECORD.
           MOVE SPACES               TO LOAN-MASTER-RECORD.
           MOVE LOAN-OLD-REC         TO LOAN-MASTER-RECORD (1:80).
           IF LOF-NEXT-ADJUST-DATE NOT NUMERIC
               MOVE ZERO             TO LN-NEXT-ADJUST-DATE
           END-IF.
           IF LOF-RATE-CAP NOT NUMERIC
               MOVE ZERO             TO LN-RATE-CAP
           END-IF.
           MOVE ZERO                 TO LN-ESCROW-BALANCE.
           MOVE ZERO                 TO LN-PAID-THROUGH-DATE.
           MOVE ZERO                 TO LN-UNPAID-LATE-CHARGES.
           MOVE "A"                  TO LN-LOAN-STATUS.
           MOVE ZERO                 TO LN-LATE-CHARGE-DUE-DATE.
           MOVE ZERO                 TO LN-NOTICE-LEVEL.
           WRITE LOAN-MASTER-RECORD.
           ADD 1 TO WF-WRITTEN-COUNT.
           PERFORM 300-READ-OLD-MASTER.
       1000-ABORT.
            GOBACK.
