       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNVCLMH.
      *
      * ONE-TIME CONVERSION - EXPANDS THE 80-BYTE CLAIMS HISTORY
      * MASTER INTO THE 120-BYTE LAYOUT WITH CLAIM NUMBER, STATUS,
      * RESERVE AND PAYMENT FIELDS. CLAIMS ARE NUMBERED FROM 1 IN
      * FILE ORDER. EVERY CLAIM ON FILE WAS REPORTED AS PAID AT ITS
      * INTAKE AMOUNT, SO EACH IS CARRIED OVER CLOSED AND PAID IN
      * FULL WITH NO RESERVE, DATED AT ITS CLAIM DATE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CLAIM-OLD-FILE ASSIGN TO CLMHOLD
           FILE STATUS IS WF-CLMHOLD-STATUS.
           SELECT  CLAIM-NEW-FILE ASSIGN TO CLMHNEW
           FILE STATUS IS WF-CLMHNEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-OLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLAIM-OLD-REC.
           05  COF-CLIENT-NUMBER       PIC 9(5).
           05  COF-CLASS-NUMBER        PIC 99.
           05  COF-CLIENT-AGE          PIC 99.
           05  COF-CLAIM-DATE          PIC 9(8).
           05  COF-CLAIM-AMOUNT        PIC 9(7)V9(2).
           05  COF-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(34).
       FD  CLAIM-NEW-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY CLMHIST.
       WORKING-STORAGE SECTION.
        01  WF-FLAGS.
            05  WF-END-OF-FILE              PIC X.
                88  END-OF-FILE             VALUE 'Y'.
                88  NOT-END-OF-FILE         VALUE 'N'.
            05 WF-CLMHOLD-STATUS            PIC XX.
                88  CLMHOLD-FILE-OK         VALUE '00'.
            05 WF-CLMHNEW-STATUS            PIC XX.
                88  CLMHNEW-FILE-OK         VALUE '00'.
        01  WF-CONTROL-TOTALS.
            05  WF-READ-COUNT               PIC 9(7)  COMP-3 VALUE 0.
            05  WF-WRITTEN-COUNT            PIC 9(7)  COMP-3 VALUE 0.
        PROCEDURE DIVISION.
        000-MAINLINE.
            SET NOT-END-OF-FILE TO TRUE.
            OPEN INPUT CLAIM-OLD-FILE.
            IF NOT CLMHOLD-FILE-OK THEN
              DISPLAY 'CLMHOLD OPEN ERROR : ' WF-CLMHOLD-STATUS
              PERFORM 1000-ABORT
            END-IF.
            OPEN OUTPUT CLAIM-NEW-FILE.
            IF NOT CLMHNEW-FILE-OK THEN
              DISPLAY 'CLMHNEW OPEN ERROR : ' WF-CLMHNEW-STATUS
              PERFORM 1000-ABORT
            END-IF.
            PERFORM 300-READ-OLD-MASTER.
            PERFORM 400-CONVERT-ONE-RECORD
                     UNTIL END-OF-FILE.
            DISPLAY "CNVCLMH RECORDS READ     " WF-READ-COUNT.
            DISPLAY "CNVCLMH RECORDS WRITTEN  " WF-WRITTEN-COUNT.
            IF WF-READ-COUNT = WF-WRITTEN-COUNT
                DISPLAY "*** CONVERSION IS IN BALANCE ***"
            ELSE
                DISPLAY "*** CONVERSION IS OUT OF BALANCE - REVIEW ***"
            END-IF.
            CLOSE CLAIM-OLD-FILE.
            CLOSE CLAIM-NEW-FILE.
            GOBACK.
       300-READ-OLD-MASTER.
           READ CLAIM-OLD-FILE
             AT END SET END-OF-FILE TO TRUE
             NOT AT END ADD 1 TO WF-READ-COUNT
           END-READ.
       400-CONVERT-ONE-RECORD.
           MOVE SPACES             TO CLAIM-HISTORY-RECORD.
           MOVE COF-CLIENT-NUMBER  TO CH-CLIENT-NUMBER.
           MOVE COF-CLASS-NUMBER   TO CH-CLASS-NUMBER.
           MOVE COF-CLIENT-AGE     TO CH-CLIENT-AGE.
           MOVE COF-CLAIM-DATE     TO CH-CLAIM-DATE.
           MOVE COF-CLAIM-AMOUNT   TO CH-CLAIM-AMOUNT.
           MOVE COF-DESCRIPTION    TO CH-DESCRIPTION.
           MOVE WF-READ-COUNT      TO CH-CLAIM-NUMBER.
           SET CH-CLAIM-CLOSED     TO TRUE.
           MOVE COF-CLAIM-DATE     TO CH-STATUS-DATE.
           MOVE ZERO               TO CH-DEDUCTIBLE-APPLIED.
           MOVE COF-CLAIM-AMOUNT   TO CH-APPROVED-AMOUNT.
           MOVE ZERO               TO CH-RESERVE-AMOUNT.
           MOVE COF-CLAIM-AMOUNT   TO CH-PAID-AMOUNT.
           WRITE CLAIM-HISTORY-RECORD.
           ADD 1 TO WF-WRITTEN-COUNT.
           PERFORM 300-READ-OLD-MASTER.
       1000-ABORT.
            GOBACK.
