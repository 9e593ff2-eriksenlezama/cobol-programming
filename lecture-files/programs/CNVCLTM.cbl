       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNVCLTM.
      *
      * ONE-TIME CONVERSION - EXPANDS THE 40-BYTE INSURANCE CLIENT
      * MASTER INTO THE 60-BYTE LAYOUT (COPY CLIENT) WITH THE AGENT
      * NUMBER AND POLICY ISSUE DATE. NO CLIENT ON FILE HAS AN AGENT
      * RECORDED YET, SO EACH IS CARRIED OVER AS WRITTEN DIRECT
      * (AGENT 0000) WITH NO ISSUE DATE UNTIL CLTMAINT CHANGES KEY
      * THE AGENTS IN. CLTAUDT IS 129 BYTES FROM THE SAME CUTOVER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CLIENT-OLD-FILE ASSIGN TO CLTOLD
           FILE STATUS IS WF-CLTOLD-STATUS.
           SELECT  CLIENT-NEW-FILE ASSIGN TO CLTNEW
           FILE STATUS IS WF-CLTNEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-OLD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CLIENT-OLD-REC.
           05  COF-CLIENT-NUMBER       PIC 9(5).
           05  COF-CLIENT-NAME         PIC X(25).
           05  COF-AGE                 PIC 99.
           05  COF-CLASS-NUMBER        PIC 99.
           05  COF-COVERAGE-UNITS      PIC 9(3).
           05  COF-CLIENT-STATUS       PIC X.
           05  FILLER                  PIC X(2).
       FD  CLIENT-NEW-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY CLIENT.
       WORKING-STORAGE SECTION.
        01  WF-FLAGS.
            05  WF-END-OF-FILE              PIC X.
                88  END-OF-FILE             VALUE 'Y'.
                88  NOT-END-OF-FILE         VALUE 'N'.
            05 WF-CLTOLD-STATUS             PIC XX.
                88  CLTOLD-FILE-OK          VALUE '00'.
            05 WF-CLTNEW-STATUS             PIC XX.
                88  CLTNEW-FILE-OK          VALUE '00'.
        01  WF-CONTROL-TOTALS.
            05  WF-READ-COUNT               PIC 9(7)  COMP-3 VALUE 0.
            05  WF-WRITTEN-COUNT            PIC 9(7)  COMP-3 VALUE 0.
        PROCEDURE DIVISION.
        000-MAINLINE.
            SET NOT-END-OF-FILE TO TRUE.
            OPEN INPUT CLIENT-OLD-FILE.
            IF NOT CLTOLD-FILE-OK THEN
              DISPLAY 'CLTOLD OPEN ERROR : ' WF-CLTOLD-STATUS
              PERFORM 1000-ABORT
            END-IF.
            OPEN OUTPUT CLIENT-NEW-FILE.
            IF NOT CLTNEW-FILE-OK THEN
              DISPLAY 'CLTNEW OPEN ERROR : ' WF-CLTNEW-STATUS
              PERFORM 1000-ABORT
            END-IF.
            PERFORM 300-READ-OLD-MASTER.
            PERFORM 400-CONVERT-ONE-RECORD
                     UNTIL END-OF-FILE.
            DISPLAY "CNVCLTM RECORDS READ     " WF-READ-COUNT.
            DISPLAY "CNVCLTM RECORDS WRITTEN  " WF-WRITTEN-COUNT.
            IF WF-READ-COUNT = WF-WRITTEN-COUNT
                DISPLAY "*** CONVERSION IS IN BALANCE ***"
            ELSE
                DISPLAY "*** CONVERSION IS OUT OF BALANCE - REVIEW ***"
            END-IF.
            CLOSE CLIENT-OLD-FILE.
            CLOSE CLIENT-NEW-FILE.
            GOBACK.
       300-READ-OLD-MASTER.
           READ CLIENT-OLD-FILE
             AT END SET END-OF-FILE TO TRUE
             NOT AT END ADD 1 TO WF-READ-COUNT
           END-READ.
       400-CONVERT-ONE-RECORD.
           MOVE SPACES             TO CLIENT-MASTER-RECORD.
           MOVE COF-CLIENT-NUMBER  TO CM-CLIENT-NUMBER.
           MOVE COF-CLIENT-NAME    TO CM-CLIENT-NAME.
           MOVE COF-AGE            TO CM-AGE.
           MOVE COF-CLASS-NUMBER   TO CM-CLASS-NUMBER.
           MOVE COF-COVERAGE-UNITS TO CM-COVERAGE-UNITS.
           MOVE COF-CLIENT-STATUS  TO CM-CLIENT-STATUS.
           MOVE ZERO               TO CM-AGENT-NUMBER.
           MOVE ZERO               TO CM-ISSUE-DATE.
           WRITE CLIENT-MASTER-RECORD.
           ADD 1 TO WF-WRITTEN-COUNT.
           PERFORM 300-READ-OLD-MASTER.
       1000-ABORT.
            GOBACK.
