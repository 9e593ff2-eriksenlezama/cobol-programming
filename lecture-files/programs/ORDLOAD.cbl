      * TALLIES FEWER FIELDS - EDITS EVERY FIELD, AND WRITES CLEAN
      * FIXED-FORMAT SALESTRN RECORDS FOR THE POSTING RUN. ROWS
      * THAT FAIL THE EDITS ARE DROPPED TO AN EDIT REGISTER WITH
      * THE REASON, SO NOTHING DIRTY REACHES SLSPOST. EACH DROPPED
      * ROW IS ALSO WRITTEN TO THE REJECT FILE (ORDREJ - REASON
      * X(20) AND THE FEED ROW X(100)) FOR THE EXCEPTIONS QUEUE.
      *
      * FEED ROW: CUSTOMER,AMOUNT,D/C,REASON,ITEM1,QTY1,ITEM2,
      * QTY2,ITEM3,QTY3 - REASON AND THE ITEM/QTY PAIRS OPTIONAL.
           FILE STATUS IS WF-SALESTRN-STATUS.
           SELECT EDITREG  ASSIGN TO EDITREG
           FILE STATUS IS WF-EDITREG-STATUS.
           SELECT ORDREJ   ASSIGN TO ORDREJ
           FILE STATUS IS WF-ORDREJ-STATUS.
      *
       DATA DIVISION.
      *
      *
       FD  EDITREG.
       01  PRINT-AREA       PIC X(132).
      *
       FD  ORDREJ
           RECORD CONTAINS 120 CHARACTERS.
       01  ORDER-REJECT-RECORD.
           05  ORJ-REASON              PIC X(20).
           05  ORJ-IMAGE               PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
               88  SALESTRN-FILE-OK        VALUE "00".
           05  WF-EDITREG-STATUS   PIC XX.
               88  EDITREG-FILE-OK         VALUE "00".
           05  WF-ORDREJ-STATUS    PIC XX.
               88  ORDREJ-FILE-OK          VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
      *
           OPEN INPUT  ORDFEED
                OUTPUT SALESTRN
                       EDITREG
                       ORDREJ.
           IF NOT ORDFEED-FILE-OK
              DISPLAY "ORDFEED OPEN ERROR: " WF-ORDFEED-STATUS
              PERFORM 900-ABORT
              DISPLAY "EDITREG OPEN ERROR: " WF-EDITREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ORDREJ-FILE-OK
              DISPLAY "ORDREJ OPEN ERROR: " WF-ORDREJ-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 110-READ-FEED-ROW.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE ORDFEED
                 SALESTRN
                 EDITREG
                 ORDREJ.
           GOBACK.
      *
       100-FORMAT-REPORT-HEADING.
           MOVE DROP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE WS-EDIT-REASON     TO ORJ-REASON.
           MOVE ORDER-FEED-RECORD  TO ORJ-IMAGE.
           WRITE ORDER-REJECT-RECORD.
      *
       400-PRINT-CONTROL-TOTALS.
      *
