       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRALGN.
      *
      * PERIODIC TERRITORY ALIGNMENT. EVERY SALES-MASTER CUSTOMER
      * IS LOOKED UP ON THE KEYED MASTER FOR ITS ZIP (ZERO-PAD KEY
      * CONVENTION) AND THE ZIP IS RUN AGAINST THE TERRITORY TABLE.
      * A CUSTOMER WHOSE PRESENT BRANCH/REP DIFFERS FROM THE
      * TERRITORY THAT NOW OWNS ITS ZIP IS LISTED, AND A
      * CUSTOMER-LEVEL REASSIGNMENT RECORD IS WRITTEN TO REASSIGN
      * IN THE BRREORG LAYOUT - OLD BRANCH/REP, NEW BRANCH/REP AND
      * THE CUSTOMER NUMBER. THE FILE IS FOR REVIEW; THE BRANCHES
      * STRIKE ANY MOVE THEY DO NOT WANT BEFORE BRREORG IS RUN.
      * CUSTOMERS WHOSE ZIP NO TERRITORY COVERS ARE LISTED SO THE
      * TABLE CAN BE COMPLETED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMST  ASSIGN TO CUSTMSTK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS WF-CUSTMST-STATUS.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
           FILE STATUS IS WF-CUSTMAST-STATUS.
           SELECT TERRTBL  ASSIGN TO TERRTBL
           FILE STATUS IS WF-TERRTBL-STATUS.
           SELECT ALIGNRPT ASSIGN TO ALIGNRPT
           FILE STATUS IS WF-ALIGNRPT-STATUS.
           SELECT REASSIGN ASSIGN TO REASSIGN
           FILE STATUS IS WF-REASSIGN-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CUSTMST
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-MASTER-REC.
           05  MST-NUMBER                 PIC 9(6).
           05  MST-NAME                   PIC X(32).
           05  MST-TYPE                   PIC X.
           05  MST-AGE                    PIC 99.
           05  MST-ADDRESS.
              07 MST-STREET               PIC X(13).
              07 MST-CITY                 PIC X(8).
              07 MST-STATE                PIC XX.
              07 MST-ZIP                  PIC X(5).
              07 MST-PHONE                PIC X(10).
           05  FILLER                     PIC X(21).
      *
       FD  CUSTMAST.
       COPY CUSTMAST.
      *
       FD  TERRTBL
           RECORD CONTAINS 80 CHARACTERS.
       COPY TERRTBL.
      *
       FD  ALIGNRPT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  REASSIGN
           RECORD CONTAINS 80 CHARACTERS.
       01  REASSIGNMENT-RECORD.
           05  RA-OLD-BRANCH           PIC 9(2).
           05  RA-OLD-REP              PIC 9(2).
           05  RA-NEW-BRANCH           PIC 9(2).
           05  RA-NEW-REP              PIC 9(2).
           05  RA-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(67).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTMST-EOF-SWITCH      PIC X    VALUE "N".
               88  CUSTMST-EOF                  VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  CUSTMAST-EOF                 VALUE "Y".
           05  TERRTBL-EOF-SWITCH      PIC X    VALUE "N".
               88  TERRTBL-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CUSTMST-STATUS   PIC XX.
               88  CUSTMST-FILE-OK         VALUE "00".
           05  WF-CUSTMAST-STATUS  PIC XX.
               88  CUSTMAST-FILE-OK        VALUE "00".
           05  WF-TERRTBL-STATUS   PIC XX.
               88  TERRTBL-FILE-OK         VALUE "00".
           05  WF-ALIGNRPT-STATUS  PIC XX.
               88  ALIGNRPT-FILE-OK        VALUE "00".
           05  WF-REASSIGN-STATUS  PIC XX.
               88  REASSIGN-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  ZIP-MAP-FIELDS.
           05  ZM-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  ZM-SUB              PIC S9(4)  COMP.
           05  ZM-MATCH-SUB        PIC S9(4)  COMP.
      *
       01  ZIP-MAP-TABLE.
           05  ZIP-MAP-ENTRY           OCCURS 5000 TIMES.
               10  ZM-CUSTOMER-NUMBER      PIC 9(6).
               10  ZM-ZIP                  PIC X(5).
      *
       01  TERRITORY-TABLE-FIELDS.
           05  TZ-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  TZ-SUB              PIC S9(4)  COMP.
           05  TZ-MATCH-SUB        PIC S9(4)  COMP.
           05  WS-ZIP-N            PIC 9(5).
      *
       01  TERRITORY-TABLE.
           05  TERRITORY-ENTRY         OCCURS 2000 TIMES.
               10  TZT-ZIP-LOW             PIC 9(5).
               10  TZT-ZIP-HIGH            PIC 9(5).
               10  TZT-BRANCH-NUMBER       PIC 9(2).
               10  TZT-SALESREP-NUMBER     PIC 9(2).
      *
       01  CONTROL-TOTALS.
           05  CT-KEYED-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-SALES-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ALIGNED          PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MISALIGNED       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NO-TERRITORY     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NOT-KEYED        PIC S9(7)     COMP-3 VALUE ZERO.
      *
       01  FILE-INTEGRITY-FIELDS.
           05  FC-CONTROL-SWITCH   PIC X.
               88  FC-CONTROL-RECORD   VALUE "Y".
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "TERRITORY ALIGNMENT ".
           05  FILLER          PIC X(20)   VALUE "REPORT              ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "TERRALGN".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "BR REP CUST   CUSTOM".
           05  FILLER      PIC X(20)   VALUE "ER NAME          ZIP".
           05  FILLER      PIC X(20)   VALUE "    NEW BR/REP  NOTE".
           05  FILLER      PIC X(72)   VALUE SPACE.
      *
       01  ALIGN-LINE.
           05  ALL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  ALL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ALL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ALL-CUSTOMER-NAME   PIC X(20).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ALL-ZIP             PIC X(5).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  ALL-NEW-ASSIGNMENT.
               10  ALL-NEW-BRANCH  PIC X(2).
               10  FILLER          PIC X(1)     VALUE "/".
               10  ALL-NEW-REP     PIC X(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ALL-NOTE            PIC X(20).
           05  FILLER              PIC X(59)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "TERRALGN TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-ALIGN-TERRITORIES.
      *
           OPEN INPUT  CUSTMST
                       CUSTMAST
                       TERRTBL
                OUTPUT ALIGNRPT
                       REASSIGN.
           IF NOT CUSTMST-FILE-OK
              DISPLAY "CUSTMSTK OPEN ERROR: " WF-CUSTMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CUSTMAST-FILE-OK
              DISPLAY "CUSTMAST OPEN ERROR: " WF-CUSTMAST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT TERRTBL-FILE-OK
              DISPLAY "TERRTBL OPEN ERROR: " WF-TERRTBL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ALIGNRPT-FILE-OK
              DISPLAY "ALIGNRPT OPEN ERROR: " WF-ALIGNRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT REASSIGN-FILE-OK
              DISPLAY "REASSIGN OPEN ERROR: " WF-REASSIGN-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 110-LOAD-TERRITORY-TABLE.
           PERFORM 140-LOAD-ZIP-MAP.
           PERFORM 160-READ-SALES-RECORD.
           PERFORM 200-ALIGN-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE CUSTMST
                 CUSTMAST
                 TERRTBL
                 ALIGNRPT
                 REASSIGN.
           GOBACK.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
      *
       110-LOAD-TERRITORY-TABLE.
      *
           PERFORM 115-READ-TERRITORY-RECORD.
           PERFORM 120-STORE-TERRITORY-ENTRY
               UNTIL TERRTBL-EOF.
           IF TZ-ENTRY-COUNT = ZERO
               DISPLAY "TERRTBL IS EMPTY - NOTHING TO ALIGN AGAINST"
               PERFORM 900-ABORT
           END-IF.
      *
       115-READ-TERRITORY-RECORD.
      *
           READ TERRTBL
               AT END
                   MOVE "Y" TO TERRTBL-EOF-SWITCH
           END-READ.
      *
       120-STORE-TERRITORY-ENTRY.
      *
           IF TZ-ENTRY-COUNT < 2000
               ADD 1 TO TZ-ENTRY-COUNT
               MOVE TZ-ZIP-LOW    TO TZT-ZIP-LOW (TZ-ENTRY-COUNT)
               MOVE TZ-ZIP-HIGH   TO TZT-ZIP-HIGH (TZ-ENTRY-COUNT)
               MOVE TZ-BRANCH-NUMBER
                   TO TZT-BRANCH-NUMBER (TZ-ENTRY-COUNT)
               MOVE TZ-SALESREP-NUMBER
                   TO TZT-SALESREP-NUMBER (TZ-ENTRY-COUNT)
           ELSE
               DISPLAY "TERRITORY TABLE FULL - ENTRY OMITTED "
                   TZ-ZIP-LOW
           END-IF.
           PERFORM 115-READ-TERRITORY-RECORD.
      *
       140-LOAD-ZIP-MAP.
      *
           PERFORM 145-READ-KEYED-MASTER.
           PERFORM 150-STORE-ZIP-ENTRY
               UNTIL CUSTMST-EOF.
      *
       145-READ-KEYED-MASTER.
      *
           READ CUSTMST
               AT END
                   MOVE "Y" TO CUSTMST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-KEYED-READ
           END-READ.
      *
       150-STORE-ZIP-ENTRY.
      *
           IF ZM-ENTRY-COUNT < 5000
               ADD 1 TO ZM-ENTRY-COUNT
               MOVE MST-NUMBER TO ZM-CUSTOMER-NUMBER (ZM-ENTRY-COUNT)
               MOVE MST-ZIP    TO ZM-ZIP (ZM-ENTRY-COUNT)
           ELSE
               DISPLAY "ZIP MAP FULL - CUSTOMER OMITTED "
                   MST-NUMBER
           END-IF.
           PERFORM 145-READ-KEYED-MASTER.
      *
       160-READ-SALES-RECORD.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 165-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CUSTMAST-EOF.
      *
       165-READ-RAW-RECORD.
      *
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   IF CUSTOMER-MASTER-RECORD (1:4) = "HDR!"
                           OR CUSTOMER-MASTER-RECORD (1:4) = "TRL!"
                       MOVE "Y" TO FC-CONTROL-SWITCH
                   ELSE
                       MOVE "N" TO FC-CONTROL-SWITCH
                       ADD 1 TO CT-SALES-READ
                   END-IF
           END-READ.
      *
      * A SALES CUSTOMER MISSING FROM THE KEYED MASTER HAS NO ZIP TO
      * ALIGN ON - CUSTRCON REPORTS THOSE, SO THEY ARE ONLY COUNTED.
      *
       200-ALIGN-ONE-CUSTOMER.
      *
           PERFORM 210-FIND-KEYED-ZIP.
           IF ZM-MATCH-SUB = ZERO
               ADD 1 TO CT-NOT-KEYED
           ELSE
               PERFORM 220-FIND-TERRITORY
               EVALUATE TRUE
                   WHEN TZ-MATCH-SUB = ZERO
                       ADD 1 TO CT-NO-TERRITORY
                       MOVE SPACES TO ALL-NEW-BRANCH
                                      ALL-NEW-REP
                       MOVE "NO TERRITORY FOR ZIP" TO ALL-NOTE
                       PERFORM 250-PRINT-ALIGN-LINE
                   WHEN TZT-BRANCH-NUMBER (TZ-MATCH-SUB)
                           = CM-BRANCH-NUMBER
                           AND TZT-SALESREP-NUMBER (TZ-MATCH-SUB)
                           = CM-SALESREP-NUMBER
                       ADD 1 TO CT-ALIGNED
                   WHEN OTHER
                       ADD 1 TO CT-MISALIGNED
                       MOVE TZT-BRANCH-NUMBER (TZ-MATCH-SUB)
                           TO ALL-NEW-BRANCH
                       MOVE TZT-SALESREP-NUMBER (TZ-MATCH-SUB)
                           TO ALL-NEW-REP
                       MOVE "REASSIGN WRITTEN    " TO ALL-NOTE
                       PERFORM 250-PRINT-ALIGN-LINE
                       PERFORM 260-WRITE-REASSIGNMENT
               END-EVALUATE
           END-IF.
           PERFORM 160-READ-SALES-RECORD.
      *
       210-FIND-KEYED-ZIP.
      *
           MOVE ZERO TO ZM-MATCH-SUB.
           PERFORM 215-MATCH-ONE-ZIP
               VARYING ZM-SUB FROM 1 BY 1
               UNTIL ZM-SUB > ZM-ENTRY-COUNT
               OR ZM-MATCH-SUB > ZERO.
      *
       215-MATCH-ONE-ZIP.
      *
           IF ZM-CUSTOMER-NUMBER (ZM-SUB) = CM-CUSTOMER-NUMBER
               MOVE ZM-SUB TO ZM-MATCH-SUB
           END-IF.
      *
       220-FIND-TERRITORY.
      *
           MOVE ZERO TO TZ-MATCH-SUB.
           IF ZM-ZIP (ZM-MATCH-SUB) IS NUMERIC
               MOVE ZM-ZIP (ZM-MATCH-SUB) TO WS-ZIP-N
               PERFORM 225-MATCH-ONE-TERRITORY
                   VARYING TZ-SUB FROM 1 BY 1
                   UNTIL TZ-SUB > TZ-ENTRY-COUNT
                   OR TZ-MATCH-SUB > ZERO
           END-IF.
      *
       225-MATCH-ONE-TERRITORY.
      *
           IF WS-ZIP-N >= TZT-ZIP-LOW (TZ-SUB)
                   AND WS-ZIP-N <= TZT-ZIP-HIGH (TZ-SUB)
               MOVE TZ-SUB TO TZ-MATCH-SUB
           END-IF.
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
       250-PRINT-ALIGN-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE CM-BRANCH-NUMBER    TO ALL-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER  TO ALL-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER  TO ALL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME    TO ALL-CUSTOMER-NAME.
           MOVE ZM-ZIP (ZM-MATCH-SUB) TO ALL-ZIP.
           MOVE ALIGN-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       260-WRITE-REASSIGNMENT.
      *
           MOVE SPACES TO REASSIGNMENT-RECORD.
           MOVE CM-BRANCH-NUMBER   TO RA-OLD-BRANCH.
           MOVE CM-SALESREP-NUMBER TO RA-OLD-REP.
           MOVE TZT-BRANCH-NUMBER (TZ-MATCH-SUB)   TO RA-NEW-BRANCH.
           MOVE TZT-SALESREP-NUMBER (TZ-MATCH-SUB) TO RA-NEW-REP.
           MOVE CM-CUSTOMER-NUMBER TO RA-CUSTOMER-NUMBER.
           WRITE REASSIGNMENT-RECORD.
      *
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE "SALES RECORDS READ" TO CTL-LABEL.
           MOVE CT-SALES-READ        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ALIGNED           " TO CTL-LABEL.
           MOVE CT-ALIGNED           TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "REASSIGNMENTS     " TO CTL-LABEL.
           MOVE CT-MISALIGNED        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "NO TERRITORY      " TO CTL-LABEL.
           MOVE CT-NO-TERRITORY      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "NOT ON KEYED MASTER" TO CTL-LABEL.
           MOVE CT-NOT-KEYED         TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
      *
       410-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
