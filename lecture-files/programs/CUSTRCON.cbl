      * THE KEYED MASTER (WITH PLACEHOLDER ADDRESS DATA FOR THE
      * ANALYST TO COMPLETE), AND SALES-MASTER ADD SHELLS FOR
      * KEYED CUSTOMERS THE SALES SIDE HAS NEVER HEARD OF. BOTH
      * FILES ARE FOR REVIEW, NOT BLIND SUBMISSION. EACH SALES
      * SHELL IS GIVEN THE BRANCH AND REP THAT OWN THE CUSTOMER'S
      * ZIP ON THE TERRITORY TABLE (TERRTBL); A ZIP NO TERRITORY
      * COVERS LEAVES THE SHELL UNDER BRANCH/REP ZERO AS BEFORE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WF-CUSTMST-STATUS.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
           FILE STATUS IS WF-CUSTMAST-STATUS.
           SELECT TERRTBL  ASSIGN TO TERRTBL
           FILE STATUS IS WF-TERRTBL-STATUS.
           SELECT RECONRPT ASSIGN TO RECONRPT
           FILE STATUS IS WF-RECONRPT-STATUS.
           SELECT FIXTRAN  ASSIGN TO FIXTRAN
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
       FD  RECONRPT.
       01  PRINT-AREA       PIC X(132).
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
           05  WF-RECONRPT-STATUS  PIC XX.
               88  RECONRPT-FILE-OK        VALUE "00".
           05  WF-FIXTRAN-STATUS   PIC XX.
               10  SA-CUSTOMER-TYPE        PIC X.
               10  SA-MATCHED-SWITCH       PIC X.
                   88  SA-MATCHED              VALUE "Y".
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
       01  WS-SALES-SHELL.
           05  WSH-BRANCH-NUMBER       PIC 9(2).
           05  CT-SALES-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MISSING-SALES    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MISSING-KEYED    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-SHELLS-ASSIGNED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-SHELLS-NO-TERR   PIC S9(7)     COMP-3 VALUE ZERO.
      *
       01  FILE-INTEGRITY-FIELDS.
           05  FC-CONTROL-SWITCH   PIC X.
           05  FILLER      PIC X(20)   VALUE "CUST     NAME       ".
           05  FILLER      PIC X(20)   VALUE "                    ".
           05  FILLER      PIC X(20)   VALUE "  MISSING FROM      ".
           05  FILLER      PIC X(20)   VALUE "         TERRITORY  ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  EXCEPTION-LINE.
           05  EXL-NUMBER          PIC 9(6).
           05  EXL-NAME            PIC X(32).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-MISSING-FROM    PIC X(24).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-TERRITORY-NOTE  PIC X(24).
           05  FILLER              PIC X(39)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "CUSTRCON TOTALS: ".
      *
           OPEN INPUT  CUSTMST
                       CUSTMAST
                       TERRTBL
                OUTPUT RECONRPT
                       FIXTRAN
                       SALESADD.
              DISPLAY "CUSTMAST OPEN ERROR: " WF-CUSTMAST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT TERRTBL-FILE-OK
              DISPLAY "TERRTBL OPEN ERROR: " WF-TERRTBL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT RECONRPT-FILE-OK
              DISPLAY "RECONRPT OPEN ERROR: " WF-RECONRPT-STATUS
              PERFORM 900-ABORT
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 110-LOAD-SALES-TABLE.
           PERFORM 150-LOAD-TERRITORY-TABLE.
           PERFORM 160-READ-KEYED-MASTER.
           PERFORM 200-RECONCILE-ONE-KEYED
               UNTIL CUSTMST-EOF.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE CUSTMST
                 CUSTMAST
                 TERRTBL
                 RECONRPT
                 FIXTRAN
                 SALESADD.
                   CM-CUSTOMER-NUMBER
           END-IF.
           PERFORM 120-READ-SALES-RECORD.
      *
       150-LOAD-TERRITORY-TABLE.
      *
           PERFORM 152-READ-TERRITORY-RECORD.
           PERFORM 154-STORE-TERRITORY-ENTRY
               UNTIL TERRTBL-EOF.
      *
       152-READ-TERRITORY-RECORD.
      *
           READ TERRTBL
               AT END
                   MOVE "Y" TO TERRTBL-EOF-SWITCH
           END-READ.
      *
       154-STORE-TERRITORY-ENTRY.
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
           PERFORM 152-READ-TERRITORY-RECORD.
      *
       160-READ-KEYED-MASTER.
      *
               MOVE MST-NUMBER TO EXL-NUMBER
               MOVE MST-NAME   TO EXL-NAME
               MOVE "SALES MASTER (CUSTMAST) " TO EXL-MISSING-FROM
               PERFORM 255-FIND-TERRITORY
               PERFORM 250-PRINT-EXCEPTION-LINE
               PERFORM 260-WRITE-SALES-ADD-SHELL
           END-IF.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       255-FIND-TERRITORY.
      *
           MOVE ZERO TO TZ-MATCH-SUB.
           IF MST-ZIP IS NUMERIC
               MOVE MST-ZIP TO WS-ZIP-N
               PERFORM 257-MATCH-ONE-TERRITORY
                   VARYING TZ-SUB FROM 1 BY 1
                   UNTIL TZ-SUB > TZ-ENTRY-COUNT
                   OR TZ-MATCH-SUB > ZERO
           END-IF.
           IF TZ-MATCH-SUB > ZERO
               MOVE "ASSIGNED BR    REP     " TO EXL-TERRITORY-NOTE
               MOVE TZT-BRANCH-NUMBER (TZ-MATCH-SUB)
                   TO EXL-TERRITORY-NOTE (13:2)
               MOVE TZT-SALESREP-NUMBER (TZ-MATCH-SUB)
                   TO EXL-TERRITORY-NOTE (20:2)
           ELSE
               MOVE "NO TERRITORY FOR ZIP    " TO EXL-TERRITORY-NOTE
           END-IF.
      *
       257-MATCH-ONE-TERRITORY.
      *
           IF WS-ZIP-N >= TZT-ZIP-LOW (TZ-SUB)
                   AND WS-ZIP-N <= TZT-ZIP-HIGH (TZ-SUB)
               MOVE TZ-SUB TO TZ-MATCH-SUB
           END-IF.
      *
      * THE SHELL CARRIES THE KEYED NAME AND TYPE WITH ZERO DOLLARS
      * UNDER THE BRANCH/REP THE TERRITORY TABLE ASSIGNS, OR UNDER
      * BRANCH/REP ZERO WHEN NO TERRITORY COVERS THE ZIP - THE
      * BRANCH THEN ASSIGNS IT BY HAND BEFORE THE SHELL IS MERGED
      * ONTO THE SALES MASTER.
      *
       260-WRITE-SALES-ADD-SHELL.
      *
           IF TZ-MATCH-SUB > ZERO
               MOVE TZT-BRANCH-NUMBER (TZ-MATCH-SUB)
                   TO WSH-BRANCH-NUMBER
               MOVE TZT-SALESREP-NUMBER (TZ-MATCH-SUB)
                   TO WSH-SALESREP-NUMBER
               ADD 1 TO CT-SHELLS-ASSIGNED
           ELSE
               MOVE ZERO TO WSH-BRANCH-NUMBER
               MOVE ZERO TO WSH-SALESREP-NUMBER
               ADD 1 TO CT-SHELLS-NO-TERR
           END-IF.
           MOVE MST-NUMBER TO WSH-CUSTOMER-NUMBER.
           MOVE MST-NAME   TO WSH-CUSTOMER-NAME.
           MOVE MST-TYPE   TO WSH-CUSTOMER-TYPE.
               MOVE SA-CUSTOMER-NUMBER (SA-SUB) TO EXL-NUMBER
               MOVE SA-CUSTOMER-NAME (SA-SUB)   TO EXL-NAME
               MOVE "KEYED MASTER (CUSTMSTK) " TO EXL-MISSING-FROM
               MOVE SPACES TO EXL-TERRITORY-NOTE
               PERFORM 250-PRINT-EXCEPTION-LINE
               PERFORM 310-WRITE-FIX-TRANSACTION
           END-IF.
           MOVE "MISSING FROM KEYED" TO CTL-LABEL.
           MOVE CT-MISSING-KEYED     TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "SHELLS ASSIGNED   " TO CTL-LABEL.
           MOVE CT-SHELLS-ASSIGNED   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "SHELLS NO TERRITORY" TO CTL-LABEL.
           MOVE CT-SHELLS-NO-TERR    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
      *
       410-WRITE-CONTROL-LINE.
      *
