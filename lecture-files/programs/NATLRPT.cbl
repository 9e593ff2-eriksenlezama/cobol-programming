       IDENTIFICATION DIVISION.
       PROGRAM-ID. NATLRPT.
      *
      * NATIONAL-ACCOUNTS ROLL-UP. CUSTMSTK CARRIES A PARENT
      * CUSTOMER NUMBER ON EACH BRANCH OF A NATIONAL ACCOUNT (SET
      * BY THE CSTMAINT "P" TRANSACTION) AND THE GROUP CREDIT LIMIT
      * ON THE PARENT ("G" TRANSACTION). THIS REPORT LISTS EACH
      * GROUP - THE PARENT FIRST, THEN ITS CHILDREN - WITH SALES
      * THIS YTD, SALES LAST YTD AND CREDIT LIMIT FROM THE SALES
      * MASTER (ZERO-PAD KEY CONVENTION) AND THE NET OPEN A/R
      * BALANCE FROM AROPEN, AND TOTALS THEM TO THE PARENT AGAINST
      * THE GROUP LIMIT. THIS YTD SALES ARE THE EXPOSURE MEASURE,
      * THE SAME ONE CRDHOLD HOLDS ON.
      *
      * LINKS THAT CANNOT BE ROLLED UP - A PARENT NOT ON CUSTMSTK,
      * A PARENT THAT IS ITSELF A CHILD, OR A GROUP LIMIT ON A
      * CUSTOMER WITH NO CHILDREN - ARE LISTED AS EXCEPTIONS AT
      * THE END AND LEFT OUT OF THE GROUP TOTALS.
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
           SELECT AROPEN   ASSIGN TO AROPEN
           FILE STATUS IS WF-AROPEN-STATUS.
           SELECT NATLRPT  ASSIGN TO NATLRPT
           FILE STATUS IS WF-NATLRPT-STATUS.
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
           05  FILLER                     PIC X(1).
           05  MST-PARENT-NUMBER          PIC 9(6).
           05  MST-GROUP-CREDIT-LIMIT     PIC 9(7)V99.
           05  FILLER                     PIC X(5).
      *
       FD  CUSTMAST.
       COPY CUSTMAST.
      *
       FD  AROPEN
           RECORD CONTAINS 80 CHARACTERS.
       COPY ARITEM.
      *
       FD  NATLRPT.
       01  PRINT-AREA       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTMST-EOF-SWITCH      PIC X    VALUE "N".
               88  CUSTMST-EOF                  VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  CUSTMAST-EOF                 VALUE "Y".
           05  AROPEN-EOF-SWITCH       PIC X    VALUE "N".
               88  AROPEN-EOF                   VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CUSTMST-STATUS   PIC XX.
               88  CUSTMST-FILE-OK         VALUE "00".
           05  WF-CUSTMAST-STATUS  PIC XX.
               88  CUSTMAST-FILE-OK        VALUE "00".
           05  WF-AROPEN-STATUS    PIC XX.
               88  AROPEN-FILE-OK          VALUE "00".
           05  WF-NATLRPT-STATUS   PIC XX.
               88  NATLRPT-FILE-OK         VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
      * ONE ENTRY PER CUSTMSTK RECORD, IN KEY ORDER. KT-GROUP-SUB
      * POINTS AT THE PARENT'S ENTRY FOR EVERY MEMBER OF A VALID
      * GROUP (THE PARENT POINTS AT ITSELF) AND IS ZERO OTHERWISE.
      *
       01  LINK-TABLE-FIELDS.
           05  KT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  KT-SUB              PIC S9(4)  COMP.
           05  KT-MATCH-SUB        PIC S9(4)  COMP.
           05  KT-PARENT-SUB       PIC S9(4)  COMP.
           05  KT-MEMBER-SUB       PIC S9(4)  COMP.
           05  WS-SEARCH-NUMBER    PIC 9(6).
      *
       01  LINK-TABLE.
           05  LINK-ENTRY              OCCURS 5000 TIMES.
               10  KT-NUMBER               PIC 9(6).
               10  KT-NAME                 PIC X(32).
               10  KT-PARENT-NUMBER        PIC 9(6).
               10  KT-GROUP-LIMIT          PIC 9(7)V99.
               10  KT-GROUP-SUB            PIC S9(4)  COMP.
               10  KT-CHILD-COUNT          PIC S9(4)  COMP.
               10  KT-SALES-SWITCH         PIC X.
                   88  KT-ON-SALES-MASTER          VALUE "Y".
               10  KT-SALES-THIS-YTD       PIC S9(7)V99 COMP-3.
               10  KT-SALES-LAST-YTD       PIC S9(7)V99 COMP-3.
               10  KT-CREDIT-LIMIT         PIC S9(7)V99 COMP-3.
               10  KT-AR-OPEN              PIC S9(7)V99 COMP-3.
      *
       01  EXCEPTION-TABLE-FIELDS.
           05  EX-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
      *
       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY         OCCURS 500 TIMES
                                       PIC X(132).
      *
       01  GROUP-TOTAL-FIELDS.
           05  GT-SALES-THIS-YTD   PIC S9(9)V99  COMP-3.
           05  GT-SALES-LAST-YTD   PIC S9(9)V99  COMP-3.
           05  GT-CREDIT-LIMIT     PIC S9(9)V99  COMP-3.
           05  GT-AR-OPEN          PIC S9(9)V99  COMP-3.
      *
       01  GRAND-TOTAL-FIELDS.
           05  GR-SALES-THIS-YTD   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  GR-SALES-LAST-YTD   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  GR-CREDIT-LIMIT     PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  GR-AR-OPEN          PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       01  CONTROL-TOTALS.
           05  CT-MASTERS-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-SALES-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-GROUPS           PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CHILDREN         PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-GROUPS-OVER      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-EXCEPTIONS       PIC S9(7)     COMP-3 VALUE ZERO.
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
           05  FILLER          PIC X(20)   VALUE "NATIONAL ACCOUNTS RO".
           05  FILLER          PIC X(20)   VALUE "LL-UP               ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "NATLRPT".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(7)    VALUE "ROLE".
           05  FILLER      PIC X(8)    VALUE "CUST".
           05  FILLER      PIC X(33)   VALUE "CUSTOMER NAME".
           05  FILLER      PIC X(14)   VALUE "    THIS YTD".
           05  FILLER      PIC X(14)   VALUE "    LAST YTD".
           05  FILLER      PIC X(14)   VALUE "CREDIT LIMIT".
           05  FILLER      PIC X(15)   VALUE "     A/R OPEN".
           05  FILLER      PIC X(20)   VALUE "NOTE".
           05  FILLER      PIC X(7)    VALUE SPACE.
      *
       01  MEMBER-LINE.
           05  MBL-ROLE            PIC X(6).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  MBL-NUMBER          PIC 9(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MBL-NAME            PIC X(32).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  MBL-SALES-THIS-YTD  PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MBL-SALES-LAST-YTD  PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MBL-CREDIT-LIMIT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MBL-AR-OPEN         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MBL-NOTE            PIC X(20).
           05  FILLER              PIC X(7)     VALUE SPACE.
      *
       01  GROUP-TOTAL-LINE.
           05  GTL-LABEL           PIC X(15).
           05  GTL-LIMIT-LABEL     PIC X(12).
           05  GTL-GROUP-LIMIT     PIC Z,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER              PIC X(9)     VALUE SPACE.
           05  GTL-SALES-THIS-YTD  PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GTL-SALES-LAST-YTD  PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GTL-CREDIT-LIMIT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GTL-AR-OPEN         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GTL-NOTE            PIC X(20).
           05  FILLER              PIC X(7)     VALUE SPACE.
      *
       01  EXCEPTION-HEADING.
           05  FILLER   PIC X(132)
                    VALUE "PARENT LINK EXCEPTIONS".
      *
       01  EXCEPTION-LINE.
           05  FILLER              PIC X(7)     VALUE SPACE.
           05  EXL-NUMBER          PIC 9(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-NAME            PIC X(32).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(8)     VALUE "PARENT: ".
           05  EXL-PARENT-NUMBER   PIC 9(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  EXL-REASON          PIC X(20).
           05  FILLER              PIC X(48)    VALUE SPACE.
      *
       01  BLANK-LINE              PIC X(132)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-NATIONAL-ACCOUNTS.
      *
           OPEN INPUT  CUSTMST
                       CUSTMAST
                       AROPEN
                OUTPUT NATLRPT.
           IF NOT CUSTMST-FILE-OK
              DISPLAY "CUSTMSTK OPEN ERROR: " WF-CUSTMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CUSTMAST-FILE-OK
              DISPLAY "CUSTMAST OPEN ERROR: " WF-CUSTMAST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AROPEN-FILE-OK
              DISPLAY "AROPEN OPEN ERROR: " WF-AROPEN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT NATLRPT-FILE-OK
              DISPLAY "NATLRPT OPEN ERROR: " WF-NATLRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 110-LOAD-LINK-TABLE.
           PERFORM 130-RESOLVE-ONE-LINK
               VARYING KT-SUB FROM 1 BY 1
               UNTIL KT-SUB > KT-ENTRY-COUNT.
           PERFORM 150-ACCUMULATE-SALES.
           PERFORM 170-ACCUMULATE-OPEN-ITEMS.
           PERFORM 200-PRINT-ONE-GROUP
               VARYING KT-PARENT-SUB FROM 1 BY 1
               UNTIL KT-PARENT-SUB > KT-ENTRY-COUNT.
           PERFORM 300-PRINT-GRAND-TOTALS.
           PERFORM 350-PRINT-EXCEPTIONS.
           DISPLAY "NATLRPT MASTERS READ  " CT-MASTERS-READ.
           DISPLAY "NATLRPT SALES READ    " CT-SALES-READ.
           DISPLAY "NATLRPT ITEMS READ    " CT-ITEMS-READ.
           DISPLAY "NATLRPT GROUPS        " CT-GROUPS.
           DISPLAY "NATLRPT CHILDREN      " CT-CHILDREN.
           DISPLAY "NATLRPT GROUPS OVER   " CT-GROUPS-OVER.
           DISPLAY "NATLRPT EXCEPTIONS    " CT-EXCEPTIONS.
           CLOSE CUSTMST
                 CUSTMAST
                 AROPEN
                 NATLRPT.
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
       110-LOAD-LINK-TABLE.
      *
           PERFORM 115-READ-KEYED-MASTER.
           PERFORM 120-STORE-LINK-ENTRY
               UNTIL CUSTMST-EOF.
      *
       115-READ-KEYED-MASTER.
      *
           READ CUSTMST
               AT END
                   MOVE "Y" TO CUSTMST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-MASTERS-READ
           END-READ.
      *
       120-STORE-LINK-ENTRY.
      *
           IF KT-ENTRY-COUNT < 5000
               ADD 1 TO KT-ENTRY-COUNT
               MOVE MST-NUMBER TO KT-NUMBER (KT-ENTRY-COUNT)
               MOVE MST-NAME   TO KT-NAME (KT-ENTRY-COUNT)
               MOVE MST-PARENT-NUMBER
                   TO KT-PARENT-NUMBER (KT-ENTRY-COUNT)
               MOVE MST-GROUP-CREDIT-LIMIT
                   TO KT-GROUP-LIMIT (KT-ENTRY-COUNT)
               MOVE ZERO TO KT-GROUP-SUB (KT-ENTRY-COUNT)
                            KT-CHILD-COUNT (KT-ENTRY-COUNT)
                            KT-SALES-THIS-YTD (KT-ENTRY-COUNT)
                            KT-SALES-LAST-YTD (KT-ENTRY-COUNT)
                            KT-CREDIT-LIMIT (KT-ENTRY-COUNT)
                            KT-AR-OPEN (KT-ENTRY-COUNT)
               MOVE "N" TO KT-SALES-SWITCH (KT-ENTRY-COUNT)
           ELSE
               DISPLAY "LINK TABLE FULL - CUSTOMER OMITTED "
                   MST-NUMBER
           END-IF.
           PERFORM 115-READ-KEYED-MASTER.
      *
      * CSTMAINT ONLY LINKS TO A PARENT THAT IS ON FILE AND IS NOT A
      * CHILD ITSELF, BUT A PARENT CAN BE DELETED OR RE-LINKED
      * AFTER ITS CHILDREN WERE ATTACHED, SO THE LINK IS PROVED
      * AGAIN HERE.
      *
       130-RESOLVE-ONE-LINK.
      *
           IF KT-PARENT-NUMBER (KT-SUB) > ZERO
               MOVE KT-PARENT-NUMBER (KT-SUB) TO WS-SEARCH-NUMBER
               PERFORM 140-FIND-CUSTOMER
               EVALUATE TRUE
                   WHEN KT-MATCH-SUB = ZERO
                       MOVE "PARENT NOT ON MASTER" TO EXL-REASON
                       PERFORM 360-HOLD-EXCEPTION-LINE
                   WHEN KT-PARENT-NUMBER (KT-MATCH-SUB) > ZERO
                       MOVE "PARENT IS A CHILD   " TO EXL-REASON
                       PERFORM 360-HOLD-EXCEPTION-LINE
                   WHEN OTHER
                       MOVE KT-MATCH-SUB TO KT-GROUP-SUB (KT-SUB)
                       MOVE KT-MATCH-SUB
                           TO KT-GROUP-SUB (KT-MATCH-SUB)
                       ADD 1 TO KT-CHILD-COUNT (KT-MATCH-SUB)
                       ADD 1 TO CT-CHILDREN
               END-EVALUATE
           END-IF.
      *
       140-FIND-CUSTOMER.
      *
           MOVE ZERO TO KT-MATCH-SUB.
           PERFORM 145-MATCH-ONE-CUSTOMER
               VARYING KT-MEMBER-SUB FROM 1 BY 1
               UNTIL KT-MEMBER-SUB > KT-ENTRY-COUNT
               OR KT-MATCH-SUB > ZERO.
      *
       145-MATCH-ONE-CUSTOMER.
      *
           IF KT-NUMBER (KT-MEMBER-SUB) = WS-SEARCH-NUMBER
               MOVE KT-MEMBER-SUB TO KT-MATCH-SUB
           END-IF.
      *
       150-ACCUMULATE-SALES.
      *
           PERFORM 155-READ-SALES-RECORD.
           PERFORM 160-POST-SALES-FIGURES
               UNTIL CUSTMAST-EOF.
      *
       155-READ-SALES-RECORD.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 157-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CUSTMAST-EOF.
      *
       157-READ-RAW-RECORD.
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
       160-POST-SALES-FIGURES.
      *
           MOVE CM-CUSTOMER-NUMBER TO WS-SEARCH-NUMBER.
           PERFORM 140-FIND-CUSTOMER.
           IF KT-MATCH-SUB > ZERO
               MOVE "Y" TO KT-SALES-SWITCH (KT-MATCH-SUB)
               MOVE CM-SALES-THIS-YTD
                   TO KT-SALES-THIS-YTD (KT-MATCH-SUB)
               MOVE CM-SALES-LAST-YTD
                   TO KT-SALES-LAST-YTD (KT-MATCH-SUB)
               MOVE CM-CREDIT-LIMIT
                   TO KT-CREDIT-LIMIT (KT-MATCH-SUB)
           END-IF.
           PERFORM 155-READ-SALES-RECORD.
      *
       170-ACCUMULATE-OPEN-ITEMS.
      *
           PERFORM 175-READ-OPEN-ITEM.
           PERFORM 180-POST-OPEN-ITEM
               UNTIL AROPEN-EOF.
      *
       175-READ-OPEN-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ITEMS-READ
           END-READ.
      *
      * UNAPPLIED CREDITS REDUCE THE CUSTOMER'S NET OPEN BALANCE.
      *
       180-POST-OPEN-ITEM.
      *
           IF AR-ITEM-OPEN
               MOVE AR-CUSTOMER-NUMBER TO WS-SEARCH-NUMBER
               PERFORM 140-FIND-CUSTOMER
               IF KT-MATCH-SUB > ZERO
                   IF AR-CREDIT-ITEM
                       SUBTRACT AR-OPEN-BALANCE
                           FROM KT-AR-OPEN (KT-MATCH-SUB)
                   ELSE
                       ADD AR-OPEN-BALANCE
                           TO KT-AR-OPEN (KT-MATCH-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 175-READ-OPEN-ITEM.
      *
      * A GROUP IS PRINTED WHEN ITS PARENT'S ENTRY COMES UP IN KEY
      * ORDER - THE PARENT LINE, THEN EACH CHILD IN KEY ORDER, THEN
      * THE GROUP TOTAL AGAINST THE GROUP LIMIT.
      *
       200-PRINT-ONE-GROUP.
      *
           IF KT-CHILD-COUNT (KT-PARENT-SUB) > ZERO
               ADD 1 TO CT-GROUPS
               MOVE ZERO TO GT-SALES-THIS-YTD
                            GT-SALES-LAST-YTD
                            GT-CREDIT-LIMIT
                            GT-AR-OPEN
               IF LINE-COUNT + KT-CHILD-COUNT (KT-PARENT-SUB) + 3
                       > LINES-ON-PAGE
                   PERFORM 230-PRINT-HEADING-LINES
               END-IF
               MOVE "PARENT" TO MBL-ROLE
               MOVE KT-PARENT-SUB TO KT-MEMBER-SUB
               PERFORM 210-PRINT-MEMBER-LINE
               PERFORM 205-PRINT-CHILD-IF-MEMBER
                   VARYING KT-MEMBER-SUB FROM 1 BY 1
                   UNTIL KT-MEMBER-SUB > KT-ENTRY-COUNT
               PERFORM 220-PRINT-GROUP-TOTAL
           ELSE
               IF KT-GROUP-LIMIT (KT-PARENT-SUB) > ZERO
                       AND KT-PARENT-NUMBER (KT-PARENT-SUB) = ZERO
                   MOVE KT-PARENT-SUB TO KT-SUB
                   MOVE "GROUP LIMIT NO CHILD" TO EXL-REASON
                   PERFORM 360-HOLD-EXCEPTION-LINE
               END-IF
           END-IF.
      *
       205-PRINT-CHILD-IF-MEMBER.
      *
           IF KT-GROUP-SUB (KT-MEMBER-SUB) = KT-PARENT-SUB
                   AND KT-MEMBER-SUB NOT = KT-PARENT-SUB
               MOVE "CHILD " TO MBL-ROLE
               PERFORM 210-PRINT-MEMBER-LINE
           END-IF.
      *
       210-PRINT-MEMBER-LINE.
      *
           MOVE KT-NUMBER (KT-MEMBER-SUB)  TO MBL-NUMBER.
           MOVE KT-NAME (KT-MEMBER-SUB)    TO MBL-NAME.
           MOVE KT-SALES-THIS-YTD (KT-MEMBER-SUB)
               TO MBL-SALES-THIS-YTD.
           MOVE KT-SALES-LAST-YTD (KT-MEMBER-SUB)
               TO MBL-SALES-LAST-YTD.
           MOVE KT-CREDIT-LIMIT (KT-MEMBER-SUB) TO MBL-CREDIT-LIMIT.
           MOVE KT-AR-OPEN (KT-MEMBER-SUB)      TO MBL-AR-OPEN.
           IF KT-ON-SALES-MASTER (KT-MEMBER-SUB)
               MOVE SPACES TO MBL-NOTE
           ELSE
               MOVE "NOT ON SALES MASTER " TO MBL-NOTE
           END-IF.
           ADD KT-SALES-THIS-YTD (KT-MEMBER-SUB) TO GT-SALES-THIS-YTD.
           ADD KT-SALES-LAST-YTD (KT-MEMBER-SUB) TO GT-SALES-LAST-YTD.
           ADD KT-CREDIT-LIMIT (KT-MEMBER-SUB)   TO GT-CREDIT-LIMIT.
           ADD KT-AR-OPEN (KT-MEMBER-SUB)        TO GT-AR-OPEN.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE MEMBER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       220-PRINT-GROUP-TOTAL.
      *
           MOVE "  GROUP TOTAL  "  TO GTL-LABEL.
           MOVE "GROUP LIMIT "     TO GTL-LIMIT-LABEL.
           MOVE KT-GROUP-LIMIT (KT-PARENT-SUB) TO GTL-GROUP-LIMIT.
           MOVE GT-SALES-THIS-YTD  TO GTL-SALES-THIS-YTD.
           MOVE GT-SALES-LAST-YTD  TO GTL-SALES-LAST-YTD.
           MOVE GT-CREDIT-LIMIT    TO GTL-CREDIT-LIMIT.
           MOVE GT-AR-OPEN         TO GTL-AR-OPEN.
           IF KT-GROUP-LIMIT (KT-PARENT-SUB) > ZERO
                   AND GT-SALES-THIS-YTD
                       > KT-GROUP-LIMIT (KT-PARENT-SUB)
               MOVE "OVER GROUP LIMIT    " TO GTL-NOTE
               ADD 1 TO CT-GROUPS-OVER
           ELSE
               MOVE SPACES TO GTL-NOTE
           END-IF.
           MOVE GROUP-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE BLANK-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           ADD GT-SALES-THIS-YTD TO GR-SALES-THIS-YTD.
           ADD GT-SALES-LAST-YTD TO GR-SALES-LAST-YTD.
           ADD GT-CREDIT-LIMIT   TO GR-CREDIT-LIMIT.
           ADD GT-AR-OPEN        TO GR-AR-OPEN.
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
       300-PRINT-GRAND-TOTALS.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE "ALL GROUPS     "  TO GTL-LABEL.
           MOVE SPACES             TO GTL-LIMIT-LABEL.
           MOVE ZERO               TO GTL-GROUP-LIMIT.
           MOVE GR-SALES-THIS-YTD  TO GTL-SALES-THIS-YTD.
           MOVE GR-SALES-LAST-YTD  TO GTL-SALES-LAST-YTD.
           MOVE GR-CREDIT-LIMIT    TO GTL-CREDIT-LIMIT.
           MOVE GR-AR-OPEN         TO GTL-AR-OPEN.
           MOVE SPACES             TO GTL-NOTE.
           MOVE GROUP-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       350-PRINT-EXCEPTIONS.
      *
           MOVE BLANK-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE EXCEPTION-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           PERFORM 355-PRINT-HELD-EXCEPTION
               VARYING KT-SUB FROM 1 BY 1
               UNTIL KT-SUB > EX-ENTRY-COUNT.
      *
       355-PRINT-HELD-EXCEPTION.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.
           MOVE EXCEPTION-ENTRY (KT-SUB) TO EXCEPTION-LINE.
           MOVE EXCEPTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * EXCEPTIONS ARE FOUND WHILE THE LINKS ARE RESOLVED AND WHILE
      * THE GROUPS PRINT, SO THEY ARE HELD AND LISTED AFTER THE
      * GRAND TOTAL.
      *
       360-HOLD-EXCEPTION-LINE.
      *
           ADD 1 TO CT-EXCEPTIONS.
           MOVE KT-NUMBER (KT-SUB)        TO EXL-NUMBER.
           MOVE KT-NAME (KT-SUB)          TO EXL-NAME.
           MOVE KT-PARENT-NUMBER (KT-SUB) TO EXL-PARENT-NUMBER.
           IF EX-ENTRY-COUNT < 500
               ADD 1 TO EX-ENTRY-COUNT
               MOVE EXCEPTION-LINE TO EXCEPTION-ENTRY (EX-ENTRY-COUNT)
           ELSE
               DISPLAY "NATLRPT EXCEPTION NOT LISTED - TABLE FULL "
                   KT-NUMBER (KT-SUB)
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
