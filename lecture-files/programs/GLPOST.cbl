       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
      *
      * GENERAL LEDGER POSTING AND TRIAL BALANCE. RUNS AFTER GLEXTR
      * AND POSTS THE NIGHT'S GLJRNL TO THE GL ACCOUNT MASTER (OLD/
      * NEW GENERATIONS, GLAOLD/GLANEW, IN ACCOUNT ORDER). ACCOUNT
      * ADD AND CHANGE CARDS (GLACTRN) ARE APPLIED IN THE SAME PASS,
      * AHEAD OF THE JOURNALS FOR THE SAME ACCOUNT, SO A NEW ACCOUNT
      * CAN TAKE POSTINGS THE NIGHT IT IS ADDED. THE CARDS AND
      * JOURNALS ARE SORTED INTO ACCOUNT ORDER (ARRIVAL ORDER WITHIN
      * AN ACCOUNT) AND MATCHED AGAINST THE MASTER.
      *
      * A JOURNAL FOR AN ACCOUNT NOT ON THE MASTER, OR A CARD THAT
      * CANNOT BE APPLIED, GOES TO GLREJ WITH THE REASON AND IS NOT
      * POSTED. THE POSTING PERIOD IS THE BUSINESS PROCESSING-DATE
      * YEAR AND MONTH - AN ACCOUNT CARRIED INTO A NEW PERIOD STARTS
      * ITS PERIOD BALANCE (AND IN A NEW YEAR ITS YEAR-TO-DATE
      * BALANCE) AGAIN AT ZERO.
      *
      * THE GLREG LISTING HAS THREE PARTS:
      *   ACCOUNT ACTIVITY - EVERY CARD AND JOURNAL BY ACCOUNT WITH
      *     THE ACCOUNT'S NEW BALANCES, AND THE NIGHT'S POSTED AND
      *     REJECTED DEBIT/CREDIT TOTALS
      *   TRIAL BALANCE    - EVERY ACCOUNT ON THE NEW MASTER WITH ITS
      *     PERIOD NET AND ITS YEAR-TO-DATE BALANCE IN THE DEBIT OR
      *     CREDIT COLUMN; THE COLUMN TOTALS MUST AGREE
      *   GLMAP VALIDATION - EACH GLEXTR SOURCE'S DEBIT AND CREDIT
      *     ACCOUNT CHECKED AGAINST THE NEW MASTER
      * AN OUT-OF-BALANCE TRIAL BALANCE, A GLMAP ACCOUNT NOT ON THE
      * MASTER OR UNBALANCED CONTROL COUNTS SET RETURN CODE 8.
      *
      * GLACTRN CARDS: COL 1 TRANSACTION CODE (A = ADD, C = CHANGE),
      * COLS 2-9 ACCOUNT, 10-39 DESCRIPTION, 40 ACCOUNT TYPE (A, L,
      * Q, R, E). A CHANGE REPLACES ONLY THE FIELDS KEYED. THE FIRST
      * RUN, WITH NO OLD GENERATION, BUILDS THE MASTER FROM THE ADD
      * CARDS; A NIGHT WITH NO CARDS RUNS WITH GLACTRN NOT FOUND.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLACCT-OLD ASSIGN TO GLAOLD
               FILE STATUS IS WF-GLAOLD-STATUS.
           SELECT GLACCT-NEW ASSIGN TO GLANEW
               FILE STATUS IS WF-GLANEW-STATUS.
           SELECT GLACTRN  ASSIGN TO GLACTRN
               FILE STATUS IS WF-GLACTRN-STATUS.
           SELECT GLJRNL   ASSIGN TO GLJRNL
               FILE STATUS IS WF-GLJRNL-STATUS.
           SELECT GLMAP    ASSIGN TO GLMAP
               FILE STATUS IS WF-GLMAP-STATUS.
           SELECT GLREJ    ASSIGN TO GLREJ
               FILE STATUS IS WF-GLREJ-STATUS.
           SELECT GLREG    ASSIGN TO GLREG
               FILE STATUS IS WF-GLREG-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  GLACCT-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-ACCOUNT-OLD-REC          PIC X(80).
      *
       FD  GLACCT-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-ACCOUNT-NEW-REC          PIC X(80).
      *
       FD  GLACTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-ACCOUNT-TRANS-REC        PIC X(80).
      *
       FD  GLJRNL
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-JOURNAL-IN-REC           PIC X(80).
      *
       FD  GLMAP
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-MAP-RECORD.
           05  GM-SOURCE               PIC X(8).
           05  GM-DEBIT-ACCOUNT        PIC X(8).
           05  GM-CREDIT-ACCOUNT       PIC X(8).
           05  FILLER                  PIC X(56).
      *
       FD  GLREJ
           RECORD CONTAINS 100 CHARACTERS.
       01  GL-REJECT-RECORD.
           05  GR-REASON               PIC X(20).
           05  GR-IMAGE                PIC X(80).
      *
       FD  GLREG.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ACCOUNT             PIC X(8).
           05  SRT-RECORD-CLASS        PIC X.
               88  SRT-ACCOUNT-CARD            VALUE "1".
               88  SRT-JOURNAL                 VALUE "2".
           05  SRT-READ-SEQUENCE       PIC 9(7).
           05  SRT-IMAGE               PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  GLAOLD-EOF-SWITCH       PIC X    VALUE "N".
               88  GLAOLD-EOF                   VALUE "Y".
           05  GLANEW-EOF-SWITCH       PIC X    VALUE "N".
               88  GLANEW-EOF                   VALUE "Y".
           05  GLACTRN-EOF-SWITCH      PIC X    VALUE "N".
               88  GLACTRN-EOF                  VALUE "Y".
           05  GLJRNL-EOF-SWITCH       PIC X    VALUE "N".
               88  GLJRNL-EOF                   VALUE "Y".
           05  GLMAP-EOF-SWITCH        PIC X    VALUE "N".
               88  GLMAP-EOF                    VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  GLAOLD-OPEN-SWITCH      PIC X    VALUE "N".
               88  GLAOLD-OPEN                  VALUE "Y".
           05  GLACTRN-OPEN-SWITCH     PIC X    VALUE "N".
               88  GLACTRN-OPEN                 VALUE "Y".
           05  ACCOUNT-ON-FILE-SWITCH  PIC X.
               88  ACCOUNT-ON-FILE              VALUE "Y".
           05  ACCOUNT-ACTIVITY-SWITCH PIC X.
               88  ACCOUNT-ACTIVITY             VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-GLAOLD-STATUS    PIC XX.
               88  GLAOLD-FILE-OK          VALUE "00".
           05  WF-GLANEW-STATUS    PIC XX.
               88  GLANEW-FILE-OK          VALUE "00".
           05  WF-GLACTRN-STATUS   PIC XX.
               88  GLACTRN-FILE-OK         VALUE "00".
           05  WF-GLJRNL-STATUS    PIC XX.
               88  GLJRNL-FILE-OK          VALUE "00".
           05  WF-GLMAP-STATUS     PIC XX.
               88  GLMAP-FILE-OK           VALUE "00".
           05  WF-GLREJ-STATUS     PIC XX.
               88  GLREJ-FILE-OK           VALUE "00".
           05  WF-GLREG-STATUS     PIC XX.
               88  GLREG-FILE-OK           VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       COPY GLACCT.
      *
       COPY GLJRNL.
      *
       01  GL-ACCOUNT-TRANS.
           05  AX-TRANS-CODE           PIC X.
               88  AX-ADD-ACCOUNT              VALUE "A".
               88  AX-CHANGE-ACCOUNT           VALUE "C".
           05  AX-ACCOUNT              PIC X(8).
           05  AX-DESCRIPTION          PIC X(30).
           05  AX-ACCOUNT-TYPE         PIC X.
               88  AX-VALID-TYPE               VALUE "A" "L" "Q"
                                                     "R" "E".
           05  FILLER                  PIC X(40).
      *
       01  MAP-TABLE-FIELDS.
           05  GM-ENTRY-COUNT      PIC S9(2)  COMP  VALUE ZERO.
           05  GM-SUB              PIC S9(2)  COMP.
      *
       01  MAP-TABLE.
           05  MAP-ENTRY               OCCURS 20 TIMES.
               10  GMT-SOURCE              PIC X(8).
               10  GMT-DEBIT-ACCOUNT       PIC X(8).
               10  GMT-CREDIT-ACCOUNT      PIC X(8).
               10  GMT-DEBIT-FOUND-SWITCH  PIC X.
                   88  GMT-DEBIT-FOUND             VALUE "Y".
               10  GMT-CREDIT-FOUND-SWITCH PIC X.
                   88  GMT-CREDIT-FOUND            VALUE "Y".
      *
       01  MERGE-FIELDS.
           05  WS-OLD-ACCOUNT-IMAGE    PIC X(80).
           05  WS-OLD-ACCOUNT          PIC X(8).
           05  WS-TRANS-ACCOUNT        PIC X(8).
           05  WS-CURRENT-ACCOUNT      PIC X(8).
           05  WS-CURRENT-PERIOD       PIC 9(6).
           05  WS-RELEASE-SEQUENCE     PIC 9(7)   VALUE ZERO.
           05  WS-REJECT-REASON        PIC X(20).
           05  WS-ACTIVITY-NOTE        PIC X(40).
      *
       01  TRIAL-BALANCE-FIELDS.
           05  WS-TB-PERIOD-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TB-DEBIT-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TB-CREDIT-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TB-DIFFERENCE    PIC S9(11)V99 COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-ACCOUNTS-READ    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ACCOUNTS-ADDED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ACCOUNTS-WRITTEN PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PERIODS-ROLLED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CARDS-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CARDS-APPLIED    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CARDS-REJECTED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-JOURNALS-READ    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-JOURNALS-POSTED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-JOURNALS-REJECTED
                                   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-DEBITS-POSTED    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CREDITS-POSTED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-DEBITS-REJECTED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CREDITS-REJECTED PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-DEBIT-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CT-CREDIT-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CT-DEBIT-REJ-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CT-CREDIT-REJ-AMOUNT
                                   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CT-MAP-ACCOUNTS-BAD PIC S9(3)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "GENERAL LEDGER POSTI".
           05  FILLER          PIC X(20)   VALUE "NG AND TRIAL BALANCE".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "GLPOST".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  SECTION-TITLE-LINE.
           05  STL-TITLE       PIC X(30).
           05  STL-PERIOD      PIC X(6).
           05  FILLER          PIC X(96)   VALUE SPACE.
      *
       01  WS-COLUMN-HEADING   PIC X(132).
      *
       01  ACTIVITY-HEADING.
           05  FILLER      PIC X(20)   VALUE "ACCOUNT   SOURCE    ".
           05  FILLER      PIC X(20)   VALUE "D/C           DEBIT ".
           05  FILLER      PIC X(20)   VALUE "           CREDIT   ".
           05  FILLER      PIC X(20)   VALUE " BUS DATE           ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  TRIAL-BALANCE-HEADING.
           05  FILLER      PIC X(20)   VALUE "ACCOUNT   DESCRIPTIO".
           05  FILLER      PIC X(20)   VALUE "N                   ".
           05  FILLER      PIC X(20)   VALUE "  T       PERIOD NET".
           05  FILLER      PIC X(20)   VALUE "         YTD DEBIT  ".
           05  FILLER      PIC X(20)   VALUE "     YTD CREDIT     ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  MAP-VALIDATION-HEADING.
           05  FILLER      PIC X(20)   VALUE "SOURCE    DR ACCT   ".
           05  FILLER      PIC X(20)   VALUE "STATUS          CR A".
           05  FILLER      PIC X(20)   VALUE "CCT   STATUS        ".
           05  FILLER      PIC X(72)   VALUE SPACE.
      *
       01  ACTIVITY-LINE.
           05  ACL-ACCOUNT         PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ACL-SOURCE          PIC X(8).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ACL-DEBIT-CREDIT    PIC X.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ACL-DEBIT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  ACL-DEBIT-X REDEFINES ACL-DEBIT
                                   PIC X(15).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ACL-CREDIT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  ACL-CREDIT-X REDEFINES ACL-CREDIT
                                   PIC X(15).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ACL-DATE            PIC X(8).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ACL-NOTE            PIC X(40).
           05  FILLER              PIC X(20)    VALUE SPACE.
      *
       01  ACCOUNT-BALANCE-LINE.
           05  FILLER              PIC X(10)    VALUE SPACE.
           05  FILLER              PIC X(15)    VALUE
               "PERIOD BALANCE ".
           05  ABL-PERIOD-BALANCE  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(16)    VALUE
               "   YTD BALANCE  ".
           05  ABL-YTD-BALANCE     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(61)    VALUE SPACE.
      *
       01  POSTING-TOTAL-LINE.
           05  PTL-LABEL           PIC X(20).
           05  PTL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PTL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(84)    VALUE SPACE.
      *
       01  NO-ACTIVITY-LINE.
           05  FILLER              PIC X(40)    VALUE
               "*** NO ACCOUNT CARDS OR JOURNALS TONIGHT".
           05  FILLER              PIC X(92)    VALUE SPACE.
      *
       01  TRIAL-BALANCE-LINE.
           05  TBL-ACCOUNT         PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  TBL-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  TBL-ACCOUNT-TYPE    PIC X.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TBL-PERIOD-BALANCE  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TBL-YTD-DEBIT       PIC ZZZ,ZZZ,ZZ9.99.
           05  TBL-YTD-DEBIT-X REDEFINES TBL-YTD-DEBIT
                                   PIC X(14).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TBL-YTD-CREDIT      PIC ZZZ,ZZZ,ZZ9.99.
           05  TBL-YTD-CREDIT-X REDEFINES TBL-YTD-CREDIT
                                   PIC X(14).
           05  FILLER              PIC X(37)    VALUE SPACE.
      *
       01  TRIAL-TOTAL-LINE.
           05  FILLER              PIC X(43)    VALUE
               "TRIAL BALANCE TOTALS".
           05  TTL-PERIOD-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-DEBIT-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-CREDIT-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(37)    VALUE SPACE.
      *
       01  IN-BALANCE-LINE.
           05  FILLER              PIC X(50)    VALUE
               "*** TRIAL BALANCE IN BALANCE - DEBITS EQUAL CREDIT".
           05  FILLER              PIC X(82)    VALUE "S ***".
      *
       01  OUT-OF-BALANCE-LINE.
           05  FILLER              PIC X(45)    VALUE
               "*** TRIAL BALANCE OUT OF BALANCE - DIFFERENCE".
           05  OBL-DIFFERENCE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(69)    VALUE " ***".
      *
       01  MAP-VALIDATION-LINE.
           05  MVL-SOURCE          PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MVL-DEBIT-ACCOUNT   PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MVL-DEBIT-STATUS    PIC X(13).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  MVL-CREDIT-ACCOUNT  PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MVL-CREDIT-STATUS   PIC X(13).
           05  FILLER              PIC X(73)    VALUE SPACE.
      *
       01  SEPARATOR-LINE.
           05  FILLER          PIC X(132)  VALUE ALL "-".
      *
       PROCEDURE DIVISION.
      *
       000-POST-GENERAL-LEDGER.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 115-LOAD-MAP-TABLE
               UNTIL GLMAP-EOF.
           MOVE "ACCOUNT ACTIVITY FOR PERIOD   " TO STL-TITLE.
           MOVE WS-CURRENT-PERIOD   TO STL-PERIOD.
           MOVE ACTIVITY-HEADING    TO WS-COLUMN-HEADING.
           PERFORM 120-PRINT-HEADING-LINES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT
               ON ASCENDING KEY SRT-RECORD-CLASS
               ON ASCENDING KEY SRT-READ-SEQUENCE
               INPUT PROCEDURE 130-RELEASE-TRANSACTIONS
               OUTPUT PROCEDURE 150-POST-TRANSACTIONS.
           PERFORM 290-PRINT-POSTING-TOTALS.
           CLOSE GLACCT-NEW.
           PERFORM 300-PRINT-TRIAL-BALANCE.
           PERFORM 400-VALIDATE-MAP-ACCOUNTS.
           DISPLAY "GLPOST ACCOUNTS READ      " CT-ACCOUNTS-READ.
           DISPLAY "GLPOST ACCOUNTS ADDED     " CT-ACCOUNTS-ADDED.
           DISPLAY "GLPOST ACCOUNTS WRITTEN   " CT-ACCOUNTS-WRITTEN.
           DISPLAY "GLPOST PERIODS ROLLED     " CT-PERIODS-ROLLED.
           DISPLAY "GLPOST CARDS READ         " CT-CARDS-READ.
           DISPLAY "GLPOST CARDS APPLIED      " CT-CARDS-APPLIED.
           DISPLAY "GLPOST CARDS REJECTED     " CT-CARDS-REJECTED.
           DISPLAY "GLPOST JOURNALS READ      " CT-JOURNALS-READ.
           DISPLAY "GLPOST JOURNALS POSTED    " CT-JOURNALS-POSTED.
           DISPLAY "GLPOST JOURNALS REJECTED  " CT-JOURNALS-REJECTED.
           DISPLAY "GLPOST DEBITS POSTED      " CT-DEBIT-AMOUNT.
           DISPLAY "GLPOST CREDITS POSTED     " CT-CREDIT-AMOUNT.
           DISPLAY "GLPOST GLMAP ACCOUNTS BAD " CT-MAP-ACCOUNTS-BAD.
           IF CT-ACCOUNTS-READ + CT-ACCOUNTS-ADDED
                   NOT = CT-ACCOUNTS-WRITTEN
               OR CT-CARDS-READ NOT =
                   CT-CARDS-APPLIED + CT-CARDS-REJECTED
               OR CT-JOURNALS-READ NOT =
                   CT-JOURNALS-POSTED + CT-JOURNALS-REJECTED
               DISPLAY "*** GLPOST RECORD COUNTS OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-TB-DIFFERENCE NOT = ZERO
               DISPLAY "*** GLPOST TRIAL BALANCE OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF CT-MAP-ACCOUNTS-BAD > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF GLAOLD-OPEN
               CLOSE GLACCT-OLD
           END-IF.
           CLOSE GLMAP
                 GLREJ
                 GLREG.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  GLACCT-OLD
                       GLMAP
                OUTPUT GLACCT-NEW
                       GLREJ
                       GLREG.
           IF WF-GLAOLD-STATUS = "35"
               DISPLAY "GLAOLD NOT FOUND - STARTING ACCOUNT MASTER"
               MOVE "Y" TO GLAOLD-EOF-SWITCH
           ELSE
               IF NOT GLAOLD-FILE-OK
                  DISPLAY "GLAOLD OPEN ERROR: " WF-GLAOLD-STATUS
                  PERFORM 900-ABORT
               END-IF
               MOVE "Y" TO GLAOLD-OPEN-SWITCH
           END-IF.
           IF NOT GLMAP-FILE-OK
              DISPLAY "GLMAP OPEN ERROR: " WF-GLMAP-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT GLANEW-FILE-OK
              DISPLAY "GLANEW OPEN ERROR: " WF-GLANEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT GLREJ-FILE-OK
              DISPLAY "GLREJ OPEN ERROR: " WF-GLREJ-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT GLREG-FILE-OK
              DISPLAY "GLREG OPEN ERROR: " WF-GLREG-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 112-READ-PROCESSING-DATE.
           MOVE PD-MONTH   TO HL1-MONTH.
           MOVE PD-DAY     TO HL1-DAY.
           MOVE PD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
      *
       112-READ-PROCESSING-DATE.
      *
           OPEN INPUT PROCDATE.
           IF NOT PROCDATE-FILE-OK
              DISPLAY "PROCDATE OPEN ERROR: " WF-PROCDATE-STATUS
              PERFORM 900-ABORT
           END-IF.
           READ PROCDATE
               AT END
                   DISPLAY "PROCDATE CONTROL FILE IS EMPTY"
                   PERFORM 900-ABORT
           END-READ.
           CLOSE PROCDATE.
           MOVE PD-BUSINESS-DATE (1:6) TO WS-CURRENT-PERIOD.
      *
       115-LOAD-MAP-TABLE.
      *
           READ GLMAP
               AT END
                   MOVE "Y" TO GLMAP-EOF-SWITCH
               NOT AT END
                   IF GM-ENTRY-COUNT < 20
                       ADD 1 TO GM-ENTRY-COUNT
                       MOVE GM-SOURCE
                           TO GMT-SOURCE (GM-ENTRY-COUNT)
                       MOVE GM-DEBIT-ACCOUNT
                           TO GMT-DEBIT-ACCOUNT (GM-ENTRY-COUNT)
                       MOVE GM-CREDIT-ACCOUNT
                           TO GMT-CREDIT-ACCOUNT (GM-ENTRY-COUNT)
                       MOVE "N"
                           TO GMT-DEBIT-FOUND-SWITCH (GM-ENTRY-COUNT)
                       MOVE "N"
                           TO GMT-CREDIT-FOUND-SWITCH (GM-ENTRY-COUNT)
                   ELSE
                       DISPLAY "MAP TABLE FULL - ENTRY OMITTED "
                           GM-SOURCE
                   END-IF
           END-READ.
      *
       120-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SECTION-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-COLUMN-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 6 TO LINE-COUNT.
      *
      * INPUT PROCEDURE - THE ACCOUNT CARDS, THEN THE JOURNALS, EACH
      * NUMBERED IN ARRIVAL ORDER. THE RECORD CLASS PUTS AN ACCOUNT'S
      * CARDS AHEAD OF ITS JOURNALS.
      *
       130-RELEASE-TRANSACTIONS.
      *
           OPEN INPUT GLACTRN.
           IF WF-GLACTRN-STATUS = "35"
               DISPLAY "GLACTRN NOT FOUND - NO ACCOUNT CARDS"
               MOVE "Y" TO GLACTRN-EOF-SWITCH
           ELSE
               IF NOT GLACTRN-FILE-OK
                  DISPLAY "GLACTRN OPEN ERROR: " WF-GLACTRN-STATUS
                  PERFORM 900-ABORT
               END-IF
               MOVE "Y" TO GLACTRN-OPEN-SWITCH
               PERFORM 132-READ-ACCOUNT-CARD
           END-IF.
           PERFORM 134-RELEASE-ONE-CARD
               UNTIL GLACTRN-EOF.
           IF GLACTRN-OPEN
               CLOSE GLACTRN
           END-IF.
           OPEN INPUT GLJRNL.
           IF NOT GLJRNL-FILE-OK
              DISPLAY "GLJRNL OPEN ERROR: " WF-GLJRNL-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 136-READ-JOURNAL.
           PERFORM 138-RELEASE-ONE-JOURNAL
               UNTIL GLJRNL-EOF.
           CLOSE GLJRNL.
      *
       132-READ-ACCOUNT-CARD.
      *
           READ GLACTRN INTO GL-ACCOUNT-TRANS
               AT END
                   MOVE "Y" TO GLACTRN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-CARDS-READ
           END-READ.
      *
       134-RELEASE-ONE-CARD.
      *
           ADD 1 TO WS-RELEASE-SEQUENCE.
           MOVE AX-ACCOUNT           TO SRT-ACCOUNT.
           MOVE "1"                  TO SRT-RECORD-CLASS.
           MOVE WS-RELEASE-SEQUENCE  TO SRT-READ-SEQUENCE.
           MOVE GL-ACCOUNT-TRANS     TO SRT-IMAGE.
           RELEASE SORT-RECORD.
           PERFORM 132-READ-ACCOUNT-CARD.
      *
       136-READ-JOURNAL.
      *
           READ GLJRNL INTO GL-JOURNAL-RECORD
               AT END
                   MOVE "Y" TO GLJRNL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-JOURNALS-READ
           END-READ.
      *
       138-RELEASE-ONE-JOURNAL.
      *
           ADD 1 TO WS-RELEASE-SEQUENCE.
           MOVE GJ-ACCOUNT           TO SRT-ACCOUNT.
           MOVE "2"                  TO SRT-RECORD-CLASS.
           MOVE WS-RELEASE-SEQUENCE  TO SRT-READ-SEQUENCE.
           MOVE GL-JOURNAL-RECORD    TO SRT-IMAGE.
           RELEASE SORT-RECORD.
           PERFORM 136-READ-JOURNAL.
      *
      * OUTPUT PROCEDURE - BALANCED LINE ON ACCOUNT NUMBER. EACH PASS
      * TAKES THE LOWER OF THE MASTER AND TRANSACTION KEYS AS THE
      * CURRENT ACCOUNT AND APPLIES EVERYTHING SORTED UNDER IT.
      *
       150-POST-TRANSACTIONS.
      *
           IF NOT GLAOLD-EOF
               PERFORM 160-READ-OLD-ACCOUNT
           ELSE
               MOVE HIGH-VALUES TO WS-OLD-ACCOUNT
           END-IF.
           PERFORM 170-RETURN-TRANSACTION.
           PERFORM 200-PROCESS-ONE-ACCOUNT
               UNTIL GLAOLD-EOF AND SORT-EOF.
      *
       160-READ-OLD-ACCOUNT.
      *
           READ GLACCT-OLD INTO WS-OLD-ACCOUNT-IMAGE
               AT END
                   MOVE "Y" TO GLAOLD-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-OLD-ACCOUNT
               NOT AT END
                   ADD 1 TO CT-ACCOUNTS-READ
                   MOVE WS-OLD-ACCOUNT-IMAGE (1:8) TO WS-OLD-ACCOUNT
           END-READ.
      *
       170-RETURN-TRANSACTION.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-TRANS-ACCOUNT
               NOT AT END
                   MOVE SRT-ACCOUNT TO WS-TRANS-ACCOUNT
           END-RETURN.
      *
       200-PROCESS-ONE-ACCOUNT.
      *
           MOVE "N" TO ACCOUNT-ACTIVITY-SWITCH.
           IF WS-OLD-ACCOUNT NOT > WS-TRANS-ACCOUNT
               MOVE WS-OLD-ACCOUNT       TO WS-CURRENT-ACCOUNT
               MOVE WS-OLD-ACCOUNT-IMAGE TO GL-ACCOUNT-RECORD
               MOVE "Y" TO ACCOUNT-ON-FILE-SWITCH
               PERFORM 210-ROLL-ACCOUNT-PERIOD
               PERFORM 160-READ-OLD-ACCOUNT
           ELSE
               MOVE WS-TRANS-ACCOUNT     TO WS-CURRENT-ACCOUNT
               MOVE "N" TO ACCOUNT-ON-FILE-SWITCH
           END-IF.
           PERFORM 220-APPLY-ONE-TRANSACTION
               UNTIL WS-TRANS-ACCOUNT NOT = WS-CURRENT-ACCOUNT.
           IF ACCOUNT-ON-FILE
               IF ACCOUNT-ACTIVITY
                   PERFORM 270-PRINT-ACCOUNT-BALANCES
               END-IF
               PERFORM 280-WRITE-NEW-ACCOUNT
           END-IF.
      *
      * AN ACCOUNT LAST POSTED IN AN EARLIER MONTH STARTS THE NEW
      * PERIOD AT ZERO; IN A NEW YEAR THE YEAR-TO-DATE DOES TOO.
      *
       210-ROLL-ACCOUNT-PERIOD.
      *
           IF GA-PERIOD NOT = WS-CURRENT-PERIOD
               IF GA-PERIOD-YEAR NOT = PD-YEAR
                   MOVE ZERO TO GA-YTD-BALANCE
               END-IF
               MOVE ZERO              TO GA-PERIOD-BALANCE
               MOVE WS-CURRENT-PERIOD TO GA-PERIOD
               ADD 1 TO CT-PERIODS-ROLLED
           END-IF.
      *
       220-APPLY-ONE-TRANSACTION.
      *
           MOVE SPACES TO WS-REJECT-REASON.
           IF SRT-ACCOUNT-CARD
               PERFORM 230-APPLY-ACCOUNT-CARD
           ELSE
               PERFORM 240-POST-JOURNAL
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 250-REJECT-TRANSACTION
           END-IF.
           PERFORM 170-RETURN-TRANSACTION.
      *
       230-APPLY-ACCOUNT-CARD.
      *
           MOVE SRT-IMAGE TO GL-ACCOUNT-TRANS.
           EVALUATE TRUE
               WHEN AX-ADD-ACCOUNT AND ACCOUNT-ON-FILE
                   MOVE "ACCOUNT ON FILE     " TO WS-REJECT-REASON
               WHEN AX-ADD-ACCOUNT AND AX-DESCRIPTION = SPACES
                   MOVE "NO DESCRIPTION      " TO WS-REJECT-REASON
               WHEN AX-ADD-ACCOUNT AND NOT AX-VALID-TYPE
                   MOVE "INVALID ACCOUNT TYPE" TO WS-REJECT-REASON
               WHEN AX-ADD-ACCOUNT
                   PERFORM 232-ADD-ACCOUNT
               WHEN AX-CHANGE-ACCOUNT AND NOT ACCOUNT-ON-FILE
                   MOVE "ACCOUNT NOT ON FILE " TO WS-REJECT-REASON
               WHEN AX-CHANGE-ACCOUNT AND AX-ACCOUNT-TYPE NOT = SPACE
                       AND NOT AX-VALID-TYPE
                   MOVE "INVALID ACCOUNT TYPE" TO WS-REJECT-REASON
               WHEN AX-CHANGE-ACCOUNT
                   PERFORM 234-CHANGE-ACCOUNT
               WHEN OTHER
                   MOVE "INVALID TRANS CODE  " TO WS-REJECT-REASON
           END-EVALUATE.
      *
       232-ADD-ACCOUNT.
      *
           MOVE SPACES            TO GL-ACCOUNT-RECORD.
           MOVE AX-ACCOUNT        TO GA-ACCOUNT.
           MOVE AX-DESCRIPTION    TO GA-DESCRIPTION.
           MOVE AX-ACCOUNT-TYPE   TO GA-ACCOUNT-TYPE.
           MOVE WS-CURRENT-PERIOD TO GA-PERIOD.
           MOVE ZERO              TO GA-PERIOD-BALANCE
                                     GA-YTD-BALANCE
                                     GA-LAST-POSTED.
           MOVE "Y" TO ACCOUNT-ON-FILE-SWITCH.
           ADD 1 TO CT-ACCOUNTS-ADDED.
           ADD 1 TO CT-CARDS-APPLIED.
           MOVE "ACCOUNT ADDED" TO WS-ACTIVITY-NOTE.
           PERFORM 260-PRINT-ACTIVITY-LINE.
      *
       234-CHANGE-ACCOUNT.
      *
           IF AX-DESCRIPTION NOT = SPACES
               MOVE AX-DESCRIPTION  TO GA-DESCRIPTION
           END-IF.
           IF AX-ACCOUNT-TYPE NOT = SPACE
               MOVE AX-ACCOUNT-TYPE TO GA-ACCOUNT-TYPE
           END-IF.
           ADD 1 TO CT-CARDS-APPLIED.
           MOVE "ACCOUNT CHANGED" TO WS-ACTIVITY-NOTE.
           PERFORM 260-PRINT-ACTIVITY-LINE.
      *
      * A DEBIT ADDS TO THE ACCOUNT'S BALANCES AND A CREDIT TAKES
      * AWAY FROM THEM.
      *
       240-POST-JOURNAL.
      *
           MOVE SRT-IMAGE TO GL-JOURNAL-RECORD.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-ON-FILE
                   MOVE "ACCOUNT NOT ON FILE " TO WS-REJECT-REASON
               WHEN GJ-AMOUNT NOT NUMERIC
                   MOVE "INVALID AMOUNT      " TO WS-REJECT-REASON
               WHEN GJ-DEBIT
                   ADD GJ-AMOUNT TO GA-PERIOD-BALANCE
                   ADD GJ-AMOUNT TO GA-YTD-BALANCE
                   ADD 1 TO CT-DEBITS-POSTED
                   ADD GJ-AMOUNT TO CT-DEBIT-AMOUNT
               WHEN GJ-CREDIT
                   SUBTRACT GJ-AMOUNT FROM GA-PERIOD-BALANCE
                   SUBTRACT GJ-AMOUNT FROM GA-YTD-BALANCE
                   ADD 1 TO CT-CREDITS-POSTED
                   ADD GJ-AMOUNT TO CT-CREDIT-AMOUNT
               WHEN OTHER
                   MOVE "INVALID DEBIT/CREDIT" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               MOVE GJ-BUSINESS-DATE TO GA-LAST-POSTED
               ADD 1 TO CT-JOURNALS-POSTED
               MOVE SPACES TO WS-ACTIVITY-NOTE
               PERFORM 260-PRINT-ACTIVITY-LINE
           END-IF.
      *
       250-REJECT-TRANSACTION.
      *
           MOVE WS-REJECT-REASON TO GR-REASON.
           MOVE SRT-IMAGE        TO GR-IMAGE.
           WRITE GL-REJECT-RECORD.
           IF SRT-ACCOUNT-CARD
               ADD 1 TO CT-CARDS-REJECTED
           ELSE
               ADD 1 TO CT-JOURNALS-REJECTED
               IF GJ-AMOUNT NUMERIC
                   IF GJ-DEBIT
                       ADD 1 TO CT-DEBITS-REJECTED
                       ADD GJ-AMOUNT TO CT-DEBIT-REJ-AMOUNT
                   END-IF
                   IF GJ-CREDIT
                       ADD 1 TO CT-CREDITS-REJECTED
                       ADD GJ-AMOUNT TO CT-CREDIT-REJ-AMOUNT
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-ACTIVITY-NOTE.
           STRING "REJECTED - " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-ACTIVITY-NOTE.
           PERFORM 260-PRINT-ACTIVITY-LINE.
      *
       260-PRINT-ACTIVITY-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 120-PRINT-HEADING-LINES
           END-IF.
           MOVE WS-CURRENT-ACCOUNT TO ACL-ACCOUNT.
           MOVE SPACES             TO ACL-DEBIT-X
                                      ACL-CREDIT-X.
           IF SRT-ACCOUNT-CARD
               MOVE "GLACTRN "       TO ACL-SOURCE
               MOVE AX-TRANS-CODE    TO ACL-DEBIT-CREDIT
               MOVE SPACES           TO ACL-DATE
           ELSE
               MOVE GJ-BATCH-SOURCE  TO ACL-SOURCE
               MOVE GJ-DEBIT-CREDIT  TO ACL-DEBIT-CREDIT
               MOVE GJ-BUSINESS-DATE TO ACL-DATE
               IF GJ-AMOUNT NUMERIC
                   IF GJ-CREDIT
                       MOVE GJ-AMOUNT TO ACL-CREDIT
                   ELSE
                       MOVE GJ-AMOUNT TO ACL-DEBIT
                   END-IF
               END-IF
           END-IF.
           MOVE WS-ACTIVITY-NOTE   TO ACL-NOTE.
           MOVE ACTIVITY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE "Y" TO ACCOUNT-ACTIVITY-SWITCH.
      *
       270-PRINT-ACCOUNT-BALANCES.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 120-PRINT-HEADING-LINES
           END-IF.
           MOVE GA-PERIOD-BALANCE TO ABL-PERIOD-BALANCE.
           MOVE GA-YTD-BALANCE    TO ABL-YTD-BALANCE.
           MOVE ACCOUNT-BALANCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       280-WRITE-NEW-ACCOUNT.
      *
           MOVE GL-ACCOUNT-RECORD TO GL-ACCOUNT-NEW-REC.
           WRITE GL-ACCOUNT-NEW-REC.
           ADD 1 TO CT-ACCOUNTS-WRITTEN.
      *
       290-PRINT-POSTING-TOTALS.
      *
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF CT-CARDS-READ + CT-JOURNALS-READ = ZERO
               MOVE NO-ACTIVITY-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
           MOVE "DEBITS POSTED       " TO PTL-LABEL.
           MOVE CT-DEBITS-POSTED       TO PTL-COUNT.
           MOVE CT-DEBIT-AMOUNT        TO PTL-AMOUNT.
           MOVE POSTING-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "CREDITS POSTED      " TO PTL-LABEL.
           MOVE CT-CREDITS-POSTED      TO PTL-COUNT.
           MOVE CT-CREDIT-AMOUNT       TO PTL-AMOUNT.
           MOVE POSTING-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "DEBITS REJECTED     " TO PTL-LABEL.
           MOVE CT-DEBITS-REJECTED     TO PTL-COUNT.
           MOVE CT-DEBIT-REJ-AMOUNT    TO PTL-AMOUNT.
           MOVE POSTING-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "CREDITS REJECTED    " TO PTL-LABEL.
           MOVE CT-CREDITS-REJECTED    TO PTL-COUNT.
           MOVE CT-CREDIT-REJ-AMOUNT   TO PTL-AMOUNT.
           MOVE POSTING-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
      * THE TRIAL BALANCE IS PRINTED FROM THE NEW MASTER JUST
      * WRITTEN. A DEBIT YEAR-TO-DATE BALANCE GOES IN THE DEBIT
      * COLUMN AND A CREDIT ONE IN THE CREDIT COLUMN.
      *
       300-PRINT-TRIAL-BALANCE.
      *
           OPEN INPUT GLACCT-NEW.
           IF NOT GLANEW-FILE-OK
              DISPLAY "GLANEW OPEN ERROR: " WF-GLANEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           MOVE "TRIAL BALANCE FOR PERIOD      " TO STL-TITLE.
           MOVE WS-CURRENT-PERIOD     TO STL-PERIOD.
           MOVE TRIAL-BALANCE-HEADING TO WS-COLUMN-HEADING.
           PERFORM 120-PRINT-HEADING-LINES.
           PERFORM 310-READ-NEW-ACCOUNT.
           PERFORM 320-LIST-ONE-ACCOUNT
               UNTIL GLANEW-EOF.
           CLOSE GLACCT-NEW.
           PERFORM 330-PRINT-TRIAL-TOTALS.
      *
       310-READ-NEW-ACCOUNT.
      *
           READ GLACCT-NEW INTO GL-ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO GLANEW-EOF-SWITCH
           END-READ.
      *
       320-LIST-ONE-ACCOUNT.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 120-PRINT-HEADING-LINES
           END-IF.
           MOVE GA-ACCOUNT        TO TBL-ACCOUNT.
           MOVE GA-DESCRIPTION    TO TBL-DESCRIPTION.
           MOVE GA-ACCOUNT-TYPE   TO TBL-ACCOUNT-TYPE.
           MOVE GA-PERIOD-BALANCE TO TBL-PERIOD-BALANCE.
           ADD GA-PERIOD-BALANCE  TO WS-TB-PERIOD-TOTAL.
           MOVE SPACES TO TBL-YTD-DEBIT-X
                          TBL-YTD-CREDIT-X.
           IF GA-YTD-BALANCE < ZERO
               MOVE GA-YTD-BALANCE TO TBL-YTD-CREDIT
               SUBTRACT GA-YTD-BALANCE FROM WS-TB-CREDIT-TOTAL
           ELSE
               MOVE GA-YTD-BALANCE TO TBL-YTD-DEBIT
               ADD GA-YTD-BALANCE TO WS-TB-DEBIT-TOTAL
           END-IF.
           MOVE TRIAL-BALANCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           PERFORM 325-MARK-MAP-ACCOUNT
               VARYING GM-SUB FROM 1 BY 1
               UNTIL GM-SUB > GM-ENTRY-COUNT.
           PERFORM 310-READ-NEW-ACCOUNT.
      *
       325-MARK-MAP-ACCOUNT.
      *
           IF GMT-DEBIT-ACCOUNT (GM-SUB) = GA-ACCOUNT
               MOVE "Y" TO GMT-DEBIT-FOUND-SWITCH (GM-SUB)
           END-IF.
           IF GMT-CREDIT-ACCOUNT (GM-SUB) = GA-ACCOUNT
               MOVE "Y" TO GMT-CREDIT-FOUND-SWITCH (GM-SUB)
           END-IF.
      *
       330-PRINT-TRIAL-TOTALS.
      *
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-TB-PERIOD-TOTAL TO TTL-PERIOD-TOTAL.
           MOVE WS-TB-DEBIT-TOTAL  TO TTL-DEBIT-TOTAL.
           MOVE WS-TB-CREDIT-TOTAL TO TTL-CREDIT-TOTAL.
           MOVE TRIAL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           COMPUTE WS-TB-DIFFERENCE =
               WS-TB-DEBIT-TOTAL - WS-TB-CREDIT-TOTAL.
           IF WS-TB-DIFFERENCE = ZERO
               MOVE IN-BALANCE-LINE TO PRINT-AREA
           ELSE
               MOVE WS-TB-DIFFERENCE TO OBL-DIFFERENCE
               MOVE OUT-OF-BALANCE-LINE TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
      *
      * EVERY ACCOUNT GLEXTR WOULD JOURNAL TO MUST BE ON THE MASTER,
      * OR THAT SOURCE'S POSTINGS WILL BE REJECTED.
      *
       400-VALIDATE-MAP-ACCOUNTS.
      *
           MOVE "GLMAP ACCOUNT VALIDATION      " TO STL-TITLE.
           MOVE SPACES                 TO STL-PERIOD.
           MOVE MAP-VALIDATION-HEADING TO WS-COLUMN-HEADING.
           PERFORM 120-PRINT-HEADING-LINES.
           PERFORM 410-LIST-ONE-MAP-ENTRY
               VARYING GM-SUB FROM 1 BY 1
               UNTIL GM-SUB > GM-ENTRY-COUNT.
      *
       410-LIST-ONE-MAP-ENTRY.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 120-PRINT-HEADING-LINES
           END-IF.
           MOVE GMT-SOURCE (GM-SUB)         TO MVL-SOURCE.
           MOVE GMT-DEBIT-ACCOUNT (GM-SUB)  TO MVL-DEBIT-ACCOUNT.
           MOVE GMT-CREDIT-ACCOUNT (GM-SUB) TO MVL-CREDIT-ACCOUNT.
           IF GMT-DEBIT-FOUND (GM-SUB)
               MOVE "ON MASTER    " TO MVL-DEBIT-STATUS
           ELSE
               MOVE "NOT ON MASTER" TO MVL-DEBIT-STATUS
               ADD 1 TO CT-MAP-ACCOUNTS-BAD
           END-IF.
           IF GMT-CREDIT-FOUND (GM-SUB)
               MOVE "ON MASTER    " TO MVL-CREDIT-STATUS
           ELSE
               MOVE "NOT ON MASTER" TO MVL-CREDIT-STATUS
               ADD 1 TO CT-MAP-ACCOUNTS-BAD
           END-IF.
           MOVE MAP-VALIDATION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
