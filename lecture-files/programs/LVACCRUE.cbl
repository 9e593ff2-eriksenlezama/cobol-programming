       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVACCRUE.
      *
      * VACATION AND SICK LEAVE ACCRUAL, RUN ONCE PER PAY PERIOD.
      * EVERY ACTIVE EMPLOYEE ON THE EMPLOYEE MASTER (EMPMST, AS
      * EMPMAINT KEEPS IT - EMPLOYEE-ID ORDER) HAS A LEAVE BALANCE
      * RECORD (COPY LVBAL) ON THE LVBALO/LVBALN GENERATIONS, IN THE
      * SAME ORDER. EACH RUN:
      *   - ACCRUES THE PERIOD'S SHARE OF THE ANNUAL VACATION AND
      *     SICK HOURS FOR THE EMPLOYEE'S YEARS OF SERVICE, FROM THE
      *     ACCRUAL RATE TABLE (LVRATE)
      *   - DEDUCTS THE LEAVE TAKEN (LVTRAN). A LEAVE-TAKEN
      *     TRANSACTION THAT WOULD DRIVE A BALANCE BELOW ZERO IS
      *     REJECTED AND THE BALANCE LEFT AS IT IS.
      *   - ON THE FIRST RUN OF A NEW CALENDAR YEAR, FORFEITS
      *     WHATEVER IS OVER THE MAXIMUM CARRYOVER FOR THE
      *     EMPLOYEE'S YEARS OF SERVICE BEFORE ACCRUING, AND STARTS
      *     THE YEAR-TO-DATE FIGURES AGAIN
      * AN EMPLOYEE WITH NO BALANCE RECORD IS GIVEN ONE, WITH A
      * SERVICE DATE OF THE PERIOD END UNLESS A SERVICE DATE
      * TRANSACTION SAYS OTHERWISE. TERMINATED EMPLOYEES ACCRUE
      * NOTHING - THEIR BALANCES ARE CARRIED FOR THE PAYOUT
      * EMPMAINT COMPUTES. AN EMPLOYEE WHOSE BALANCE RECORD ALREADY
      * SHOWS THIS PERIOD IS NOT ACCRUED AGAIN.
      * THE LEAVE REGISTER (LVREG) LISTS EACH EMPLOYEE ACCRUED, BY
      * DEPARTMENT, WITH DEPARTMENT AND RUN TOTALS.
      *
      * SYSIN: COLS 1-8 PAY PERIOD END DATE YYYYMMDD, COLS 9-10 PAY
      * PERIODS PER YEAR (12, 24, 26 OR 52).
      * LVRATE RECORDS: MINIMUM YEARS OF SERVICE 9(2), ANNUAL
      * VACATION HOURS 9(3)V99, ANNUAL SICK HOURS 9(3)V99, MAXIMUM
      * VACATION CARRYOVER 9(4)V99, MAXIMUM SICK CARRYOVER 9(4)V99.
      * THE RATE APPLYING IS THE ONE WITH THE HIGHEST MINIMUM NOT
      * OVER THE EMPLOYEE'S YEARS; THERE MUST BE ONE FOR 00 YEARS.
      * LVTRAN RECORDS: EMPLOYEE ID 9(4), TYPE X ('V' VACATION
      * TAKEN, 'S' SICK TAKEN, 'H' SERVICE DATE), HOURS 9(3)V99,
      * DATE 9(8) (DATE TAKEN, OR THE SERVICE DATE FOR 'H').
      * A REJECTED TRANSACTION ENDS THE RUN WITH RETURN CODE 4; AN
      * OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMST   ASSIGN TO EMPMST
               FILE STATUS IS WF-EMPMST-STATUS.
           SELECT LVRATE   ASSIGN TO LVRATE
               FILE STATUS IS WF-LVRATE-STATUS.
           SELECT LVTRAN   ASSIGN TO LVTRAN
               FILE STATUS IS WF-LVTRAN-STATUS.
           SELECT LVBALO   ASSIGN TO LVBALO
               FILE STATUS IS WF-LVBALO-STATUS.
           SELECT LVBALN   ASSIGN TO LVBALN
               FILE STATUS IS WF-LVBALN-STATUS.
           SELECT LVREG    ASSIGN TO LVREG
               FILE STATUS IS WF-LVREG-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  EMPMST.
       01  EMPLOYEE-MASTER-RECORD.
           05  EO-EMPLOYEE-ID          PIC 9(4).
           05  EO-EMPLOYEE-NAME        PIC X(30).
           05  EO-EMPLOYEE-DEPT        PIC X(4).
           05  EO-EMPLOYEE-SALARY      PIC 9(5).
           05  EO-EMPLOYEE-STATUS      PIC X.
               88  EO-EMPLOYEE-TERMINATED      VALUE "T".
           05  FILLER                  PIC X(6).
      *
       FD  LVRATE
           RECORD CONTAINS 80 CHARACTERS.
       01  LEAVE-RATE-RECORD.
           05  LR-MIN-YEARS            PIC 9(2).
           05  LR-VACATION-HOURS       PIC 9(3)V99.
           05  LR-SICK-HOURS           PIC 9(3)V99.
           05  LR-VACATION-CARRYOVER   PIC 9(4)V99.
           05  LR-SICK-CARRYOVER       PIC 9(4)V99.
           05  FILLER                  PIC X(56).
      *
       FD  LVTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  LEAVE-TRANS-RECORD.
           05  LT-EMPLOYEE-ID          PIC X(4).
           05  LT-EMPLOYEE-ID-N REDEFINES LT-EMPLOYEE-ID
                                       PIC 9(4).
           05  LT-TRANS-TYPE           PIC X.
               88  LT-VACATION-TAKEN           VALUE "V".
               88  LT-SICK-TAKEN               VALUE "S".
               88  LT-SERVICE-DATE             VALUE "H".
           05  LT-HOURS                PIC 9(3)V99.
           05  LT-DATE                 PIC 9(8).
           05  LT-DATE-X REDEFINES LT-DATE.
               10  LT-DATE-YEAR        PIC 9(4).
               10  LT-DATE-MONTH       PIC 9(2).
               10  LT-DATE-DAY         PIC 9(2).
           05  FILLER                  PIC X(62).
      *
       FD  LVBALO
           RECORD CONTAINS 80 CHARACTERS.
       01  LEAVE-BALANCE-OLD-RECORD.
           05  LBO-EMPLOYEE-ID         PIC 9(4).
           05  FILLER                  PIC X(76).
      *
       FD  LVBALN
           RECORD CONTAINS 80 CHARACTERS.
       01  LEAVE-BALANCE-NEW-RECORD    PIC X(80).
      *
       FD  LVREG.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       SD  SORT-FILE.
       01  LEAVE-REGISTER-RECORD.
           05  SR-DEPARTMENT           PIC X(4).
           05  SR-EMPLOYEE-ID          PIC 9(4).
           05  SR-EMPLOYEE-NAME        PIC X(30).
           05  SR-YEARS-OF-SERVICE     PIC 9(2).
           05  SR-VACATION-OPENING     PIC 9(4)V99.
           05  SR-VACATION-ACCRUED     PIC 9(4)V99.
           05  SR-VACATION-TAKEN       PIC 9(4)V99.
           05  SR-VACATION-FORFEITED   PIC 9(4)V99.
           05  SR-VACATION-BALANCE     PIC 9(4)V99.
           05  SR-SICK-OPENING         PIC 9(4)V99.
           05  SR-SICK-ACCRUED         PIC 9(4)V99.
           05  SR-SICK-TAKEN           PIC 9(4)V99.
           05  SR-SICK-FORFEITED       PIC 9(4)V99.
           05  SR-SICK-BALANCE         PIC 9(4)V99.
           05  SR-NOTE                 PIC X(12).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  EMPMST-EOF-SWITCH       PIC X    VALUE "N".
               88  EMPMST-EOF                   VALUE "Y".
           05  LVRATE-EOF-SWITCH       PIC X    VALUE "N".
               88  LVRATE-EOF                   VALUE "Y".
           05  LVTRAN-EOF-SWITCH       PIC X    VALUE "N".
               88  LVTRAN-EOF                   VALUE "Y".
           05  LVBALO-EOF-SWITCH       PIC X    VALUE "N".
               88  LVBALO-EOF                   VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  LVBALO-OPEN-SWITCH      PIC X    VALUE "N".
               88  LVBALO-OPEN                  VALUE "Y".
           05  BALANCE-FOUND-SWITCH    PIC X    VALUE "N".
               88  BALANCE-FOUND                VALUE "Y".
           05  WF-RECORD-VALID         PIC X.
               88  RECORD-IS-VALID              VALUE "Y".
               88  RECORD-IS-INVALID            VALUE "N".
      *
       01  WF-FILE-STATUSES.
           05  WF-EMPMST-STATUS    PIC XX.
               88  EMPMST-FILE-OK          VALUE "00".
           05  WF-LVRATE-STATUS    PIC XX.
               88  LVRATE-FILE-OK          VALUE "00".
           05  WF-LVTRAN-STATUS    PIC XX.
               88  LVTRAN-FILE-OK          VALUE "00".
           05  WF-LVBALO-STATUS    PIC XX.
               88  LVBALO-FILE-OK          VALUE "00".
               88  LVBALO-NOT-FOUND        VALUE "35".
           05  WF-LVBALN-STATUS    PIC XX.
               88  LVBALN-FILE-OK          VALUE "00".
           05  WF-LVREG-STATUS     PIC XX.
               88  LVREG-FILE-OK           VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  PAY-PERIOD-CARD.
           05  PP-PERIOD-END       PIC X(8).
           05  PP-PERIOD-END-N REDEFINES PP-PERIOD-END
                                   PIC 9(8).
           05  PP-PERIODS          PIC X(2).
           05  PP-PERIODS-N REDEFINES PP-PERIODS
                                   PIC 9(2).
               88  PP-VALID-PERIODS        VALUE 12 24 26 52.
           05  FILLER              PIC X(70).
      *
       01  PAY-PERIOD-FIELDS.
           05  WS-PERIOD-END       PIC 9(8).
           05  WS-PERIOD-END-X REDEFINES WS-PERIOD-END.
               10  WS-PERIOD-YEAR  PIC 9(4).
               10  WS-PERIOD-MMDD  PIC 9(4).
           05  WS-PERIODS-PER-YEAR PIC 9(2).
           05  WS-LAST-EMPLOYEE-ID PIC 9(4)      VALUE ZERO.
           05  WS-CUR-DEPARTMENT   PIC X(4).
      *
       01  RATE-TABLE-FIELDS.
           05  LR-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  LR-SUB              PIC S9(3)  COMP.
           05  LR-MATCH-SUB        PIC S9(3)  COMP.
           05  LR-ZERO-YEARS-SWITCH PIC X          VALUE "N".
               88  LR-ZERO-YEARS-LOADED            VALUE "Y".
      *
       01  RATE-TABLE.
           05  RATE-ENTRY              OCCURS 20 TIMES.
               10  LRT-MIN-YEARS           PIC 9(2).
               10  LRT-VACATION-HOURS      PIC 9(3)V99.
               10  LRT-SICK-HOURS          PIC 9(3)V99.
               10  LRT-VACATION-CARRYOVER  PIC 9(4)V99.
               10  LRT-SICK-CARRYOVER      PIC 9(4)V99.
      *
       01  TRANS-TABLE-FIELDS.
           05  TT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  TT-SUB              PIC S9(4)  COMP.
      *
       01  TRANS-TABLE.
           05  TRANS-ENTRY             OCCURS 2000 TIMES.
               10  TTE-EMPLOYEE-ID         PIC 9(4).
               10  TTE-TRANS-TYPE          PIC X.
               10  TTE-HOURS               PIC 9(3)V99.
               10  TTE-DATE                PIC 9(8).
               10  TTE-APPLIED-SWITCH      PIC X.
                   88  TTE-APPLIED             VALUE "Y".
                   88  TTE-NOT-APPLIED         VALUE "N".
      *
       COPY LVBAL.
      *
       01  LEAVE-FIELDS.
           05  WS-SERVICE-DATE         PIC 9(8).
           05  WS-SERVICE-DATE-X REDEFINES WS-SERVICE-DATE.
               10  WS-SERVICE-YEAR     PIC 9(4).
               10  WS-SERVICE-MMDD     PIC 9(4).
           05  WS-YEARS-OF-SERVICE     PIC S9(3)     COMP-3.
           05  WS-VACATION-OPENING     PIC 9(4)V99.
           05  WS-VACATION-ACCRUED     PIC 9(4)V99.
           05  WS-VACATION-TAKEN       PIC 9(4)V99.
           05  WS-VACATION-FORFEITED   PIC 9(4)V99.
           05  WS-SICK-OPENING         PIC 9(4)V99.
           05  WS-SICK-ACCRUED         PIC 9(4)V99.
           05  WS-SICK-TAKEN           PIC 9(4)V99.
           05  WS-SICK-FORFEITED       PIC 9(4)V99.
           05  WS-LEAVE-NOTE           PIC X(12).
      *
       01  DEPARTMENT-TOTALS.
           05  DPT-EMPLOYEES           PIC S9(5)     COMP-3.
           05  DPT-VACATION-OPENING    PIC S9(7)V99  COMP-3.
           05  DPT-VACATION-ACCRUED    PIC S9(7)V99  COMP-3.
           05  DPT-VACATION-TAKEN      PIC S9(7)V99  COMP-3.
           05  DPT-VACATION-FORFEITED  PIC S9(7)V99  COMP-3.
           05  DPT-VACATION-BALANCE    PIC S9(7)V99  COMP-3.
           05  DPT-SICK-OPENING        PIC S9(7)V99  COMP-3.
           05  DPT-SICK-ACCRUED        PIC S9(7)V99  COMP-3.
           05  DPT-SICK-TAKEN          PIC S9(7)V99  COMP-3.
           05  DPT-SICK-FORFEITED      PIC S9(7)V99  COMP-3.
           05  DPT-SICK-BALANCE        PIC S9(7)V99  COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-EMPLOYEES-READ   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TERMINATED       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ALREADY-ACCRUED  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ACCRUED          PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-YEAR-END         PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-READ       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-APPLIED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-REJECTED   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-BALANCES-READ    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-BALANCES-ADDED   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-BALANCES-WRITTEN PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RECORDS-RELEASED PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RECORDS-RETURNED PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-VACATION-OPENING PIC S9(7)V99  COMP-3 VALUE ZERO.
           05  CT-VACATION-ACCRUED PIC S9(7)V99  COMP-3 VALUE ZERO.
           05  CT-VACATION-TAKEN   PIC S9(7)V99  COMP-3 VALUE ZERO.
           05  CT-VACATION-FORFEIT PIC S9(7)V99  COMP-3 VALUE ZERO.
           05  CT-VACATION-BALANCE PIC S9(7)V99  COMP-3 VALUE ZERO.
           05  CT-SICK-OPENING     PIC S9(7)V99  COMP-3 VALUE ZERO.
           05  CT-SICK-ACCRUED     PIC S9(7)V99  COMP-3 VALUE ZERO.
           05  CT-SICK-TAKEN       PIC S9(7)V99  COMP-3 VALUE ZERO.
           05  CT-SICK-FORFEIT     PIC S9(7)V99  COMP-3 VALUE ZERO.
           05  CT-SICK-BALANCE     PIC S9(7)V99  COMP-3 VALUE ZERO.
           05  CT-REGISTER-VACATION PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  CT-REGISTER-SICK    PIC S9(7)V99  COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "LEAVE ACCRUAL REGIST".
           05  FILLER          PIC X(20)   VALUE "ER                  ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "LVACCRUE".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE "            --------".
           05  FILLER      PIC X(20)   VALUE "---- VACATION HOURS ".
           05  FILLER      PIC X(20)   VALUE "----------- --------".
           05  FILLER      PIC X(20)   VALUE "------ SICK HOURS --".
           05  FILLER      PIC X(20)   VALUE "-----------         ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "EMP   NAME          ".
           05  FILLER      PIC X(20)   VALUE "        YRS OPENING ".
           05  FILLER      PIC X(20)   VALUE "ACCRUED   TAKEN FORF".
           05  FILLER      PIC X(20)   VALUE "EIT BALANCE OPENING ".
           05  FILLER      PIC X(20)   VALUE "ACCRUED   TAKEN FORF".
           05  FILLER      PIC X(20)   VALUE "EIT BALANCE NOTE    ".
           05  FILLER      PIC X(12)   VALUE SPACE.
      *
       01  PERIOD-LINE.
           05  FILLER              PIC X(20)
                   VALUE "PAY PERIOD ENDING   ".
           05  PRL-PERIOD-END      PIC X(10).
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  FILLER              PIC X(20)
                   VALUE "PAY PERIODS PER YEAR".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  PRL-PERIODS         PIC Z9.
           05  FILLER              PIC X(73)    VALUE SPACE.
      *
       01  REGISTER-LINE.
           05  RGL-EMPLOYEE-ID     PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RGL-EMPLOYEE-NAME   PIC X(22).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-YEARS           PIC Z9.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-VACATION-OPENING PIC ZZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-VACATION-ACCRUED PIC ZZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-VACATION-TAKEN  PIC ZZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-VACATION-FORFEIT PIC ZZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-VACATION-BALANCE PIC ZZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-SICK-OPENING    PIC ZZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-SICK-ACCRUED    PIC ZZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-SICK-TAKEN      PIC ZZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-SICK-FORFEIT    PIC ZZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-SICK-BALANCE    PIC ZZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-NOTE            PIC X(12).
           05  FILLER              PIC X(8)     VALUE SPACE.
      *
      * DEPARTMENT AND RUN TOTALS CAN PASS 9999.99 HOURS, SO THEIR
      * COLUMNS TAKE THE SPACE BEFORE EACH REGISTER COLUMN.
      *
       01  TOTAL-LINE.
           05  TTL-CAPTION         PIC X(6).
           05  TTL-DEPARTMENT      PIC X(4).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-EMPLOYEES       PIC ZZ,ZZ9.
           05  FILLER              PIC X(14)    VALUE " EMPLOYEES".
           05  TTL-VACATION-OPENING PIC ZZZZ9.99.
           05  TTL-VACATION-ACCRUED PIC ZZZZ9.99.
           05  TTL-VACATION-TAKEN  PIC ZZZZ9.99.
           05  TTL-VACATION-FORFEIT PIC ZZZZ9.99.
           05  TTL-VACATION-BALANCE PIC ZZZZ9.99.
           05  TTL-SICK-OPENING    PIC ZZZZ9.99.
           05  TTL-SICK-ACCRUED    PIC ZZZZ9.99.
           05  TTL-SICK-TAKEN      PIC ZZZZ9.99.
           05  TTL-SICK-FORFEIT    PIC ZZZZ9.99.
           05  TTL-SICK-BALANCE    PIC ZZZZ9.99.
           05  FILLER              PIC X(21)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "LVACCRUE TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       01  WORK-FIELDS.
           05  WS-DATE-WORK            PIC 9(8).
           05  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR        PIC 9(4).
               10  WS-DATE-MONTH       PIC 9(2).
               10  WS-DATE-DAY         PIC 9(2).
           05  WS-DATE-EDIT            PIC X(10).
      *
       PROCEDURE DIVISION.
      *
       000-ACCRUE-LEAVE.
      *
           PERFORM 095-ACCEPT-PAY-PERIOD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-RATE-TABLE.
           PERFORM 130-LOAD-TRANS-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SR-DEPARTMENT
               ON ASCENDING KEY SR-EMPLOYEE-ID
               INPUT PROCEDURE 200-ACCRUE-EMPLOYEES
               OUTPUT PROCEDURE 400-PRINT-LEAVE-REGISTER.
           PERFORM 500-REJECT-UNAPPLIED-TRANS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           IF LVBALO-OPEN
               CLOSE LVBALO
           END-IF.
           CLOSE EMPMST
                 LVBALN
                 LVREG.
           GOBACK.
      *
       095-ACCEPT-PAY-PERIOD.
      *
           MOVE SPACES TO PAY-PERIOD-CARD.
           ACCEPT PAY-PERIOD-CARD.
           IF PP-PERIOD-END NOT NUMERIC
               DISPLAY "LVACCRUE PERIOD END DATE MISSING OR NOT "
                   "NUMERIC - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF PP-PERIODS NOT NUMERIC
               DISPLAY "LVACCRUE PAY PERIODS PER YEAR MISSING - "
                   "STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF NOT PP-VALID-PERIODS
               DISPLAY "LVACCRUE PAY PERIODS PER YEAR NOT 12, 24, 26 "
                   "OR 52 - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE PP-PERIOD-END-N TO WS-PERIOD-END.
           MOVE PP-PERIODS-N    TO WS-PERIODS-PER-YEAR.
           DISPLAY "LVACCRUE PAY PERIOD ENDING " WS-PERIOD-END
               " - " WS-PERIODS-PER-YEAR " PERIODS PER YEAR".
      *
      * A BALANCE FILE NOT YET CREATED IS TAKEN AS EMPTY.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  EMPMST
                OUTPUT LVBALN
                       LVREG.
           IF NOT EMPMST-FILE-OK
              DISPLAY "EMPMST OPEN ERROR: " WF-EMPMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LVBALN-FILE-OK
              DISPLAY "LVBALN OPEN ERROR: " WF-LVBALN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LVREG-FILE-OK
              DISPLAY "LVREG OPEN ERROR: " WF-LVREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           OPEN INPUT LVBALO.
           IF LVBALO-NOT-FOUND
               MOVE "Y" TO LVBALO-EOF-SWITCH
           ELSE
               IF NOT LVBALO-FILE-OK
                   DISPLAY "LVBALO OPEN ERROR: " WF-LVBALO-STATUS
                   PERFORM 900-ABORT
               END-IF
               SET LVBALO-OPEN TO TRUE
           END-IF.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 115-READ-PROCESSING-DATE.
           MOVE PD-MONTH   TO HL1-MONTH.
           MOVE PD-DAY     TO HL1-DAY.
           MOVE PD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE WS-PERIOD-END TO WS-DATE-WORK.
           STRING WS-DATE-MONTH "/" WS-DATE-DAY "/" WS-DATE-YEAR
               DELIMITED BY SIZE INTO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT        TO PRL-PERIOD-END.
           MOVE WS-PERIODS-PER-YEAR TO PRL-PERIODS.
      *
       115-READ-PROCESSING-DATE.
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
      *
       120-LOAD-RATE-TABLE.
      *
           OPEN INPUT LVRATE.
           IF NOT LVRATE-FILE-OK
              DISPLAY "LVRATE OPEN ERROR: " WF-LVRATE-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-RATE-RECORD
               UNTIL LVRATE-EOF.
           CLOSE LVRATE.
           IF NOT LR-ZERO-YEARS-LOADED
               DISPLAY "LVRATE HAS NO RATE FOR 00 YEARS OF SERVICE"
                   " - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
      *
       125-READ-RATE-RECORD.
      *
           READ LVRATE
               AT END
                   MOVE "Y" TO LVRATE-EOF-SWITCH
               NOT AT END
                   IF LEAVE-RATE-RECORD (1:24) NOT NUMERIC
                       DISPLAY "LVRATE RECORD NOT NUMERIC - STEP "
                           "ABORTED " LEAVE-RATE-RECORD
                       PERFORM 900-ABORT
                   END-IF
                   IF LR-ENTRY-COUNT < 20
                       ADD 1 TO LR-ENTRY-COUNT
                       MOVE LR-MIN-YEARS
                           TO LRT-MIN-YEARS (LR-ENTRY-COUNT)
                       MOVE LR-VACATION-HOURS
                           TO LRT-VACATION-HOURS (LR-ENTRY-COUNT)
                       MOVE LR-SICK-HOURS
                           TO LRT-SICK-HOURS (LR-ENTRY-COUNT)
                       MOVE LR-VACATION-CARRYOVER
                           TO LRT-VACATION-CARRYOVER (LR-ENTRY-COUNT)
                       MOVE LR-SICK-CARRYOVER
                           TO LRT-SICK-CARRYOVER (LR-ENTRY-COUNT)
                       IF LR-MIN-YEARS = ZERO
                           SET LR-ZERO-YEARS-LOADED TO TRUE
                       END-IF
                   ELSE
                       DISPLAY "RATE TABLE FULL - RATE OMITTED "
                           LR-MIN-YEARS
                   END-IF
           END-READ.
      *
       130-LOAD-TRANS-TABLE.
      *
           OPEN INPUT LVTRAN.
           IF NOT LVTRAN-FILE-OK
              DISPLAY "LVTRAN OPEN ERROR: " WF-LVTRAN-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 135-READ-TRANS-RECORD
               UNTIL LVTRAN-EOF.
           CLOSE LVTRAN.
      *
       135-READ-TRANS-RECORD.
      *
           READ LVTRAN
               AT END
                   MOVE "Y" TO LVTRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
                   PERFORM 140-VALIDATE-TRANS
                   IF RECORD-IS-INVALID
                       ADD 1 TO CT-TRANS-REJECTED
                   ELSE
                       PERFORM 145-STORE-TRANS-ENTRY
                   END-IF
           END-READ.
      *
       140-VALIDATE-TRANS.
      *
           SET RECORD-IS-VALID TO TRUE.
           IF LT-EMPLOYEE-ID NOT NUMERIC
               DISPLAY "NON-NUMERIC EMPLOYEE ID - REJECTED "
                   LEAVE-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF NOT LT-VACATION-TAKEN AND NOT LT-SICK-TAKEN
                   AND NOT LT-SERVICE-DATE
               DISPLAY "INVALID LEAVE TRANS TYPE - REJECTED "
                   LEAVE-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           IF LT-VACATION-TAKEN OR LT-SICK-TAKEN
               IF LT-HOURS NOT NUMERIC OR LT-HOURS = ZERO
                   DISPLAY "LEAVE HOURS MISSING OR NOT NUMERIC - "
                       "REJECTED " LEAVE-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.
           IF LT-DATE NOT NUMERIC
               DISPLAY "NON-NUMERIC LEAVE DATE - REJECTED "
                   LEAVE-TRANS-RECORD
               SET RECORD-IS-INVALID TO TRUE
           ELSE
               IF LT-DATE-MONTH < 1 OR LT-DATE-MONTH > 12
                       OR LT-DATE-DAY < 1 OR LT-DATE-DAY > 31
                   DISPLAY "INVALID LEAVE DATE - REJECTED "
                       LEAVE-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
               IF LT-SERVICE-DATE AND LT-DATE > WS-PERIOD-END
                   DISPLAY "SERVICE DATE AFTER PERIOD END - "
                       "REJECTED " LEAVE-TRANS-RECORD
                   SET RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.
      *
       145-STORE-TRANS-ENTRY.
      *
           IF TT-ENTRY-COUNT < 2000
               ADD 1 TO TT-ENTRY-COUNT
               MOVE LT-EMPLOYEE-ID-N
                   TO TTE-EMPLOYEE-ID (TT-ENTRY-COUNT)
               MOVE LT-TRANS-TYPE
                   TO TTE-TRANS-TYPE (TT-ENTRY-COUNT)
               IF LT-SERVICE-DATE
                   MOVE ZERO TO TTE-HOURS (TT-ENTRY-COUNT)
               ELSE
                   MOVE LT-HOURS TO TTE-HOURS (TT-ENTRY-COUNT)
               END-IF
               MOVE LT-DATE TO TTE-DATE (TT-ENTRY-COUNT)
               SET TTE-NOT-APPLIED (TT-ENTRY-COUNT) TO TRUE
           ELSE
               DISPLAY "TRANS TABLE FULL - TRANS DROPPED "
                   LT-EMPLOYEE-ID
               ADD 1 TO CT-TRANS-REJECTED
           END-IF.
      *
       180-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE PERIOD-LINE    TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE 6 TO LINE-COUNT.
      *
      * THE MASTER AND THE BALANCE FILE ARE BOTH IN EMPLOYEE ORDER
      * AND ARE MATCHED AS THEY ARE READ. BALANCES FOR EMPLOYEES
      * NOT ACCRUED THIS PERIOD ARE CARRIED AS THEY STAND.
      *
       200-ACCRUE-EMPLOYEES.
      *
           PERFORM 225-READ-OLD-BALANCE.
           PERFORM 205-READ-EMPLOYEE.
           PERFORM 210-ACCRUE-ONE-EMPLOYEE
               UNTIL EMPMST-EOF.
           PERFORM 240-CARRY-ONE-BALANCE
               UNTIL LVBALO-EOF.
      *
       205-READ-EMPLOYEE.
      *
           READ EMPMST
               AT END
                   MOVE "Y" TO EMPMST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-EMPLOYEES-READ
                   IF EO-EMPLOYEE-ID NOT > WS-LAST-EMPLOYEE-ID
                       DISPLAY "EMPMST OUT OF SEQUENCE AT EMPLOYEE "
                           EO-EMPLOYEE-ID " - STEP ABORTED"
                       PERFORM 900-ABORT
                   END-IF
                   MOVE EO-EMPLOYEE-ID TO WS-LAST-EMPLOYEE-ID
           END-READ.
      *
       210-ACCRUE-ONE-EMPLOYEE.
      *
           IF EO-EMPLOYEE-TERMINATED
               ADD 1 TO CT-TERMINATED
           ELSE
               PERFORM 220-POSITION-BALANCE
               IF BALANCE-FOUND
                       AND LB-LAST-PERIOD-END NOT < WS-PERIOD-END
                   DISPLAY "LEAVE ALREADY ACCRUED FOR PERIOD - "
                       "EMPLOYEE " EO-EMPLOYEE-ID
                   ADD 1 TO CT-ALREADY-ACCRUED
                   PERFORM 235-WRITE-NEW-BALANCE
               ELSE
                   PERFORM 250-ACCRUE-BALANCE
                   PERFORM 235-WRITE-NEW-BALANCE
                   PERFORM 290-RELEASE-REGISTER-RECORD
                   ADD 1 TO CT-ACCRUED
               END-IF
           END-IF.
           PERFORM 205-READ-EMPLOYEE.
      *
       220-POSITION-BALANCE.
      *
           PERFORM 240-CARRY-ONE-BALANCE
               UNTIL LVBALO-EOF
               OR LBO-EMPLOYEE-ID NOT < EO-EMPLOYEE-ID.
           MOVE SPACES TO WS-LEAVE-NOTE.
           IF NOT LVBALO-EOF AND LBO-EMPLOYEE-ID = EO-EMPLOYEE-ID
               MOVE LEAVE-BALANCE-OLD-RECORD TO LEAVE-BALANCE-RECORD
               SET BALANCE-FOUND TO TRUE
               PERFORM 225-READ-OLD-BALANCE
           ELSE
               MOVE "N" TO BALANCE-FOUND-SWITCH
               MOVE SPACES TO LEAVE-BALANCE-RECORD
               MOVE EO-EMPLOYEE-ID TO LB-EMPLOYEE-ID
               MOVE WS-PERIOD-END  TO LB-SERVICE-DATE
               MOVE WS-PERIOD-YEAR TO LB-BALANCE-YEAR
               MOVE ZERO TO LB-VACATION-BALANCE
                            LB-VACATION-ACCRUED-YTD
                            LB-VACATION-TAKEN-YTD
                            LB-VACATION-FORFEITED
                            LB-SICK-BALANCE
                            LB-SICK-ACCRUED-YTD
                            LB-SICK-TAKEN-YTD
                            LB-SICK-FORFEITED
                            LB-LAST-PERIOD-END
               MOVE "NEW BALANCE" TO WS-LEAVE-NOTE
               ADD 1 TO CT-BALANCES-ADDED
           END-IF.
      *
       225-READ-OLD-BALANCE.
      *
           IF LVBALO-OPEN
               READ LVBALO
                   AT END
                       MOVE "Y" TO LVBALO-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO CT-BALANCES-READ
               END-READ
           END-IF.
      *
       235-WRITE-NEW-BALANCE.
      *
           WRITE LEAVE-BALANCE-NEW-RECORD FROM LEAVE-BALANCE-RECORD.
           ADD 1 TO CT-BALANCES-WRITTEN.
      *
       240-CARRY-ONE-BALANCE.
      *
           WRITE LEAVE-BALANCE-NEW-RECORD
               FROM LEAVE-BALANCE-OLD-RECORD.
           ADD 1 TO CT-BALANCES-WRITTEN.
           PERFORM 225-READ-OLD-BALANCE.
      *
       250-ACCRUE-BALANCE.
      *
           MOVE LB-VACATION-BALANCE TO WS-VACATION-OPENING.
           MOVE LB-SICK-BALANCE     TO WS-SICK-OPENING.
           MOVE ZERO TO WS-VACATION-ACCRUED
                        WS-VACATION-TAKEN
                        WS-VACATION-FORFEITED
                        WS-SICK-ACCRUED
                        WS-SICK-TAKEN
                        WS-SICK-FORFEITED.
           PERFORM 255-APPLY-SERVICE-DATE
               VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > TT-ENTRY-COUNT.
           PERFORM 260-FIND-ACCRUAL-RATE.
           IF LB-BALANCE-YEAR < WS-PERIOD-YEAR
               PERFORM 270-FORFEIT-EXCESS
           END-IF.
           COMPUTE WS-VACATION-ACCRUED ROUNDED =
               LRT-VACATION-HOURS (LR-MATCH-SUB) / WS-PERIODS-PER-YEAR.
           COMPUTE WS-SICK-ACCRUED ROUNDED =
               LRT-SICK-HOURS (LR-MATCH-SUB) / WS-PERIODS-PER-YEAR.
           ADD WS-VACATION-ACCRUED TO LB-VACATION-BALANCE
                                      LB-VACATION-ACCRUED-YTD.
           ADD WS-SICK-ACCRUED     TO LB-SICK-BALANCE
                                      LB-SICK-ACCRUED-YTD.
           PERFORM 280-APPLY-LEAVE-TAKEN
               VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > TT-ENTRY-COUNT.
           MOVE WS-PERIOD-END TO LB-LAST-PERIOD-END.
           ADD WS-VACATION-OPENING    TO CT-VACATION-OPENING.
           ADD WS-VACATION-ACCRUED    TO CT-VACATION-ACCRUED.
           ADD WS-VACATION-TAKEN      TO CT-VACATION-TAKEN.
           ADD WS-VACATION-FORFEITED  TO CT-VACATION-FORFEIT.
           ADD LB-VACATION-BALANCE    TO CT-VACATION-BALANCE.
           ADD WS-SICK-OPENING        TO CT-SICK-OPENING.
           ADD WS-SICK-ACCRUED        TO CT-SICK-ACCRUED.
           ADD WS-SICK-TAKEN          TO CT-SICK-TAKEN.
           ADD WS-SICK-FORFEITED      TO CT-SICK-FORFEIT.
           ADD LB-SICK-BALANCE        TO CT-SICK-BALANCE.
      *
       255-APPLY-SERVICE-DATE.
      *
           IF TTE-NOT-APPLIED (TT-SUB)
                   AND TTE-EMPLOYEE-ID (TT-SUB) = EO-EMPLOYEE-ID
                   AND TTE-TRANS-TYPE (TT-SUB) = "H"
               MOVE TTE-DATE (TT-SUB) TO LB-SERVICE-DATE
               SET TTE-APPLIED (TT-SUB) TO TRUE
               ADD 1 TO CT-TRANS-APPLIED
           END-IF.
      *
      * WHOLE YEARS OF SERVICE AT THE PERIOD END.
      *
       260-FIND-ACCRUAL-RATE.
      *
           MOVE LB-SERVICE-DATE TO WS-SERVICE-DATE.
           COMPUTE WS-YEARS-OF-SERVICE =
               WS-PERIOD-YEAR - WS-SERVICE-YEAR.
           IF WS-PERIOD-MMDD < WS-SERVICE-MMDD
               SUBTRACT 1 FROM WS-YEARS-OF-SERVICE
           END-IF.
           IF WS-YEARS-OF-SERVICE < ZERO
               MOVE ZERO TO WS-YEARS-OF-SERVICE
           END-IF.
           MOVE ZERO TO LR-MATCH-SUB.
           PERFORM 265-MATCH-ONE-RATE
               VARYING LR-SUB FROM 1 BY 1
               UNTIL LR-SUB > LR-ENTRY-COUNT.
      *
       265-MATCH-ONE-RATE.
      *
           IF LRT-MIN-YEARS (LR-SUB) NOT > WS-YEARS-OF-SERVICE
               IF LR-MATCH-SUB = ZERO
                   MOVE LR-SUB TO LR-MATCH-SUB
               ELSE
                   IF LRT-MIN-YEARS (LR-SUB)
                           > LRT-MIN-YEARS (LR-MATCH-SUB)
                       MOVE LR-SUB TO LR-MATCH-SUB
                   END-IF
               END-IF
           END-IF.
      *
      * FIRST RUN OF A NEW YEAR - WHAT IS OVER THE CARRYOVER MAXIMUM
      * IS FORFEITED AND THE YEAR-TO-DATE FIGURES START AGAIN.
      *
       270-FORFEIT-EXCESS.
      *
           IF LB-VACATION-BALANCE
                   > LRT-VACATION-CARRYOVER (LR-MATCH-SUB)
               COMPUTE WS-VACATION-FORFEITED = LB-VACATION-BALANCE
                   - LRT-VACATION-CARRYOVER (LR-MATCH-SUB)
               MOVE LRT-VACATION-CARRYOVER (LR-MATCH-SUB)
                   TO LB-VACATION-BALANCE
           END-IF.
           IF LB-SICK-BALANCE > LRT-SICK-CARRYOVER (LR-MATCH-SUB)
               COMPUTE WS-SICK-FORFEITED = LB-SICK-BALANCE
                   - LRT-SICK-CARRYOVER (LR-MATCH-SUB)
               MOVE LRT-SICK-CARRYOVER (LR-MATCH-SUB)
                   TO LB-SICK-BALANCE
           END-IF.
           MOVE WS-VACATION-FORFEITED TO LB-VACATION-FORFEITED.
           MOVE WS-SICK-FORFEITED     TO LB-SICK-FORFEITED.
           MOVE ZERO TO LB-VACATION-ACCRUED-YTD
                        LB-VACATION-TAKEN-YTD
                        LB-SICK-ACCRUED-YTD
                        LB-SICK-TAKEN-YTD.
           MOVE WS-PERIOD-YEAR TO LB-BALANCE-YEAR.
           ADD 1 TO CT-YEAR-END.
           IF WS-VACATION-FORFEITED > ZERO
                   OR WS-SICK-FORFEITED > ZERO
               MOVE "YEAR-END CAP" TO WS-LEAVE-NOTE
           END-IF.
      *
      * LEAVE TAKEN NEVER DRIVES A BALANCE BELOW ZERO.
      *
       280-APPLY-LEAVE-TAKEN.
      *
           IF TTE-NOT-APPLIED (TT-SUB)
                   AND TTE-EMPLOYEE-ID (TT-SUB) = EO-EMPLOYEE-ID
               EVALUATE TTE-TRANS-TYPE (TT-SUB)
                   WHEN "V"
                       IF TTE-HOURS (TT-SUB) > LB-VACATION-BALANCE
                           PERFORM 285-REJECT-NEGATIVE
                       ELSE
                           SUBTRACT TTE-HOURS (TT-SUB)
                               FROM LB-VACATION-BALANCE
                           ADD TTE-HOURS (TT-SUB)
                               TO LB-VACATION-TAKEN-YTD
                                  WS-VACATION-TAKEN
                           ADD 1 TO CT-TRANS-APPLIED
                       END-IF
                   WHEN "S"
                       IF TTE-HOURS (TT-SUB) > LB-SICK-BALANCE
                           PERFORM 285-REJECT-NEGATIVE
                       ELSE
                           SUBTRACT TTE-HOURS (TT-SUB)
                               FROM LB-SICK-BALANCE
                           ADD TTE-HOURS (TT-SUB)
                               TO LB-SICK-TAKEN-YTD
                                  WS-SICK-TAKEN
                           ADD 1 TO CT-TRANS-APPLIED
                       END-IF
               END-EVALUATE
               SET TTE-APPLIED (TT-SUB) TO TRUE
           END-IF.
      *
       285-REJECT-NEGATIVE.
      *
           DISPLAY "LEAVE TAKEN EXCEEDS BALANCE - REJECTED "
               TTE-EMPLOYEE-ID (TT-SUB) " "
               TTE-TRANS-TYPE (TT-SUB) " "
               TTE-HOURS (TT-SUB) " " TTE-DATE (TT-SUB).
           ADD 1 TO CT-TRANS-REJECTED.
           MOVE "TRANS REJECT" TO WS-LEAVE-NOTE.
      *
       290-RELEASE-REGISTER-RECORD.
      *
           MOVE EO-EMPLOYEE-DEPT      TO SR-DEPARTMENT.
           MOVE EO-EMPLOYEE-ID        TO SR-EMPLOYEE-ID.
           MOVE EO-EMPLOYEE-NAME      TO SR-EMPLOYEE-NAME.
           MOVE WS-YEARS-OF-SERVICE   TO SR-YEARS-OF-SERVICE.
           MOVE WS-VACATION-OPENING   TO SR-VACATION-OPENING.
           MOVE WS-VACATION-ACCRUED   TO SR-VACATION-ACCRUED.
           MOVE WS-VACATION-TAKEN     TO SR-VACATION-TAKEN.
           MOVE WS-VACATION-FORFEITED TO SR-VACATION-FORFEITED.
           MOVE LB-VACATION-BALANCE   TO SR-VACATION-BALANCE.
           MOVE WS-SICK-OPENING       TO SR-SICK-OPENING.
           MOVE WS-SICK-ACCRUED       TO SR-SICK-ACCRUED.
           MOVE WS-SICK-TAKEN         TO SR-SICK-TAKEN.
           MOVE WS-SICK-FORFEITED     TO SR-SICK-FORFEITED.
           MOVE LB-SICK-BALANCE       TO SR-SICK-BALANCE.
           MOVE WS-LEAVE-NOTE         TO SR-NOTE.
           RELEASE LEAVE-REGISTER-RECORD.
           ADD 1 TO CT-RECORDS-RELEASED.
      *
       400-PRINT-LEAVE-REGISTER.
      *
           PERFORM 405-RETURN-LEAVE-RECORD.
           PERFORM 410-PRINT-ONE-DEPARTMENT
               UNTIL SORT-EOF.
           MOVE "TOTAL "            TO TTL-CAPTION.
           MOVE "RUN "              TO TTL-DEPARTMENT.
           MOVE CT-ACCRUED          TO TTL-EMPLOYEES.
           MOVE CT-VACATION-OPENING TO TTL-VACATION-OPENING.
           MOVE CT-VACATION-ACCRUED TO TTL-VACATION-ACCRUED.
           MOVE CT-VACATION-TAKEN   TO TTL-VACATION-TAKEN.
           MOVE CT-VACATION-FORFEIT TO TTL-VACATION-FORFEIT.
           MOVE CT-VACATION-BALANCE TO TTL-VACATION-BALANCE.
           MOVE CT-SICK-OPENING     TO TTL-SICK-OPENING.
           MOVE CT-SICK-ACCRUED     TO TTL-SICK-ACCRUED.
           MOVE CT-SICK-TAKEN       TO TTL-SICK-TAKEN.
           MOVE CT-SICK-FORFEIT     TO TTL-SICK-FORFEIT.
           MOVE CT-SICK-BALANCE     TO TTL-SICK-BALANCE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 180-PRINT-HEADING-LINES
           END-IF.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       405-RETURN-LEAVE-RECORD.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-RECORDS-RETURNED
           END-RETURN.
      *
       410-PRINT-ONE-DEPARTMENT.
      *
           MOVE SR-DEPARTMENT TO WS-CUR-DEPARTMENT.
           MOVE ZERO TO DPT-EMPLOYEES
                        DPT-VACATION-OPENING
                        DPT-VACATION-ACCRUED
                        DPT-VACATION-TAKEN
                        DPT-VACATION-FORFEITED
                        DPT-VACATION-BALANCE
                        DPT-SICK-OPENING
                        DPT-SICK-ACCRUED
                        DPT-SICK-TAKEN
                        DPT-SICK-FORFEITED
                        DPT-SICK-BALANCE.
           PERFORM 420-PRINT-ONE-EMPLOYEE
               UNTIL SORT-EOF
               OR SR-DEPARTMENT NOT = WS-CUR-DEPARTMENT.
           MOVE "DEPT "               TO TTL-CAPTION.
           MOVE WS-CUR-DEPARTMENT     TO TTL-DEPARTMENT.
           MOVE DPT-EMPLOYEES         TO TTL-EMPLOYEES.
           MOVE DPT-VACATION-OPENING  TO TTL-VACATION-OPENING.
           MOVE DPT-VACATION-ACCRUED  TO TTL-VACATION-ACCRUED.
           MOVE DPT-VACATION-TAKEN    TO TTL-VACATION-TAKEN.
           MOVE DPT-VACATION-FORFEITED TO TTL-VACATION-FORFEIT.
           MOVE DPT-VACATION-BALANCE  TO TTL-VACATION-BALANCE.
           MOVE DPT-SICK-OPENING      TO TTL-SICK-OPENING.
           MOVE DPT-SICK-ACCRUED      TO TTL-SICK-ACCRUED.
           MOVE DPT-SICK-TAKEN        TO TTL-SICK-TAKEN.
           MOVE DPT-SICK-FORFEITED    TO TTL-SICK-FORFEIT.
           MOVE DPT-SICK-BALANCE      TO TTL-SICK-BALANCE.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
      *
       420-PRINT-ONE-EMPLOYEE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 180-PRINT-HEADING-LINES
           END-IF.
           MOVE SR-EMPLOYEE-ID        TO RGL-EMPLOYEE-ID.
           MOVE SR-EMPLOYEE-NAME      TO RGL-EMPLOYEE-NAME.
           MOVE SR-YEARS-OF-SERVICE   TO RGL-YEARS.
           MOVE SR-VACATION-OPENING   TO RGL-VACATION-OPENING.
           MOVE SR-VACATION-ACCRUED   TO RGL-VACATION-ACCRUED.
           MOVE SR-VACATION-TAKEN     TO RGL-VACATION-TAKEN.
           MOVE SR-VACATION-FORFEITED TO RGL-VACATION-FORFEIT.
           MOVE SR-VACATION-BALANCE   TO RGL-VACATION-BALANCE.
           MOVE SR-SICK-OPENING       TO RGL-SICK-OPENING.
           MOVE SR-SICK-ACCRUED       TO RGL-SICK-ACCRUED.
           MOVE SR-SICK-TAKEN         TO RGL-SICK-TAKEN.
           MOVE SR-SICK-FORFEITED     TO RGL-SICK-FORFEIT.
           MOVE SR-SICK-BALANCE       TO RGL-SICK-BALANCE.
           MOVE SR-NOTE               TO RGL-NOTE.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD 1                      TO DPT-EMPLOYEES.
           ADD SR-VACATION-OPENING    TO DPT-VACATION-OPENING.
           ADD SR-VACATION-ACCRUED    TO DPT-VACATION-ACCRUED.
           ADD SR-VACATION-TAKEN      TO DPT-VACATION-TAKEN.
           ADD SR-VACATION-FORFEITED  TO DPT-VACATION-FORFEITED.
           ADD SR-VACATION-BALANCE    TO DPT-VACATION-BALANCE.
           ADD SR-SICK-OPENING        TO DPT-SICK-OPENING.
           ADD SR-SICK-ACCRUED        TO DPT-SICK-ACCRUED.
           ADD SR-SICK-TAKEN          TO DPT-SICK-TAKEN.
           ADD SR-SICK-FORFEITED      TO DPT-SICK-FORFEITED.
           ADD SR-SICK-BALANCE        TO DPT-SICK-BALANCE.
           ADD SR-VACATION-BALANCE    TO CT-REGISTER-VACATION.
           ADD SR-SICK-BALANCE        TO CT-REGISTER-SICK.
           PERFORM 405-RETURN-LEAVE-RECORD.
      *
      * A TRANSACTION FOR NO EMPLOYEE ACCRUED THIS RUN - NOT ON THE
      * MASTER, TERMINATED, OR ALREADY ACCRUED - IS REJECTED.
      *
       500-REJECT-UNAPPLIED-TRANS.
      *
           PERFORM 510-CHECK-ONE-TRANS
               VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > TT-ENTRY-COUNT.
      *
       510-CHECK-ONE-TRANS.
      *
           IF TTE-NOT-APPLIED (TT-SUB)
               DISPLAY "NO ACTIVE EMPLOYEE ACCRUED - REJECTED "
                   TTE-EMPLOYEE-ID (TT-SUB) " "
                   TTE-TRANS-TYPE (TT-SUB) " "
                   TTE-HOURS (TT-SUB) " " TTE-DATE (TT-SUB)
               ADD 1 TO CT-TRANS-REJECTED
               SET TTE-APPLIED (TT-SUB) TO TRUE
           END-IF.
      *
      * EVERY EMPLOYEE AND TRANSACTION IS ACCOUNTED FOR, AND EACH
      * BALANCE MOVES ONLY BY WHAT WAS ACCRUED, TAKEN AND FORFEITED.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "EMPLOYEES READ    " TO CTL-LABEL.
           MOVE CT-EMPLOYEES-READ    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  TERMINATED      " TO CTL-LABEL.
           MOVE CT-TERMINATED        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  ALREADY ACCRUED " TO CTL-LABEL.
           MOVE CT-ALREADY-ACCRUED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  ACCRUED         " TO CTL-LABEL.
           MOVE CT-ACCRUED           TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  YEAR-END CARRIED" TO CTL-LABEL.
           MOVE CT-YEAR-END          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TRANS READ        " TO CTL-LABEL.
           MOVE CT-TRANS-READ        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  APPLIED         " TO CTL-LABEL.
           MOVE CT-TRANS-APPLIED     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  REJECTED        " TO CTL-LABEL.
           MOVE CT-TRANS-REJECTED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "BALANCES READ     " TO CTL-LABEL.
           MOVE CT-BALANCES-READ     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "BALANCES ADDED    " TO CTL-LABEL.
           MOVE CT-BALANCES-ADDED    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "BALANCES WRITTEN  " TO CTL-LABEL.
           MOVE CT-BALANCES-WRITTEN  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-EMPLOYEES-READ = CT-TERMINATED + CT-ALREADY-ACCRUED
                   + CT-ACCRUED
                   AND CT-TRANS-READ = CT-TRANS-APPLIED
                       + CT-TRANS-REJECTED
                   AND CT-BALANCES-WRITTEN = CT-BALANCES-READ
                       + CT-BALANCES-ADDED
                   AND CT-VACATION-BALANCE = CT-VACATION-OPENING
                       + CT-VACATION-ACCRUED - CT-VACATION-TAKEN
                       - CT-VACATION-FORFEIT
                   AND CT-SICK-BALANCE = CT-SICK-OPENING
                       + CT-SICK-ACCRUED - CT-SICK-TAKEN
                       - CT-SICK-FORFEIT
                   AND CT-REGISTER-VACATION = CT-VACATION-BALANCE
                   AND CT-REGISTER-SICK = CT-SICK-BALANCE
                   AND CT-RECORDS-RETURNED = CT-RECORDS-RELEASED
               DISPLAY "*** LVACCRUE RUN IS IN BALANCE ***"
               IF CT-TRANS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** LVACCRUE RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       610-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
