       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.
      *
      * PAYROLL GROSS-TO-NET CALCULATION, RUN ONCE PER PAY PERIOD.
      * EVERY ACTIVE EMPLOYEE ON THE EMPLOYEE MASTER (EMPMST, AS
      * EMPMAINT KEEPS IT - EMPLOYEE-ID ORDER) IS PAID THE PERIOD'S
      * SHARE OF THEIR ANNUAL SALARY, PLUS:
      *   BONUSPAY - THE BONUS RUN'S OUTPUT (EMPLOYEE ID, NAME,
      *              SALARY, BONUS) ON THE PERIOD THE BONUSES ARE PAID
      *   ADJPAYX  - THE ADJUNCT PAY EXTRACT (ADJPAY) ON THE PERIOD
      *              THE TERM'S ADJUNCT PAY IS PAID
      * EITHER FILE NOT PRESENTED IS SKIPPED WITH A MESSAGE. A BONUS
      * OR ADJUNCT AMOUNT FOR NO EMPLOYEE PAID THIS PERIOD IS LISTED
      * AND NOT PAID. TERMINATED (STATUS 'T') EMPLOYEES ARE NOT PAID.
      *
      * DEDUCTIONS COME FROM THE EMPLOYEE DEDUCTION FILE (EMPDED),
      * ONE RECORD PER DEDUCTION:
      *   'B' BENEFIT    - PER-PERIOD AMOUNT, TAKEN BEFORE TAX
      *   'T' WITHHOLDING - FILING STATUS (S/M) AND ALLOWANCES; AN
      *                    EMPLOYEE WITH NO 'T' RECORD IS WITHHELD
      *                    AS SINGLE WITH NO ALLOWANCES
      *   'V' VOLUNTARY  - PER-PERIOD AMOUNT, TAKEN AFTER TAX
      * TAX IS WITHHELD BY THE ANNUALIZED PERCENTAGE METHOD FROM THE
      * WITHHOLDING RATE TABLE (WHTRATE): THE PERIOD'S TAXABLE PAY
      * TIMES THE PAY PERIODS IN THE YEAR, LESS THE ALLOWANCES, IS
      * TAXED AT THE BRACKET FOR THE FILING STATUS AND THE ANNUAL
      * TAX SPREAD BACK OVER THE PERIODS. AN EMPLOYEE WHOSE FILING
      * STATUS HAS NO BRACKET IS HELD, NOT PAID. DEDUCTIONS NEVER
      * TAKE PAY BELOW ZERO - WHAT DOES NOT FIT IS NOT TAKEN AND THE
      * REGISTER LINE IS NOTED.
      *
      * OUTPUTS:
      *   PAYRREG  - THE PAYROLL REGISTER, BY DEPARTMENT WITH
      *              DEPARTMENT AND RUN TOTALS
      *   PAYCHKX  - THE PAY EXTRACT, ONE NET PAY PER EMPLOYEE PAID,
      *              FOR THE DISBURSEMENT RUN (DISBURSE)
      *   YTDOLD/YTDNEW - YEAR-TO-DATE EARNINGS, ONE RECORD PER
      *              EMPLOYEE AND CALENDAR YEAR IN THAT ORDER. AN
      *              EMPLOYEE WHOSE YEAR-TO-DATE RECORD ALREADY SHOWS
      *              THIS PERIOD IS NOT PAID AGAIN.
      *   PAYCTL   - THE CONTROL RECORD GLEXTR JOURNALS THE PAYROLL
      *              FROM (GROSS, TAX, BENEFITS, VOLUNTARY, NET),
      *              FOLLOWED BY ONE 'PAYDEPT' RECORD PER DEPARTMENT
      *              PAID IN THE SAME LAYOUT WITH THE DEPARTMENT CODE
      *              IN THE LAST FOUR BYTES, SO GLEXTR CAN CHARGE THE
      *              WAGE EXPENSE TO EACH DEPARTMENT'S COST CENTER.
      *
      * EACH DEPARTMENT ON THE REGISTER IS HEADED BY ITS NAME FROM
      * THE DEPARTMENT MASTER (DEPTMST, LOADED BY DEPTLOAD), AND A
      * CLOSING SECTION ROLLS THE DEPARTMENT TOTALS UP THROUGH THE
      * REPORTING HIERARCHY - EACH DEPARTMENT WITH ALL ITS SUB-
      * DEPARTMENTS, INDENTED BY LEVEL UNDER ITS PARENT. IF DEPTMST
      * IS NOT PRESENTED THE REGISTER PRINTS WITHOUT NAMES OR THE
      * ROLL-UP.
      *
      * SYSIN: COLS 1-8 PAY PERIOD END DATE YYYYMMDD, COLS 9-10 PAY
      * PERIODS PER YEAR (12, 24, 26 OR 52).
      * EMPDED RECORDS: EMPLOYEE ID 9(4), TYPE X, CODE X(6), AMOUNT
      * 9(5)V99, FILING STATUS X, ALLOWANCES 9(2).
      * WHTRATE RECORDS: TYPE X ('A' ALLOWANCE - ANNUAL AMOUNT PER
      * ALLOWANCE; 'B' BRACKET), FILING STATUS X, BRACKET FLOOR
      * 9(7)V99, BASE TAX 9(7)V99, RATE PERCENT 9(2)V999, ALLOWANCE
      * AMOUNT 9(5)V99 - THE BRACKET APPLYING IS THE ONE WITH THE
      * HIGHEST FLOOR NOT OVER THE ANNUAL WAGE.
      * A HELD EMPLOYEE, A REJECTED DEDUCTION, AN UNPAID BONUS OR
      * ADJUNCT AMOUNT OR A DEPARTMENT NOT ON THE DEPARTMENT MASTER
      * ENDS THE RUN WITH RETURN CODE 4; AN OUT-OF-
      * BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMST   ASSIGN TO EMPMST
               FILE STATUS IS WF-EMPMST-STATUS.
           SELECT EMPDED   ASSIGN TO EMPDED
               FILE STATUS IS WF-EMPDED-STATUS.
           SELECT WHTRATE  ASSIGN TO WHTRATE
               FILE STATUS IS WF-WHTRATE-STATUS.
           SELECT BONUSPAY ASSIGN TO BONUSPAY
               FILE STATUS IS WF-BONUSPAY-STATUS.
           SELECT ADJPAYX  ASSIGN TO ADJPAYX
               FILE STATUS IS WF-ADJPAYX-STATUS.
           SELECT YTD-OLD  ASSIGN TO YTDOLD
               FILE STATUS IS WF-YTDOLD-STATUS.
           SELECT YTD-NEW  ASSIGN TO YTDNEW
               FILE STATUS IS WF-YTDNEW-STATUS.
           SELECT PAYCHKX  ASSIGN TO PAYCHKX
               FILE STATUS IS WF-PAYCHKX-STATUS.
           SELECT PAYCTL   ASSIGN TO PAYCTL
               FILE STATUS IS WF-PAYCTL-STATUS.
           SELECT PAYRREG  ASSIGN TO PAYRREG
               FILE STATUS IS WF-PAYRREG-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      * DEPTMST IS READ BY THE DEPTLOAD SUBROUTINE.
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
       FD  EMPDED
           RECORD CONTAINS 80 CHARACTERS.
       01  EMPLOYEE-DEDUCTION-RECORD.
           05  ED-EMPLOYEE-ID          PIC 9(4).
           05  ED-DEDUCTION-TYPE       PIC X.
               88  ED-BENEFIT                  VALUE "B".
               88  ED-WITHHOLDING              VALUE "T".
               88  ED-VOLUNTARY                VALUE "V".
           05  ED-DEDUCTION-CODE       PIC X(6).
           05  ED-AMOUNT               PIC 9(5)V99.
           05  ED-FILING-STATUS        PIC X.
           05  ED-ALLOWANCES           PIC 9(2).
           05  FILLER                  PIC X(59).
      *
       FD  WHTRATE
           RECORD CONTAINS 80 CHARACTERS.
       01  WITHHOLDING-RATE-RECORD.
           05  WR-RECORD-TYPE          PIC X.
               88  WR-ALLOWANCE-RECORD         VALUE "A".
               88  WR-BRACKET-RECORD           VALUE "B".
           05  WR-FILING-STATUS        PIC X.
           05  WR-BRACKET-FLOOR        PIC 9(7)V99.
           05  WR-BASE-TAX             PIC 9(7)V99.
           05  WR-RATE-PERCENT         PIC 9(2)V999.
           05  WR-ALLOWANCE-AMOUNT     PIC 9(5)V99.
           05  FILLER                  PIC X(48).
      *
       FD  BONUSPAY.
       01  BONUS-PAY-RECORD.
           05  BP-EMPLOYEE-ID          PIC 9(4).
           05  BP-EMPLOYEE-NAME        PIC X(30).
           05  BP-EMPLOYEE-SALARY      PIC 9(5).
           05  BP-BONUS                PIC 9(6).
      *
       FD  ADJPAYX
           RECORD CONTAINS 80 CHARACTERS.
       01  ADJUNCT-PAY-RECORD.
           05  AP-EMPLOYEE-ID          PIC 9(4).
           05  AP-EMPLOYEE-NAME        PIC X(30).
           05  AP-DEPARTMENT           PIC X(4).
           05  AP-SECTION-COUNT        PIC 9(2).
           05  AP-SECTION-RATE         PIC 9(5)V9(2).
           05  AP-PAY-AMOUNT           PIC 9(7)V9(2).
           05  AP-TERM-CODE            PIC X(5).
           05  FILLER                  PIC X(19).
      *
       FD  YTD-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  YTD-OLD-RECORD.
           05  YTO-KEY.
               10  YTO-EMPLOYEE-ID     PIC 9(4).
               10  YTO-YEAR            PIC 9(4).
           05  FILLER                  PIC X(72).
      *
       FD  YTD-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  YTD-NEW-RECORD              PIC X(80).
      *
       FD  PAYCHKX
           RECORD CONTAINS 80 CHARACTERS.
       01  PAY-EXTRACT-RECORD.
           05  PX-EMPLOYEE-ID          PIC 9(4).
           05  PX-EMPLOYEE-NAME        PIC X(30).
           05  PX-DEPARTMENT           PIC X(4).
           05  PX-GROSS-PAY            PIC 9(7)V99.
           05  PX-NET-PAY              PIC 9(7)V99.
           05  PX-PERIOD-END           PIC 9(8).
           05  PX-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(8).
      *
       FD  PAYCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYROLL-CONTROL-REC.
           05  PR-PROGRAM              PIC X(8).
           05  PR-EMPLOYEES-PAID       PIC 9(5).
           05  PR-GROSS-PAY            PIC 9(9)V99.
           05  PR-TAX-WITHHELD         PIC 9(9)V99.
           05  PR-BENEFITS             PIC 9(9)V99.
           05  PR-VOLUNTARY            PIC 9(9)V99.
           05  PR-NET-PAY              PIC 9(9)V99.
           05  PR-BUSINESS-DATE        PIC 9(8).
           05  PR-DEPARTMENT           PIC X(4).
      *
       FD  PAYRREG.
       01  PRINT-AREA       PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
      * ONE RECORD PER EMPLOYEE ON THE REGISTER - PAID OR HELD.
      *
       SD  SORT-FILE.
       01  PAY-REGISTER-RECORD.
           05  SR-DEPARTMENT           PIC X(4).
           05  SR-EMPLOYEE-ID          PIC 9(4).
           05  SR-EMPLOYEE-NAME        PIC X(30).
           05  SR-PAID-SWITCH          PIC X.
               88  SR-PAID                     VALUE "Y".
           05  SR-REGULAR-PAY          PIC 9(7)V99.
           05  SR-BONUS-PAY            PIC 9(7)V99.
           05  SR-ADJUNCT-PAY          PIC 9(7)V99.
           05  SR-GROSS-PAY            PIC 9(7)V99.
           05  SR-TAX-WITHHELD         PIC 9(7)V99.
           05  SR-BENEFITS             PIC 9(7)V99.
           05  SR-VOLUNTARY            PIC 9(7)V99.
           05  SR-NET-PAY              PIC 9(7)V99.
           05  SR-NOTE                 PIC X(12).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  EMPMST-EOF-SWITCH       PIC X    VALUE "N".
               88  EMPMST-EOF                   VALUE "Y".
           05  EMPDED-EOF-SWITCH       PIC X    VALUE "N".
               88  EMPDED-EOF                   VALUE "Y".
           05  WHTRATE-EOF-SWITCH      PIC X    VALUE "N".
               88  WHTRATE-EOF                  VALUE "Y".
           05  BONUSPAY-EOF-SWITCH     PIC X    VALUE "N".
               88  BONUSPAY-EOF                 VALUE "Y".
           05  ADJPAYX-EOF-SWITCH      PIC X    VALUE "N".
               88  ADJPAYX-EOF                  VALUE "Y".
           05  YTDOLD-EOF-SWITCH       PIC X    VALUE "N".
               88  YTDOLD-EOF                   VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  YTDOLD-OPEN-SWITCH      PIC X    VALUE "N".
               88  YTDOLD-OPEN                  VALUE "Y".
           05  YTD-FOUND-SWITCH        PIC X    VALUE "N".
               88  YTD-FOUND                    VALUE "Y".
           05  DEDUCTION-SHORT-SWITCH  PIC X    VALUE "N".
               88  DEDUCTION-SHORT              VALUE "Y".
           05  EMPLOYEE-PAID-SWITCH    PIC X    VALUE "N".
               88  EMPLOYEE-PAID                VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-EMPMST-STATUS    PIC XX.
               88  EMPMST-FILE-OK          VALUE "00".
           05  WF-EMPDED-STATUS    PIC XX.
               88  EMPDED-FILE-OK          VALUE "00".
           05  WF-WHTRATE-STATUS   PIC XX.
               88  WHTRATE-FILE-OK         VALUE "00".
           05  WF-BONUSPAY-STATUS  PIC XX.
               88  BONUSPAY-FILE-OK        VALUE "00".
           05  WF-ADJPAYX-STATUS   PIC XX.
               88  ADJPAYX-FILE-OK         VALUE "00".
           05  WF-YTDOLD-STATUS    PIC XX.
               88  YTDOLD-FILE-OK          VALUE "00".
               88  YTDOLD-NOT-FOUND        VALUE "35".
           05  WF-YTDNEW-STATUS    PIC XX.
               88  YTDNEW-FILE-OK          VALUE "00".
           05  WF-PAYCHKX-STATUS   PIC XX.
               88  PAYCHKX-FILE-OK         VALUE "00".
           05  WF-PAYCTL-STATUS    PIC XX.
               88  PAYCTL-FILE-OK          VALUE "00".
           05  WF-PAYRREG-STATUS   PIC XX.
               88  PAYRREG-FILE-OK         VALUE "00".
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
           05  WR-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  WR-SUB              PIC S9(3)  COMP.
           05  WR-MATCH-SUB        PIC S9(3)  COMP.
           05  WS-ALLOWANCE-AMOUNT PIC 9(5)V99       VALUE ZERO.
      *
       01  RATE-TABLE.
           05  RATE-ENTRY              OCCURS 50 TIMES.
               10  WRT-FILING-STATUS       PIC X.
               10  WRT-BRACKET-FLOOR       PIC 9(7)V99.
               10  WRT-BASE-TAX            PIC 9(7)V99.
               10  WRT-RATE-PERCENT        PIC 9(2)V999.
      *
       01  DEDUCTION-TABLE-FIELDS.
           05  DD-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  DD-SUB              PIC S9(4)  COMP.
      *
       01  DEDUCTION-TABLE.
           05  DEDUCTION-ENTRY         OCCURS 3000 TIMES.
               10  DDT-EMPLOYEE-ID         PIC 9(4).
               10  DDT-DEDUCTION-TYPE      PIC X.
               10  DDT-AMOUNT              PIC 9(5)V99.
               10  DDT-FILING-STATUS       PIC X.
               10  DDT-ALLOWANCES          PIC 9(2).
      *
       01  BONUS-TABLE-FIELDS.
           05  BN-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  BN-SUB              PIC S9(4)  COMP.
           05  BN-MATCH-SUB        PIC S9(4)  COMP.
      *
       01  BONUS-TABLE.
           05  BONUS-ENTRY             OCCURS 1000 TIMES.
               10  BNT-EMPLOYEE-ID         PIC 9(4).
               10  BNT-BONUS               PIC 9(7)V99.
               10  BNT-PAID-SWITCH         PIC X.
                   88  BNT-PAID                VALUE "Y".
      *
       01  ADJUNCT-TABLE-FIELDS.
           05  AJ-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  AJ-SUB              PIC S9(4)  COMP.
           05  AJ-MATCH-SUB        PIC S9(4)  COMP.
      *
       01  ADJUNCT-TABLE.
           05  ADJUNCT-ENTRY           OCCURS 1000 TIMES.
               10  AJT-EMPLOYEE-ID         PIC 9(4).
               10  AJT-PAY-AMOUNT          PIC 9(7)V99.
               10  AJT-PAID-SWITCH         PIC X.
                   88  AJT-PAID                VALUE "Y".
      *
       01  YTD-FIELDS.
           05  WS-YTD-KEY.
               10  WS-YTD-EMPLOYEE-ID  PIC 9(4).
               10  WS-YTD-YEAR         PIC 9(4).
           05  WS-YTD-RECORD.
               10  YT-EMPLOYEE-ID      PIC 9(4).
               10  YT-YEAR             PIC 9(4).
               10  YT-GROSS-PAY        PIC 9(7)V99.
               10  YT-TAX-WITHHELD     PIC 9(7)V99.
               10  YT-BENEFITS         PIC 9(7)V99.
               10  YT-VOLUNTARY        PIC 9(7)V99.
               10  YT-NET-PAY          PIC 9(7)V99.
               10  YT-LAST-PERIOD-END  PIC 9(8).
               10  YT-PERIODS-PAID     PIC 9(3).
               10  FILLER              PIC X(16).
      *
       01  PAY-FIELDS.
           05  WS-REGULAR-PAY      PIC S9(7)V99  COMP-3.
           05  WS-BONUS-PAY        PIC S9(7)V99  COMP-3.
           05  WS-ADJUNCT-PAY      PIC S9(7)V99  COMP-3.
           05  WS-GROSS-PAY        PIC S9(7)V99  COMP-3.
           05  WS-BENEFITS         PIC S9(7)V99  COMP-3.
           05  WS-VOLUNTARY        PIC S9(7)V99  COMP-3.
           05  WS-TAXABLE-PAY      PIC S9(7)V99  COMP-3.
           05  WS-TAX-WITHHELD     PIC S9(7)V99  COMP-3.
           05  WS-NET-PAY          PIC S9(7)V99  COMP-3.
           05  WS-REMAINING-PAY    PIC S9(7)V99  COMP-3.
           05  WS-FILING-STATUS    PIC X.
           05  WS-ALLOWANCES       PIC 9(2).
           05  WS-ANNUAL-WAGE      PIC S9(9)V99  COMP-3.
           05  WS-ANNUAL-TAX       PIC S9(9)V99  COMP-3.
           05  WS-PAY-NOTE         PIC X(12).
      *
       01  DEPARTMENT-TOTALS.
           05  DPT-EMPLOYEES       PIC S9(5)     COMP-3.
           05  DPT-REGULAR-PAY     PIC S9(9)V99  COMP-3.
           05  DPT-BONUS-PAY       PIC S9(9)V99  COMP-3.
           05  DPT-ADJUNCT-PAY     PIC S9(9)V99  COMP-3.
           05  DPT-GROSS-PAY       PIC S9(9)V99  COMP-3.
           05  DPT-TAX-WITHHELD    PIC S9(9)V99  COMP-3.
           05  DPT-BENEFITS        PIC S9(9)V99  COMP-3.
           05  DPT-VOLUNTARY       PIC S9(9)V99  COMP-3.
           05  DPT-NET-PAY         PIC S9(9)V99  COMP-3.
      *
      * EVERY DEPARTMENT'S TOTALS ARE KEPT FOR THE HIERARCHY ROLL-UP
      * AND THE PAYDEPT CONTROL RECORDS.
      *
       01  PAID-DEPT-TABLE-FIELDS.
           05  PT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  PT-SUB              PIC S9(4)  COMP.
      *
       01  PAID-DEPT-TABLE.
           05  PAID-DEPT-ENTRY         OCCURS 200 TIMES.
               10  PTT-DEPARTMENT          PIC X(4).
               10  PTT-EMPLOYEES           PIC S9(5)     COMP-3.
               10  PTT-GROSS-PAY           PIC S9(9)V99  COMP-3.
               10  PTT-TAX-WITHHELD        PIC S9(9)V99  COMP-3.
               10  PTT-BENEFITS            PIC S9(9)V99  COMP-3.
               10  PTT-VOLUNTARY           PIC S9(9)V99  COMP-3.
               10  PTT-NET-PAY             PIC S9(9)V99  COMP-3.
      *
       01  DEPT-MASTER-FIELDS.
           05  DT-SUB              PIC S9(4)  COMP.
           05  DT-MATCH-SUB        PIC S9(4)  COMP.
           05  DT-WALK-SUB         PIC S9(4)  COMP.
           05  DT-ORDER-POSITION   PIC S9(4)  COMP.
           05  DT-INDENT           PIC S9(4)  COMP.
           05  DT-SEARCH-DEPT      PIC X(4).
      *
       COPY DEPTTBL.
      *
      * HIERARCHY ROLL-UP - ONE ENTRY PER DEPARTMENT TABLE ENTRY.
      *
       01  ROLLUP-TABLE.
           05  ROLLUP-ENTRY            OCCURS 200 TIMES.
               10  RU-EMPLOYEES            PIC S9(5)     COMP-3.
               10  RU-GROSS-PAY            PIC S9(9)V99  COMP-3.
               10  RU-TAX-WITHHELD         PIC S9(9)V99  COMP-3.
               10  RU-BENEFITS             PIC S9(9)V99  COMP-3.
               10  RU-VOLUNTARY            PIC S9(9)V99  COMP-3.
               10  RU-NET-PAY              PIC S9(9)V99  COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-EMPLOYEES-READ   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TERMINATED       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ALREADY-PAID     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-NO-PAY           PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-HELD-NO-RATE     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-PAID             PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-DEDUCTIONS-SHORT PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-DEDUCTIONS-READ  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-DEDUCTIONS-REJ   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-BRACKETS-LOADED  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-BONUSES-READ     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-BONUSES-UNPAID   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ADJUNCTS-READ    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ADJUNCTS-UNPAID  PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-YTD-READ         PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-YTD-ADDED        PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-YTD-WRITTEN      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-EXTRACTS         PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RECORDS-RELEASED PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-RECORDS-RETURNED PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-REGULAR-PAY      PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-BONUS-PAY        PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-ADJUNCT-PAY      PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-GROSS-PAY        PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-TAX-WITHHELD     PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-BENEFITS         PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-VOLUNTARY        PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-NET-PAY          PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-EXTRACT-AMOUNT   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-REGISTER-GROSS   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-REGISTER-NET     PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-DEPTS-UNKNOWN    PIC S9(5)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "PAYROLL REGISTER    ".
           05  FILLER          PIC X(20)   VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "PAYROLL".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "EMP   NAME          ".
           05  FILLER      PIC X(20)   VALUE "            REGULAR ".
           05  FILLER      PIC X(20)   VALUE "     BONUS    ADJUNC".
           05  FILLER      PIC X(20)   VALUE "T      GROSS    TAX ".
           05  FILLER      PIC X(20)   VALUE "W/H   BENEFITS  VOLU".
           05  FILLER      PIC X(20)   VALUE "NTARY    NET PAY NOT".
           05  FILLER      PIC X(12)   VALUE "E           ".
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
           05  RGL-REGULAR-PAY     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-BONUS-PAY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-ADJUNCT-PAY     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-GROSS-PAY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-TAX-WITHHELD    PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-BENEFITS        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-VOLUNTARY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-NET-PAY         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RGL-NOTE            PIC X(12).
           05  FILLER              PIC X(3)     VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  TTL-CAPTION         PIC X(6).
           05  TTL-DEPARTMENT      PIC X(4).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-EMPLOYEES       PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)     VALUE " PAID".
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  TTL-REGULAR-PAY     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-BONUS-PAY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-ADJUNCT-PAY     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-GROSS-PAY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-TAX-WITHHELD    PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-BENEFITS        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-VOLUNTARY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-NET-PAY         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(16)    VALUE SPACE.
      *
       01  DEPT-NAME-LINE.
           05  FILLER              PIC X(11)    VALUE "DEPARTMENT ".
           05  DNL-DEPARTMENT      PIC X(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DNL-DEPT-NAME       PIC X(30).
           05  FILLER              PIC X(85)    VALUE SPACE.
      *
       01  HIERARCHY-HEADING-LINE.
           05  FILLER   PIC X(40)
                    VALUE "PAYROLL BY REPORTING HIERARCHY (INCLUDES".
           05  FILLER   PIC X(92)
                    VALUE " SUB-DEPARTMENTS)".
      *
       01  HIERARCHY-LINE.
           05  HRL-DEPT-AREA       PIC X(46).
           05  HRL-EMPLOYEES       PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)     VALUE " PAID".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  HRL-GROSS-PAY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  HRL-TAX-WITHHELD    PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  HRL-BENEFITS        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  HRL-VOLUNTARY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  HRL-NET-PAY         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(20)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "PAYROLL TOTALS: ".
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
       000-RUN-PAYROLL.
      *
           PERFORM 095-ACCEPT-PAY-PERIOD.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-RATE-TABLE.
           PERFORM 130-LOAD-DEDUCTION-TABLE.
           PERFORM 140-LOAD-BONUS-TABLE.
           PERFORM 150-LOAD-ADJUNCT-TABLE.
           PERFORM 185-LOAD-DEPARTMENT-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SR-DEPARTMENT
               ON ASCENDING KEY SR-EMPLOYEE-ID
               INPUT PROCEDURE 200-COMPUTE-PAYROLL
               OUTPUT PROCEDURE 400-PRINT-PAYROLL-REGISTER.
           IF NOT DT-NOT-LOADED
               PERFORM 450-PRINT-HIERARCHY-ROLLUP
           END-IF.
           PERFORM 500-LIST-UNPAID-EXTRAS.
           PERFORM 550-WRITE-PAYROLL-CONTROL.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           IF YTDOLD-OPEN
               CLOSE YTD-OLD
           END-IF.
           CLOSE EMPMST
                 YTD-NEW
                 PAYCHKX
                 PAYCTL
                 PAYRREG.
           GOBACK.
      *
       095-ACCEPT-PAY-PERIOD.
      *
           MOVE SPACES TO PAY-PERIOD-CARD.
           ACCEPT PAY-PERIOD-CARD.
           IF PP-PERIOD-END NOT NUMERIC
               DISPLAY "PAYROLL PERIOD END DATE MISSING OR NOT "
                   "NUMERIC - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF PP-PERIODS NOT NUMERIC
               DISPLAY "PAYROLL PAY PERIODS PER YEAR MISSING - "
                   "STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           IF NOT PP-VALID-PERIODS
               DISPLAY "PAYROLL PAY PERIODS PER YEAR NOT 12, 24, 26 "
                   "OR 52 - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE PP-PERIOD-END-N TO WS-PERIOD-END.
           MOVE PP-PERIODS-N    TO WS-PERIODS-PER-YEAR.
           DISPLAY "PAYROLL PAY PERIOD ENDING " WS-PERIOD-END
               " - " WS-PERIODS-PER-YEAR " PERIODS PER YEAR".
      *
      * A YEAR-TO-DATE FILE NOT YET CREATED IS TAKEN AS EMPTY.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  EMPMST
                OUTPUT YTD-NEW
                       PAYCHKX
                       PAYCTL
                       PAYRREG.
           IF NOT EMPMST-FILE-OK
              DISPLAY "EMPMST OPEN ERROR: " WF-EMPMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT YTDNEW-FILE-OK
              DISPLAY "YTDNEW OPEN ERROR: " WF-YTDNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PAYCHKX-FILE-OK
              DISPLAY "PAYCHKX OPEN ERROR: " WF-PAYCHKX-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PAYCTL-FILE-OK
              DISPLAY "PAYCTL OPEN ERROR: " WF-PAYCTL-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT PAYRREG-FILE-OK
              DISPLAY "PAYRREG OPEN ERROR: " WF-PAYRREG-STATUS
              PERFORM 900-ABORT
           END-IF.
           OPEN INPUT YTD-OLD.
           IF YTDOLD-NOT-FOUND
               MOVE "Y" TO YTDOLD-EOF-SWITCH
           ELSE
               IF NOT YTDOLD-FILE-OK
                   DISPLAY "YTDOLD OPEN ERROR: " WF-YTDOLD-STATUS
                   PERFORM 900-ABORT
               END-IF
               SET YTDOLD-OPEN TO TRUE
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
           OPEN INPUT WHTRATE.
           IF NOT WHTRATE-FILE-OK
              DISPLAY "WHTRATE OPEN ERROR: " WF-WHTRATE-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-RATE-RECORD
               UNTIL WHTRATE-EOF.
           CLOSE WHTRATE.
           IF CT-BRACKETS-LOADED = ZERO
               DISPLAY "WHTRATE HAS NO TAX BRACKETS - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
      *
       125-READ-RATE-RECORD.
      *
           READ WHTRATE
               AT END
                   MOVE "Y" TO WHTRATE-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN WR-ALLOWANCE-RECORD
                           MOVE WR-ALLOWANCE-AMOUNT
                               TO WS-ALLOWANCE-AMOUNT
                       WHEN WR-BRACKET-RECORD
                               AND WR-ENTRY-COUNT < 50
                           ADD 1 TO WR-ENTRY-COUNT
                           ADD 1 TO CT-BRACKETS-LOADED
                           MOVE WR-FILING-STATUS
                               TO WRT-FILING-STATUS (WR-ENTRY-COUNT)
                           MOVE WR-BRACKET-FLOOR
                               TO WRT-BRACKET-FLOOR (WR-ENTRY-COUNT)
                           MOVE WR-BASE-TAX
                               TO WRT-BASE-TAX (WR-ENTRY-COUNT)
                           MOVE WR-RATE-PERCENT
                               TO WRT-RATE-PERCENT (WR-ENTRY-COUNT)
                       WHEN WR-BRACKET-RECORD
                           DISPLAY "RATE TABLE FULL - BRACKET OMITTED "
                               WR-FILING-STATUS " " WR-BRACKET-FLOOR
                       WHEN OTHER
                           DISPLAY "UNKNOWN WHTRATE RECORD IGNORED: "
                               WITHHOLDING-RATE-RECORD
                   END-EVALUATE
           END-READ.
      *
       130-LOAD-DEDUCTION-TABLE.
      *
           OPEN INPUT EMPDED.
           IF NOT EMPDED-FILE-OK
              DISPLAY "EMPDED OPEN ERROR: " WF-EMPDED-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 135-READ-DEDUCTION
               UNTIL EMPDED-EOF.
           CLOSE EMPDED.
      *
       135-READ-DEDUCTION.
      *
           READ EMPDED
               AT END
                   MOVE "Y" TO EMPDED-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-DEDUCTIONS-READ
                   PERFORM 137-STORE-ONE-DEDUCTION
           END-READ.
      *
       137-STORE-ONE-DEDUCTION.
      *
           EVALUATE TRUE
               WHEN ED-EMPLOYEE-ID NOT NUMERIC
                   DISPLAY "DEDUCTION EMPLOYEE ID NOT NUMERIC - "
                       "REJECTED " EMPLOYEE-DEDUCTION-RECORD
                   ADD 1 TO CT-DEDUCTIONS-REJ
               WHEN NOT ED-BENEFIT AND NOT ED-WITHHOLDING
                       AND NOT ED-VOLUNTARY
                   DISPLAY "DEDUCTION TYPE NOT B, T OR V - REJECTED "
                       EMPLOYEE-DEDUCTION-RECORD
                   ADD 1 TO CT-DEDUCTIONS-REJ
               WHEN (ED-BENEFIT OR ED-VOLUNTARY)
                       AND ED-AMOUNT NOT NUMERIC
                   DISPLAY "DEDUCTION AMOUNT NOT NUMERIC - REJECTED "
                       EMPLOYEE-DEDUCTION-RECORD
                   ADD 1 TO CT-DEDUCTIONS-REJ
               WHEN ED-WITHHOLDING
                       AND (ED-ALLOWANCES NOT NUMERIC
                       OR (ED-FILING-STATUS NOT = "S"
                       AND ED-FILING-STATUS NOT = "M"))
                   DISPLAY "WITHHOLDING STATUS OR ALLOWANCES INVALID"
                       " - REJECTED " EMPLOYEE-DEDUCTION-RECORD
                   ADD 1 TO CT-DEDUCTIONS-REJ
               WHEN DD-ENTRY-COUNT NOT < 3000
                   DISPLAY "DEDUCTION TABLE FULL - REJECTED "
                       EMPLOYEE-DEDUCTION-RECORD
                   ADD 1 TO CT-DEDUCTIONS-REJ
               WHEN OTHER
                   ADD 1 TO DD-ENTRY-COUNT
                   MOVE ED-EMPLOYEE-ID
                       TO DDT-EMPLOYEE-ID (DD-ENTRY-COUNT)
                   MOVE ED-DEDUCTION-TYPE
                       TO DDT-DEDUCTION-TYPE (DD-ENTRY-COUNT)
                   IF ED-WITHHOLDING
                       MOVE ZERO TO DDT-AMOUNT (DD-ENTRY-COUNT)
                       MOVE ED-FILING-STATUS
                           TO DDT-FILING-STATUS (DD-ENTRY-COUNT)
                       MOVE ED-ALLOWANCES
                           TO DDT-ALLOWANCES (DD-ENTRY-COUNT)
                   ELSE
                       MOVE ED-AMOUNT TO DDT-AMOUNT (DD-ENTRY-COUNT)
                       MOVE SPACE
                           TO DDT-FILING-STATUS (DD-ENTRY-COUNT)
                       MOVE ZERO TO DDT-ALLOWANCES (DD-ENTRY-COUNT)
                   END-IF
           END-EVALUATE.
      *
       140-LOAD-BONUS-TABLE.
      *
           OPEN INPUT BONUSPAY.
           IF NOT BONUSPAY-FILE-OK
               DISPLAY "BONUSPAY NOT PRESENTED - SKIPPED: "
                   WF-BONUSPAY-STATUS
           ELSE
               PERFORM 145-READ-BONUS
                   UNTIL BONUSPAY-EOF
               CLOSE BONUSPAY
           END-IF.
      *
       145-READ-BONUS.
      *
           READ BONUSPAY
               AT END
                   MOVE "Y" TO BONUSPAY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-BONUSES-READ
                   IF BP-BONUS NUMERIC AND BP-BONUS > ZERO
                       IF BN-ENTRY-COUNT < 1000
                           ADD 1 TO BN-ENTRY-COUNT
                           MOVE BP-EMPLOYEE-ID
                               TO BNT-EMPLOYEE-ID (BN-ENTRY-COUNT)
                           MOVE BP-BONUS
                               TO BNT-BONUS (BN-ENTRY-COUNT)
                           MOVE "N"
                               TO BNT-PAID-SWITCH (BN-ENTRY-COUNT)
                       ELSE
                           DISPLAY "BONUS TABLE FULL - BONUS OMITTED "
                               BP-EMPLOYEE-ID
                           ADD 1 TO CT-BONUSES-UNPAID
                       END-IF
                   END-IF
           END-READ.
      *
       150-LOAD-ADJUNCT-TABLE.
      *
           OPEN INPUT ADJPAYX.
           IF NOT ADJPAYX-FILE-OK
               DISPLAY "ADJPAYX NOT PRESENTED - SKIPPED: "
                   WF-ADJPAYX-STATUS
           ELSE
               PERFORM 155-READ-ADJUNCT
                   UNTIL ADJPAYX-EOF
               CLOSE ADJPAYX
           END-IF.
      *
       155-READ-ADJUNCT.
      *
           READ ADJPAYX
               AT END
                   MOVE "Y" TO ADJPAYX-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ADJUNCTS-READ
                   IF AP-PAY-AMOUNT > ZERO
                       PERFORM 157-ADD-ONE-ADJUNCT
                   END-IF
           END-READ.
      *
      * AN ADJUNCT TEACHING IN MORE THAN ONE DEPARTMENT HAS ONE
      * EXTRACT RECORD PER DEPARTMENT - THEY ARE PAID TOGETHER.
      *
       157-ADD-ONE-ADJUNCT.
      *
           MOVE AP-EMPLOYEE-ID TO WS-YTD-EMPLOYEE-ID.
           PERFORM 170-FIND-ADJUNCT.
           IF AJ-MATCH-SUB > ZERO
               ADD AP-PAY-AMOUNT TO AJT-PAY-AMOUNT (AJ-MATCH-SUB)
           ELSE
               IF AJ-ENTRY-COUNT < 1000
                   ADD 1 TO AJ-ENTRY-COUNT
                   MOVE AP-EMPLOYEE-ID
                       TO AJT-EMPLOYEE-ID (AJ-ENTRY-COUNT)
                   MOVE AP-PAY-AMOUNT
                       TO AJT-PAY-AMOUNT (AJ-ENTRY-COUNT)
                   MOVE "N" TO AJT-PAID-SWITCH (AJ-ENTRY-COUNT)
               ELSE
                   DISPLAY "ADJUNCT TABLE FULL - PAY OMITTED "
                       AP-EMPLOYEE-ID
                   ADD 1 TO CT-ADJUNCTS-UNPAID
               END-IF
           END-IF.
      *
       160-FIND-BONUS.
      *
           MOVE ZERO TO BN-MATCH-SUB.
           PERFORM 165-MATCH-ONE-BONUS
               VARYING BN-SUB FROM 1 BY 1
               UNTIL BN-SUB > BN-ENTRY-COUNT
               OR BN-MATCH-SUB > ZERO.
      *
       165-MATCH-ONE-BONUS.
      *
           IF BNT-EMPLOYEE-ID (BN-SUB) = WS-YTD-EMPLOYEE-ID
               MOVE BN-SUB TO BN-MATCH-SUB
           END-IF.
      *
       170-FIND-ADJUNCT.
      *
           MOVE ZERO TO AJ-MATCH-SUB.
           PERFORM 175-MATCH-ONE-ADJUNCT
               VARYING AJ-SUB FROM 1 BY 1
               UNTIL AJ-SUB > AJ-ENTRY-COUNT
               OR AJ-MATCH-SUB > ZERO.
      *
       175-MATCH-ONE-ADJUNCT.
      *
           IF AJT-EMPLOYEE-ID (AJ-SUB) = WS-YTD-EMPLOYEE-ID
               MOVE AJ-SUB TO AJ-MATCH-SUB
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
           MOVE 5 TO LINE-COUNT.
      *
      * DEPARTMENT NAMES AND THE REPORTING HIERARCHY COME FROM THE
      * DEPARTMENT MASTER.
      *
       185-LOAD-DEPARTMENT-TABLE.
      *
           CALL "DEPTLOAD" USING DEPARTMENT-TABLE.
           IF DT-NOT-LOADED
               DISPLAY "DEPTMST NOT PRESENTED - NO DEPARTMENT NAMES"
                   " OR HIERARCHY ROLL-UP"
           END-IF.
           PERFORM 186-CLEAR-ONE-ROLLUP
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-ENTRY-COUNT.
      *
       186-CLEAR-ONE-ROLLUP.
      *
           MOVE ZERO TO RU-EMPLOYEES (DT-SUB)
                        RU-GROSS-PAY (DT-SUB)
                        RU-TAX-WITHHELD (DT-SUB)
                        RU-BENEFITS (DT-SUB)
                        RU-VOLUNTARY (DT-SUB)
                        RU-NET-PAY (DT-SUB).
      *
       187-FIND-DEPARTMENT.
      *
           MOVE ZERO TO DT-MATCH-SUB.
           PERFORM 188-MATCH-ONE-DEPARTMENT
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-ENTRY-COUNT
               OR DT-MATCH-SUB > ZERO.
      *
       188-MATCH-ONE-DEPARTMENT.
      *
           IF DT-DEPT-CODE (DT-SUB) = DT-SEARCH-DEPT
               MOVE DT-SUB TO DT-MATCH-SUB
           END-IF.
      *
      * THE MASTER AND THE YEAR-TO-DATE FILE ARE BOTH IN EMPLOYEE
      * ORDER AND ARE MATCHED AS THEY ARE READ. YEAR-TO-DATE RECORDS
      * FOR EMPLOYEES NOT PAID THIS PERIOD, AND FOR EARLIER YEARS,
      * ARE CARRIED AS THEY STAND.
      *
       200-COMPUTE-PAYROLL.
      *
           PERFORM 225-READ-OLD-YTD.
           PERFORM 205-READ-EMPLOYEE.
           PERFORM 210-PAY-ONE-EMPLOYEE
               UNTIL EMPMST-EOF.
           PERFORM 240-CARRY-ONE-YTD
               UNTIL YTDOLD-EOF.
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
       210-PAY-ONE-EMPLOYEE.
      *
           IF EO-EMPLOYEE-TERMINATED
               ADD 1 TO CT-TERMINATED
           ELSE
               MOVE EO-EMPLOYEE-ID TO WS-YTD-EMPLOYEE-ID
               MOVE WS-PERIOD-YEAR TO WS-YTD-YEAR
               PERFORM 220-POSITION-YTD
               MOVE SPACES TO WS-PAY-NOTE
               MOVE "N" TO EMPLOYEE-PAID-SWITCH
               EVALUATE TRUE
                   WHEN YTD-FOUND
                           AND YT-LAST-PERIOD-END NOT < WS-PERIOD-END
                       PERFORM 250-CLEAR-PAY-FIELDS
                       MOVE "ALREADY PAID" TO WS-PAY-NOTE
                       ADD 1 TO CT-ALREADY-PAID
                   WHEN OTHER
                       PERFORM 260-COMPUTE-GROSS-PAY
                       IF WS-GROSS-PAY = ZERO
                           MOVE "NO PAY DUE" TO WS-PAY-NOTE
                           ADD 1 TO CT-NO-PAY
                       ELSE
                           PERFORM 270-COMPUTE-DEDUCTIONS
                           IF WS-PAY-NOTE = "NO TAX RATE"
                               PERFORM 250-CLEAR-PAY-FIELDS
                               ADD 1 TO CT-HELD-NO-RATE
                           ELSE
                               PERFORM 280-PAY-EMPLOYEE
                           END-IF
                       END-IF
               END-EVALUATE
               IF YTD-FOUND
                   PERFORM 235-WRITE-NEW-YTD
               END-IF
               PERFORM 290-RELEASE-REGISTER-RECORD
           END-IF.
           PERFORM 205-READ-EMPLOYEE.
      *
       220-POSITION-YTD.
      *
           PERFORM 240-CARRY-ONE-YTD
               UNTIL YTDOLD-EOF
               OR YTO-KEY NOT < WS-YTD-KEY.
           IF NOT YTDOLD-EOF AND YTO-KEY = WS-YTD-KEY
               MOVE YTD-OLD-RECORD TO WS-YTD-RECORD
               SET YTD-FOUND TO TRUE
               PERFORM 225-READ-OLD-YTD
           ELSE
               MOVE "N" TO YTD-FOUND-SWITCH
               MOVE SPACES TO WS-YTD-RECORD
               MOVE WS-YTD-EMPLOYEE-ID TO YT-EMPLOYEE-ID
               MOVE WS-YTD-YEAR        TO YT-YEAR
               MOVE ZERO TO YT-GROSS-PAY
                            YT-TAX-WITHHELD
                            YT-BENEFITS
                            YT-VOLUNTARY
                            YT-NET-PAY
                            YT-LAST-PERIOD-END
                            YT-PERIODS-PAID
           END-IF.
      *
       225-READ-OLD-YTD.
      *
           IF YTDOLD-OPEN
               READ YTD-OLD
                   AT END
                       MOVE "Y" TO YTDOLD-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO CT-YTD-READ
               END-READ
           END-IF.
      *
       235-WRITE-NEW-YTD.
      *
           WRITE YTD-NEW-RECORD FROM WS-YTD-RECORD.
           ADD 1 TO CT-YTD-WRITTEN.
      *
       240-CARRY-ONE-YTD.
      *
           WRITE YTD-NEW-RECORD FROM YTD-OLD-RECORD.
           ADD 1 TO CT-YTD-WRITTEN.
           PERFORM 225-READ-OLD-YTD.
      *
       250-CLEAR-PAY-FIELDS.
      *
           MOVE ZERO TO WS-REGULAR-PAY
                        WS-BONUS-PAY
                        WS-ADJUNCT-PAY
                        WS-GROSS-PAY
                        WS-BENEFITS
                        WS-VOLUNTARY
                        WS-TAX-WITHHELD
                        WS-NET-PAY.
      *
      * THE SALARY ON THE MASTER IS ANNUAL - EACH PERIOD PAYS ITS
      * SHARE, ROUNDED TO THE CENT.
      *
       260-COMPUTE-GROSS-PAY.
      *
           PERFORM 250-CLEAR-PAY-FIELDS.
           COMPUTE WS-REGULAR-PAY ROUNDED =
               EO-EMPLOYEE-SALARY / WS-PERIODS-PER-YEAR.
           PERFORM 160-FIND-BONUS.
           IF BN-MATCH-SUB > ZERO
               MOVE BNT-BONUS (BN-MATCH-SUB) TO WS-BONUS-PAY
           END-IF.
           PERFORM 170-FIND-ADJUNCT.
           IF AJ-MATCH-SUB > ZERO
               MOVE AJT-PAY-AMOUNT (AJ-MATCH-SUB) TO WS-ADJUNCT-PAY
           END-IF.
           COMPUTE WS-GROSS-PAY =
               WS-REGULAR-PAY + WS-BONUS-PAY + WS-ADJUNCT-PAY.
      *
      * BENEFITS COME OFF BEFORE TAX, VOLUNTARY DEDUCTIONS AFTER.
      * WHAT DOES NOT FIT IN THE PAY LEFT IS NOT TAKEN.
      *
       270-COMPUTE-DEDUCTIONS.
      *
           MOVE "S"  TO WS-FILING-STATUS.
           MOVE ZERO TO WS-ALLOWANCES.
           MOVE "N"  TO DEDUCTION-SHORT-SWITCH.
           PERFORM 272-TAKE-ONE-DEDUCTION
               VARYING DD-SUB FROM 1 BY 1
               UNTIL DD-SUB > DD-ENTRY-COUNT.
           IF WS-BENEFITS > WS-GROSS-PAY
               MOVE WS-GROSS-PAY TO WS-BENEFITS
               SET DEDUCTION-SHORT TO TRUE
           END-IF.
           COMPUTE WS-TAXABLE-PAY = WS-GROSS-PAY - WS-BENEFITS.
           PERFORM 275-COMPUTE-WITHHOLDING.
           IF WS-PAY-NOTE NOT = "NO TAX RATE"
               COMPUTE WS-REMAINING-PAY =
                   WS-TAXABLE-PAY - WS-TAX-WITHHELD
               IF WS-VOLUNTARY > WS-REMAINING-PAY
                   MOVE WS-REMAINING-PAY TO WS-VOLUNTARY
                   SET DEDUCTION-SHORT TO TRUE
               END-IF
               COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-BENEFITS
                   - WS-TAX-WITHHELD - WS-VOLUNTARY
               IF DEDUCTION-SHORT
                   MOVE "DEDNS SHORT" TO WS-PAY-NOTE
                   ADD 1 TO CT-DEDUCTIONS-SHORT
               END-IF
           END-IF.
      *
       272-TAKE-ONE-DEDUCTION.
      *
           IF DDT-EMPLOYEE-ID (DD-SUB) = EO-EMPLOYEE-ID
               EVALUATE DDT-DEDUCTION-TYPE (DD-SUB)
                   WHEN "B"
                       ADD DDT-AMOUNT (DD-SUB) TO WS-BENEFITS
                   WHEN "V"
                       ADD DDT-AMOUNT (DD-SUB) TO WS-VOLUNTARY
                   WHEN "T"
                       MOVE DDT-FILING-STATUS (DD-SUB)
                           TO WS-FILING-STATUS
                       MOVE DDT-ALLOWANCES (DD-SUB) TO WS-ALLOWANCES
               END-EVALUATE
           END-IF.
      *
      * ANNUALIZED PERCENTAGE METHOD.
      *
       275-COMPUTE-WITHHOLDING.
      *
           COMPUTE WS-ANNUAL-WAGE =
               WS-TAXABLE-PAY * WS-PERIODS-PER-YEAR
               - WS-ALLOWANCES * WS-ALLOWANCE-AMOUNT.
           IF WS-ANNUAL-WAGE < ZERO
               MOVE ZERO TO WS-ANNUAL-WAGE
           END-IF.
           MOVE ZERO TO WR-MATCH-SUB.
           PERFORM 277-MATCH-ONE-BRACKET
               VARYING WR-SUB FROM 1 BY 1
               UNTIL WR-SUB > WR-ENTRY-COUNT.
           IF WR-MATCH-SUB = ZERO
               MOVE "NO TAX RATE" TO WS-PAY-NOTE
               DISPLAY "NO TAX BRACKET FOR FILING STATUS "
                   WS-FILING-STATUS " - EMPLOYEE " EO-EMPLOYEE-ID
                   " HELD"
           ELSE
               COMPUTE WS-ANNUAL-TAX =
                   WRT-BASE-TAX (WR-MATCH-SUB)
                   + (WS-ANNUAL-WAGE - WRT-BRACKET-FLOOR (WR-MATCH-SUB))
                   * WRT-RATE-PERCENT (WR-MATCH-SUB) / 100
               COMPUTE WS-TAX-WITHHELD ROUNDED =
                   WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR
               IF WS-TAX-WITHHELD > WS-TAXABLE-PAY
                   MOVE WS-TAXABLE-PAY TO WS-TAX-WITHHELD
               END-IF
           END-IF.
      *
       277-MATCH-ONE-BRACKET.
      *
           IF WRT-FILING-STATUS (WR-SUB) = WS-FILING-STATUS
                   AND WRT-BRACKET-FLOOR (WR-SUB) NOT > WS-ANNUAL-WAGE
               IF WR-MATCH-SUB = ZERO
                   MOVE WR-SUB TO WR-MATCH-SUB
               ELSE
                   IF WRT-BRACKET-FLOOR (WR-SUB)
                           > WRT-BRACKET-FLOOR (WR-MATCH-SUB)
                       MOVE WR-SUB TO WR-MATCH-SUB
                   END-IF
               END-IF
           END-IF.
      *
       280-PAY-EMPLOYEE.
      *
           SET EMPLOYEE-PAID TO TRUE.
           IF BN-MATCH-SUB > ZERO
               SET BNT-PAID (BN-MATCH-SUB) TO TRUE
           END-IF.
           IF AJ-MATCH-SUB > ZERO
               SET AJT-PAID (AJ-MATCH-SUB) TO TRUE
           END-IF.
           MOVE SPACES             TO PAY-EXTRACT-RECORD.
           MOVE EO-EMPLOYEE-ID     TO PX-EMPLOYEE-ID.
           MOVE EO-EMPLOYEE-NAME   TO PX-EMPLOYEE-NAME.
           MOVE EO-EMPLOYEE-DEPT   TO PX-DEPARTMENT.
           MOVE WS-GROSS-PAY       TO PX-GROSS-PAY.
           MOVE WS-NET-PAY         TO PX-NET-PAY.
           MOVE WS-PERIOD-END      TO PX-PERIOD-END.
           MOVE PD-BUSINESS-DATE   TO PX-BUSINESS-DATE.
           WRITE PAY-EXTRACT-RECORD.
           ADD 1 TO CT-EXTRACTS.
           ADD WS-NET-PAY          TO CT-EXTRACT-AMOUNT.
           ADD 1 TO CT-PAID.
           ADD WS-REGULAR-PAY      TO CT-REGULAR-PAY.
           ADD WS-BONUS-PAY        TO CT-BONUS-PAY.
           ADD WS-ADJUNCT-PAY      TO CT-ADJUNCT-PAY.
           ADD WS-GROSS-PAY        TO CT-GROSS-PAY.
           ADD WS-TAX-WITHHELD     TO CT-TAX-WITHHELD.
           ADD WS-BENEFITS         TO CT-BENEFITS.
           ADD WS-VOLUNTARY        TO CT-VOLUNTARY.
           ADD WS-NET-PAY          TO CT-NET-PAY.
           IF NOT YTD-FOUND
               SET YTD-FOUND TO TRUE
               ADD 1 TO CT-YTD-ADDED
           END-IF.
           ADD WS-GROSS-PAY        TO YT-GROSS-PAY.
           ADD WS-TAX-WITHHELD     TO YT-TAX-WITHHELD.
           ADD WS-BENEFITS         TO YT-BENEFITS.
           ADD WS-VOLUNTARY        TO YT-VOLUNTARY.
           ADD WS-NET-PAY          TO YT-NET-PAY.
           MOVE WS-PERIOD-END      TO YT-LAST-PERIOD-END.
           ADD 1                   TO YT-PERIODS-PAID.
      *
       290-RELEASE-REGISTER-RECORD.
      *
           MOVE EO-EMPLOYEE-DEPT   TO SR-DEPARTMENT.
           MOVE EO-EMPLOYEE-ID     TO SR-EMPLOYEE-ID.
           MOVE EO-EMPLOYEE-NAME   TO SR-EMPLOYEE-NAME.
           MOVE EMPLOYEE-PAID-SWITCH TO SR-PAID-SWITCH.
           MOVE WS-REGULAR-PAY     TO SR-REGULAR-PAY.
           MOVE WS-BONUS-PAY       TO SR-BONUS-PAY.
           MOVE WS-ADJUNCT-PAY     TO SR-ADJUNCT-PAY.
           MOVE WS-GROSS-PAY       TO SR-GROSS-PAY.
           MOVE WS-TAX-WITHHELD    TO SR-TAX-WITHHELD.
           MOVE WS-BENEFITS        TO SR-BENEFITS.
           MOVE WS-VOLUNTARY       TO SR-VOLUNTARY.
           MOVE WS-NET-PAY         TO SR-NET-PAY.
           MOVE WS-PAY-NOTE        TO SR-NOTE.
           RELEASE PAY-REGISTER-RECORD.
           ADD 1 TO CT-RECORDS-RELEASED.
      *
       400-PRINT-PAYROLL-REGISTER.
      *
           PERFORM 405-RETURN-PAY-RECORD.
           PERFORM 410-PRINT-ONE-DEPARTMENT
               UNTIL SORT-EOF.
           MOVE "TOTAL"            TO TTL-CAPTION.
           MOVE "RUN "             TO TTL-DEPARTMENT.
           MOVE CT-PAID            TO TTL-EMPLOYEES.
           MOVE CT-REGULAR-PAY     TO TTL-REGULAR-PAY.
           MOVE CT-BONUS-PAY       TO TTL-BONUS-PAY.
           MOVE CT-ADJUNCT-PAY     TO TTL-ADJUNCT-PAY.
           MOVE CT-GROSS-PAY       TO TTL-GROSS-PAY.
           MOVE CT-TAX-WITHHELD    TO TTL-TAX-WITHHELD.
           MOVE CT-BENEFITS        TO TTL-BENEFITS.
           MOVE CT-VOLUNTARY       TO TTL-VOLUNTARY.
           MOVE CT-NET-PAY         TO TTL-NET-PAY.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 180-PRINT-HEADING-LINES
           END-IF.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       405-RETURN-PAY-RECORD.
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
                        DPT-REGULAR-PAY
                        DPT-BONUS-PAY
                        DPT-ADJUNCT-PAY
                        DPT-GROSS-PAY
                        DPT-TAX-WITHHELD
                        DPT-BENEFITS
                        DPT-VOLUNTARY
                        DPT-NET-PAY.
           PERFORM 415-PRINT-DEPARTMENT-NAME.
           PERFORM 420-PRINT-ONE-EMPLOYEE
               UNTIL SORT-EOF
               OR SR-DEPARTMENT NOT = WS-CUR-DEPARTMENT.
           MOVE "DEPT "            TO TTL-CAPTION.
           MOVE WS-CUR-DEPARTMENT  TO TTL-DEPARTMENT.
           MOVE DPT-EMPLOYEES      TO TTL-EMPLOYEES.
           MOVE DPT-REGULAR-PAY    TO TTL-REGULAR-PAY.
           MOVE DPT-BONUS-PAY      TO TTL-BONUS-PAY.
           MOVE DPT-ADJUNCT-PAY    TO TTL-ADJUNCT-PAY.
           MOVE DPT-GROSS-PAY      TO TTL-GROSS-PAY.
           MOVE DPT-TAX-WITHHELD   TO TTL-TAX-WITHHELD.
           MOVE DPT-BENEFITS       TO TTL-BENEFITS.
           MOVE DPT-VOLUNTARY      TO TTL-VOLUNTARY.
           MOVE DPT-NET-PAY        TO TTL-NET-PAY.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           PERFORM 430-SAVE-DEPARTMENT-TOTALS.
      *
       415-PRINT-DEPARTMENT-NAME.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 180-PRINT-HEADING-LINES
           END-IF.
           MOVE WS-CUR-DEPARTMENT TO DNL-DEPARTMENT.
           MOVE WS-CUR-DEPARTMENT TO DT-SEARCH-DEPT.
           PERFORM 187-FIND-DEPARTMENT.
           IF DT-MATCH-SUB > ZERO
               MOVE DT-DEPT-NAME (DT-MATCH-SUB) TO DNL-DEPT-NAME
           ELSE
           IF DT-NOT-LOADED
               MOVE SPACES TO DNL-DEPT-NAME
           ELSE
               MOVE "*** NOT ON DEPARTMENT MASTER" TO DNL-DEPT-NAME
               DISPLAY "DEPARTMENT NOT ON DEPARTMENT MASTER "
                   WS-CUR-DEPARTMENT
               ADD 1 TO CT-DEPTS-UNKNOWN
           END-IF
           END-IF.
           MOVE DEPT-NAME-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
       430-SAVE-DEPARTMENT-TOTALS.
      *
           IF PT-ENTRY-COUNT < 200
               ADD 1 TO PT-ENTRY-COUNT
               MOVE WS-CUR-DEPARTMENT
                   TO PTT-DEPARTMENT (PT-ENTRY-COUNT)
               MOVE DPT-EMPLOYEES
                   TO PTT-EMPLOYEES (PT-ENTRY-COUNT)
               MOVE DPT-GROSS-PAY
                   TO PTT-GROSS-PAY (PT-ENTRY-COUNT)
               MOVE DPT-TAX-WITHHELD
                   TO PTT-TAX-WITHHELD (PT-ENTRY-COUNT)
               MOVE DPT-BENEFITS
                   TO PTT-BENEFITS (PT-ENTRY-COUNT)
               MOVE DPT-VOLUNTARY
                   TO PTT-VOLUNTARY (PT-ENTRY-COUNT)
               MOVE DPT-NET-PAY
                   TO PTT-NET-PAY (PT-ENTRY-COUNT)
           ELSE
               DISPLAY "PAID DEPARTMENT TABLE FULL - NOT KEPT "
                   WS-CUR-DEPARTMENT
           END-IF.
      *
       420-PRINT-ONE-EMPLOYEE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 180-PRINT-HEADING-LINES
           END-IF.
           MOVE SR-EMPLOYEE-ID     TO RGL-EMPLOYEE-ID.
           MOVE SR-EMPLOYEE-NAME   TO RGL-EMPLOYEE-NAME.
           MOVE SR-REGULAR-PAY     TO RGL-REGULAR-PAY.
           MOVE SR-BONUS-PAY       TO RGL-BONUS-PAY.
           MOVE SR-ADJUNCT-PAY     TO RGL-ADJUNCT-PAY.
           MOVE SR-GROSS-PAY       TO RGL-GROSS-PAY.
           MOVE SR-TAX-WITHHELD    TO RGL-TAX-WITHHELD.
           MOVE SR-BENEFITS        TO RGL-BENEFITS.
           MOVE SR-VOLUNTARY       TO RGL-VOLUNTARY.
           MOVE SR-NET-PAY         TO RGL-NET-PAY.
           MOVE SR-NOTE            TO RGL-NOTE.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           IF SR-PAID
               ADD 1 TO DPT-EMPLOYEES
           END-IF.
           ADD SR-REGULAR-PAY      TO DPT-REGULAR-PAY.
           ADD SR-BONUS-PAY        TO DPT-BONUS-PAY.
           ADD SR-ADJUNCT-PAY      TO DPT-ADJUNCT-PAY.
           ADD SR-GROSS-PAY        TO DPT-GROSS-PAY.
           ADD SR-TAX-WITHHELD     TO DPT-TAX-WITHHELD.
           ADD SR-BENEFITS         TO DPT-BENEFITS.
           ADD SR-VOLUNTARY        TO DPT-VOLUNTARY.
           ADD SR-NET-PAY          TO DPT-NET-PAY.
           ADD SR-GROSS-PAY        TO CT-REGISTER-GROSS.
           ADD SR-NET-PAY          TO CT-REGISTER-NET.
           PERFORM 405-RETURN-PAY-RECORD.
      *
      * EACH DEPARTMENT'S TOTALS ARE ADDED INTO ITS OWN ROLL-UP
      * ENTRY AND THAT OF EVERY DEPARTMENT ABOVE IT, THEN THE
      * ROLL-UP PRINTS IN HIERARCHY ORDER. BRANCHES WITH NOTHING
      * PAID ARE LEFT OFF.
      *
       450-PRINT-HIERARCHY-ROLLUP.
      *
           PERFORM 455-ROLL-UP-ONE-DEPARTMENT
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-ENTRY-COUNT.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 180-PRINT-HEADING-LINES
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HIERARCHY-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           PERFORM 460-PRINT-ONE-HIERARCHY-DEPT
               VARYING DT-ORDER-POSITION FROM 1 BY 1
               UNTIL DT-ORDER-POSITION > DT-ENTRY-COUNT.
      *
       455-ROLL-UP-ONE-DEPARTMENT.
      *
           MOVE PTT-DEPARTMENT (PT-SUB) TO DT-SEARCH-DEPT.
           PERFORM 187-FIND-DEPARTMENT.
           MOVE DT-MATCH-SUB TO DT-WALK-SUB.
           PERFORM 456-ADD-TO-ONE-LEVEL
               UNTIL DT-WALK-SUB = ZERO.
      *
       456-ADD-TO-ONE-LEVEL.
      *
           ADD PTT-EMPLOYEES (PT-SUB)    TO RU-EMPLOYEES (DT-WALK-SUB).
           ADD PTT-GROSS-PAY (PT-SUB)    TO RU-GROSS-PAY (DT-WALK-SUB).
           ADD PTT-TAX-WITHHELD (PT-SUB)
               TO RU-TAX-WITHHELD (DT-WALK-SUB).
           ADD PTT-BENEFITS (PT-SUB)     TO RU-BENEFITS (DT-WALK-SUB).
           ADD PTT-VOLUNTARY (PT-SUB)    TO RU-VOLUNTARY (DT-WALK-SUB).
           ADD PTT-NET-PAY (PT-SUB)      TO RU-NET-PAY (DT-WALK-SUB).
           MOVE DT-PARENT-SUB (DT-WALK-SUB) TO DT-WALK-SUB.
      *
       460-PRINT-ONE-HIERARCHY-DEPT.
      *
           MOVE DT-ORDER-SUB (DT-ORDER-POSITION) TO DT-SUB.
           IF RU-EMPLOYEES (DT-SUB) NOT = ZERO
                   OR RU-GROSS-PAY (DT-SUB) NOT = ZERO
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 180-PRINT-HEADING-LINES
               END-IF
               MOVE SPACES TO HRL-DEPT-AREA
               COMPUTE DT-INDENT = DT-LEVEL (DT-SUB) * 2 + 1
               IF DT-INDENT > 11
                   MOVE 11 TO DT-INDENT
               END-IF
               STRING DT-DEPT-CODE (DT-SUB) DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      DT-DEPT-NAME (DT-SUB) DELIMITED BY SIZE
                   INTO HRL-DEPT-AREA
                   WITH POINTER DT-INDENT
               END-STRING
               MOVE RU-EMPLOYEES (DT-SUB)    TO HRL-EMPLOYEES
               MOVE RU-GROSS-PAY (DT-SUB)    TO HRL-GROSS-PAY
               MOVE RU-TAX-WITHHELD (DT-SUB) TO HRL-TAX-WITHHELD
               MOVE RU-BENEFITS (DT-SUB)     TO HRL-BENEFITS
               MOVE RU-VOLUNTARY (DT-SUB)    TO HRL-VOLUNTARY
               MOVE RU-NET-PAY (DT-SUB)      TO HRL-NET-PAY
               MOVE HIERARCHY-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
      *
      * A BONUS OR ADJUNCT AMOUNT NOT PAID THIS PERIOD - NO ACTIVE
      * EMPLOYEE, ALREADY PAID OR HELD - IS LISTED FOR PAYROLL TO
      * FOLLOW UP.
      *
       500-LIST-UNPAID-EXTRAS.
      *
           PERFORM 510-CHECK-ONE-BONUS
               VARYING BN-SUB FROM 1 BY 1
               UNTIL BN-SUB > BN-ENTRY-COUNT.
           PERFORM 520-CHECK-ONE-ADJUNCT
               VARYING AJ-SUB FROM 1 BY 1
               UNTIL AJ-SUB > AJ-ENTRY-COUNT.
      *
       510-CHECK-ONE-BONUS.
      *
           IF NOT BNT-PAID (BN-SUB)
               DISPLAY "BONUS NOT PAID - EMPLOYEE "
                   BNT-EMPLOYEE-ID (BN-SUB) " " BNT-BONUS (BN-SUB)
               ADD 1 TO CT-BONUSES-UNPAID
           END-IF.
      *
       520-CHECK-ONE-ADJUNCT.
      *
           IF NOT AJT-PAID (AJ-SUB)
               DISPLAY "ADJUNCT PAY NOT PAID - EMPLOYEE "
                   AJT-EMPLOYEE-ID (AJ-SUB) " "
                   AJT-PAY-AMOUNT (AJ-SUB)
               ADD 1 TO CT-ADJUNCTS-UNPAID
           END-IF.
      *
      * GLEXTR JOURNALS THE PAYROLL FROM THIS RECORD - WAGE EXPENSE
      * DR FOR THE GROSS AGAINST NET PAY, TAX, BENEFITS AND
      * VOLUNTARY DEDUCTIONS PAYABLE CR - AND FROM THE PAYDEPT
      * RECORDS BEHIND IT, WHICH SPLIT THE SAME FIGURES BY
      * DEPARTMENT.
      *
       550-WRITE-PAYROLL-CONTROL.
      *
           MOVE SPACES           TO PAYROLL-CONTROL-REC.
           MOVE "PAYROLL "       TO PR-PROGRAM.
           MOVE CT-PAID          TO PR-EMPLOYEES-PAID.
           MOVE CT-GROSS-PAY     TO PR-GROSS-PAY.
           MOVE CT-TAX-WITHHELD  TO PR-TAX-WITHHELD.
           MOVE CT-BENEFITS      TO PR-BENEFITS.
           MOVE CT-VOLUNTARY     TO PR-VOLUNTARY.
           MOVE CT-NET-PAY       TO PR-NET-PAY.
           MOVE PD-BUSINESS-DATE TO PR-BUSINESS-DATE.
           WRITE PAYROLL-CONTROL-REC.
           PERFORM 555-WRITE-ONE-DEPT-CONTROL
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-ENTRY-COUNT.
      *
       555-WRITE-ONE-DEPT-CONTROL.
      *
           MOVE SPACES                    TO PAYROLL-CONTROL-REC.
           MOVE "PAYDEPT "                TO PR-PROGRAM.
           MOVE PTT-EMPLOYEES (PT-SUB)    TO PR-EMPLOYEES-PAID.
           MOVE PTT-GROSS-PAY (PT-SUB)    TO PR-GROSS-PAY.
           MOVE PTT-TAX-WITHHELD (PT-SUB) TO PR-TAX-WITHHELD.
           MOVE PTT-BENEFITS (PT-SUB)     TO PR-BENEFITS.
           MOVE PTT-VOLUNTARY (PT-SUB)    TO PR-VOLUNTARY.
           MOVE PTT-NET-PAY (PT-SUB)      TO PR-NET-PAY.
           MOVE PD-BUSINESS-DATE          TO PR-BUSINESS-DATE.
           MOVE PTT-DEPARTMENT (PT-SUB)   TO PR-DEPARTMENT.
           WRITE PAYROLL-CONTROL-REC.
      *
      * EVERY EMPLOYEE READ IS PAID OR ACCOUNTED FOR, GROSS PAY IS
      * EXACTLY TAX, DEDUCTIONS AND NET, AND THE PAY EXTRACT AND
      * THE REGISTER CARRY THE SAME NET PAY.
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
           MOVE "  ALREADY PAID    " TO CTL-LABEL.
           MOVE CT-ALREADY-PAID      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NO PAY DUE      " TO CTL-LABEL.
           MOVE CT-NO-PAY            TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  HELD - NO RATE  " TO CTL-LABEL.
           MOVE CT-HELD-NO-RATE      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  PAID            " TO CTL-LABEL.
           MOVE CT-PAID              TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  DEDUCTIONS SHORT" TO CTL-LABEL.
           MOVE CT-DEDUCTIONS-SHORT  TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "DEDUCTIONS READ   " TO CTL-LABEL.
           MOVE CT-DEDUCTIONS-READ   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  REJECTED        " TO CTL-LABEL.
           MOVE CT-DEDUCTIONS-REJ    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "TAX BRACKETS      " TO CTL-LABEL.
           MOVE CT-BRACKETS-LOADED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "BONUSES READ      " TO CTL-LABEL.
           MOVE CT-BONUSES-READ      TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NOT PAID        " TO CTL-LABEL.
           MOVE CT-BONUSES-UNPAID    TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "ADJUNCT PAY READ  " TO CTL-LABEL.
           MOVE CT-ADJUNCTS-READ     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  NOT PAID        " TO CTL-LABEL.
           MOVE CT-ADJUNCTS-UNPAID   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "PAY EXTRACTS      " TO CTL-LABEL.
           MOVE CT-EXTRACTS          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "YTD READ          " TO CTL-LABEL.
           MOVE CT-YTD-READ          TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "YTD ADDED         " TO CTL-LABEL.
           MOVE CT-YTD-ADDED         TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "YTD WRITTEN       " TO CTL-LABEL.
           MOVE CT-YTD-WRITTEN       TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "DEPTS NOT ON MASTER" TO CTL-LABEL.
           MOVE CT-DEPTS-UNKNOWN     TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-EMPLOYEES-READ = CT-TERMINATED + CT-ALREADY-PAID
                   + CT-NO-PAY + CT-HELD-NO-RATE + CT-PAID
                   AND CT-GROSS-PAY = CT-TAX-WITHHELD + CT-BENEFITS
                       + CT-VOLUNTARY + CT-NET-PAY
                   AND CT-GROSS-PAY = CT-REGULAR-PAY + CT-BONUS-PAY
                       + CT-ADJUNCT-PAY
                   AND CT-EXTRACTS = CT-PAID
                   AND CT-EXTRACT-AMOUNT = CT-NET-PAY
                   AND CT-REGISTER-NET = CT-NET-PAY
                   AND CT-REGISTER-GROSS = CT-GROSS-PAY
                   AND CT-RECORDS-RETURNED = CT-RECORDS-RELEASED
                   AND CT-YTD-WRITTEN = CT-YTD-READ + CT-YTD-ADDED
               DISPLAY "*** PAYROLL RUN IS IN BALANCE ***"
               IF CT-HELD-NO-RATE > ZERO
                       OR CT-DEDUCTIONS-REJ > ZERO
                       OR CT-BONUSES-UNPAID > ZERO
                       OR CT-ADJUNCTS-UNPAID > ZERO
                       OR CT-DEPTS-UNKNOWN > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** PAYROLL RUN IS OUT OF BALANCE"
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
