       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITTAX.
      *
      * YEAR-END TUITION TAX STATEMENTS. RUN IN JANUARY FOR THE
      * CALENDAR (TAX) YEAR ON THE SYSIN CARD, IT TOTALS FOR EACH
      * STUDENT THE QUALIFIED TUITION BILLED IN THE YEAR, THE
      * PAYMENTS RECEIVED IN THE YEAR AND THE SCHOLARSHIPS AND
      * GRANTS APPLIED, PRINTS ONE STATEMENT PER STUDENT (TAXSTMT)
      * ADDRESSED FROM THE SDDATA STUDENT MASTER, AND WRITES THE
      * ELECTRONIC FILING FILE (TAXFILE).
      *
      * THE YEAR'S FIGURES COME FROM THE TERM FILES ALREADY KEPT -
      * THE DD FOR EACH CONCATENATES THE GENERATIONS OF THE YEAR:
      *   TUITINV  - THE GROSS BILLING RUN INVOICES (TUITION). AN
      *              INVOICE WHOSE BILL DATE FALLS IN THE YEAR IS
      *              TUITION BILLED.
      *   AIDINV   - THE FINANCIAL AID RUN'S NET INVOICES (FINAID).
      *              THE AID APPLIED TO A BILL IS ITS GROSS AMOUNT
      *              LESS ITS NET AMOUNT - THE SAME STUDENT AND BILL
      *              DATE. A TERM WITH NO AID RUN HAS NO AIDINV.
      *   BURSBAL  - THE LAST BURSAR RUN OF EACH TERM. ITS DROP
      *              CREDITS COME OFF THE TUITION BILLED FOR THE
      *              YEAR OF THE BILL THEY REDUCE.
      *   TUITPAY  - STUDENT PAYMENTS, COUNTED BY PAYMENT DATE.
      * LATE-ADD FEES ARE NOT QUALIFIED TUITION AND ARE LEFT OUT.
      *
      * EVERY STATEMENT ISSUED IS KEPT ON THE TAX STATEMENT HISTORY
      * (TAXHOLD IN, TAXHNEW OUT - ONE RECORD PER STUDENT AND TAX
      * YEAR, IN THAT ORDER). RERUNNING A YEAR ALREADY ISSUED -
      * WHEN A FIGURE FOR IT HAS BEEN ADJUSTED SINCE, SAY BY A LATE
      * DROP CREDIT - ISSUES A CORRECTED STATEMENT, AND A FILING
      * RECORD FLAGGED 'C', ONLY FOR THE STUDENTS WHOSE FIGURES
      * CHANGED; A STUDENT NOW SHOWING NOTHING FOR THE YEAR IS
      * CORRECTED TO ZERO. STUDENTS NOT YET ISSUED GET AN ORIGINAL
      * STATEMENT AND UNCHANGED STUDENTS GET NOTHING.
      *
      * TAXFILE LAYOUT (80 BYTES): ONE 'A' ISSUER RECORD (EIN,
      * INSTITUTION NAME, TAX YEAR, RUN DATE), ONE 'B' RECORD PER
      * STATEMENT (STUDENT ID, TAX YEAR, CORRECTED FLAG, NAME,
      * QUALIFIED TUITION BILLED, PAYMENTS, SCHOLARSHIPS) AND A 'C'
      * CONTROL TOTAL RECORD (B-RECORD COUNT, THE THREE AMOUNT
      * TOTALS AND THE CORRECTED COUNT).
      *
      * SYSIN: COLS 1-4 TAX YEAR.
      * TAXCTL RECORD: INSTITUTION EIN X(9), NAME X(25), ADDRESS
      * LINES X(25) AND X(21) - PRINTED AS THE FILER ON EVERY
      * STATEMENT. A NET INVOICE WITH NO MATCHING GROSS INVOICE IS
      * LISTED AND ENDS THE RUN WITH RETURN CODE 4; AN OUT-OF-
      * BALANCE RUN ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXCTL   ASSIGN TO TAXCTL
               FILE STATUS IS WF-TAXCTL-STATUS.
           SELECT TUITINV  ASSIGN TO TUITINV
               FILE STATUS IS WF-TUITINV-STATUS.
           SELECT AIDINV   ASSIGN TO AIDINV
               FILE STATUS IS WF-AIDINV-STATUS.
           SELECT BURSBAL  ASSIGN TO BURSBAL
               FILE STATUS IS WF-BURSBAL-STATUS.
           SELECT TUITPAY  ASSIGN TO TUITPAY
               FILE STATUS IS WF-TUITPAY-STATUS.
           SELECT StudentFile ASSIGN TO SDDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ws-StudentId-key
               FILE STATUS IS WF-SDDATA-STATUS.
           SELECT TAX-HISTORY-OLD ASSIGN TO TAXHOLD
               FILE STATUS IS WF-TAXHOLD-STATUS.
           SELECT TAX-HISTORY-NEW ASSIGN TO TAXHNEW
               FILE STATUS IS WF-TAXHNEW-STATUS.
           SELECT TAXSTMT  ASSIGN TO TAXSTMT
               FILE STATUS IS WF-TAXSTMT-STATUS.
           SELECT TAXFILE  ASSIGN TO TAXFILE
               FILE STATUS IS WF-TAXFILE-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  TAXCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-CONTROL-RECORD.
           05  TX-INSTITUTION-EIN      PIC X(9).
           05  TX-INSTITUTION-NAME     PIC X(25).
           05  TX-ADDRESS-LINE-1       PIC X(25).
           05  TX-ADDRESS-LINE-2       PIC X(21).
      *
       FD  TUITINV
           RECORD CONTAINS 60 CHARACTERS.
       01  TUITION-INVOICE-RECORD.
           05  TI-STUDENT-ID           PIC 9(09).
           05  TI-STUDENT-NAME         PIC X(25).
           05  TI-TOTAL-UNITS          PIC 9(03).
           05  TI-AMOUNT-DUE           PIC 9(07)V9(02).
           05  TI-BILL-DATE            PIC 9(08).
           05  FILLER                  PIC X(06).
      *
       FD  AIDINV
           RECORD CONTAINS 60 CHARACTERS.
       01  NET-INVOICE-RECORD.
           05  NI-STUDENT-ID           PIC 9(09).
           05  NI-STUDENT-NAME         PIC X(25).
           05  NI-TOTAL-UNITS          PIC 9(03).
           05  NI-AMOUNT-DUE           PIC 9(07)V9(02).
           05  NI-BILL-DATE            PIC 9(08).
           05  FILLER                  PIC X(06).
      *
       FD  BURSBAL
           RECORD CONTAINS 80 CHARACTERS.
       01  BURSAR-BALANCE-RECORD.
           05  BB-STUDENT-ID           PIC 9(09).
           05  BB-STUDENT-NAME         PIC X(25).
           05  BB-BALANCE              PIC S9(07)V9(02)
                                       SIGN IS LEADING SEPARATE.
           05  BB-BILL-DATE            PIC 9(08).
           05  BB-DROP-CREDITS         PIC 9(07)V9(02).
           05  FILLER                  PIC X(19).
      *
       FD  TUITPAY
           RECORD CONTAINS 80 CHARACTERS.
       01  TUITION-PAYMENT-RECORD.
           05  TP-STUDENT-ID           PIC 9(09).
           05  TP-AMOUNT               PIC 9(07)V9(02).
           05  TP-PAYMENT-DATE         PIC 9(08).
           05  FILLER                  PIC X(54).
      *
       FD  StudentFile.
       01  studentdetails.
           05 ws-StudentId-key    PIC 9(7).
           05 ws-Surname          PIC X(8).
           05 ws-Initials         PIC XX.
           05 FILLER              PIC X(13).
           05 ws-Status           PIC X.
           05 ws-LastActivityYear PIC X(4).
           05 ws-Contact.
              07 ws-Street        PIC X(15).
              07 ws-City          PIC X(10).
              07 ws-State         PIC XX.
              07 ws-Zip           PIC X(5).
              07 ws-Phone         PIC X(10).
           05 FILLER              PIC X(3).
      *
       FD  TAX-HISTORY-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-HISTORY-OLD-RECORD.
           05  THO-STUDENT-ID          PIC 9(9).
           05  THO-TAX-YEAR            PIC 9(4).
           05  THO-STUDENT-NAME        PIC X(25).
           05  THO-QUALIFIED-BILLED    PIC 9(7)V99.
           05  THO-PAYMENTS            PIC 9(7)V99.
           05  THO-SCHOLARSHIPS        PIC 9(7)V99.
           05  THO-ISSUE-DATE          PIC 9(8).
           05  THO-CORRECTION-COUNT    PIC 9(2).
           05  FILLER                  PIC X(5).
      *
       FD  TAX-HISTORY-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-HISTORY-NEW-RECORD.
           05  THN-STUDENT-ID          PIC 9(9).
           05  THN-TAX-YEAR            PIC 9(4).
           05  THN-STUDENT-NAME        PIC X(25).
           05  THN-QUALIFIED-BILLED    PIC 9(7)V99.
           05  THN-PAYMENTS            PIC 9(7)V99.
           05  THN-SCHOLARSHIPS        PIC 9(7)V99.
           05  THN-ISSUE-DATE          PIC 9(8).
           05  THN-CORRECTION-COUNT    PIC 9(2).
           05  FILLER                  PIC X(5).
      *
       FD  TAXSTMT.
       01  PRINT-AREA       PIC X(132).
      *
       FD  TAXFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-FILING-RECORD.
           05  TF-RECORD-TYPE          PIC X(1).
           05  TF-RECORD-DATA          PIC X(79).
       01  TAX-ISSUER-RECORD REDEFINES TAX-FILING-RECORD.
           05  FILLER                  PIC X(1).
           05  TFA-INSTITUTION-EIN     PIC X(9).
           05  TFA-INSTITUTION-NAME    PIC X(25).
           05  TFA-TAX-YEAR            PIC 9(4).
           05  TFA-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(33).
       01  TAX-PAYEE-RECORD REDEFINES TAX-FILING-RECORD.
           05  FILLER                  PIC X(1).
           05  TFB-STUDENT-ID          PIC 9(9).
           05  TFB-TAX-YEAR            PIC 9(4).
           05  TFB-CORRECTED-FLAG      PIC X(1).
           05  TFB-STUDENT-NAME        PIC X(25).
           05  TFB-QUALIFIED-BILLED    PIC 9(7)V99.
           05  TFB-PAYMENTS            PIC 9(7)V99.
           05  TFB-SCHOLARSHIPS        PIC 9(7)V99.
           05  FILLER                  PIC X(13).
       01  TAX-CONTROL-TOTAL-RECORD REDEFINES TAX-FILING-RECORD.
           05  FILLER                  PIC X(1).
           05  TFC-PAYEE-COUNT         PIC 9(6).
           05  TFC-QUALIFIED-BILLED    PIC 9(9)V99.
           05  TFC-PAYMENTS            PIC 9(9)V99.
           05  TFC-SCHOLARSHIPS        PIC 9(9)V99.
           05  TFC-CORRECTED-COUNT     PIC 9(6).
           05  FILLER                  PIC X(34).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
      * ONE RECORD PER AMOUNT FOR THE YEAR, FROM WHICHEVER FILE.
      * WITHIN A BILL DATE THE GROSS INVOICE SORTS AHEAD OF ITS
      * NET INVOICE SO THE AID APPLIED CAN BE TAKEN OFF IT.
      *
       SD  SORT-FILE.
       01  TAX-ACTIVITY-RECORD.
           05  TA-STUDENT-ID           PIC 9(9).
           05  TA-ACTIVITY-DATE        PIC 9(8).
           05  TA-SOURCE               PIC X(1).
               88  TA-GROSS-INVOICE        VALUE "1".
               88  TA-NET-INVOICE          VALUE "2".
               88  TA-DROP-CREDIT          VALUE "3".
               88  TA-PAYMENT              VALUE "4".
           05  TA-AMOUNT               PIC 9(7)V99.
           05  TA-STUDENT-NAME         PIC X(25).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  TUITINV-EOF-SWITCH      PIC X    VALUE "N".
               88  TUITINV-EOF                  VALUE "Y".
           05  AIDINV-EOF-SWITCH       PIC X    VALUE "N".
               88  AIDINV-EOF                   VALUE "Y".
           05  BURSBAL-EOF-SWITCH      PIC X    VALUE "N".
               88  BURSBAL-EOF                  VALUE "Y".
           05  TUITPAY-EOF-SWITCH      PIC X    VALUE "N".
               88  TUITPAY-EOF                  VALUE "Y".
           05  TAXHOLD-EOF-SWITCH      PIC X    VALUE "N".
               88  TAXHOLD-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  SDDATA-FOUND-SWITCH     PIC X    VALUE "N".
               88  SDDATA-FOUND                 VALUE "Y".
           05  ISSUED-SWITCH           PIC X    VALUE "N".
               88  ALREADY-ISSUED               VALUE "Y".
           05  CORRECTED-SWITCH        PIC X    VALUE "N".
               88  CORRECTED-STATEMENT          VALUE "Y".
           05  TAXHOLD-OPEN-SWITCH     PIC X    VALUE "N".
               88  TAXHOLD-OPEN                 VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-TAXCTL-STATUS    PIC XX.
               88  TAXCTL-FILE-OK          VALUE "00".
           05  WF-TUITINV-STATUS   PIC XX.
               88  TUITINV-FILE-OK         VALUE "00".
           05  WF-AIDINV-STATUS    PIC XX.
               88  AIDINV-FILE-OK          VALUE "00".
           05  WF-BURSBAL-STATUS   PIC XX.
               88  BURSBAL-FILE-OK         VALUE "00".
           05  WF-TUITPAY-STATUS   PIC XX.
               88  TUITPAY-FILE-OK         VALUE "00".
           05  WF-SDDATA-STATUS    PIC XX.
               88  SDDATA-FILE-OK          VALUE "00".
           05  WF-TAXHOLD-STATUS   PIC XX.
               88  TAXHOLD-FILE-OK         VALUE "00".
               88  TAXHOLD-NOT-FOUND       VALUE "35".
           05  WF-TAXHNEW-STATUS   PIC XX.
               88  TAXHNEW-FILE-OK         VALUE "00".
           05  WF-TAXSTMT-STATUS   PIC XX.
               88  TAXSTMT-FILE-OK         VALUE "00".
           05  WF-TAXFILE-STATUS   PIC XX.
               88  TAXFILE-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
      *
       01  CONTROL-CARD.
           05  CC-TAX-YEAR         PIC X(4).
           05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
                                   PIC 9(4).
           05  FILLER              PIC X(76).
      *
       01  TAX-CONTROL-FIELDS.
           05  WS-TAX-YEAR         PIC 9(4).
           05  WS-ISSUE-DATE       PIC 9(8).
           05  WS-INSTITUTION-EIN  PIC X(9).
           05  WS-INSTITUTION-NAME PIC X(25).
           05  WS-ADDRESS-LINE-1   PIC X(25).
           05  WS-ADDRESS-LINE-2   PIC X(21).
      *
       01  STUDENT-FIELDS.
           05  WS-CUR-STUDENT-ID   PIC 9(9).
           05  WS-CUR-STUDENT-NAME PIC X(25).
           05  WS-BILLED           PIC S9(7)V99  COMP-3.
           05  WS-DROP-CREDITS     PIC S9(7)V99  COMP-3.
           05  WS-QUALIFIED-BILLED PIC S9(7)V99  COMP-3.
           05  WS-PAYMENTS         PIC S9(7)V99  COMP-3.
           05  WS-SCHOLARSHIPS     PIC S9(7)V99  COMP-3.
           05  WS-LAST-GROSS-DATE  PIC 9(8).
           05  WS-LAST-GROSS       PIC S9(7)V99  COMP-3.
           05  WS-AID-APPLIED      PIC S9(7)V99  COMP-3.
      *
       01  ISSUED-FIELDS.
           05  WS-ISSUED-QUALIFIED PIC 9(7)V99.
           05  WS-ISSUED-PAYMENTS  PIC 9(7)V99.
           05  WS-ISSUED-SCHOLARS  PIC 9(7)V99.
           05  WS-ISSUED-DATE      PIC 9(8).
           05  WS-ISSUED-CORRECTIONS PIC 9(2).
      *
       01  WORK-FIELDS.
           05  STUDENT-ID.
               10  STUDENT-ID-1            PIC 9(03).
               10  STUDENT-ID-2            PIC 9(02).
               10  STUDENT-ID-3            PIC 9(04).
           05  FORMATTED-STUDENT-ID.
               10  FORMATTED-STUDENT-ID-1  PIC 9(03).
               10  FILLER                  PIC X(01)   VALUE "-".
               10  FORMATTED-STUDENT-ID-2  PIC 9(02).
               10  FILLER                  PIC X(01)   VALUE "-".
               10  FORMATTED-STUDENT-ID-3  PIC 9(04).
           05  WS-DATE-WORK            PIC 9(8).
           05  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR        PIC 9(4).
               10  WS-DATE-MONTH       PIC 9(2).
               10  WS-DATE-DAY         PIC 9(2).
           05  WS-DATE-EDIT            PIC X(10).
      *
       01  CONTROL-TOTALS.
           05  CT-INVOICES-READ    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NET-INVOICES-READ PIC S9(7)    COMP-3 VALUE ZERO.
           05  CT-BALANCES-READ    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PAYMENTS-READ    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RECORDS-RELEASED PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RECORDS-RETURNED PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NET-UNMATCHED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-STUDENTS         PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-NO-AMOUNTS       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ORIGINALS        PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-CORRECTIONS      PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-UNCHANGED        PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-STATEMENTS       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-NO-ADDRESS       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-PAYEE-RECORDS    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TOTAL-QUALIFIED  PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-TOTAL-PAYMENTS   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-TOTAL-SCHOLARS   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HISTORY-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "YEAR-END TUITION TAX".
           05  FILLER          PIC X(20)   VALUE " STATEMENTS         ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "TUITTAX".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  STATEMENT-TITLE-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(31)
                   VALUE "TUITION STATEMENT FOR TAX YEAR ".
           05  STT-TAX-YEAR        PIC 9(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  STT-CORRECTED       PIC X(9).
           05  FILLER              PIC X(80)    VALUE SPACE.
      *
       01  FILER-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FLL-CAPTION         PIC X(11).
           05  FLL-TEXT            PIC X(25).
           05  FILLER              PIC X(91)    VALUE SPACE.
      *
       01  STUDENT-NAME-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(11)    VALUE "STUDENT:   ".
           05  SNL-NAME            PIC X(25).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE "ID: ".
           05  SNL-STUDENT-ID      PIC X(11).
           05  FILLER              PIC X(72)    VALUE SPACE.
      *
       01  ADDRESS-STREET-LINE.
           05  FILLER              PIC X(16)    VALUE SPACE.
           05  ASL-STREET          PIC X(15).
           05  FILLER              PIC X(101)   VALUE SPACE.
      *
       01  ADDRESS-CITY-LINE.
           05  FILLER              PIC X(16)    VALUE SPACE.
           05  ACL-CITY            PIC X(10).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  ACL-STATE           PIC XX.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  ACL-ZIP             PIC X(5).
           05  FILLER              PIC X(97)    VALUE SPACE.
      *
       01  NO-ADDRESS-LINE.
           05  FILLER              PIC X(16)    VALUE SPACE.
           05  FILLER              PIC X(23)
                   VALUE "NO ADDRESS ON FILE     ".
           05  FILLER              PIC X(93)    VALUE SPACE.
      *
       01  AMOUNT-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  AML-LABEL           PIC X(45).
           05  AML-AMOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(72)    VALUE SPACE.
      *
       01  CORRECTION-NOTE-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(40)
                   VALUE "THIS CORRECTED STATEMENT REPLACES THE ON".
           05  FILLER              PIC X(9)     VALUE "E ISSUED ".
           05  CNL-ISSUED-DATE     PIC X(10).
           05  FILLER              PIC X(1)     VALUE ".".
           05  FILLER              PIC X(67)    VALUE SPACE.
      *
       01  KEEP-RECORDS-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(40)
                   VALUE "KEEP THIS STATEMENT WITH YOUR TAX RECORD".
           05  FILLER              PIC X(2)     VALUE "S.".
           05  FILLER              PIC X(85)    VALUE SPACE.
      *
       01  SEPARATOR-LINE.
           05  FILLER              PIC X(132)   VALUE ALL "-".
      *
       PROCEDURE DIVISION.
      *
       000-PRODUCE-TAX-STATEMENTS.
      *
           PERFORM 095-ACCEPT-TAX-YEAR.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-TAX-CONTROL.
           PERFORM 130-WRITE-ISSUER-RECORD.
           PERFORM 170-READ-OLD-HISTORY.
           SORT SORT-FILE
               ON ASCENDING KEY TA-STUDENT-ID
               ON ASCENDING KEY TA-ACTIVITY-DATE
               ON ASCENDING KEY TA-SOURCE
               INPUT PROCEDURE 200-RELEASE-ACTIVITY
               OUTPUT PROCEDURE 300-ISSUE-STATEMENTS.
           PERFORM 410-CARRY-OLD-HISTORY
               UNTIL TAXHOLD-EOF.
           IF TAXHOLD-OPEN
               CLOSE TAX-HISTORY-OLD
           END-IF.
           PERFORM 550-WRITE-CONTROL-TOTAL-RECORD.
           PERFORM 600-DISPLAY-CONTROL-TOTALS.
           CLOSE StudentFile
                 TAX-HISTORY-NEW
                 TAXSTMT
                 TAXFILE.
           GOBACK.
      *
       095-ACCEPT-TAX-YEAR.
      *
           MOVE SPACES TO CONTROL-CARD.
           ACCEPT CONTROL-CARD.
           IF CC-TAX-YEAR NOT NUMERIC
               DISPLAY "TUITTAX TAX YEAR MISSING OR NOT NUMERIC - "
                   "STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE CC-TAX-YEAR-N TO WS-TAX-YEAR.
           DISPLAY "TUITTAX TUITION STATEMENTS FOR TAX YEAR "
               WS-TAX-YEAR.
      *
      * A TAX STATEMENT HISTORY NOT YET CREATED IS TAKEN AS EMPTY -
      * NOTHING ISSUED BEFORE.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  StudentFile
                OUTPUT TAX-HISTORY-NEW
                       TAXSTMT
                       TAXFILE.
           IF NOT SDDATA-FILE-OK
              DISPLAY "SDDATA OPEN ERROR: " WF-SDDATA-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT TAXHNEW-FILE-OK
              DISPLAY "TAXHNEW OPEN ERROR: " WF-TAXHNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT TAXSTMT-FILE-OK
              DISPLAY "TAXSTMT OPEN ERROR: " WF-TAXSTMT-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT TAXFILE-FILE-OK
              DISPLAY "TAXFILE OPEN ERROR: " WF-TAXFILE-STATUS
              PERFORM 900-ABORT
           END-IF.
           OPEN INPUT TAX-HISTORY-OLD.
           IF TAXHOLD-NOT-FOUND
               MOVE "Y" TO TAXHOLD-EOF-SWITCH
           ELSE
               IF NOT TAXHOLD-FILE-OK
                   DISPLAY "TAXHOLD OPEN ERROR: " WF-TAXHOLD-STATUS
                   PERFORM 900-ABORT
               END-IF
               SET TAXHOLD-OPEN TO TRUE
           END-IF.
      *
      * STATEMENTS ARE DATED WITH THE PROCDATE BUSINESS DATE, AND
      * THAT IS THE ISSUE DATE KEPT ON THE HISTORY.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 115-READ-PROCESSING-DATE.
           MOVE PD-BUSINESS-DATE TO WS-ISSUE-DATE.
           MOVE PD-MONTH   TO HL1-MONTH.
           MOVE PD-DAY     TO HL1-DAY.
           MOVE PD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE WS-TAX-YEAR TO STT-TAX-YEAR.
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
       120-READ-TAX-CONTROL.
      *
           OPEN INPUT TAXCTL.
           IF NOT TAXCTL-FILE-OK
              DISPLAY "TAXCTL OPEN ERROR: " WF-TAXCTL-STATUS
              PERFORM 900-ABORT
           END-IF.
           READ TAXCTL
               AT END
                   DISPLAY "TAXCTL CONTROL FILE IS EMPTY"
                   PERFORM 900-ABORT
           END-READ.
           CLOSE TAXCTL.
           IF TX-INSTITUTION-EIN NOT NUMERIC
                   OR TX-INSTITUTION-NAME = SPACES
               DISPLAY "TAXCTL EIN OR INSTITUTION NAME MISSING - "
                   "STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
           MOVE TX-INSTITUTION-EIN  TO WS-INSTITUTION-EIN.
           MOVE TX-INSTITUTION-NAME TO WS-INSTITUTION-NAME.
           MOVE TX-ADDRESS-LINE-1   TO WS-ADDRESS-LINE-1.
           MOVE TX-ADDRESS-LINE-2   TO WS-ADDRESS-LINE-2.
      *
       130-WRITE-ISSUER-RECORD.
      *
           MOVE SPACES              TO TAX-FILING-RECORD.
           MOVE "A"                 TO TF-RECORD-TYPE.
           MOVE WS-INSTITUTION-EIN  TO TFA-INSTITUTION-EIN.
           MOVE WS-INSTITUTION-NAME TO TFA-INSTITUTION-NAME.
           MOVE WS-TAX-YEAR         TO TFA-TAX-YEAR.
           MOVE WS-ISSUE-DATE       TO TFA-RUN-DATE.
           WRITE TAX-FILING-RECORD.
      *
       170-READ-OLD-HISTORY.
      *
           IF NOT TAXHOLD-EOF
               READ TAX-HISTORY-OLD
                   AT END
                       MOVE "Y" TO TAXHOLD-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO CT-HISTORY-READ
               END-READ
           END-IF.
      *
       200-RELEASE-ACTIVITY.
      *
           PERFORM 210-RELEASE-INVOICES.
           PERFORM 220-RELEASE-NET-INVOICES.
           PERFORM 230-RELEASE-DROP-CREDITS.
           PERFORM 240-RELEASE-PAYMENTS.
      *
       210-RELEASE-INVOICES.
      *
           OPEN INPUT TUITINV.
           IF NOT TUITINV-FILE-OK
               DISPLAY "TUITINV OPEN ERROR: " WF-TUITINV-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 215-READ-INVOICE
               UNTIL TUITINV-EOF.
           CLOSE TUITINV.
      *
       215-READ-INVOICE.
      *
           READ TUITINV
               AT END
                   MOVE "Y" TO TUITINV-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-INVOICES-READ
                   MOVE TI-BILL-DATE TO WS-DATE-WORK
                   IF WS-DATE-YEAR = WS-TAX-YEAR
                       MOVE TI-STUDENT-ID   TO TA-STUDENT-ID
                       MOVE TI-BILL-DATE    TO TA-ACTIVITY-DATE
                       SET TA-GROSS-INVOICE TO TRUE
                       MOVE TI-AMOUNT-DUE   TO TA-AMOUNT
                       MOVE TI-STUDENT-NAME TO TA-STUDENT-NAME
                       PERFORM 250-RELEASE-ONE-AMOUNT
                   END-IF
           END-READ.
      *
       220-RELEASE-NET-INVOICES.
      *
           OPEN INPUT AIDINV.
           IF NOT AIDINV-FILE-OK
               DISPLAY "AIDINV OPEN ERROR: " WF-AIDINV-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 225-READ-NET-INVOICE
               UNTIL AIDINV-EOF.
           CLOSE AIDINV.
      *
       225-READ-NET-INVOICE.
      *
           READ AIDINV
               AT END
                   MOVE "Y" TO AIDINV-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-NET-INVOICES-READ
                   MOVE NI-BILL-DATE TO WS-DATE-WORK
                   IF WS-DATE-YEAR = WS-TAX-YEAR
                       MOVE NI-STUDENT-ID   TO TA-STUDENT-ID
                       MOVE NI-BILL-DATE    TO TA-ACTIVITY-DATE
                       SET TA-NET-INVOICE   TO TRUE
                       MOVE NI-AMOUNT-DUE   TO TA-AMOUNT
                       MOVE NI-STUDENT-NAME TO TA-STUDENT-NAME
                       PERFORM 250-RELEASE-ONE-AMOUNT
                   END-IF
           END-READ.
      *
      * A BALANCE RECORD WRITTEN BEFORE BURSAR CARRIED THE DROP
      * CREDITS HAS NONE TO OFFER.
      *
       230-RELEASE-DROP-CREDITS.
      *
           OPEN INPUT BURSBAL.
           IF NOT BURSBAL-FILE-OK
               DISPLAY "BURSBAL OPEN ERROR: " WF-BURSBAL-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 235-READ-BALANCE
               UNTIL BURSBAL-EOF.
           CLOSE BURSBAL.
      *
       235-READ-BALANCE.
      *
           READ BURSBAL
               AT END
                   MOVE "Y" TO BURSBAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-BALANCES-READ
                   MOVE BB-BILL-DATE TO WS-DATE-WORK
                   IF WS-DATE-YEAR = WS-TAX-YEAR
                           AND BB-DROP-CREDITS NUMERIC
                           AND BB-DROP-CREDITS > ZERO
                       MOVE BB-STUDENT-ID   TO TA-STUDENT-ID
                       MOVE BB-BILL-DATE    TO TA-ACTIVITY-DATE
                       SET TA-DROP-CREDIT   TO TRUE
                       MOVE BB-DROP-CREDITS TO TA-AMOUNT
                       MOVE BB-STUDENT-NAME TO TA-STUDENT-NAME
                       PERFORM 250-RELEASE-ONE-AMOUNT
                   END-IF
           END-READ.
      *
       240-RELEASE-PAYMENTS.
      *
           OPEN INPUT TUITPAY.
           IF NOT TUITPAY-FILE-OK
               DISPLAY "TUITPAY OPEN ERROR: " WF-TUITPAY-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 245-READ-PAYMENT
               UNTIL TUITPAY-EOF.
           CLOSE TUITPAY.
      *
       245-READ-PAYMENT.
      *
           READ TUITPAY
               AT END
                   MOVE "Y" TO TUITPAY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-PAYMENTS-READ
                   MOVE TP-PAYMENT-DATE TO WS-DATE-WORK
                   IF WS-DATE-YEAR = WS-TAX-YEAR
                       MOVE TP-STUDENT-ID   TO TA-STUDENT-ID
                       MOVE TP-PAYMENT-DATE TO TA-ACTIVITY-DATE
                       SET TA-PAYMENT       TO TRUE
                       MOVE TP-AMOUNT       TO TA-AMOUNT
                       MOVE SPACES          TO TA-STUDENT-NAME
                       PERFORM 250-RELEASE-ONE-AMOUNT
                   END-IF
           END-READ.
      *
       250-RELEASE-ONE-AMOUNT.
      *
           RELEASE TAX-ACTIVITY-RECORD.
           ADD 1 TO CT-RECORDS-RELEASED.
      *
       300-ISSUE-STATEMENTS.
      *
           PERFORM 310-RETURN-ACTIVITY.
           PERFORM 320-TOTAL-ONE-STUDENT
               UNTIL SORT-EOF.
      *
       310-RETURN-ACTIVITY.
      *
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-RECORDS-RETURNED
           END-RETURN.
      *
       320-TOTAL-ONE-STUDENT.
      *
           PERFORM 410-CARRY-OLD-HISTORY
               UNTIL TAXHOLD-EOF
               OR THO-STUDENT-ID NOT < TA-STUDENT-ID.
           MOVE TA-STUDENT-ID TO WS-CUR-STUDENT-ID.
           MOVE SPACES TO WS-CUR-STUDENT-NAME.
           MOVE ZERO TO WS-BILLED
                        WS-DROP-CREDITS
                        WS-PAYMENTS
                        WS-SCHOLARSHIPS
                        WS-LAST-GROSS
                        WS-LAST-GROSS-DATE.
           PERFORM 330-ADD-ONE-AMOUNT
               UNTIL SORT-EOF
               OR TA-STUDENT-ID NOT = WS-CUR-STUDENT-ID.
           COMPUTE WS-QUALIFIED-BILLED = WS-BILLED - WS-DROP-CREDITS.
           IF WS-QUALIFIED-BILLED < ZERO
               MOVE ZERO TO WS-QUALIFIED-BILLED
           END-IF.
           ADD 1 TO CT-STUDENTS.
           PERFORM 400-MATCH-HISTORY.
           PERFORM 440-ISSUE-OR-PASS.
      *
      * THE AID APPLIED TO A BILL IS ITS GROSS LESS ITS NET - THE
      * GROSS INVOICE FOR THE SAME BILL DATE SORTS JUST AHEAD.
      *
       330-ADD-ONE-AMOUNT.
      *
           IF WS-CUR-STUDENT-NAME = SPACES
               MOVE TA-STUDENT-NAME TO WS-CUR-STUDENT-NAME
           END-IF.
           EVALUATE TRUE
               WHEN TA-GROSS-INVOICE
                   ADD TA-AMOUNT TO WS-BILLED
                   MOVE TA-AMOUNT        TO WS-LAST-GROSS
                   MOVE TA-ACTIVITY-DATE TO WS-LAST-GROSS-DATE
               WHEN TA-NET-INVOICE
                   IF TA-ACTIVITY-DATE = WS-LAST-GROSS-DATE
                       COMPUTE WS-AID-APPLIED =
                           WS-LAST-GROSS - TA-AMOUNT
                       IF WS-AID-APPLIED > ZERO
                           ADD WS-AID-APPLIED TO WS-SCHOLARSHIPS
                       END-IF
                       MOVE ZERO TO WS-LAST-GROSS-DATE
                   ELSE
                       ADD 1 TO CT-NET-UNMATCHED
                       DISPLAY "TUITTAX NET INVOICE WITH NO GROSS "
                           "INVOICE - STUDENT " TA-STUDENT-ID
                           " BILLED " TA-ACTIVITY-DATE
                   END-IF
               WHEN TA-DROP-CREDIT
                   ADD TA-AMOUNT TO WS-DROP-CREDITS
               WHEN TA-PAYMENT
                   ADD TA-AMOUNT TO WS-PAYMENTS
           END-EVALUATE.
           PERFORM 310-RETURN-ACTIVITY.
      *
      * MATCH-MERGE AGAINST THE OLD HISTORY - BOTH ARE IN STUDENT
      * ORDER. EARLIER STUDENTS HAVE ALREADY BEEN CARRIED FORWARD;
      * THIS STUDENT'S EARLIER YEARS ARE CARRIED AND THE TAX YEAR'S
      * RECORD, IF ONE WAS ISSUED, IS HELD FOR THE COMPARISON.
      *
       400-MATCH-HISTORY.
      *
           MOVE "N" TO ISSUED-SWITCH.
           PERFORM 420-SCAN-STUDENT-HISTORY
               UNTIL TAXHOLD-EOF
               OR THO-STUDENT-ID NOT = WS-CUR-STUDENT-ID
               OR THO-TAX-YEAR > WS-TAX-YEAR.
      *
      * A STUDENT ISSUED A STATEMENT FOR THE TAX YEAR WHO SHOWS
      * NOTHING FOR IT NOW IS CORRECTED TO ZERO ON THE WAY PAST.
      *
       410-CARRY-OLD-HISTORY.
      *
           IF THO-TAX-YEAR = WS-TAX-YEAR
               MOVE THO-STUDENT-ID   TO WS-CUR-STUDENT-ID
               MOVE THO-STUDENT-NAME TO WS-CUR-STUDENT-NAME
               MOVE ZERO TO WS-BILLED
                            WS-DROP-CREDITS
                            WS-QUALIFIED-BILLED
                            WS-PAYMENTS
                            WS-SCHOLARSHIPS
               PERFORM 425-HOLD-ISSUED-FIGURES
               PERFORM 170-READ-OLD-HISTORY
               PERFORM 440-ISSUE-OR-PASS
           ELSE
               PERFORM 430-COPY-OLD-HISTORY
           END-IF.
      *
       420-SCAN-STUDENT-HISTORY.
      *
           IF THO-TAX-YEAR = WS-TAX-YEAR
               PERFORM 425-HOLD-ISSUED-FIGURES
               PERFORM 170-READ-OLD-HISTORY
           ELSE
               PERFORM 430-COPY-OLD-HISTORY
           END-IF.
      *
       425-HOLD-ISSUED-FIGURES.
      *
           SET ALREADY-ISSUED TO TRUE.
           MOVE THO-QUALIFIED-BILLED TO WS-ISSUED-QUALIFIED.
           MOVE THO-PAYMENTS         TO WS-ISSUED-PAYMENTS.
           MOVE THO-SCHOLARSHIPS     TO WS-ISSUED-SCHOLARS.
           MOVE THO-ISSUE-DATE       TO WS-ISSUED-DATE.
           MOVE THO-CORRECTION-COUNT TO WS-ISSUED-CORRECTIONS.
      *
       430-COPY-OLD-HISTORY.
      *
           MOVE TAX-HISTORY-OLD-RECORD TO TAX-HISTORY-NEW-RECORD.
           PERFORM 490-WRITE-NEW-HISTORY.
           PERFORM 170-READ-OLD-HISTORY.
      *
       440-ISSUE-OR-PASS.
      *
           MOVE "N" TO CORRECTED-SWITCH.
           EVALUATE TRUE
               WHEN NOT ALREADY-ISSUED
                       AND WS-QUALIFIED-BILLED = ZERO
                       AND WS-PAYMENTS = ZERO
                       AND WS-SCHOLARSHIPS = ZERO
                   ADD 1 TO CT-NO-AMOUNTS
               WHEN NOT ALREADY-ISSUED
                   ADD 1 TO CT-ORIGINALS
                   MOVE ZERO TO WS-ISSUED-CORRECTIONS
                   PERFORM 450-ISSUE-STATEMENT
               WHEN WS-QUALIFIED-BILLED = WS-ISSUED-QUALIFIED
                       AND WS-PAYMENTS = WS-ISSUED-PAYMENTS
                       AND WS-SCHOLARSHIPS = WS-ISSUED-SCHOLARS
                   ADD 1 TO CT-UNCHANGED
                   PERFORM 480-KEEP-ISSUED-HISTORY
               WHEN OTHER
                   SET CORRECTED-STATEMENT TO TRUE
                   ADD 1 TO CT-CORRECTIONS
                   ADD 1 TO WS-ISSUED-CORRECTIONS
                   PERFORM 450-ISSUE-STATEMENT
           END-EVALUATE.
           MOVE "N" TO ISSUED-SWITCH.
      *
       450-ISSUE-STATEMENT.
      *
           PERFORM 455-READ-STUDENT-MASTER.
           IF WS-CUR-STUDENT-NAME = SPACES AND SDDATA-FOUND
               STRING ws-Surname  DELIMITED BY SPACE
                      ", "        DELIMITED BY SIZE
                      ws-Initials DELIMITED BY SIZE
                   INTO WS-CUR-STUDENT-NAME
               END-STRING
           END-IF.
           PERFORM 460-PRINT-STATEMENT.
           PERFORM 470-WRITE-PAYEE-RECORD.
           MOVE SPACES               TO TAX-HISTORY-NEW-RECORD.
           MOVE WS-CUR-STUDENT-ID    TO THN-STUDENT-ID.
           MOVE WS-TAX-YEAR          TO THN-TAX-YEAR.
           MOVE WS-CUR-STUDENT-NAME  TO THN-STUDENT-NAME.
           MOVE WS-QUALIFIED-BILLED  TO THN-QUALIFIED-BILLED.
           MOVE WS-PAYMENTS          TO THN-PAYMENTS.
           MOVE WS-SCHOLARSHIPS      TO THN-SCHOLARSHIPS.
           MOVE WS-ISSUE-DATE        TO THN-ISSUE-DATE.
           MOVE WS-ISSUED-CORRECTIONS TO THN-CORRECTION-COUNT.
           PERFORM 490-WRITE-NEW-HISTORY.
      *
       455-READ-STUDENT-MASTER.
      *
           MOVE WS-CUR-STUDENT-ID TO ws-StudentId-key.
           READ StudentFile
               INVALID KEY
                   MOVE "N" TO SDDATA-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO SDDATA-FOUND-SWITCH
           END-READ.
      *
       460-PRINT-STATEMENT.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF CORRECTED-STATEMENT
               MOVE "CORRECTED" TO STT-CORRECTED
           ELSE
               MOVE SPACES      TO STT-CORRECTED
           END-IF.
           MOVE STATEMENT-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "FILER:     "       TO FLL-CAPTION.
           MOVE WS-INSTITUTION-NAME TO FLL-TEXT.
           MOVE FILER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SPACES              TO FLL-CAPTION.
           MOVE WS-ADDRESS-LINE-1   TO FLL-TEXT.
           MOVE FILER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-ADDRESS-LINE-2   TO FLL-TEXT.
           MOVE FILER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "FILER EIN: "       TO FLL-CAPTION.
           MOVE WS-INSTITUTION-EIN  TO FLL-TEXT.
           MOVE FILER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 462-PRINT-STUDENT-BLOCK.
           PERFORM 464-PRINT-AMOUNTS.
           IF CORRECTED-STATEMENT
               MOVE WS-ISSUED-DATE TO WS-DATE-WORK
               PERFORM 466-FORMAT-DATE
               MOVE WS-DATE-EDIT TO CNL-ISSUED-DATE
               MOVE CORRECTION-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
           END-IF.
           MOVE KEEP-RECORDS-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 1 TO CT-STATEMENTS.
      *
       462-PRINT-STUDENT-BLOCK.
      *
           MOVE WS-CUR-STUDENT-ID    TO STUDENT-ID.
           MOVE STUDENT-ID-1         TO FORMATTED-STUDENT-ID-1.
           MOVE STUDENT-ID-2         TO FORMATTED-STUDENT-ID-2.
           MOVE STUDENT-ID-3         TO FORMATTED-STUDENT-ID-3.
           MOVE WS-CUR-STUDENT-NAME  TO SNL-NAME.
           MOVE FORMATTED-STUDENT-ID TO SNL-STUDENT-ID.
           MOVE STUDENT-NAME-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           IF SDDATA-FOUND AND ws-Street NOT = SPACES
               MOVE ws-Street TO ASL-STREET
               MOVE ADDRESS-STREET-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE ws-City   TO ACL-CITY
               MOVE ws-State  TO ACL-STATE
               MOVE ws-Zip    TO ACL-ZIP
               MOVE ADDRESS-CITY-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           ELSE
               MOVE NO-ADDRESS-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO CT-NO-ADDRESS
           END-IF.
      *
       464-PRINT-AMOUNTS.
      *
           MOVE "TUITION BILLED IN THE CALENDAR YEAR"
               TO AML-LABEL.
           MOVE WS-BILLED TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "  LESS DROP CREDITS" TO AML-LABEL.
           MOVE WS-DROP-CREDITS TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "QUALIFIED TUITION BILLED, NET OF CREDITS"
               TO AML-LABEL.
           MOVE WS-QUALIFIED-BILLED TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "PAYMENTS RECEIVED IN THE CALENDAR YEAR"
               TO AML-LABEL.
           MOVE WS-PAYMENTS TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "SCHOLARSHIPS AND GRANTS APPLIED"
               TO AML-LABEL.
           MOVE WS-SCHOLARSHIPS TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       466-FORMAT-DATE.
      *
           MOVE SPACES TO WS-DATE-EDIT.
           STRING WS-DATE-MONTH DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WS-DATE-DAY   DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WS-DATE-YEAR  DELIMITED BY SIZE
               INTO WS-DATE-EDIT
           END-STRING.
      *
       470-WRITE-PAYEE-RECORD.
      *
           MOVE SPACES              TO TAX-FILING-RECORD.
           MOVE "B"                 TO TF-RECORD-TYPE.
           MOVE WS-CUR-STUDENT-ID   TO TFB-STUDENT-ID.
           MOVE WS-TAX-YEAR         TO TFB-TAX-YEAR.
           IF CORRECTED-STATEMENT
               MOVE "C"             TO TFB-CORRECTED-FLAG
           END-IF.
           MOVE WS-CUR-STUDENT-NAME TO TFB-STUDENT-NAME.
           MOVE WS-QUALIFIED-BILLED TO TFB-QUALIFIED-BILLED.
           MOVE WS-PAYMENTS         TO TFB-PAYMENTS.
           MOVE WS-SCHOLARSHIPS     TO TFB-SCHOLARSHIPS.
           WRITE TAX-FILING-RECORD.
           ADD 1 TO CT-PAYEE-RECORDS.
           ADD WS-QUALIFIED-BILLED  TO CT-TOTAL-QUALIFIED.
           ADD WS-PAYMENTS          TO CT-TOTAL-PAYMENTS.
           ADD WS-SCHOLARSHIPS      TO CT-TOTAL-SCHOLARS.
      *
       480-KEEP-ISSUED-HISTORY.
      *
           MOVE SPACES                TO TAX-HISTORY-NEW-RECORD.
           MOVE WS-CUR-STUDENT-ID     TO THN-STUDENT-ID.
           MOVE WS-TAX-YEAR           TO THN-TAX-YEAR.
           MOVE WS-CUR-STUDENT-NAME   TO THN-STUDENT-NAME.
           MOVE WS-ISSUED-QUALIFIED   TO THN-QUALIFIED-BILLED.
           MOVE WS-ISSUED-PAYMENTS    TO THN-PAYMENTS.
           MOVE WS-ISSUED-SCHOLARS    TO THN-SCHOLARSHIPS.
           MOVE WS-ISSUED-DATE        TO THN-ISSUE-DATE.
           MOVE WS-ISSUED-CORRECTIONS TO THN-CORRECTION-COUNT.
           PERFORM 490-WRITE-NEW-HISTORY.
      *
       490-WRITE-NEW-HISTORY.
      *
           WRITE TAX-HISTORY-NEW-RECORD.
           ADD 1 TO CT-HISTORY-WRITTEN.
      *
       550-WRITE-CONTROL-TOTAL-RECORD.
      *
           MOVE SPACES             TO TAX-FILING-RECORD.
           MOVE "C"                TO TF-RECORD-TYPE.
           MOVE CT-PAYEE-RECORDS   TO TFC-PAYEE-COUNT.
           MOVE CT-TOTAL-QUALIFIED TO TFC-QUALIFIED-BILLED.
           MOVE CT-TOTAL-PAYMENTS  TO TFC-PAYMENTS.
           MOVE CT-TOTAL-SCHOLARS  TO TFC-SCHOLARSHIPS.
           MOVE CT-CORRECTIONS     TO TFC-CORRECTED-COUNT.
           WRITE TAX-FILING-RECORD.
      *
       600-DISPLAY-CONTROL-TOTALS.
      *
           DISPLAY "TUITTAX INVOICES READ      " CT-INVOICES-READ.
           DISPLAY "TUITTAX NET INVOICES READ  " CT-NET-INVOICES-READ.
           DISPLAY "TUITTAX BALANCES READ      " CT-BALANCES-READ.
           DISPLAY "TUITTAX PAYMENTS READ      " CT-PAYMENTS-READ.
           DISPLAY "TUITTAX AMOUNTS FOR YEAR   " CT-RECORDS-RELEASED.
           DISPLAY "TUITTAX AMOUNTS TOTALLED   " CT-RECORDS-RETURNED.
           DISPLAY "TUITTAX NET NOT MATCHED    " CT-NET-UNMATCHED.
           DISPLAY "TUITTAX STUDENTS           " CT-STUDENTS.
           DISPLAY "TUITTAX   NO AMOUNTS       " CT-NO-AMOUNTS.
           DISPLAY "TUITTAX   UNCHANGED        " CT-UNCHANGED.
           DISPLAY "TUITTAX ORIGINALS ISSUED   " CT-ORIGINALS.
           DISPLAY "TUITTAX CORRECTIONS ISSUED " CT-CORRECTIONS.
           DISPLAY "TUITTAX STATEMENTS PRINTED " CT-STATEMENTS.
           DISPLAY "TUITTAX   NO ADDRESS       " CT-NO-ADDRESS.
           DISPLAY "TUITTAX FILING RECORDS     " CT-PAYEE-RECORDS.
           DISPLAY "TUITTAX HISTORY READ       " CT-HISTORY-READ.
           DISPLAY "TUITTAX HISTORY WRITTEN    " CT-HISTORY-WRITTEN.
           IF CT-RECORDS-RETURNED = CT-RECORDS-RELEASED
                   AND CT-STATEMENTS = CT-ORIGINALS + CT-CORRECTIONS
                   AND CT-PAYEE-RECORDS = CT-STATEMENTS
               DISPLAY "*** TUITTAX RUN IS IN BALANCE ***"
               IF CT-NET-UNMATCHED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** TUITTAX RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
