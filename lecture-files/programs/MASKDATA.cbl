       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKDATA.
      *
      * MASKED TEST-DATA EXTRACT. COPIES THE CUSTOMER, STUDENT,
      * EMPLOYEE AND INSURANCE CLIENT MASTERS TO TEST MASTERS OF THE
      * SAME LAYOUT AND ORGANIZATION WITH THE PERSONAL DATA REPLACED:
      *   CUSTMSTK -> CUSTTSTK  KEYED CUSTOMER MASTER - NAME, STREET
      *                         AND PHONE.
      *   CUSTMAST -> CUSTTEST  CUSTOMER SALES MASTER - NAME. THE
      *                         HDR!/TRL! RECORDS ARE COPIED AS THEY
      *                         STAND (NO AMOUNT CHANGES, SO THE
      *                         TRAILER COUNT AND HASH STILL PROVE).
      *   SDDATA   -> SDDTEST   STUDENT MASTER - SURNAME, INITIALS,
      *                         STREET AND PHONE.
      *   EMPMST   -> EMPTEST   EMPLOYEE MASTER - NAME AND SALARY.
      *   CLIENTMST -> CLNTTEST INSURANCE CLIENT MASTER - NAME.
      *
      * EVERY FAKE VALUE IS WORKED OUT FROM THE RECORD'S KEY ALONE,
      * SO THE SAME KEY ALWAYS GETS THE SAME FAKE NAME - IN EVERY
      * FILE AND ON EVERY RUN. A CUSTOMER IS THE SAME NUMBER ON BOTH
      * CUSTOMER MASTERS (ZERO-PAD KEY CONVENTION), SO BOTH TEST
      * COPIES CARRY THE SAME FAKE NAME AND STILL JOIN. THE FAKE
      * STREET IS A HOUSE NUMBER AND A STREET NAME FROM THE KEY;
      * THE FAKE PHONE KEEPS THE REAL AREA CODE WITH A 555 EXCHANGE
      * AND A LINE NUMBER FROM THE KEY. BLANK FIELDS STAY BLANK.
      *
      * KEYS, CITY, STATE, ZIP, DATES, CODES AND AMOUNTS ARE CARRIED
      * UNCHANGED, SO THE TEST MASTERS PASS THE SAME EDITS AS THE
      * REAL ONES (ZIP-TO-STATE INCLUDED). EACH EMPLOYEE'S SALARY IS
      * REPLACED BY THE NEXT EMPLOYEE'S ON THE MASTER (THE LAST
      * TAKES THE FIRST'S), SO NO SALARY STAYS WITH ITS EMPLOYEE BUT
      * THE SALARY TOTAL IS UNCHANGED.
      *
      * A MASTER NOT PRESENTED TO THE RUN IS SKIPPED AND REPORTED,
      * ENDING THE RUN WITH RETURN CODE 4. THE REPORT (MASKRPT)
      * SHOWS FOR EACH MASTER THE RECORDS READ AND WRITTEN AND THE
      * FIELDS MASKED; A MASTER NOT CARRIED RECORD FOR RECORD, OR A
      * SALARY TOTAL THAT DOES NOT AGREE, ENDS WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMST  ASSIGN TO CUSTMSTK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-NUMBER
               FILE STATUS IS WF-CUSTMST-STATUS.
           SELECT CUSTTST  ASSIGN TO CUSTTSTK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-NUMBER
               FILE STATUS IS WF-CUSTTST-STATUS.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               FILE STATUS IS WF-CUSTMAST-STATUS.
           SELECT CUSTTEST ASSIGN TO CUSTTEST
               FILE STATUS IS WF-CUSTTEST-STATUS.
           SELECT StudentFile ASSIGN TO SDDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ws-StudentId-key
               FILE STATUS IS WF-SDDATA-STATUS.
           SELECT StudentTestFile ASSIGN TO SDDTEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS st-StudentId-key
               FILE STATUS IS WF-SDDTEST-STATUS.
           SELECT EMPMST   ASSIGN TO EMPMST
               FILE STATUS IS WF-EMPMST-STATUS.
           SELECT EMPTEST  ASSIGN TO EMPTEST
               FILE STATUS IS WF-EMPTEST-STATUS.
           SELECT CLIENTMST ASSIGN TO CLIENTMST
               FILE STATUS IS WF-CLIENTMST-STATUS.
           SELECT CLNTTEST ASSIGN TO CLNTTEST
               FILE STATUS IS WF-CLNTTEST-STATUS.
           SELECT MASKRPT  ASSIGN TO MASKRPT
               FILE STATUS IS WF-MASKRPT-STATUS.
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
       FD  CUSTTST
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-TEST-REC.
           05  TST-NUMBER                 PIC 9(6).
           05  FILLER                     PIC X(94).
      *
       FD  CUSTMAST.
       COPY CUSTMAST.
      *
       FD  CUSTTEST
           RECORD CONTAINS 160 CHARACTERS.
       01  CUSTOMER-TEST-RECORD        PIC X(160).
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
       FD  StudentTestFile.
       01  studenttestdetails.
           05 st-StudentId-key    PIC 9(7).
           05 FILLER              PIC X(73).
      *
       FD  EMPMST.
       01  EMPLOYEE-MASTER-RECORD.
           05  EO-EMPLOYEE-ID          PIC 9(4).
           05  EO-EMPLOYEE-NAME        PIC X(30).
           05  EO-EMPLOYEE-DEPT        PIC X(4).
           05  EO-EMPLOYEE-SALARY      PIC 9(5).
           05  EO-EMPLOYEE-STATUS      PIC X.
           05  FILLER                  PIC X(6).
      *
       FD  EMPTEST.
       01  EMPLOYEE-TEST-RECORD        PIC X(50).
      *
       FD  CLIENTMST
           RECORD CONTAINS 60 CHARACTERS.
       COPY CLIENT.
      *
       FD  CLNTTEST
           RECORD CONTAINS 60 CHARACTERS.
       01  CLIENT-TEST-RECORD          PIC X(60).
      *
       FD  MASKRPT.
       01  PRINT-AREA       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTMST-EOF-SWITCH      PIC X    VALUE "N".
               88  CUSTMST-EOF                  VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  CUSTMAST-EOF                 VALUE "Y".
           05  SDDATA-EOF-SWITCH       PIC X    VALUE "N".
               88  SDDATA-EOF                   VALUE "Y".
           05  EMPMST-EOF-SWITCH       PIC X    VALUE "N".
               88  EMPMST-EOF                   VALUE "Y".
           05  CLIENTMST-EOF-SWITCH    PIC X    VALUE "N".
               88  CLIENTMST-EOF                VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-CUSTMST-STATUS   PIC XX.
               88  CUSTMST-FILE-OK         VALUE "00".
               88  CUSTMST-NOT-FOUND       VALUE "35".
           05  WF-CUSTTST-STATUS   PIC XX.
               88  CUSTTST-FILE-OK         VALUE "00".
           05  WF-CUSTMAST-STATUS  PIC XX.
               88  CUSTMAST-FILE-OK        VALUE "00".
               88  CUSTMAST-NOT-FOUND      VALUE "35".
           05  WF-CUSTTEST-STATUS  PIC XX.
               88  CUSTTEST-FILE-OK        VALUE "00".
           05  WF-SDDATA-STATUS    PIC XX.
               88  SDDATA-FILE-OK          VALUE "00".
               88  SDDATA-NOT-FOUND        VALUE "35".
           05  WF-SDDTEST-STATUS   PIC XX.
               88  SDDTEST-FILE-OK         VALUE "00".
           05  WF-EMPMST-STATUS    PIC XX.
               88  EMPMST-FILE-OK          VALUE "00".
               88  EMPMST-NOT-FOUND        VALUE "35".
           05  WF-EMPTEST-STATUS   PIC XX.
               88  EMPTEST-FILE-OK         VALUE "00".
           05  WF-CLIENTMST-STATUS PIC XX.
               88  CLIENTMST-FILE-OK       VALUE "00".
               88  CLIENTMST-NOT-FOUND     VALUE "35".
           05  WF-CLNTTEST-STATUS  PIC XX.
               88  CLNTTEST-FILE-OK        VALUE "00".
           05  WF-MASKRPT-STATUS   PIC XX.
               88  MASKRPT-FILE-OK         VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
      *
      * FAKE SURNAMES AND FIRST NAMES ARE NO LONGER THAN THE EIGHT
      * BYTES OF THE STUDENT MASTER SURNAME; STREET NAMES NO LONGER
      * THAN FIVE, SO A FAKE STREET FITS THE 13-BYTE CUSTOMER STREET.
      *
       01  SURNAME-VALUES.
           05  FILLER          PIC X(8)    VALUE "ABBOTT".
           05  FILLER          PIC X(8)    VALUE "BAKER".
           05  FILLER          PIC X(8)    VALUE "CARTER".
           05  FILLER          PIC X(8)    VALUE "DAWSON".
           05  FILLER          PIC X(8)    VALUE "ELLIS".
           05  FILLER          PIC X(8)    VALUE "FOSTER".
           05  FILLER          PIC X(8)    VALUE "GRAHAM".
           05  FILLER          PIC X(8)    VALUE "HAYES".
           05  FILLER          PIC X(8)    VALUE "INGRAM".
           05  FILLER          PIC X(8)    VALUE "JENKINS".
           05  FILLER          PIC X(8)    VALUE "KELLER".
           05  FILLER          PIC X(8)    VALUE "LAWSON".
           05  FILLER          PIC X(8)    VALUE "MORGAN".
           05  FILLER          PIC X(8)    VALUE "NOLAN".
           05  FILLER          PIC X(8)    VALUE "OWENS".
           05  FILLER          PIC X(8)    VALUE "PARKER".
           05  FILLER          PIC X(8)    VALUE "QUINN".
           05  FILLER          PIC X(8)    VALUE "REYNOLDS".
           05  FILLER          PIC X(8)    VALUE "SAWYER".
           05  FILLER          PIC X(8)    VALUE "TURNER".
           05  FILLER          PIC X(8)    VALUE "UPTON".
           05  FILLER          PIC X(8)    VALUE "VAUGHN".
           05  FILLER          PIC X(8)    VALUE "WALKER".
           05  FILLER          PIC X(8)    VALUE "YATES".
           05  FILLER          PIC X(8)    VALUE "ZIMMER".
           05  FILLER          PIC X(8)    VALUE "BARNES".
           05  FILLER          PIC X(8)    VALUE "COLLINS".
           05  FILLER          PIC X(8)    VALUE "DUNCAN".
           05  FILLER          PIC X(8)    VALUE "EVERETT".
           05  FILLER          PIC X(8)    VALUE "FLEMING".
           05  FILLER          PIC X(8)    VALUE "GARNER".
           05  FILLER          PIC X(8)    VALUE "HOLLAND".
           05  FILLER          PIC X(8)    VALUE "IRWIN".
           05  FILLER          PIC X(8)    VALUE "JORDAN".
           05  FILLER          PIC X(8)    VALUE "KENDALL".
           05  FILLER          PIC X(8)    VALUE "LINCOLN".
           05  FILLER          PIC X(8)    VALUE "MERCER".
           05  FILLER          PIC X(8)    VALUE "NEWTON".
           05  FILLER          PIC X(8)    VALUE "OSBORNE".
           05  FILLER          PIC X(8)    VALUE "PRESTON".
       01  SURNAME-TABLE REDEFINES SURNAME-VALUES.
           05  SN-SURNAME      PIC X(8)    OCCURS 40 TIMES.
      *
       01  FIRST-NAME-VALUES.
           05  FILLER          PIC X(8)    VALUE "ADAM".
           05  FILLER          PIC X(8)    VALUE "BRENDA".
           05  FILLER          PIC X(8)    VALUE "CARL".
           05  FILLER          PIC X(8)    VALUE "DIANA".
           05  FILLER          PIC X(8)    VALUE "EDGAR".
           05  FILLER          PIC X(8)    VALUE "FIONA".
           05  FILLER          PIC X(8)    VALUE "GORDON".
           05  FILLER          PIC X(8)    VALUE "HELEN".
           05  FILLER          PIC X(8)    VALUE "IVAN".
           05  FILLER          PIC X(8)    VALUE "JOYCE".
           05  FILLER          PIC X(8)    VALUE "KEITH".
           05  FILLER          PIC X(8)    VALUE "LAURA".
           05  FILLER          PIC X(8)    VALUE "MARTIN".
           05  FILLER          PIC X(8)    VALUE "NORA".
           05  FILLER          PIC X(8)    VALUE "OSCAR".
           05  FILLER          PIC X(8)    VALUE "PAULA".
           05  FILLER          PIC X(8)    VALUE "QUENTIN".
           05  FILLER          PIC X(8)    VALUE "RITA".
           05  FILLER          PIC X(8)    VALUE "SAMUEL".
           05  FILLER          PIC X(8)    VALUE "TINA".
           05  FILLER          PIC X(8)    VALUE "ULRIC".
           05  FILLER          PIC X(8)    VALUE "VERA".
           05  FILLER          PIC X(8)    VALUE "WALTER".
           05  FILLER          PIC X(8)    VALUE "XENIA".
           05  FILLER          PIC X(8)    VALUE "YVES".
           05  FILLER          PIC X(8)    VALUE "ZELDA".
           05  FILLER          PIC X(8)    VALUE "ARTHUR".
           05  FILLER          PIC X(8)    VALUE "BEATRICE".
           05  FILLER          PIC X(8)    VALUE "CLIFF".
           05  FILLER          PIC X(8)    VALUE "DORIS".
           05  FILLER          PIC X(8)    VALUE "ELMER".
           05  FILLER          PIC X(8)    VALUE "FRANCES".
           05  FILLER          PIC X(8)    VALUE "GILBERT".
           05  FILLER          PIC X(8)    VALUE "HAZEL".
           05  FILLER          PIC X(8)    VALUE "IRVING".
           05  FILLER          PIC X(8)    VALUE "JUNE".
           05  FILLER          PIC X(8)    VALUE "KENNETH".
           05  FILLER          PIC X(8)    VALUE "LOIS".
           05  FILLER          PIC X(8)    VALUE "MILTON".
           05  FILLER          PIC X(8)    VALUE "NADINE".
       01  FIRST-NAME-TABLE REDEFINES FIRST-NAME-VALUES.
           05  FN-FIRST-NAME   PIC X(8)    OCCURS 40 TIMES.
      *
       01  STREET-NAME-VALUES.
           05  FILLER          PIC X(5)    VALUE "OAK".
           05  FILLER          PIC X(5)    VALUE "ELM".
           05  FILLER          PIC X(5)    VALUE "MAPLE".
           05  FILLER          PIC X(5)    VALUE "CEDAR".
           05  FILLER          PIC X(5)    VALUE "PINE".
           05  FILLER          PIC X(5)    VALUE "BIRCH".
           05  FILLER          PIC X(5)    VALUE "ASH".
           05  FILLER          PIC X(5)    VALUE "ASPEN".
           05  FILLER          PIC X(5)    VALUE "HAZEL".
           05  FILLER          PIC X(5)    VALUE "LARCH".
           05  FILLER          PIC X(5)    VALUE "FIR".
           05  FILLER          PIC X(5)    VALUE "YEW".
           05  FILLER          PIC X(5)    VALUE "ALDER".
           05  FILLER          PIC X(5)    VALUE "PALM".
           05  FILLER          PIC X(5)    VALUE "OLIVE".
           05  FILLER          PIC X(5)    VALUE "LILAC".
           05  FILLER          PIC X(5)    VALUE "MAIN".
           05  FILLER          PIC X(5)    VALUE "PARK".
           05  FILLER          PIC X(5)    VALUE "LAKE".
           05  FILLER          PIC X(5)    VALUE "HILL".
       01  STREET-NAME-TABLE REDEFINES STREET-NAME-VALUES.
           05  STN-STREET-NAME PIC X(5)    OCCURS 20 TIMES.
      *
       01  LETTER-VALUES       PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  LETTER-TABLE REDEFINES LETTER-VALUES.
           05  LT-LETTER       PIC X       OCCURS 26 TIMES.
      *
       01  MASK-FIELDS.
           05  WS-MASK-KEY         PIC 9(9).
           05  WS-MASK-SEED        PIC 9(15)     COMP-3.
           05  WS-MASK-QUOTIENT-1  PIC 9(15)     COMP-3.
           05  WS-MASK-QUOTIENT-2  PIC 9(15)     COMP-3.
           05  WS-MASK-QUOTIENT-3  PIC 9(15)     COMP-3.
           05  WS-MASK-QUOTIENT-4  PIC 9(15)     COMP-3.
           05  WS-MASK-REMAINDER   PIC 9(5)      COMP-3.
           05  WS-SURNAME-SUB      PIC S9(4)     COMP.
           05  WS-FIRST-NAME-SUB   PIC S9(4)     COMP.
           05  WS-STREET-SUB       PIC S9(4)     COMP.
           05  WS-LETTER-SUB       PIC S9(4)     COMP.
           05  WS-HOUSE-NUMBER     PIC 9(4).
           05  WS-FAKE-SURNAME     PIC X(8).
           05  WS-FAKE-FIRST-NAME  PIC X(8).
           05  WS-FAKE-INITIALS    PIC XX.
           05  WS-FAKE-FULL-NAME   PIC X(20).
           05  WS-FAKE-STREET      PIC X(15).
           05  WS-REAL-PHONE       PIC X(10).
           05  WS-FAKE-PHONE.
               10  FP-AREA-CODE    PIC X(3).
               10  FP-EXCHANGE     PIC X(3)      VALUE "555".
               10  FP-LINE-NUMBER  PIC 9(4).
      *
      * THE EMPLOYEE BEING WRITTEN IS HELD BACK ONE RECORD, UNTIL
      * THE NEXT EMPLOYEE'S SALARY HAS BEEN READ.
      *
       01  HELD-EMPLOYEE-RECORD.
           05  HE-EMPLOYEE-ID          PIC 9(4).
           05  HE-EMPLOYEE-NAME        PIC X(30).
           05  HE-EMPLOYEE-DEPT        PIC X(4).
           05  HE-EMPLOYEE-SALARY      PIC 9(5).
           05  HE-EMPLOYEE-STATUS      PIC X.
           05  FILLER                  PIC X(6).
      *
       01  SALARY-FIELDS.
           05  WS-FIRST-SALARY     PIC 9(5).
           05  WS-NEXT-SALARY      PIC 9(5).
      *
       01  MASTER-COUNTS.
           05  MC-MASTER-NAME      PIC X(9).
           05  MC-PRESENTED-SWITCH PIC X.
               88  MC-PRESENTED            VALUE "Y".
           05  MC-RECORDS-IN       PIC S9(7)     COMP-3.
           05  MC-RECORDS-OUT      PIC S9(7)     COMP-3.
           05  MC-NAMES            PIC S9(7)     COMP-3.
           05  MC-STREETS          PIC S9(7)     COMP-3.
           05  MC-PHONES           PIC S9(7)     COMP-3.
           05  MC-SALARIES         PIC S9(7)     COMP-3.
      *
       01  CONTROL-TOTALS.
           05  CT-MASTERS-CARRIED  PIC S9(3)     COMP-3 VALUE ZERO.
           05  CT-MASTERS-SKIPPED  PIC S9(3)     COMP-3 VALUE ZERO.
           05  CT-MASTERS-UNEQUAL  PIC S9(3)     COMP-3 VALUE ZERO.
           05  CT-RECORDS-IN       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RECORDS-OUT      PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CONTROL-RECORDS  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-SALARY-BEFORE    PIC S9(9)     COMP-3 VALUE ZERO.
           05  CT-SALARY-AFTER     PIC S9(9)     COMP-3 VALUE ZERO.
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "MASKED TEST-DATA EXT".
           05  FILLER          PIC X(20)   VALUE "RACT COUNTS         ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "MASKDATA".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "MASTER    RECS IN   ".
           05  FILLER      PIC X(20)   VALUE " RECS OUT    NAMES  ".
           05  FILLER      PIC X(20)   VALUE "STREETS   PHONES  SA".
           05  FILLER      PIC X(20)   VALUE "LARIES  RESULT      ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  MASTER-COUNT-LINE.
           05  MCL-MASTER-NAME     PIC X(9).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  MCL-RECORDS-IN      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  MCL-RECORDS-OUT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MCL-NAMES           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MCL-STREETS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MCL-PHONES          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  MCL-SALARIES        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MCL-RESULT          PIC X(16).
           05  FILLER              PIC X(48)    VALUE SPACE.
      *
       01  SALARY-TOTAL-LINE.
           05  FILLER              PIC X(24)
                   VALUE "EMPMST SALARY TOTAL     ".
           05  STL-LABEL           PIC X(8).
           05  STL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(89)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "MASKDATA TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-MASK-TEST-MASTERS.
      *
           PERFORM 100-OPEN-REPORT.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 130-PRINT-HEADING-LINES.
           PERFORM 200-MASK-KEYED-CUSTOMERS.
           PERFORM 250-MASK-SALES-CUSTOMERS.
           PERFORM 300-MASK-STUDENTS.
           PERFORM 400-MASK-EMPLOYEES.
           PERFORM 450-MASK-CLIENTS.
           PERFORM 600-PRINT-CONTROL-TOTALS.
           CLOSE MASKRPT.
           GOBACK.
      *
       100-OPEN-REPORT.
      *
           OPEN OUTPUT MASKRPT.
           IF NOT MASKRPT-FILE-OK
              DISPLAY "MASKRPT OPEN ERROR: " WF-MASKRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
      *
       130-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
      * KEYED CUSTOMER MASTER - READ IN KEY ORDER, SO THE TEST
      * MASTER IS LOADED IN KEY ORDER TOO.
      *
       200-MASK-KEYED-CUSTOMERS.
      *
           MOVE "CUSTMSTK" TO MC-MASTER-NAME.
           PERFORM 550-START-MASTER-COUNTS.
           OPEN INPUT CUSTMST.
           IF CUSTMST-NOT-FOUND
               MOVE "Y" TO CUSTMST-EOF-SWITCH
           ELSE
               IF NOT CUSTMST-FILE-OK
                   DISPLAY "CUSTMSTK OPEN ERROR: " WF-CUSTMST-STATUS
                   PERFORM 900-ABORT
               END-IF
               SET MC-PRESENTED TO TRUE
               OPEN OUTPUT CUSTTST
               IF NOT CUSTTST-FILE-OK
                   DISPLAY "CUSTTSTK OPEN ERROR: " WF-CUSTTST-STATUS
                   PERFORM 900-ABORT
               END-IF
               PERFORM 205-READ-KEYED-CUSTOMER
               PERFORM 210-MASK-ONE-KEYED-CUSTOMER
                   UNTIL CUSTMST-EOF
               CLOSE CUSTMST
                     CUSTTST
           END-IF.
           PERFORM 560-PRINT-MASTER-LINE.
      *
       205-READ-KEYED-CUSTOMER.
      *
           READ CUSTMST
               AT END
                   MOVE "Y" TO CUSTMST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MC-RECORDS-IN
           END-READ.
      *
       210-MASK-ONE-KEYED-CUSTOMER.
      *
           MOVE MST-NUMBER TO WS-MASK-KEY.
           PERFORM 500-BUILD-FAKE-VALUES.
           IF MST-NAME NOT = SPACES
               MOVE WS-FAKE-FULL-NAME TO MST-NAME
               ADD 1 TO MC-NAMES
           END-IF.
           IF MST-STREET NOT = SPACES
               MOVE WS-FAKE-STREET TO MST-STREET
               ADD 1 TO MC-STREETS
           END-IF.
           IF MST-PHONE NOT = SPACES
               MOVE MST-PHONE TO WS-REAL-PHONE
               PERFORM 520-BUILD-FAKE-PHONE
               MOVE WS-FAKE-PHONE TO MST-PHONE
               ADD 1 TO MC-PHONES
           END-IF.
           WRITE CUSTOMER-TEST-REC FROM CUSTOMER-MASTER-REC
               INVALID KEY
                   DISPLAY "CUSTTSTK WRITE ERROR: " WF-CUSTTST-STATUS
                       " CUSTOMER " MST-NUMBER
               NOT INVALID KEY
                   ADD 1 TO MC-RECORDS-OUT
           END-WRITE.
           PERFORM 205-READ-KEYED-CUSTOMER.
      *
      * CUSTOMER SALES MASTER - ONLY THE NAME IS PERSONAL. THE
      * CONTROL RECORDS ARE COUNTED IN AND OUT WITH THE REST.
      *
       250-MASK-SALES-CUSTOMERS.
      *
           MOVE "CUSTMAST" TO MC-MASTER-NAME.
           PERFORM 550-START-MASTER-COUNTS.
           OPEN INPUT CUSTMAST.
           IF CUSTMAST-NOT-FOUND
               MOVE "Y" TO CUSTMAST-EOF-SWITCH
           ELSE
               IF NOT CUSTMAST-FILE-OK
                   DISPLAY "CUSTMAST OPEN ERROR: " WF-CUSTMAST-STATUS
                   PERFORM 900-ABORT
               END-IF
               SET MC-PRESENTED TO TRUE
               OPEN OUTPUT CUSTTEST
               IF NOT CUSTTEST-FILE-OK
                   DISPLAY "CUSTTEST OPEN ERROR: " WF-CUSTTEST-STATUS
                   PERFORM 900-ABORT
               END-IF
               PERFORM 255-READ-SALES-CUSTOMER
               PERFORM 260-MASK-ONE-SALES-CUSTOMER
                   UNTIL CUSTMAST-EOF
               CLOSE CUSTMAST
                     CUSTTEST
           END-IF.
           PERFORM 560-PRINT-MASTER-LINE.
      *
       255-READ-SALES-CUSTOMER.
      *
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MC-RECORDS-IN
           END-READ.
      *
       260-MASK-ONE-SALES-CUSTOMER.
      *
           IF CUSTOMER-MASTER-RECORD (1:4) = "HDR!"
                   OR CUSTOMER-MASTER-RECORD (1:4) = "TRL!"
               ADD 1 TO CT-CONTROL-RECORDS
           ELSE
               IF CM-CUSTOMER-NAME NOT = SPACES
                   MOVE CM-CUSTOMER-NUMBER TO WS-MASK-KEY
                   PERFORM 500-BUILD-FAKE-VALUES
                   MOVE WS-FAKE-FULL-NAME TO CM-CUSTOMER-NAME
                   ADD 1 TO MC-NAMES
               END-IF
           END-IF.
           WRITE CUSTOMER-TEST-RECORD FROM CUSTOMER-MASTER-RECORD.
           IF CUSTTEST-FILE-OK
               ADD 1 TO MC-RECORDS-OUT
           ELSE
               DISPLAY "CUSTTEST WRITE ERROR: " WF-CUSTTEST-STATUS
           END-IF.
           PERFORM 255-READ-SALES-CUSTOMER.
      *
       300-MASK-STUDENTS.
      *
           MOVE "SDDATA  " TO MC-MASTER-NAME.
           PERFORM 550-START-MASTER-COUNTS.
           OPEN INPUT StudentFile.
           IF SDDATA-NOT-FOUND
               MOVE "Y" TO SDDATA-EOF-SWITCH
           ELSE
               IF NOT SDDATA-FILE-OK
                   DISPLAY "SDDATA OPEN ERROR: " WF-SDDATA-STATUS
                   PERFORM 900-ABORT
               END-IF
               SET MC-PRESENTED TO TRUE
               OPEN OUTPUT StudentTestFile
               IF NOT SDDTEST-FILE-OK
                   DISPLAY "SDDTEST OPEN ERROR: " WF-SDDTEST-STATUS
                   PERFORM 900-ABORT
               END-IF
               PERFORM 305-READ-STUDENT
               PERFORM 310-MASK-ONE-STUDENT
                   UNTIL SDDATA-EOF
               CLOSE StudentFile
                     StudentTestFile
           END-IF.
           PERFORM 560-PRINT-MASTER-LINE.
      *
       305-READ-STUDENT.
      *
           READ StudentFile
               AT END
                   MOVE "Y" TO SDDATA-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MC-RECORDS-IN
           END-READ.
      *
       310-MASK-ONE-STUDENT.
      *
           MOVE ws-StudentId-key TO WS-MASK-KEY.
           PERFORM 500-BUILD-FAKE-VALUES.
           IF ws-Surname NOT = SPACES
                   OR ws-Initials NOT = SPACES
               MOVE WS-FAKE-SURNAME  TO ws-Surname
               MOVE WS-FAKE-INITIALS TO ws-Initials
               ADD 1 TO MC-NAMES
           END-IF.
           IF ws-Street NOT = SPACES
               MOVE WS-FAKE-STREET TO ws-Street
               ADD 1 TO MC-STREETS
           END-IF.
           IF ws-Phone NOT = SPACES
               MOVE ws-Phone TO WS-REAL-PHONE
               PERFORM 520-BUILD-FAKE-PHONE
               MOVE WS-FAKE-PHONE TO ws-Phone
               ADD 1 TO MC-PHONES
           END-IF.
           WRITE studenttestdetails FROM studentdetails
               INVALID KEY
                   DISPLAY "SDDTEST WRITE ERROR: " WF-SDDTEST-STATUS
                       " STUDENT " ws-StudentId-key
               NOT INVALID KEY
                   ADD 1 TO MC-RECORDS-OUT
           END-WRITE.
           PERFORM 305-READ-STUDENT.
      *
      * THE FIRST EMPLOYEE'S SALARY IS KEPT FOR THE LAST EMPLOYEE.
      * A MASTER OF ONE EMPLOYEE IS COPIED WITH ITS SALARY AS IS.
      *
       400-MASK-EMPLOYEES.
      *
           MOVE "EMPMST  " TO MC-MASTER-NAME.
           PERFORM 550-START-MASTER-COUNTS.
           OPEN INPUT EMPMST.
           IF EMPMST-NOT-FOUND
               MOVE "Y" TO EMPMST-EOF-SWITCH
           ELSE
               IF NOT EMPMST-FILE-OK
                   DISPLAY "EMPMST OPEN ERROR: " WF-EMPMST-STATUS
                   PERFORM 900-ABORT
               END-IF
               SET MC-PRESENTED TO TRUE
               OPEN OUTPUT EMPTEST
               IF NOT EMPTEST-FILE-OK
                   DISPLAY "EMPTEST OPEN ERROR: " WF-EMPTEST-STATUS
                   PERFORM 900-ABORT
               END-IF
               PERFORM 405-READ-EMPLOYEE
               MOVE EO-EMPLOYEE-SALARY TO WS-FIRST-SALARY
               PERFORM 410-MASK-ONE-EMPLOYEE
                   UNTIL EMPMST-EOF
               CLOSE EMPMST
                     EMPTEST
           END-IF.
           PERFORM 560-PRINT-MASTER-LINE.
      *
       405-READ-EMPLOYEE.
      *
           READ EMPMST
               AT END
                   MOVE "Y" TO EMPMST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MC-RECORDS-IN
                   ADD EO-EMPLOYEE-SALARY TO CT-SALARY-BEFORE
           END-READ.
      *
       410-MASK-ONE-EMPLOYEE.
      *
           MOVE EMPLOYEE-MASTER-RECORD TO HELD-EMPLOYEE-RECORD.
           IF HE-EMPLOYEE-NAME NOT = SPACES
               MOVE HE-EMPLOYEE-ID TO WS-MASK-KEY
               PERFORM 500-BUILD-FAKE-VALUES
               MOVE WS-FAKE-FULL-NAME TO HE-EMPLOYEE-NAME
               ADD 1 TO MC-NAMES
           END-IF.
           PERFORM 405-READ-EMPLOYEE.
           IF EMPMST-EOF
               MOVE WS-FIRST-SALARY TO WS-NEXT-SALARY
           ELSE
               MOVE EO-EMPLOYEE-SALARY TO WS-NEXT-SALARY
           END-IF.
           IF WS-NEXT-SALARY NOT = HE-EMPLOYEE-SALARY
               MOVE WS-NEXT-SALARY TO HE-EMPLOYEE-SALARY
               ADD 1 TO MC-SALARIES
           END-IF.
           ADD HE-EMPLOYEE-SALARY TO CT-SALARY-AFTER.
           WRITE EMPLOYEE-TEST-RECORD FROM HELD-EMPLOYEE-RECORD.
           IF EMPTEST-FILE-OK
               ADD 1 TO MC-RECORDS-OUT
           ELSE
               DISPLAY "EMPTEST WRITE ERROR: " WF-EMPTEST-STATUS
                   " EMPLOYEE " HE-EMPLOYEE-ID
           END-IF.
      *
      * INSURANCE CLIENT MASTER - ONLY THE NAME IS PERSONAL. AGE,
      * CLASS, UNITS, AGENT AND RATES STAY AS THEY ARE SO THE TEST
      * MASTER BILLS THE SAME PREMIUMS.
      *
       450-MASK-CLIENTS.
      *
           MOVE "CLIENTMST" TO MC-MASTER-NAME.
           PERFORM 550-START-MASTER-COUNTS.
           OPEN INPUT CLIENTMST.
           IF CLIENTMST-NOT-FOUND
               MOVE "Y" TO CLIENTMST-EOF-SWITCH
           ELSE
               IF NOT CLIENTMST-FILE-OK
                   DISPLAY "CLIENTMST OPEN ERROR: " WF-CLIENTMST-STATUS
                   PERFORM 900-ABORT
               END-IF
               SET MC-PRESENTED TO TRUE
               OPEN OUTPUT CLNTTEST
               IF NOT CLNTTEST-FILE-OK
                   DISPLAY "CLNTTEST OPEN ERROR: " WF-CLNTTEST-STATUS
                   PERFORM 900-ABORT
               END-IF
               PERFORM 455-READ-CLIENT
               PERFORM 460-MASK-ONE-CLIENT
                   UNTIL CLIENTMST-EOF
               CLOSE CLIENTMST
                     CLNTTEST
           END-IF.
           PERFORM 560-PRINT-MASTER-LINE.
      *
       455-READ-CLIENT.
      *
           READ CLIENTMST
               AT END
                   MOVE "Y" TO CLIENTMST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MC-RECORDS-IN
           END-READ.
      *
       460-MASK-ONE-CLIENT.
      *
           IF CM-CLIENT-NAME NOT = SPACES
               MOVE CM-CLIENT-NUMBER TO WS-MASK-KEY
               PERFORM 500-BUILD-FAKE-VALUES
               MOVE WS-FAKE-FULL-NAME TO CM-CLIENT-NAME
               ADD 1 TO MC-NAMES
           END-IF.
           WRITE CLIENT-TEST-RECORD FROM CLIENT-MASTER-RECORD.
           IF CLNTTEST-FILE-OK
               ADD 1 TO MC-RECORDS-OUT
           ELSE
               DISPLAY "CLNTTEST WRITE ERROR: " WF-CLNTTEST-STATUS
                   " CLIENT " CM-CLIENT-NUMBER
           END-IF.
           PERFORM 455-READ-CLIENT.
      *
      * THE KEY IS SCRAMBLED AND THEN BROKEN INTO THE SUBSCRIPTS OF
      * THE NAME, STREET AND LETTER TABLES - NOTHING BUT THE KEY
      * DECIDES THE FAKE VALUES.
      *
       500-BUILD-FAKE-VALUES.
      *
           COMPUTE WS-MASK-SEED = WS-MASK-KEY * 7919 + 104729.
           DIVIDE WS-MASK-SEED BY 40
               GIVING WS-MASK-QUOTIENT-1
               REMAINDER WS-MASK-REMAINDER.
           COMPUTE WS-SURNAME-SUB = WS-MASK-REMAINDER + 1.
           DIVIDE WS-MASK-QUOTIENT-1 BY 40
               GIVING WS-MASK-QUOTIENT-2
               REMAINDER WS-MASK-REMAINDER.
           COMPUTE WS-FIRST-NAME-SUB = WS-MASK-REMAINDER + 1.
           DIVIDE WS-MASK-QUOTIENT-2 BY 20
               GIVING WS-MASK-QUOTIENT-3
               REMAINDER WS-MASK-REMAINDER.
           COMPUTE WS-STREET-SUB = WS-MASK-REMAINDER + 1.
           DIVIDE WS-MASK-QUOTIENT-3 BY 26
               GIVING WS-MASK-QUOTIENT-4
               REMAINDER WS-MASK-REMAINDER.
           COMPUTE WS-LETTER-SUB = WS-MASK-REMAINDER + 1.
           DIVIDE WS-MASK-SEED BY 8999
               GIVING WS-MASK-QUOTIENT-4
               REMAINDER WS-MASK-REMAINDER.
           COMPUTE WS-HOUSE-NUMBER = WS-MASK-REMAINDER + 1000.
           MOVE SN-SURNAME (WS-SURNAME-SUB)       TO WS-FAKE-SURNAME.
           MOVE FN-FIRST-NAME (WS-FIRST-NAME-SUB) TO WS-FAKE-FIRST-NAME.
           MOVE WS-FAKE-FIRST-NAME (1:1)   TO WS-FAKE-INITIALS (1:1).
           MOVE LT-LETTER (WS-LETTER-SUB)  TO WS-FAKE-INITIALS (2:1).
           MOVE SPACES TO WS-FAKE-FULL-NAME.
           STRING WS-FAKE-FIRST-NAME DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  WS-FAKE-SURNAME    DELIMITED BY SPACE
               INTO WS-FAKE-FULL-NAME.
           MOVE SPACES TO WS-FAKE-STREET.
           STRING WS-HOUSE-NUMBER    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  STN-STREET-NAME (WS-STREET-SUB)
                                     DELIMITED BY SPACE
                  " ST"              DELIMITED BY SIZE
               INTO WS-FAKE-STREET.
      *
       520-BUILD-FAKE-PHONE.
      *
           MOVE WS-REAL-PHONE (1:3) TO FP-AREA-CODE.
           DIVIDE WS-MASK-SEED BY 10000
               GIVING WS-MASK-QUOTIENT-4
               REMAINDER WS-MASK-REMAINDER.
           MOVE WS-MASK-REMAINDER TO FP-LINE-NUMBER.
      *
       550-START-MASTER-COUNTS.
      *
           MOVE "N"  TO MC-PRESENTED-SWITCH.
           MOVE ZERO TO MC-RECORDS-IN
                        MC-RECORDS-OUT
                        MC-NAMES
                        MC-STREETS
                        MC-PHONES
                        MC-SALARIES.
      *
       560-PRINT-MASTER-LINE.
      *
           MOVE MC-MASTER-NAME TO MCL-MASTER-NAME.
           MOVE MC-RECORDS-IN  TO MCL-RECORDS-IN.
           MOVE MC-RECORDS-OUT TO MCL-RECORDS-OUT.
           MOVE MC-NAMES       TO MCL-NAMES.
           MOVE MC-STREETS     TO MCL-STREETS.
           MOVE MC-PHONES      TO MCL-PHONES.
           MOVE MC-SALARIES    TO MCL-SALARIES.
           IF NOT MC-PRESENTED
               MOVE "NOT PRESENTED"    TO MCL-RESULT
               ADD 1 TO CT-MASTERS-SKIPPED
               DISPLAY "MASKDATA " MC-MASTER-NAME
                   " NOT PRESENTED - SKIPPED"
           ELSE
               IF MC-RECORDS-OUT = MC-RECORDS-IN
                   MOVE "ALL CARRIED"      TO MCL-RESULT
                   ADD 1 TO CT-MASTERS-CARRIED
               ELSE
                   MOVE "** NOT EQUAL **"  TO MCL-RESULT
                   ADD 1 TO CT-MASTERS-UNEQUAL
               END-IF
           END-IF.
           ADD MC-RECORDS-IN  TO CT-RECORDS-IN.
           ADD MC-RECORDS-OUT TO CT-RECORDS-OUT.
           MOVE MASTER-COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       600-PRINT-CONTROL-TOTALS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "BEFORE  "        TO STL-LABEL.
           MOVE CT-SALARY-BEFORE  TO STL-AMOUNT.
           MOVE SALARY-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "AFTER   "        TO STL-LABEL.
           MOVE CT-SALARY-AFTER   TO STL-AMOUNT.
           MOVE SALARY-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "MASTERS CARRIED   " TO CTL-LABEL.
           MOVE CT-MASTERS-CARRIED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "MASTERS NOT EQUAL " TO CTL-LABEL.
           MOVE CT-MASTERS-UNEQUAL   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "MASTERS SKIPPED   " TO CTL-LABEL.
           MOVE CT-MASTERS-SKIPPED   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "RECORDS READ      " TO CTL-LABEL.
           MOVE CT-RECORDS-IN        TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "  CONTROL RECORDS " TO CTL-LABEL.
           MOVE CT-CONTROL-RECORDS   TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           MOVE "RECORDS WRITTEN   " TO CTL-LABEL.
           MOVE CT-RECORDS-OUT       TO CTL-COUNT.
           PERFORM 610-WRITE-CONTROL-LINE.
           IF CT-RECORDS-OUT = CT-RECORDS-IN
                   AND CT-MASTERS-UNEQUAL = ZERO
                   AND CT-SALARY-AFTER = CT-SALARY-BEFORE
               DISPLAY "*** MASKDATA RUN IS IN BALANCE ***"
               IF CT-MASTERS-SKIPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** MASKDATA RUN IS OUT OF BALANCE"
                   " - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       610-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
