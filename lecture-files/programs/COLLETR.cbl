       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLETR.
      *
      * TIERED COLLECTION LETTERS. AGES EVERY CUSTOMER'S OPEN ITEMS
      * ON THE A/R OPEN-ITEM MASTER AGAINST THE BUSINESS PROCESSING
      * DATE INTO THE SAME CURRENT/30/60/90 BUCKETS ARAGERPT SHOWS,
      * AND PRINTS ONE MAILABLE LETTER (LETTERS) FOR EACH CUSTOMER
      * WITH A PAST-DUE BALANCE. THE WORDING ESCALATES WITH THE
      * CUSTOMER'S OLDEST PAST-DUE BUCKET:
      *   LEVEL 1 - 31-60 DAYS  - FRIENDLY REMINDER
      *   LEVEL 2 - 61-90 DAYS  - FIRM NOTICE
      *   LEVEL 3 - OVER 90     - FINAL DEMAND
      * THE NAME AND ADDRESS BLOCK COMES FROM THE KEYED MAINTENANCE
      * MASTER (CUSTMSTK) WITH THE STMTPRNT ZERO-PAD LOOKUP. A
      * CUSTOMER WHOSE OPEN CREDITS COVER THE PAST-DUE ITEMS GETS
      * NO LETTER.
      *
      * THE LETTER-HISTORY FILE (LTRHIST OLD/NEW GENERATIONS, IN
      * CUSTOMER ORDER) KEEPS THE LEVEL AND DATE OF THE LAST LETTER
      * EACH CUSTOMER WAS SENT. A CUSTOMER ALREADY SENT THE SAME
      * LEVEL IN THE CURRENT BUSINESS MONTH IS NOT SENT IT AGAIN,
      * AND THE LEVEL 3 ENTRIES ARE THE LIST OF ACCOUNTS FOR
      * REFERRAL TO THE COLLECTION AGENCY. THE COLLECTIONS REGISTER
      * (COLLRPT) LISTS EVERY PAST-DUE CUSTOMER AND WHAT WAS DONE.
      * THE HISTORY IS HELD IN A 5000-CUSTOMER TABLE; A RUN THAT
      * FILLS IT ENDS WITH RETURN CODE 16 BEFORE ANY NEW GENERATION
      * IS WRITTEN, SO NO CUSTOMER'S HISTORY IS EVER DROPPED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AROPEN   ASSIGN TO AROPEN
           FILE STATUS IS WF-AROPEN-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS WF-MASTER-STATUS.
           SELECT LTRHIST-OLD ASSIGN TO LTROLD
           FILE STATUS IS WF-LTROLD-STATUS.
           SELECT LTRHIST-NEW ASSIGN TO LTRNEW
           FILE STATUS IS WF-LTRNEW-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT LETTERS  ASSIGN TO LETTERS
           FILE STATUS IS WF-LETTERS-STATUS.
           SELECT COLLRPT  ASSIGN TO COLLRPT
           FILE STATUS IS WF-COLLRPT-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AROPEN
           RECORD CONTAINS 80 CHARACTERS.
       COPY ARITEM.
      *
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-KEYED-REC.
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
       FD  LTRHIST-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  LETTER-HISTORY-RECORD.
           05  LH-CUSTOMER-NUMBER      PIC 9(5).
           05  LH-LAST-LEVEL           PIC 9.
               88  LH-FINAL-DEMAND             VALUE 3.
           05  LH-LAST-LETTER-DATE     PIC 9(8).
           05  LH-PAST-DUE-AMOUNT      PIC 9(7)V9(2).
           05  FILLER                  PIC X(57).
      *
       FD  LTRHIST-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  LETTER-HISTORY-NEW-REC      PIC X(80).
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-CUSTOMER-NUMBER     PIC 9(5).
           05  SRT-LAST-LEVEL          PIC 9.
           05  SRT-LAST-LETTER-DATE    PIC 9(8).
           05  SRT-PAST-DUE-AMOUNT     PIC 9(7)V9(2).
           05  FILLER                  PIC X(57).
      *
       FD  LETTERS.
       01  PRINT-AREA       PIC X(132).
      *
       FD  COLLRPT.
       01  REGISTER-AREA    PIC X(132).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  AROPEN-EOF-SWITCH       PIC X    VALUE "N".
               88  AROPEN-EOF                   VALUE "Y".
           05  LTRHIST-EOF-SWITCH      PIC X    VALUE "N".
               88  LTRHIST-EOF                  VALUE "Y".
           05  ADDRESS-FOUND-SWITCH    PIC X    VALUE "N".
               88  ADDRESS-FOUND                VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-AROPEN-STATUS    PIC XX.
               88  AROPEN-FILE-OK          VALUE "00".
           05  WF-MASTER-STATUS    PIC XX.
               88  MASTER-FILE-OK          VALUE "00".
           05  WF-LTROLD-STATUS    PIC XX.
               88  LTROLD-FILE-OK          VALUE "00".
           05  WF-LTRNEW-STATUS    PIC XX.
               88  LTRNEW-FILE-OK          VALUE "00".
           05  WF-LETTERS-STATUS   PIC XX.
               88  LETTERS-FILE-OK         VALUE "00".
           05  WF-COLLRPT-STATUS   PIC XX.
               88  COLLRPT-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  LETTER-COUNT    PIC S9(5)   VALUE ZERO.
      *
       01  CUSTOMER-FIELDS.
           05  WS-CUSTOMER-NUMBER      PIC 9(5).
           05  WS-BRANCH-NUMBER        PIC 9(2).
           05  WS-SALESREP-NUMBER      PIC 9(2).
           05  WS-LETTER-LEVEL         PIC 9.
           05  WS-PAST-DUE-AMOUNT      PIC S9(7)V99  COMP-3.
      *
      * THE CUSTOMER'S OPEN BALANCE BY BUCKET - 1 CURRENT, 2 31-60,
      * 3 61-90, 4 OVER 90 - AGED AS ARAGERPT AGES IT.
      *
       01  CUSTOMER-BUCKETS.
           05  CB-BUCKET               OCCURS 4 TIMES
                                       PIC S9(7)V99  COMP-3.
           05  CB-TOTAL                PIC S9(7)V99  COMP-3.
      *
       01  WORK-FIELDS.
           05  WS-AS-OF-INTEGER        PIC S9(7)  COMP-3.
           05  WS-ITEM-INTEGER         PIC S9(7)  COMP-3.
           05  WS-ITEM-AGE             PIC S9(5)  COMP-3.
           05  WS-BUCKET-SUB           PIC S9(3)  COMP.
           05  WS-TEXT-SUB             PIC S9(3)  COMP.
           05  WS-BUSINESS-YEAR-MONTH  PIC 9(6).
           05  WS-LETTER-YEAR-MONTH    PIC 9(6).
      *
       01  HISTORY-TABLE-FIELDS.
           05  HT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  HT-SUB              PIC S9(4)  COMP.
           05  HT-MATCH-SUB        PIC S9(4)  COMP.
      *
      * ONE ENTRY PER CUSTOMER EVER SENT A LETTER - LOADED FROM THE
      * OLD GENERATION, UPDATED AS LETTERS PRINT, AND SORTED BACK
      * INTO CUSTOMER ORDER FOR THE NEW GENERATION.
      *
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY           OCCURS 5000 TIMES.
               10  HT-CUSTOMER-NUMBER      PIC 9(5).
               10  HT-LAST-LEVEL           PIC 9.
               10  HT-LAST-LETTER-DATE     PIC 9(8).
               10  HT-PAST-DUE-AMOUNT      PIC 9(7)V9(2).
      *
       01  CONTROL-TOTALS.
           05  CT-ITEMS-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-CUSTOMERS-READ   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-PAST-DUE         PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-LETTERS-SENT     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-LEVEL-SENT       OCCURS 3 TIMES
                                   PIC S9(7)     COMP-3.
           05  CT-ALREADY-SENT     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-NO-ADDRESS       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HIST-READ        PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HIST-WRITTEN     PIC S9(7)     COMP-3 VALUE ZERO.
      *
      * LETTER WORDING, FIVE LINES PER LEVEL.
      *
       01  LETTER-TEXT-VALUES.
           05  FILLER          PIC X(52)   VALUE
               "OUR RECORDS SHOW A BALANCE ON YOUR ACCOUNT THAT".
           05  FILLER          PIC X(52)   VALUE
               "IS MORE THAN 30 DAYS PAST DUE. IF YOUR PAYMENT IS".
           05  FILLER          PIC X(52)   VALUE
               "ALREADY IN THE MAIL, PLEASE ACCEPT OUR THANKS AND".
           05  FILLER          PIC X(52)   VALUE
               "DISREGARD THIS NOTICE. OTHERWISE PLEASE REMIT THE".
           05  FILLER          PIC X(52)   VALUE
               "PAST-DUE AMOUNT SHOWN BELOW.".
           05  FILLER          PIC X(52)   VALUE
               "YOUR ACCOUNT IS NOW MORE THAN 60 DAYS PAST DUE AND".
           05  FILLER          PIC X(52)   VALUE
               "WE HAVE HAD NO RESPONSE TO OUR EARLIER REMINDER.".
           05  FILLER          PIC X(52)   VALUE
               "PAYMENT OF THE PAST-DUE AMOUNT SHOWN BELOW IS".
           05  FILLER          PIC X(52)   VALUE
               "REQUIRED WITHIN 10 DAYS TO AVOID A HOLD ON FURTHER".
           05  FILLER          PIC X(52)   VALUE
               "CREDIT PURCHASES.".
           05  FILLER          PIC X(52)   VALUE
               "FINAL DEMAND. YOUR ACCOUNT IS MORE THAN 90 DAYS PAST".
           05  FILLER          PIC X(52)   VALUE
               "DUE. UNLESS THE PAST-DUE AMOUNT SHOWN BELOW IS".
           05  FILLER          PIC X(52)   VALUE
               "RECEIVED WITHIN 10 DAYS, YOUR ACCOUNT WILL BE".
           05  FILLER          PIC X(52)   VALUE
               "REFERRED TO A COLLECTION AGENCY WITHOUT FURTHER".
           05  FILLER          PIC X(52)   VALUE
               "NOTICE.".
       01  LETTER-TEXT-TABLE REDEFINES LETTER-TEXT-VALUES.
           05  LT-LEVEL                OCCURS 3 TIMES.
               10  LT-LINE                 OCCURS 5 TIMES
                                           PIC X(52).
      *
       01  LETTER-SUBJECT-VALUES.
           05  FILLER          PIC X(30)   VALUE
               "REMINDER - PAST-DUE ACCOUNT".
           05  FILLER          PIC X(30)   VALUE
               "SECOND NOTICE - PAST DUE".
           05  FILLER          PIC X(30)   VALUE
               "FINAL DEMAND FOR PAYMENT".
       01  LETTER-SUBJECT-TABLE REDEFINES LETTER-SUBJECT-VALUES.
           05  LS-SUBJECT              OCCURS 3 TIMES
                                       PIC X(30).
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "ACCOUNT COLLECTION N".
           05  FILLER          PIC X(20)   VALUE "OTICE               ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "COLLETR".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  REGISTER-HEADING-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "COLLECTION LETTER RE".
           05  FILLER          PIC X(20)   VALUE "GISTER              ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  REGISTER-HEADING-3.
           05  FILLER      PIC X(20)   VALUE "BR  RP  CUST   CUSTO".
           05  FILLER      PIC X(20)   VALUE "MER NAME        LVL ".
           05  FILLER      PIC X(20)   VALUE "31-60 DAYS  61-90 DA".
           05  FILLER      PIC X(20)   VALUE "YS     OVER 90    PA".
           05  FILLER      PIC X(20)   VALUE "ST DUE  ACTION      ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
       01  ADDRESS-NAME-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  ANL-NAME            PIC X(32).
           05  FILLER              PIC X(95)    VALUE SPACE.
      *
       01  ADDRESS-STREET-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  ASL-STREET          PIC X(13).
           05  FILLER              PIC X(114)   VALUE SPACE.
      *
       01  ADDRESS-CITY-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  ACL-CITY            PIC X(8).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  ACL-STATE           PIC XX.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  ACL-ZIP             PIC X(5).
           05  FILLER              PIC X(110)   VALUE SPACE.
      *
       01  NO-ADDRESS-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  NAL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(25)
                   VALUE " *** ADDRESS NOT ON FILE".
           05  FILLER              PIC X(97)    VALUE SPACE.
      *
       01  ACCOUNT-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(9)     VALUE "ACCOUNT: ".
           05  AL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE "RE: ".
           05  AL-SUBJECT          PIC X(30).
           05  FILLER              PIC X(75)    VALUE SPACE.
      *
       01  BODY-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  BL-TEXT             PIC X(52).
           05  FILLER              PIC X(75)    VALUE SPACE.
      *
       01  AMOUNT-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  AML-LABEL           PIC X(24).
           05  AML-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(90)    VALUE SPACE.
      *
       01  CLOSING-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(17)
                   VALUE "CREDIT DEPARTMENT".
           05  FILLER              PIC X(110)   VALUE SPACE.
      *
       01  SEPARATOR-LINE.
           05  FILLER              PIC X(132)   VALUE ALL "-".
      *
       01  REGISTER-LINE.
           05  RL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-SALESREP-NUMBER  PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-LEVEL            PIC 9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-BUCKET-2         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-BUCKET-3         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-BUCKET-4         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-PAST-DUE         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-ACTION           PIC X(20).
           05  FILLER              PIC X(24)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "COLLETR TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PRINT-COLLECTION-LETTERS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-HISTORY-TABLE.
           PERFORM 150-READ-OPEN-ITEM.
           PERFORM 200-PROCESS-ONE-CUSTOMER
               UNTIL AROPEN-EOF.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
               INPUT PROCEDURE 500-RELEASE-HISTORY
               GIVING LTRHIST-NEW.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE AROPEN
                 CUSTOMER-MASTER-FILE
                 LETTERS
                 COLLRPT.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  AROPEN
                       CUSTOMER-MASTER-FILE
                OUTPUT LETTERS
                       COLLRPT.
           IF NOT AROPEN-FILE-OK
              DISPLAY "AROPEN OPEN ERROR: " WF-AROPEN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT MASTER-FILE-OK
              DISPLAY "CUSTMSTK OPEN ERROR: " WF-MASTER-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT LETTERS-FILE-OK
              DISPLAY "LETTERS OPEN ERROR: " WF-LETTERS-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT COLLRPT-FILE-OK
              DISPLAY "COLLRPT OPEN ERROR: " WF-COLLRPT-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       110-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 115-READ-PROCESSING-DATE.
           MOVE PD-MONTH   TO HL1-MONTH OF HEADING-LINE-1.
           MOVE PD-DAY     TO HL1-DAY OF HEADING-LINE-1.
           MOVE PD-YEAR    TO HL1-YEAR OF HEADING-LINE-1.
           MOVE PD-MONTH   TO HL1-MONTH OF REGISTER-HEADING-1.
           MOVE PD-DAY     TO HL1-DAY OF REGISTER-HEADING-1.
           MOVE PD-YEAR    TO HL1-YEAR OF REGISTER-HEADING-1.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE PD-BUSINESS-DATE (1:6) TO WS-BUSINESS-YEAR-MONTH.
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (PD-BUSINESS-DATE).
           MOVE ZERO TO CT-LEVEL-SENT (1).
           MOVE ZERO TO CT-LEVEL-SENT (2).
           MOVE ZERO TO CT-LEVEL-SENT (3).
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
       120-LOAD-HISTORY-TABLE.
      *
           OPEN INPUT LTRHIST-OLD.
           IF NOT LTROLD-FILE-OK
              DISPLAY "LTROLD OPEN ERROR: " WF-LTROLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-HISTORY-RECORD
               UNTIL LTRHIST-EOF.
           CLOSE LTRHIST-OLD.
      *
       125-READ-HISTORY-RECORD.
      *
           READ LTRHIST-OLD
               AT END
                   MOVE "Y" TO LTRHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-HIST-READ
                   IF HT-ENTRY-COUNT < 5000
                       ADD 1 TO HT-ENTRY-COUNT
                       MOVE LH-CUSTOMER-NUMBER
                           TO HT-CUSTOMER-NUMBER (HT-ENTRY-COUNT)
                       MOVE LH-LAST-LEVEL
                           TO HT-LAST-LEVEL (HT-ENTRY-COUNT)
                       MOVE LH-LAST-LETTER-DATE
                           TO HT-LAST-LETTER-DATE (HT-ENTRY-COUNT)
                       MOVE LH-PAST-DUE-AMOUNT
                           TO HT-PAST-DUE-AMOUNT (HT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "COLLETR HISTORY TABLE FULL AT "
                           LH-CUSTOMER-NUMBER " - RUN ENDED"
                       PERFORM 900-ABORT
                   END-IF
           END-READ.
      *
       150-READ-OPEN-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ITEMS-READ
           END-READ.
      *
      * THE OPEN-ITEM MASTER IS GROUPED BY CUSTOMER, SO EACH GROUP
      * IS AGED IN ONE PASS AND THEN JUDGED FOR A LETTER.
      *
       200-PROCESS-ONE-CUSTOMER.
      *
           ADD 1 TO CT-CUSTOMERS-READ.
           MOVE AR-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER.
           MOVE AR-BRANCH-NUMBER   TO WS-BRANCH-NUMBER.
           MOVE AR-SALESREP-NUMBER TO WS-SALESREP-NUMBER.
           INITIALIZE CUSTOMER-BUCKETS.
           PERFORM 210-AGE-ONE-ITEM
               UNTIL AROPEN-EOF
               OR AR-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER.
           PERFORM 220-CHOOSE-LETTER-LEVEL.
           IF WS-LETTER-LEVEL > ZERO
               PERFORM 230-SEND-OR-HOLD-LETTER
           END-IF.
      *
       210-AGE-ONE-ITEM.
      *
           IF AR-ITEM-OPEN
               COMPUTE WS-ITEM-INTEGER =
                   FUNCTION INTEGER-OF-DATE (AR-ITEM-DATE)
               COMPUTE WS-ITEM-AGE =
                   WS-AS-OF-INTEGER - WS-ITEM-INTEGER
               EVALUATE TRUE
                   WHEN AR-CREDIT-ITEM
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-ITEM-AGE <= 30
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-ITEM-AGE <= 60
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN WS-ITEM-AGE <= 90
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUB
               END-EVALUATE
               IF AR-CREDIT-ITEM
                   SUBTRACT AR-OPEN-BALANCE
                       FROM CB-BUCKET (WS-BUCKET-SUB)
                   SUBTRACT AR-OPEN-BALANCE FROM CB-TOTAL
               ELSE
                   ADD AR-OPEN-BALANCE TO CB-BUCKET (WS-BUCKET-SUB)
                   ADD AR-OPEN-BALANCE TO CB-TOTAL
               END-IF
           END-IF.
           PERFORM 150-READ-OPEN-ITEM.
      *
      * THE LEVEL IS SET BY THE OLDEST PAST-DUE BUCKET WITH MONEY IN
      * IT. NO LETTER GOES OUT WHEN OPEN CREDITS LEAVE THE CUSTOMER
      * OWING NOTHING.
      *
       220-CHOOSE-LETTER-LEVEL.
      *
           EVALUATE TRUE
               WHEN CB-BUCKET (4) > ZERO
                   MOVE 3 TO WS-LETTER-LEVEL
               WHEN CB-BUCKET (3) > ZERO
                   MOVE 2 TO WS-LETTER-LEVEL
               WHEN CB-BUCKET (2) > ZERO
                   MOVE 1 TO WS-LETTER-LEVEL
               WHEN OTHER
                   MOVE ZERO TO WS-LETTER-LEVEL
           END-EVALUATE.
           IF CB-TOTAL NOT > ZERO
               MOVE ZERO TO WS-LETTER-LEVEL
           END-IF.
           COMPUTE WS-PAST-DUE-AMOUNT =
               CB-BUCKET (2) + CB-BUCKET (3) + CB-BUCKET (4).
      *
      * THE SAME LEVEL IS NOT SENT TWICE IN ONE BUSINESS MONTH - A
      * CUSTOMER WHO HAS AGED INTO A HIGHER LEVEL GETS THE NEW
      * LETTER AT ONCE.
      *
       230-SEND-OR-HOLD-LETTER.
      *
           ADD 1 TO CT-PAST-DUE.
           PERFORM 240-FIND-HISTORY-ENTRY.
           MOVE ZERO TO WS-LETTER-YEAR-MONTH.
           IF HT-MATCH-SUB > ZERO
               MOVE HT-LAST-LETTER-DATE (HT-MATCH-SUB) (1:6)
                   TO WS-LETTER-YEAR-MONTH
           END-IF.
           PERFORM 300-LOOK-UP-ADDRESS.
           IF HT-MATCH-SUB > ZERO
                   AND HT-LAST-LEVEL (HT-MATCH-SUB) = WS-LETTER-LEVEL
                   AND WS-LETTER-YEAR-MONTH = WS-BUSINESS-YEAR-MONTH
               ADD 1 TO CT-ALREADY-SENT
               MOVE "ALREADY SENT        " TO RL-ACTION
           ELSE
               PERFORM 310-PRINT-LETTER
               PERFORM 250-UPDATE-HISTORY-ENTRY
               ADD 1 TO CT-LETTERS-SENT
               ADD 1 TO CT-LEVEL-SENT (WS-LETTER-LEVEL)
               IF ADDRESS-FOUND
                   MOVE "LETTER PRINTED      " TO RL-ACTION
               ELSE
                   MOVE "PRINTED - NO ADDRESS" TO RL-ACTION
               END-IF
           END-IF.
           PERFORM 260-PRINT-REGISTER-LINE.
      *
       240-FIND-HISTORY-ENTRY.
      *
           MOVE ZERO TO HT-MATCH-SUB.
           PERFORM 245-MATCH-ONE-HISTORY
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT
               OR HT-MATCH-SUB > ZERO.
      *
       245-MATCH-ONE-HISTORY.
      *
           IF HT-CUSTOMER-NUMBER (HT-SUB) = WS-CUSTOMER-NUMBER
               MOVE HT-SUB TO HT-MATCH-SUB
           END-IF.
      *
       250-UPDATE-HISTORY-ENTRY.
      *
           IF HT-MATCH-SUB = ZERO
               IF HT-ENTRY-COUNT < 5000
                   ADD 1 TO HT-ENTRY-COUNT
                   MOVE HT-ENTRY-COUNT TO HT-MATCH-SUB
                   MOVE WS-CUSTOMER-NUMBER
                       TO HT-CUSTOMER-NUMBER (HT-MATCH-SUB)
               ELSE
                   DISPLAY "COLLETR HISTORY TABLE FULL AT "
                       WS-CUSTOMER-NUMBER " - RUN ENDED"
                   PERFORM 900-ABORT
               END-IF
           END-IF.
           IF HT-MATCH-SUB > ZERO
               MOVE WS-LETTER-LEVEL  TO HT-LAST-LEVEL (HT-MATCH-SUB)
               MOVE PD-BUSINESS-DATE
                   TO HT-LAST-LETTER-DATE (HT-MATCH-SUB)
               MOVE WS-PAST-DUE-AMOUNT
                   TO HT-PAST-DUE-AMOUNT (HT-MATCH-SUB)
           END-IF.
      *
       260-PRINT-REGISTER-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 270-PRINT-REGISTER-HEADING
           END-IF.
           MOVE WS-BRANCH-NUMBER   TO RL-BRANCH-NUMBER.
           MOVE WS-SALESREP-NUMBER TO RL-SALESREP-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER.
           IF ADDRESS-FOUND
               MOVE MST-NAME       TO RL-CUSTOMER-NAME
           ELSE
               MOVE SPACES         TO RL-CUSTOMER-NAME
           END-IF.
           MOVE WS-LETTER-LEVEL    TO RL-LEVEL.
           MOVE CB-BUCKET (2)      TO RL-BUCKET-2.
           MOVE CB-BUCKET (3)      TO RL-BUCKET-3.
           MOVE CB-BUCKET (4)      TO RL-BUCKET-4.
           MOVE WS-PAST-DUE-AMOUNT TO RL-PAST-DUE.
           MOVE REGISTER-LINE TO REGISTER-AREA.
           WRITE REGISTER-AREA.
           ADD 1 TO LINE-COUNT.
      *
       270-PRINT-REGISTER-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER OF REGISTER-HEADING-1.
           MOVE REGISTER-HEADING-1 TO REGISTER-AREA.
           WRITE REGISTER-AREA.
           MOVE HEADING-LINE-2 TO REGISTER-AREA.
           WRITE REGISTER-AREA.
           MOVE REGISTER-HEADING-3 TO REGISTER-AREA.
           WRITE REGISTER-AREA.
           MOVE 4 TO LINE-COUNT.
      *
      * THE MAINTENANCE MASTER IS KEYED ON A SIX-DIGIT NUMBER AND
      * THE SALES SIDE CARRIES FIVE DIGITS, SO THE LOOKUP NUMBER IS
      * ZERO-PADDED ON THE LEFT - THE CUSTSYNC CONVENTION.
      *
       300-LOOK-UP-ADDRESS.
      *
           MOVE WS-CUSTOMER-NUMBER TO MST-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO ADDRESS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO ADDRESS-FOUND-SWITCH
           END-READ.
      *
       310-PRINT-LETTER.
      *
           ADD 1 TO LETTER-COUNT.
           MOVE LETTER-COUNT   TO HL1-PAGE-NUMBER OF HEADING-LINE-1.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF ADDRESS-FOUND
               PERFORM 314-PRINT-ADDRESS-LINES
           ELSE
               PERFORM 312-PRINT-NO-ADDRESS
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER.
           MOVE LS-SUBJECT (WS-LETTER-LEVEL) TO AL-SUBJECT.
           MOVE ACCOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 320-PRINT-BODY-LINE
               VARYING WS-TEXT-SUB FROM 1 BY 1
               UNTIL WS-TEXT-SUB > 5.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 330-PRINT-AMOUNT-LINES.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE CLOSING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       312-PRINT-NO-ADDRESS.
      *
           ADD 1 TO CT-NO-ADDRESS.
           MOVE WS-CUSTOMER-NUMBER TO NAL-CUSTOMER-NUMBER.
           MOVE NO-ADDRESS-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       314-PRINT-ADDRESS-LINES.
      *
           MOVE MST-NAME   TO ANL-NAME.
           MOVE ADDRESS-NAME-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE MST-STREET TO ASL-STREET.
           MOVE ADDRESS-STREET-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE MST-CITY   TO ACL-CITY.
           MOVE MST-STATE  TO ACL-STATE.
           MOVE MST-ZIP    TO ACL-ZIP.
           MOVE ADDRESS-CITY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       320-PRINT-BODY-LINE.
      *
           MOVE LT-LINE (WS-LETTER-LEVEL, WS-TEXT-SUB) TO BL-TEXT.
           MOVE BODY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       330-PRINT-AMOUNT-LINES.
      *
           MOVE "31 - 60 DAYS PAST DUE   " TO AML-LABEL.
           MOVE CB-BUCKET (2)              TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "61 - 90 DAYS PAST DUE   " TO AML-LABEL.
           MOVE CB-BUCKET (3)              TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "OVER 90 DAYS PAST DUE   " TO AML-LABEL.
           MOVE CB-BUCKET (4)              TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "TOTAL PAST DUE          " TO AML-LABEL.
           MOVE WS-PAST-DUE-AMOUNT         TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "TOTAL ACCOUNT BALANCE   " TO AML-LABEL.
           MOVE CB-TOTAL                   TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       400-PRINT-CONTROL-TOTALS.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 270-PRINT-REGISTER-HEADING
           END-IF.
           MOVE "ITEMS READ        " TO CTL-LABEL.
           MOVE CT-ITEMS-READ        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "CUSTOMERS READ    " TO CTL-LABEL.
           MOVE CT-CUSTOMERS-READ    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "CUSTOMERS PAST DUE" TO CTL-LABEL.
           MOVE CT-PAST-DUE          TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "REMINDERS (LVL 1) " TO CTL-LABEL.
           MOVE CT-LEVEL-SENT (1)    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "NOTICES (LVL 2)   " TO CTL-LABEL.
           MOVE CT-LEVEL-SENT (2)    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "FINAL DEMANDS     " TO CTL-LABEL.
           MOVE CT-LEVEL-SENT (3)    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ALREADY SENT      " TO CTL-LABEL.
           MOVE CT-ALREADY-SENT      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ADDRESS MISSING   " TO CTL-LABEL.
           MOVE CT-NO-ADDRESS        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "HISTORY READ      " TO CTL-LABEL.
           MOVE CT-HIST-READ         TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "HISTORY WRITTEN   " TO CTL-LABEL.
           MOVE CT-HIST-WRITTEN      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           IF CT-PAST-DUE = CT-LETTERS-SENT + CT-ALREADY-SENT
               DISPLAY "*** COLLETR RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** COLLETR RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       410-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO REGISTER-AREA.
           WRITE REGISTER-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * SORT INPUT PROCEDURE - THE UPDATED HISTORY TABLE GOES BACK
      * OUT IN CUSTOMER ORDER AS THE NEW GENERATION.
      *
       500-RELEASE-HISTORY.
      *
           PERFORM 510-RELEASE-ONE-ENTRY
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > HT-ENTRY-COUNT.
      *
       510-RELEASE-ONE-ENTRY.
      *
           MOVE SPACES TO SORT-RECORD.
           MOVE HT-CUSTOMER-NUMBER (HT-SUB)  TO SRT-CUSTOMER-NUMBER.
           MOVE HT-LAST-LEVEL (HT-SUB)       TO SRT-LAST-LEVEL.
           MOVE HT-LAST-LETTER-DATE (HT-SUB) TO SRT-LAST-LETTER-DATE.
           MOVE HT-PAST-DUE-AMOUNT (HT-SUB)  TO SRT-PAST-DUE-AMOUNT.
           RELEASE SORT-RECORD.
           ADD 1 TO CT-HIST-WRITTEN.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
