       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWRTOFF.
      *
      * BAD-DEBT WRITE-OFF OF AGED RECEIVABLES. EACH WRITE-OFF
      * TRANSACTION (WOTRAN) EITHER NAMES ONE OPEN INVOICE ITEM BY
      * CUSTOMER/ITEM-DATE/SEQUENCE (CODE I) OR ASKS FOR EVERY OPEN
      * INVOICE ITEM OF A CUSTOMER OLDER THAN A GIVEN NUMBER OF DAYS
      * (CODE A), AND CARRIES THE ID OF THE SUPERVISOR WHO APPROVED
      * IT. THE SUPERVISOR MUST BE ON THE AUTHORIZED-OPERATOR FILE
      * (OPERAUTH), AND THEIR ROLE MUST BE GRANTED THE TRANSACTION
      * CODE IN ARWRTOFF ON THE PERMISSION TABLE (AUTHCHK), OR THE
      * TRANSACTION IS REJECTED.
      *
      * THE OPEN-ITEM MASTER (AROPEN OLD/NEW GENERATIONS) IS COPIED
      * FORWARD WITH EACH MATCHED ITEM CLOSED AS WRITTEN OFF ("W")
      * RATHER THAN PAID - ITS OPEN BALANCE IS LEFT AS THE AMOUNT
      * WRITTEN OFF AND ITS CLOSED DATE IS SET TO THE BUSINESS DATE.
      * THE CUSTOMER SALES MASTER (CUSTMAST OLD/NEW GENERATIONS) IS
      * COPIED FORWARD WITH THE WRITE-OFF FLAG AND DATE SET FOR EVERY
      * CUSTOMER WRITTEN OFF, SO CREDIT SEES IT ON CUST360.
      *
      * THE WRITE-OFF REGISTER (WOREG) LISTS EACH ITEM WITH REP AND
      * BRANCH TOTALS. THE WOCTL CONTROL RECORD CARRIES THE TOTAL
      * WRITTEN OFF TO GLEXTR FOR THE BAD-DEBT EXPENSE DR /
      * RECEIVABLES CR JOURNAL. AN OUT-OF-BALANCE RUN SETS RETURN
      * CODE 8.
      *
      * WOTRAN RECORDS: CODE X, CUSTOMER 9(5), ITEM DATE 9(8), ITEM
      * SEQUENCE 9(3), DAYS OVER 9(3), SUPERVISOR ID X(8).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOTRAN       ASSIGN TO WOTRAN
           FILE STATUS IS WF-WOTRAN-STATUS.
           SELECT OPERAUTH     ASSIGN TO OPERAUTH
           FILE STATUS IS WF-OPERAUTH-STATUS.
           SELECT AROPEN-OLD   ASSIGN TO AROLD
           FILE STATUS IS WF-AROLD-STATUS.
           SELECT AROPEN-NEW   ASSIGN TO ARNEW
           FILE STATUS IS WF-ARNEW-STATUS.
           SELECT CUSTMAST-OLD ASSIGN TO CUSTOLD
           FILE STATUS IS WF-CUSTOLD-STATUS.
           SELECT CUSTMAST-NEW ASSIGN TO CUSTNEW
           FILE STATUS IS WF-CUSTNEW-STATUS.
           SELECT WOREG        ASSIGN TO WOREG
           FILE STATUS IS WF-WOREG-STATUS.
           SELECT WOCTL        ASSIGN TO WOCTL
           FILE STATUS IS WF-WOCTL-STATUS.
           SELECT PROCDATE     ASSIGN TO PROCDATE
           FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  WOTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  WRITE-OFF-TRANS-RECORD.
           05  WT-CODE                 PIC X.
               88  WT-NAMED-ITEM               VALUE "I".
               88  WT-AGED-ITEMS               VALUE "A".
           05  WT-CUSTOMER-NUMBER      PIC 9(5).
           05  WT-ITEM-DATE            PIC 9(8).
           05  WT-ITEM-SEQUENCE        PIC 9(3).
           05  WT-DAYS-OVER            PIC 9(3).
           05  WT-SUPERVISOR-ID        PIC X(8).
           05  FILLER                  PIC X(52).
      *
       FD  OPERAUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.
      *
       FD  AROPEN-OLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY ARITEM.
      *
       FD  AROPEN-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  OPEN-ITEM-NEW-REC           PIC X(80).
      *
       FD  CUSTMAST-OLD.
       COPY CUSTMAST.
      *
       FD  CUSTMAST-NEW.
       01  CUSTOMER-MASTER-NEW-REC     PIC X(160).
      *
       FD  WOREG.
       01  PRINT-AREA       PIC X(132).
      *
       FD  WOCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  WRITE-OFF-CONTROL-REC.
           05  WC-PROGRAM              PIC X(8).
           05  WC-TRANS-READ           PIC 9(7).
           05  WC-TRANS-APPLIED        PIC 9(7).
           05  WC-TRANS-REJECTED       PIC 9(7).
           05  WC-NET-POSTED           PIC S9(9)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  WC-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(31).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  WOTRAN-EOF-SWITCH       PIC X    VALUE "N".
               88  WOTRAN-EOF                   VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
               88  OPERAUTH-EOF                 VALUE "Y".
           05  AROPEN-EOF-SWITCH       PIC X    VALUE "N".
               88  AROPEN-EOF                   VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  CUSTMAST-EOF                 VALUE "Y".
           05  FIRST-LINE-SWITCH       PIC X    VALUE "Y".
               88  FIRST-LINE                   VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-WOTRAN-STATUS    PIC XX.
               88  WOTRAN-FILE-OK          VALUE "00".
           05  WF-OPERAUTH-STATUS  PIC XX.
               88  OPERAUTH-FILE-OK        VALUE "00".
           05  WF-AROLD-STATUS     PIC XX.
               88  AROLD-FILE-OK           VALUE "00".
           05  WF-ARNEW-STATUS     PIC XX.
               88  ARNEW-FILE-OK           VALUE "00".
           05  WF-CUSTOLD-STATUS   PIC XX.
               88  CUSTOLD-FILE-OK         VALUE "00".
           05  WF-CUSTNEW-STATUS   PIC XX.
               88  CUSTNEW-FILE-OK         VALUE "00".
           05  WF-WOREG-STATUS     PIC XX.
               88  WOREG-FILE-OK           VALUE "00".
           05  WF-WOCTL-STATUS     PIC XX.
               88  WOCTL-FILE-OK           VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  TRANS-TABLE-FIELDS.
           05  TT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  TT-SUB              PIC S9(3)  COMP.
           05  TT-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  TRANS-TABLE.
           05  TRANS-ENTRY             OCCURS 500 TIMES.
               10  TTE-CODE                PIC X.
                   88  TTE-NAMED-ITEM              VALUE "I".
                   88  TTE-AGED-ITEMS              VALUE "A".
               10  TTE-CUSTOMER-NUMBER     PIC 9(5).
               10  TTE-ITEM-DATE           PIC 9(8).
               10  TTE-ITEM-SEQUENCE       PIC 9(3).
               10  TTE-DAYS-OVER           PIC 9(3).
               10  TTE-SUPERVISOR-ID       PIC X(8).
               10  TTE-APPLIED-SWITCH      PIC X.
                   88  TTE-APPLIED                 VALUE "Y".
                   88  TTE-NOT-APPLIED             VALUE "N".
      *
       01  OPERATOR-TABLE-FIELDS.
           05  OT-ENTRY-COUNT      PIC S9(3)  COMP  VALUE ZERO.
           05  OT-SUB              PIC S9(3)  COMP.
           05  OT-MATCH-SUB        PIC S9(3)  COMP.
      *
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY          OCCURS 50 TIMES.
               10  OT-OPERATOR-ID          PIC X(8).
      *
       COPY AUTHPARM.
      *
       01  WORK-FIELDS.
           05  WS-AS-OF-INTEGER        PIC S9(7)  COMP-3.
           05  WS-ITEM-INTEGER         PIC S9(7)  COMP-3.
           05  WS-ITEM-AGE             PIC S9(5)  COMP-3.
           05  WS-PREV-BRANCH          PIC 9(2).
           05  WS-PREV-SALESREP        PIC 9(2).
           05  WS-BASIS-AGED.
               10  FILLER              PIC X(5)   VALUE "OVER ".
               10  WS-BASIS-DAYS       PIC ZZ9.
               10  FILLER              PIC X(5)   VALUE " DAYS".
      *
       01  CONTROL-TOTALS.
           05  CT-TRANS-READ       PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-APPLIED    PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-TRANS-REJECTED   PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-READ       PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-WRITTEN    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-ITEMS-WRITTEN-OFF
                                   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MASTERS-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MASTERS-WRITTEN  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-MASTERS-FLAGGED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-REP-COUNT        PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-REP-ORIGINAL     PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-REP-AMOUNT       PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-BRANCH-COUNT     PIC S9(5)     COMP-3 VALUE ZERO.
           05  CT-BRANCH-ORIGINAL  PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-BRANCH-AMOUNT    PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-GRAND-ORIGINAL   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05  CT-GRAND-AMOUNT     PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
       01  FILE-INTEGRITY-FIELDS.
           05  FC-HEADER-RECORD.
               10  FILLER          PIC X(4)   VALUE "HDR!".
               10  FCH-FILE-ID     PIC X(8)   VALUE "CUSTMAST".
               10  FCH-DATE        PIC 9(8)   VALUE ZERO.
               10  FCH-PROGRAM     PIC X(8)   VALUE "ARWRTOFF".
               10  FILLER          PIC X(132) VALUE SPACE.
           05  FC-TRAILER-RECORD.
               10  FILLER          PIC X(4)   VALUE "TRL!".
               10  FCT-COUNT       PIC 9(9)   VALUE ZERO.
               10  FCT-HASH        PIC 9(11)V9(2) VALUE ZERO.
               10  FILLER          PIC X(134) VALUE SPACE.
           05  FC-OUT-COUNT        PIC S9(9)     COMP-3 VALUE ZERO.
           05  FC-OUT-HASH         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  FC-IN-COUNT         PIC S9(9)     COMP-3 VALUE ZERO.
           05  FC-IN-HASH          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  FC-CONTROL-SWITCH   PIC X.
               88  FC-CONTROL-RECORD   VALUE "Y".
           05  FC-TRAILER-SEEN-SW  PIC X VALUE "N".
               88  FC-TRAILER-SEEN     VALUE "Y".
           05  FC-TRAILER-IMAGE    PIC X(26).
           05  FC-TRAILER-FIELDS REDEFINES FC-TRAILER-IMAGE.
               10  FILLER          PIC X(4).
               10  FCI-COUNT       PIC 9(9).
               10  FCI-HASH        PIC 9(11)V9(2).
      *
       COPY DATETIME.
      *
       01  HEADING-LINE-1.
       COPY HDGDATE.
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "BAD-DEBT WRITE-OFF R".
           05  FILLER          PIC X(20)   VALUE "EGISTER             ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
       COPY HDGPAGE.
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
       COPY HDGTIME.
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ARWRTOFF".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "BR  RP  CUST   ITEM ".
           05  FILLER      PIC X(20)   VALUE "DATE/SEQ  DAYS  ORIG".
           05  FILLER      PIC X(20)   VALUE "INAL WRITTEN OFF  AP".
           05  FILLER      PIC X(20)   VALUE "PROVED  BASIS       ".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  WRITE-OFF-LINE.
           05  WOL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  WOL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  WOL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  WOL-ITEM-DATE       PIC 9(8).
           05  FILLER              PIC X(1)     VALUE "/".
           05  WOL-ITEM-SEQUENCE   PIC 9(3).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  WOL-ITEM-AGE        PIC ZZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  WOL-ORIGINAL-AMOUNT PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  WOL-WRITE-OFF-AMOUNT
                                   PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  WOL-SUPERVISOR-ID   PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  WOL-BASIS           PIC X(13).
           05  FILLER              PIC X(51)    VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER              PIC X(8)     VALUE SPACE.
           05  TTL-LABEL           PIC X(12).
           05  TTL-ITEM-COUNT      PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)     VALUE " ITEMS".
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TTL-ORIGINAL-AMOUNT PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TTL-WRITE-OFF-AMOUNT
                                   PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(76)    VALUE SPACE.
      *
       01  REJECT-LINE.
           05  RJL-CODE            PIC X.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RJL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RJL-ITEM-DATE       PIC 9(8).
           05  FILLER              PIC X(1)     VALUE "/".
           05  RJL-ITEM-SEQUENCE   PIC 9(3).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RJL-SUPERVISOR-ID   PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RJL-REASON          PIC X(24).
           05  FILLER              PIC X(74)    VALUE SPACE.
      *
       01  CONTROL-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE "ARWRTOFF TOTALS: ".
           05  CTL-LABEL       PIC X(20).
           05  CTL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(85)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-WRITE-OFF-BAD-DEBTS.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-FORMAT-REPORT-HEADING.
           PERFORM 120-LOAD-OPERATOR-TABLE.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 130-LOAD-TRANS-TABLE.
           PERFORM 210-READ-OPEN-ITEM.
           PERFORM 200-WRITE-OFF-OPEN-ITEMS
               UNTIL AROPEN-EOF.
           IF NOT FIRST-LINE
               PERFORM 250-PRINT-REP-TOTAL
               PERFORM 260-PRINT-BRANCH-TOTAL
           END-IF.
           PERFORM 270-PRINT-GRAND-TOTAL.
           PERFORM 800-WRITE-OUTPUT-HEADER.
           PERFORM 300-FLAG-CUSTOMER-MASTER
               UNTIL CUSTMAST-EOF.
           PERFORM 805-WRITE-OUTPUT-TRAILER.
           PERFORM 350-REJECT-UNMATCHED-TRANS.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           PERFORM 420-WRITE-WRITE-OFF-CONTROL.
           CLOSE WOTRAN
                 AROPEN-OLD
                 AROPEN-NEW
                 CUSTMAST-OLD
                 CUSTMAST-NEW
                 WOREG.
           GOBACK.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  WOTRAN
                       AROPEN-OLD
                       CUSTMAST-OLD
                OUTPUT AROPEN-NEW
                       CUSTMAST-NEW
                       WOREG.
           IF NOT WOTRAN-FILE-OK
              DISPLAY "WOTRAN OPEN ERROR: " WF-WOTRAN-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT AROLD-FILE-OK
              DISPLAY "AROLD OPEN ERROR: " WF-AROLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CUSTOLD-FILE-OK
              DISPLAY "CUSTOLD OPEN ERROR: " WF-CUSTOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT ARNEW-FILE-OK
              DISPLAY "ARNEW OPEN ERROR: " WF-ARNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT CUSTNEW-FILE-OK
              DISPLAY "CUSTNEW OPEN ERROR: " WF-CUSTNEW-STATUS
              PERFORM 900-ABORT
           END-IF.
           IF NOT WOREG-FILE-OK
              DISPLAY "WOREG OPEN ERROR: " WF-WOREG-STATUS
              PERFORM 900-ABORT
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
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (PD-BUSINESS-DATE).
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
      * EVERY WRITE-OFF MUST NAME THE SUPERVISOR WHO APPROVED IT.
      *
       120-LOAD-OPERATOR-TABLE.
      *
           OPEN INPUT OPERAUTH.
           IF NOT OPERAUTH-FILE-OK
               DISPLAY "OPERAUTH OPEN ERROR: " WF-OPERAUTH-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 125-READ-OPERATOR
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.
      *
       125-READ-OPERATOR.
      *
           READ OPERAUTH
               AT END
                   MOVE "Y" TO OPERAUTH-EOF-SWITCH
               NOT AT END
                   IF OT-ENTRY-COUNT < 50
                       ADD 1 TO OT-ENTRY-COUNT
                       MOVE OP-OPERATOR-ID
                           TO OT-OPERATOR-ID (OT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "OPERATOR TABLE FULL - ID DROPPED "
                           OP-OPERATOR-ID
                   END-IF
           END-READ.
      *
       130-LOAD-TRANS-TABLE.
      *
           PERFORM 135-READ-WRITE-OFF-TRANS.
           PERFORM 140-STORE-TRANS-ENTRY
               UNTIL WOTRAN-EOF.
      *
       135-READ-WRITE-OFF-TRANS.
      *
           READ WOTRAN
               AT END
                   MOVE "Y" TO WOTRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-TRANS-READ
           END-READ.
      *
       140-STORE-TRANS-ENTRY.
      *
           MOVE SPACES TO RJL-REASON.
           IF NOT WT-NAMED-ITEM AND NOT WT-AGED-ITEMS
               MOVE "INVALID TRANS CODE      " TO RJL-REASON
           ELSE
           IF WT-CUSTOMER-NUMBER NOT NUMERIC
               MOVE "INVALID CUSTOMER NUMBER " TO RJL-REASON
           ELSE
           IF WT-NAMED-ITEM
                   AND (WT-ITEM-DATE NOT NUMERIC
                     OR WT-ITEM-SEQUENCE NOT NUMERIC)
               MOVE "INVALID ITEM REFERENCE  " TO RJL-REASON
           ELSE
           IF WT-AGED-ITEMS
                   AND (WT-DAYS-OVER NOT NUMERIC
                     OR WT-DAYS-OVER = ZERO)
               MOVE "INVALID DAYS OVER       " TO RJL-REASON
           ELSE
           IF WT-SUPERVISOR-ID = SPACES
               MOVE "NO SUPERVISOR ID        " TO RJL-REASON
           ELSE
               PERFORM 145-CHECK-SUPERVISOR-ID
               IF OT-MATCH-SUB = ZERO
                   MOVE "UNKNOWN SUPERVISOR ID   " TO RJL-REASON
               ELSE
                   PERFORM 155-CHECK-AUTHORIZATION
                   IF AC-REFUSED
                       MOVE AC-REASON TO RJL-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF RJL-REASON NOT = SPACES
               ADD 1 TO CT-TRANS-REJECTED
               MOVE WT-CODE            TO RJL-CODE
               MOVE WT-CUSTOMER-NUMBER TO RJL-CUSTOMER-NUMBER
               MOVE WT-ITEM-DATE       TO RJL-ITEM-DATE
               MOVE WT-ITEM-SEQUENCE   TO RJL-ITEM-SEQUENCE
               MOVE WT-SUPERVISOR-ID   TO RJL-SUPERVISOR-ID
               PERFORM 160-PRINT-REJECT-LINE
           ELSE
           IF TT-ENTRY-COUNT < 500
               ADD 1 TO TT-ENTRY-COUNT
               MOVE WT-CODE TO TTE-CODE (TT-ENTRY-COUNT)
               MOVE WT-CUSTOMER-NUMBER
                   TO TTE-CUSTOMER-NUMBER (TT-ENTRY-COUNT)
               MOVE WT-ITEM-DATE
                   TO TTE-ITEM-DATE (TT-ENTRY-COUNT)
               MOVE WT-ITEM-SEQUENCE
                   TO TTE-ITEM-SEQUENCE (TT-ENTRY-COUNT)
               MOVE WT-DAYS-OVER
                   TO TTE-DAYS-OVER (TT-ENTRY-COUNT)
               MOVE WT-SUPERVISOR-ID
                   TO TTE-SUPERVISOR-ID (TT-ENTRY-COUNT)
               SET TTE-NOT-APPLIED (TT-ENTRY-COUNT) TO TRUE
           ELSE
               DISPLAY "WRITE-OFF TABLE FULL - TRANS OMITTED "
                   WT-CUSTOMER-NUMBER
               ADD 1 TO CT-TRANS-REJECTED
           END-IF
           END-IF.
           PERFORM 135-READ-WRITE-OFF-TRANS.
      *
       145-CHECK-SUPERVISOR-ID.
      *
           MOVE ZERO TO OT-MATCH-SUB.
           PERFORM 150-MATCH-ONE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-ENTRY-COUNT
               OR OT-MATCH-SUB > ZERO.
      *
       150-MATCH-ONE-OPERATOR.
      *
           IF OT-OPERATOR-ID (OT-SUB) = WT-SUPERVISOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
       155-CHECK-AUTHORIZATION.
      *
           MOVE "C"              TO AC-FUNCTION.
           MOVE "ARWRTOFF"       TO AC-PROGRAM-ID.
           MOVE WT-SUPERVISOR-ID TO AC-OPERATOR-ID.
           MOVE WT-CODE          TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       160-PRINT-REJECT-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE REJECT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * ONLY OPEN INVOICE ITEMS CAN BE WRITTEN OFF - PAID ITEMS AND
      * UNAPPLIED CREDITS ARE COPIED FORWARD UNTOUCHED. THE FIRST
      * TRANSACTION THAT MATCHES AN ITEM WRITES IT OFF.
      *
       200-WRITE-OFF-OPEN-ITEMS.
      *
           IF AR-ITEM-OPEN AND AR-DEBIT-ITEM
               COMPUTE WS-ITEM-INTEGER =
                   FUNCTION INTEGER-OF-DATE (AR-ITEM-DATE)
               COMPUTE WS-ITEM-AGE =
                   WS-AS-OF-INTEGER - WS-ITEM-INTEGER
               MOVE ZERO TO TT-MATCH-SUB
               PERFORM 220-MATCH-ONE-TRANS
                   VARYING TT-SUB FROM 1 BY 1
                   UNTIL TT-SUB > TT-ENTRY-COUNT
                   OR TT-MATCH-SUB > ZERO
               IF TT-MATCH-SUB > ZERO
                   PERFORM 225-WRITE-OFF-ONE-ITEM
               END-IF
           END-IF.
           MOVE OPEN-ITEM-RECORD TO OPEN-ITEM-NEW-REC.
           WRITE OPEN-ITEM-NEW-REC.
           ADD 1 TO CT-ITEMS-WRITTEN.
           PERFORM 210-READ-OPEN-ITEM.
      *
       210-READ-OPEN-ITEM.
      *
           READ AROPEN-OLD
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-ITEMS-READ
           END-READ.
      *
       220-MATCH-ONE-TRANS.
      *
           IF TTE-CUSTOMER-NUMBER (TT-SUB) = AR-CUSTOMER-NUMBER
               IF TTE-NAMED-ITEM (TT-SUB)
                   IF TTE-ITEM-DATE (TT-SUB) = AR-ITEM-DATE
                       AND TTE-ITEM-SEQUENCE (TT-SUB) = AR-ITEM-SEQUENCE
                       MOVE TT-SUB TO TT-MATCH-SUB
                   END-IF
               ELSE
                   IF WS-ITEM-AGE > TTE-DAYS-OVER (TT-SUB)
                       MOVE TT-SUB TO TT-MATCH-SUB
                   END-IF
               END-IF
           END-IF.
      *
       225-WRITE-OFF-ONE-ITEM.
      *
           IF TTE-NOT-APPLIED (TT-MATCH-SUB)
               SET TTE-APPLIED (TT-MATCH-SUB) TO TRUE
               ADD 1 TO CT-TRANS-APPLIED
           END-IF.
           SET AR-ITEM-WRITTEN-OFF TO TRUE.
           MOVE PD-BUSINESS-DATE TO AR-CLOSED-DATE.
           ADD 1 TO CT-ITEMS-WRITTEN-OFF.
           PERFORM 240-PRINT-WRITE-OFF-LINE.
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
      * AROPEN IS IN BRANCH/REP ORDER, SO THE REGISTER BREAKS ON
      * THE ITEMS AS THEY ARE WRITTEN OFF.
      *
       240-PRINT-WRITE-OFF-LINE.
      *
           IF FIRST-LINE
               MOVE "N" TO FIRST-LINE-SWITCH
           ELSE
               IF AR-BRANCH-NUMBER NOT = WS-PREV-BRANCH
                   PERFORM 250-PRINT-REP-TOTAL
                   PERFORM 260-PRINT-BRANCH-TOTAL
               ELSE
                   IF AR-SALESREP-NUMBER NOT = WS-PREV-SALESREP
                       PERFORM 250-PRINT-REP-TOTAL
                   END-IF
               END-IF
           END-IF.
           MOVE AR-BRANCH-NUMBER   TO WS-PREV-BRANCH.
           MOVE AR-SALESREP-NUMBER TO WS-PREV-SALESREP.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE AR-BRANCH-NUMBER   TO WOL-BRANCH-NUMBER.
           MOVE AR-SALESREP-NUMBER TO WOL-SALESREP-NUMBER.
           MOVE AR-CUSTOMER-NUMBER TO WOL-CUSTOMER-NUMBER.
           MOVE AR-ITEM-DATE       TO WOL-ITEM-DATE.
           MOVE AR-ITEM-SEQUENCE   TO WOL-ITEM-SEQUENCE.
           MOVE WS-ITEM-AGE        TO WOL-ITEM-AGE.
           MOVE AR-ORIGINAL-AMOUNT TO WOL-ORIGINAL-AMOUNT.
           MOVE AR-OPEN-BALANCE    TO WOL-WRITE-OFF-AMOUNT.
           MOVE TTE-SUPERVISOR-ID (TT-MATCH-SUB) TO WOL-SUPERVISOR-ID.
           IF TTE-NAMED-ITEM (TT-MATCH-SUB)
               MOVE "NAMED ITEM"   TO WOL-BASIS
           ELSE
               MOVE TTE-DAYS-OVER (TT-MATCH-SUB) TO WS-BASIS-DAYS
               MOVE WS-BASIS-AGED  TO WOL-BASIS
           END-IF.
           MOVE WRITE-OFF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD 1                  TO CT-REP-COUNT.
           ADD AR-ORIGINAL-AMOUNT TO CT-REP-ORIGINAL.
           ADD AR-OPEN-BALANCE    TO CT-REP-AMOUNT.
      *
       250-PRINT-REP-TOTAL.
      *
           MOVE "REP TOTAL   "  TO TTL-LABEL.
           MOVE CT-REP-COUNT    TO TTL-ITEM-COUNT.
           MOVE CT-REP-ORIGINAL TO TTL-ORIGINAL-AMOUNT.
           MOVE CT-REP-AMOUNT   TO TTL-WRITE-OFF-AMOUNT.
           PERFORM 280-WRITE-TOTAL-LINE.
           ADD CT-REP-COUNT    TO CT-BRANCH-COUNT.
           ADD CT-REP-ORIGINAL TO CT-BRANCH-ORIGINAL.
           ADD CT-REP-AMOUNT   TO CT-BRANCH-AMOUNT.
           MOVE ZERO TO CT-REP-COUNT.
           MOVE ZERO TO CT-REP-ORIGINAL.
           MOVE ZERO TO CT-REP-AMOUNT.
      *
       260-PRINT-BRANCH-TOTAL.
      *
           MOVE "BRANCH TOTAL"     TO TTL-LABEL.
           MOVE CT-BRANCH-COUNT    TO TTL-ITEM-COUNT.
           MOVE CT-BRANCH-ORIGINAL TO TTL-ORIGINAL-AMOUNT.
           MOVE CT-BRANCH-AMOUNT   TO TTL-WRITE-OFF-AMOUNT.
           PERFORM 280-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD CT-BRANCH-ORIGINAL TO CT-GRAND-ORIGINAL.
           ADD CT-BRANCH-AMOUNT   TO CT-GRAND-AMOUNT.
           MOVE ZERO TO CT-BRANCH-COUNT.
           MOVE ZERO TO CT-BRANCH-ORIGINAL.
           MOVE ZERO TO CT-BRANCH-AMOUNT.
      *
       270-PRINT-GRAND-TOTAL.
      *
           MOVE "GRAND TOTAL "       TO TTL-LABEL.
           MOVE CT-ITEMS-WRITTEN-OFF TO TTL-ITEM-COUNT.
           MOVE CT-GRAND-ORIGINAL    TO TTL-ORIGINAL-AMOUNT.
           MOVE CT-GRAND-AMOUNT      TO TTL-WRITE-OFF-AMOUNT.
           PERFORM 280-WRITE-TOTAL-LINE.
      *
       280-WRITE-TOTAL-LINE.
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * THE SALES MASTER IS COPIED FORWARD WITH THE WRITE-OFF FLAG
      * SET FOR EVERY CUSTOMER WITH AT LEAST ONE ITEM WRITTEN OFF.
      *
       300-FLAG-CUSTOMER-MASTER.
      *
           PERFORM 310-READ-MASTER-RECORD.
           IF NOT CUSTMAST-EOF
               MOVE ZERO TO TT-MATCH-SUB
               PERFORM 320-MATCH-APPLIED-TRANS
                   VARYING TT-SUB FROM 1 BY 1
                   UNTIL TT-SUB > TT-ENTRY-COUNT
                   OR TT-MATCH-SUB > ZERO
               IF TT-MATCH-SUB > ZERO
                   SET CM-HAS-WRITE-OFF TO TRUE
                   MOVE PD-BUSINESS-DATE TO CM-LAST-WRITE-OFF-DATE
                   ADD 1 TO CT-MASTERS-FLAGGED
               END-IF
               MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-MASTER-NEW-REC
               WRITE CUSTOMER-MASTER-NEW-REC
               ADD 1 TO CT-MASTERS-WRITTEN
               ADD 1 TO FC-OUT-COUNT
               ADD CM-SALES-THIS-YTD TO FC-OUT-HASH
           END-IF.
      *
       310-READ-MASTER-RECORD.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 315-READ-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CUSTMAST-EOF.
      *
       315-READ-RAW-RECORD.
      *
           READ CUSTMAST-OLD
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
                   PERFORM 820-VERIFY-INPUT-TRAILER
               NOT AT END
                   PERFORM 810-CLASSIFY-INPUT-RECORD
                   IF NOT FC-CONTROL-RECORD
                       ADD 1 TO CT-MASTERS-READ
                   END-IF
           END-READ.
      *
       320-MATCH-APPLIED-TRANS.
      *
           IF TTE-APPLIED (TT-SUB)
                   AND TTE-CUSTOMER-NUMBER (TT-SUB)
                       = CM-CUSTOMER-NUMBER
               MOVE TT-SUB TO TT-MATCH-SUB
           END-IF.
      *
       350-REJECT-UNMATCHED-TRANS.
      *
           PERFORM 360-REJECT-ONE-TRANS
               VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > TT-ENTRY-COUNT.
      *
       360-REJECT-ONE-TRANS.
      *
           IF TTE-NOT-APPLIED (TT-SUB)
               ADD 1 TO CT-TRANS-REJECTED
               MOVE TTE-CODE (TT-SUB)          TO RJL-CODE
               MOVE TTE-CUSTOMER-NUMBER (TT-SUB)
                   TO RJL-CUSTOMER-NUMBER
               MOVE TTE-ITEM-DATE (TT-SUB)     TO RJL-ITEM-DATE
               MOVE TTE-ITEM-SEQUENCE (TT-SUB) TO RJL-ITEM-SEQUENCE
               MOVE TTE-SUPERVISOR-ID (TT-SUB) TO RJL-SUPERVISOR-ID
               MOVE "NO MATCHING OPEN ITEM   " TO RJL-REASON
               PERFORM 160-PRINT-REJECT-LINE
           END-IF.
      *
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE "TRANS READ        " TO CTL-LABEL.
           MOVE CT-TRANS-READ        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "TRANS APPLIED     " TO CTL-LABEL.
           MOVE CT-TRANS-APPLIED     TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "TRANS REJECTED    " TO CTL-LABEL.
           MOVE CT-TRANS-REJECTED    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEMS READ        " TO CTL-LABEL.
           MOVE CT-ITEMS-READ        TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEMS WRITTEN OFF " TO CTL-LABEL.
           MOVE CT-ITEMS-WRITTEN-OFF TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "ITEMS WRITTEN     " TO CTL-LABEL.
           MOVE CT-ITEMS-WRITTEN     TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "MASTERS READ      " TO CTL-LABEL.
           MOVE CT-MASTERS-READ      TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "MASTERS FLAGGED   " TO CTL-LABEL.
           MOVE CT-MASTERS-FLAGGED   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "MASTERS WRITTEN   " TO CTL-LABEL.
           MOVE CT-MASTERS-WRITTEN   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           IF CT-TRANS-READ = CT-TRANS-APPLIED + CT-TRANS-REJECTED
                   AND CT-ITEMS-READ = CT-ITEMS-WRITTEN
                   AND CT-MASTERS-READ = CT-MASTERS-WRITTEN
               DISPLAY "*** ARWRTOFF RUN IS IN BALANCE ***"
           ELSE
               DISPLAY "*** ARWRTOFF RUN IS OUT OF BALANCE - REVIEW ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       410-WRITE-CONTROL-LINE.
      *
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
      *
      * THE TOTAL WRITTEN OFF GOES TO GLEXTR FOR THE BAD-DEBT
      * JOURNAL, STAMPED WITH THE BUSINESS DATE IT BELONGS TO.
      *
       420-WRITE-WRITE-OFF-CONTROL.
      *
           OPEN OUTPUT WOCTL.
           IF NOT WOCTL-FILE-OK
               DISPLAY "WOCTL OPEN ERROR: " WF-WOCTL-STATUS
               PERFORM 900-ABORT
           END-IF.
           MOVE SPACES            TO WRITE-OFF-CONTROL-REC.
           MOVE "ARWRTOFF"        TO WC-PROGRAM.
           MOVE CT-TRANS-READ     TO WC-TRANS-READ.
           MOVE CT-TRANS-APPLIED  TO WC-TRANS-APPLIED.
           MOVE CT-TRANS-REJECTED TO WC-TRANS-REJECTED.
           MOVE CT-GRAND-AMOUNT   TO WC-NET-POSTED.
           MOVE PD-BUSINESS-DATE  TO WC-BUSINESS-DATE.
           WRITE WRITE-OFF-CONTROL-REC.
           CLOSE WOCTL.
      *
       900-ABORT.
      *
           MOVE 16 TO RETURN-CODE.
           GOBACK.
      *
       800-WRITE-OUTPUT-HEADER.
      *
           MOVE PD-BUSINESS-DATE TO FCH-DATE.
           MOVE FC-HEADER-RECORD TO CUSTOMER-MASTER-NEW-REC.
           WRITE CUSTOMER-MASTER-NEW-REC.
      *
       805-WRITE-OUTPUT-TRAILER.
      *
           MOVE FC-OUT-COUNT TO FCT-COUNT.
           MOVE FC-OUT-HASH  TO FCT-HASH.
           MOVE FC-TRAILER-RECORD TO CUSTOMER-MASTER-NEW-REC.
           WRITE CUSTOMER-MASTER-NEW-REC.
      *
      * STANDARD HEADER/TRAILER HANDLING FOR THE INTERFACE FILE -
      * HDR!/TRL! CONTROL RECORDS ARE SKIPPED ON INPUT, THE TRAILER
      * COUNT AND SALES HASH ARE PROVED AT END OF FILE, AND A
      * MISMATCH ABORTS THE STEP. A FILE WITH NO HEADER AT ALL IS
      * TREATED AS A LEGACY FILE WITH A WARNING.
      *
       810-CLASSIFY-INPUT-RECORD.
      *
           EVALUATE CUSTOMER-MASTER-RECORD (1:4)
               WHEN "HDR!"
                   PERFORM 815-VERIFY-INPUT-HEADER
               WHEN "TRL!"
                   MOVE CUSTOMER-MASTER-RECORD (1:26)
                       TO FC-TRAILER-IMAGE
                   MOVE "Y" TO FC-TRAILER-SEEN-SW
               WHEN OTHER
                   MOVE "N" TO FC-CONTROL-SWITCH
                   ADD 1 TO FC-IN-COUNT
                   ADD CM-SALES-THIS-YTD TO FC-IN-HASH
           END-EVALUATE.
      *
       815-VERIFY-INPUT-HEADER.
      *
           IF CUSTOMER-MASTER-RECORD (5:8) NOT = "CUSTMAST"
               DISPLAY "ARWRTOFF WRONG FILE ID ON INPUT HEADER"
                   " - STEP ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       820-VERIFY-INPUT-TRAILER.
      *
           IF NOT FC-TRAILER-SEEN
               DISPLAY "ARWRTOFF WARNING - NO TRAILER ON INPUT"
                   " MASTER - LEGACY FILE ASSUMED"
           ELSE
               IF FCI-COUNT NOT = FC-IN-COUNT
                       OR FCI-HASH NOT = FC-IN-HASH
                   DISPLAY "ARWRTOFF INPUT TRAILER MISMATCH -"
                       " FILE SHORT OR STALE - STEP ABORTED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
