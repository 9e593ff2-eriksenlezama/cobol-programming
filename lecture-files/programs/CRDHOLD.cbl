      * AWAY NEW DEBITS FOR HELD CUSTOMERS. A REGISTER LISTS EVERY
      * HOLD SET AND EVERY RELEASE APPLIED.
      *
      * NATIONAL ACCOUNTS: WHEN A PARENT ON CUSTMSTK CARRIES A GROUP
      * CREDIT LIMIT, THE SALES THIS YTD OF THE PARENT AND ALL ITS
      * CHILDREN ARE ADDED TOGETHER IN A FIRST PASS OVER THE SALES
      * MASTER, AND EVERY MEMBER OF A GROUP OVER ITS GROUP LIMIT IS
      * HELD ("GRP HELD") EVEN IF IT IS INSIDE ITS OWN LIMIT. A LINK
      * TO A PARENT NOT ON CUSTMSTK OR TO A PARENT THAT IS ITSELF A
      * CHILD IS IGNORED HERE AND REPORTED BY NATLRPT.
      *
      * CRDREL RELEASE RECORDS: CUSTOMER NUMBER 9(5) IN COLS 1-5,
      * RELEASING SUPERVISOR ID X(8) IN COLS 6-13. THE SUPERVISOR
      * MUST BE ON OPERAUTH WITH A ROLE GRANTED CODE 'R' IN CRDHOLD
      * ON THE PERMISSION TABLE (AUTHCHK); ANY OTHER RELEASE IS
      * REFUSED, LISTED ON THE CONSOLE AND COUNTED, AND THE HOLD
      * STANDS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WF-CUSTOLD-STATUS.
           SELECT CUSTMAST-NEW ASSIGN TO CUSTNEW
           FILE STATUS IS WF-CUSTNEW-STATUS.
           SELECT CUSTMST  ASSIGN TO CUSTMSTK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS WF-CUSTMST-STATUS.
           SELECT CRDREL   ASSIGN TO CRDREL
           FILE STATUS IS WF-CRDREL-STATUS.
           SELECT HOLDREG  ASSIGN TO HOLDREG
      *
       FD  CUSTMAST-NEW.
       01  CUSTOMER-MASTER-NEW-REC     PIC X(160).
      *
       FD  CUSTMST
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-LINK-REC.
           05  MST-NUMBER                 PIC 9(6).
           05  FILLER                     PIC X(74).
           05  MST-PARENT-NUMBER          PIC 9(6).
           05  MST-GROUP-CREDIT-LIMIT     PIC 9(7)V99.
           05  FILLER                     PIC X(5).
      *
       FD  CRDREL
           RECORD CONTAINS 80 CHARACTERS.
               88  CUSTMAST-EOF                 VALUE "Y".
           05  CRDREL-EOF-SWITCH       PIC X    VALUE "N".
               88  CRDREL-EOF                   VALUE "Y".
           05  CUSTMST-EOF-SWITCH      PIC X    VALUE "N".
               88  CUSTMST-EOF                  VALUE "Y".
           05  RELEASED-NOW-SWITCH     PIC X    VALUE "N".
               88  RELEASED-THIS-RECORD         VALUE "Y".
      *
               88  CUSTOLD-FILE-OK         VALUE "00".
           05  WF-CUSTNEW-STATUS   PIC XX.
               88  CUSTNEW-FILE-OK         VALUE "00".
           05  WF-CUSTMST-STATUS   PIC XX.
               88  CUSTMST-FILE-OK         VALUE "00".
           05  WF-CRDREL-STATUS    PIC XX.
               88  CRDREL-FILE-OK          VALUE "00".
           05  WF-HOLDREG-STATUS   PIC XX.
               10  RT-APPLIED-SWITCH       PIC X.
                   88  RT-APPLIED                  VALUE "Y".
                   88  RT-NOT-APPLIED              VALUE "N".
      *
       COPY AUTHPARM.
      *
      * ONE ENTRY PER CUSTMSTK RECORD. KT-GROUP-SUB POINTS AT THE
      * PARENT'S ENTRY FOR EVERY MEMBER OF A GROUP WHOSE PARENT
      * CARRIES A GROUP LIMIT (THE PARENT POINTS AT ITSELF).
      *
       01  LINK-TABLE-FIELDS.
           05  KT-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  KT-SUB              PIC S9(4)  COMP.
           05  KT-MATCH-SUB        PIC S9(4)  COMP.
           05  KT-SEARCH-SUB       PIC S9(4)  COMP.
           05  WS-SEARCH-NUMBER    PIC 9(6).
      *
       01  LINK-TABLE.
           05  LINK-ENTRY              OCCURS 5000 TIMES.
               10  KT-NUMBER               PIC 9(6).
               10  KT-PARENT-NUMBER        PIC 9(6).
               10  KT-GROUP-LIMIT          PIC 9(7)V99.
               10  KT-GROUP-SUB            PIC S9(4)  COMP.
               10  KT-GROUP-SALES          PIC S9(9)V99 COMP-3.
      *
       01  WORK-FIELDS.
           05  WS-PCT-OF-LIMIT    PIC S9(5)V9.
       01  CONTROL-TOTALS.
           05  CT-MASTERS-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HOLDS-SET        PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-GROUP-HOLDS-SET  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HOLDS-RELEASED   PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-HOLDS-CARRIED    PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RELEASES-UNUSED  PIC S9(7)     COMP-3 VALUE ZERO.
           05  CT-RELEASES-REFUSED PIC S9(7)     COMP-3 VALUE ZERO.
      *
       01  FILE-INTEGRITY-FIELDS.
           05  FC-HEADER-RECORD.
           PERFORM 800-WRITE-OUTPUT-HEADER.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 120-LOAD-RELEASE-TABLE.
           PERFORM 150-LOAD-LINK-TABLE.
           PERFORM 170-ACCUMULATE-GROUP-SALES.
           PERFORM 200-PROCESS-MASTER-RECORD
               UNTIL CUSTMAST-EOF.
           PERFORM 805-WRITE-OUTPUT-TRAILER.
                 CUSTMAST-NEW
                 CRDREL
                 HOLDREG.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           GOBACK.
      *
       100-OPEN-FILES.
           END-READ.
      *
      * A RELEASE WITHOUT A SUPERVISOR ID IS NOT A RELEASE - THE
      * WHOLE POINT IS KNOWING WHO AUTHORIZED IT - AND ONE FROM A
      * SUPERVISOR WHOSE ROLE MAY NOT RELEASE HOLDS IS REFUSED.
      *
       140-STORE-RELEASE-ENTRY.
      *
           IF CRL-SUPERVISOR-ID NOT = SPACES
               PERFORM 145-CHECK-AUTHORIZATION
           END-IF.
           IF CRL-SUPERVISOR-ID = SPACES
               DISPLAY "CRDHOLD RELEASE WITHOUT SUPERVISOR SKIPPED "
                   CRL-CUSTOMER-NUMBER
               ADD 1 TO CT-RELEASES-UNUSED
           ELSE
           IF AC-REFUSED
               DISPLAY "CRDHOLD RELEASE REFUSED - CUSTOMER "
                   CRL-CUSTOMER-NUMBER " SUPERVISOR "
                   CRL-SUPERVISOR-ID " " AC-REASON
               ADD 1 TO CT-RELEASES-REFUSED
           ELSE
           IF RT-ENTRY-COUNT < 200
               ADD 1 TO RT-ENTRY-COUNT
               MOVE CRL-CUSTOMER-NUMBER
               DISPLAY "RELEASE TABLE FULL - RELEASE OMITTED "
                   CRL-CUSTOMER-NUMBER
           END-IF
           END-IF
           END-IF.
           PERFORM 130-READ-RELEASE-RECORD.
      *
       145-CHECK-AUTHORIZATION.
      *
           MOVE "C"               TO AC-FUNCTION.
           MOVE "CRDHOLD"         TO AC-PROGRAM-ID.
           MOVE CRL-SUPERVISOR-ID TO AC-OPERATOR-ID.
           MOVE "R"               TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
       150-LOAD-LINK-TABLE.
      *
           OPEN INPUT CUSTMST.
           IF NOT CUSTMST-FILE-OK
              DISPLAY "CUSTMSTK OPEN ERROR: " WF-CUSTMST-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 155-READ-KEYED-MASTER.
           PERFORM 160-STORE-LINK-ENTRY
               UNTIL CUSTMST-EOF.
           CLOSE CUSTMST.
           PERFORM 165-RESOLVE-ONE-LINK
               VARYING KT-SUB FROM 1 BY 1
               UNTIL KT-SUB > KT-ENTRY-COUNT.
      *
       155-READ-KEYED-MASTER.
      *
           READ CUSTMST
               AT END
                   MOVE "Y" TO CUSTMST-EOF-SWITCH
           END-READ.
      *
       160-STORE-LINK-ENTRY.
      *
           IF KT-ENTRY-COUNT < 5000
               ADD 1 TO KT-ENTRY-COUNT
               MOVE MST-NUMBER TO KT-NUMBER (KT-ENTRY-COUNT)
               MOVE MST-PARENT-NUMBER
                   TO KT-PARENT-NUMBER (KT-ENTRY-COUNT)
               MOVE MST-GROUP-CREDIT-LIMIT
                   TO KT-GROUP-LIMIT (KT-ENTRY-COUNT)
               MOVE ZERO TO KT-GROUP-SUB (KT-ENTRY-COUNT)
                            KT-GROUP-SALES (KT-ENTRY-COUNT)
           ELSE
               DISPLAY "LINK TABLE FULL - CUSTOMER OMITTED "
                   MST-NUMBER
           END-IF.
           PERFORM 155-READ-KEYED-MASTER.
      *
       165-RESOLVE-ONE-LINK.
      *
           IF KT-PARENT-NUMBER (KT-SUB) > ZERO
               MOVE KT-PARENT-NUMBER (KT-SUB) TO WS-SEARCH-NUMBER
               PERFORM 167-FIND-CUSTOMER
               IF KT-MATCH-SUB > ZERO
                   IF KT-PARENT-NUMBER (KT-MATCH-SUB) = ZERO
                           AND KT-GROUP-LIMIT (KT-MATCH-SUB) > ZERO
                       MOVE KT-MATCH-SUB TO KT-GROUP-SUB (KT-SUB)
                       MOVE KT-MATCH-SUB
                           TO KT-GROUP-SUB (KT-MATCH-SUB)
                   END-IF
               END-IF
           END-IF.
      *
       167-FIND-CUSTOMER.
      *
           MOVE ZERO TO KT-MATCH-SUB.
           PERFORM 168-MATCH-ONE-CUSTOMER
               VARYING KT-SEARCH-SUB FROM 1 BY 1
               UNTIL KT-SEARCH-SUB > KT-ENTRY-COUNT
               OR KT-MATCH-SUB > ZERO.
      *
       168-MATCH-ONE-CUSTOMER.
      *
           IF KT-NUMBER (KT-SEARCH-SUB) = WS-SEARCH-NUMBER
               MOVE KT-SEARCH-SUB TO KT-MATCH-SUB
           END-IF.
      *
      * FIRST PASS OVER THE SALES MASTER - GROUP SALES ONLY. THE
      * FILE IS THEN REOPENED FOR THE MAINTENANCE PASS, WHICH DOES
      * THE TRAILER PROOF.
      *
       170-ACCUMULATE-GROUP-SALES.
      *
           PERFORM 175-READ-GROUP-PASS-RECORD.
           PERFORM 180-ADD-GROUP-SALES
               UNTIL CUSTMAST-EOF.
           CLOSE CUSTMAST-OLD.
           MOVE "N" TO CUSTMAST-EOF-SWITCH.
           OPEN INPUT CUSTMAST-OLD.
           IF NOT CUSTOLD-FILE-OK
              DISPLAY "CUSTOLD REOPEN ERROR: " WF-CUSTOLD-STATUS
              PERFORM 900-ABORT
           END-IF.
      *
       175-READ-GROUP-PASS-RECORD.
      *
           MOVE "Y" TO FC-CONTROL-SWITCH.
           PERFORM 177-READ-GROUP-RAW-RECORD
               UNTIL NOT FC-CONTROL-RECORD
               OR CUSTMAST-EOF.
      *
       177-READ-GROUP-RAW-RECORD.
      *
           READ CUSTMAST-OLD
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   IF CUSTOMER-MASTER-RECORD (1:4) = "HDR!"
                           OR CUSTOMER-MASTER-RECORD (1:4) = "TRL!"
                       MOVE "Y" TO FC-CONTROL-SWITCH
                   ELSE
                       MOVE "N" TO FC-CONTROL-SWITCH
                   END-IF
           END-READ.
      *
       180-ADD-GROUP-SALES.
      *
           PERFORM 185-FIND-CUSTOMER-GROUP.
           IF KT-MATCH-SUB > ZERO
               ADD CM-SALES-THIS-YTD TO KT-GROUP-SALES (KT-MATCH-SUB)
           END-IF.
           PERFORM 175-READ-GROUP-PASS-RECORD.
      *
      * LEAVES KT-MATCH-SUB ON THE GROUP PARENT'S ENTRY, OR ZERO IF
      * THE CUSTOMER IS NOT IN A GROUP THAT CARRIES A LIMIT.
      *
       185-FIND-CUSTOMER-GROUP.
      *
           MOVE CM-CUSTOMER-NUMBER TO WS-SEARCH-NUMBER.
           PERFORM 167-FIND-CUSTOMER.
           IF KT-MATCH-SUB > ZERO
               MOVE KT-GROUP-SUB (KT-MATCH-SUB) TO KT-MATCH-SUB
           END-IF.
      *
       200-PROCESS-MASTER-RECORD.
      *
      * THE CUSTOMER IS STILL OVER THE LIMIT - OTHERWISE THE SAME
      * PASS WOULD RE-HOLD EVERY RELEASE IT JUST APPLIED. THE
      * LIMIT TEST CATCHES THE CUSTOMER AGAIN ONLY ON A LATER
      * RUN, AFTER NEW ACTIVITY. THE SAME APPLIES TO A GROUP HOLD.
      *
       220-CHECK-HOLD-STATUS.
      *
           MOVE "N" TO RELEASED-NOW-SWITCH.
           PERFORM 250-APPLY-RELEASE-IF-ANY.
           PERFORM 185-FIND-CUSTOMER-GROUP.
           IF CM-ON-CREDIT-HOLD
               ADD 1 TO CT-HOLDS-CARRIED
           ELSE
               IF NOT RELEASED-THIS-RECORD
                   IF CM-CREDIT-LIMIT > ZERO
                           AND CM-SALES-THIS-YTD > CM-CREDIT-LIMIT
                       MOVE "HELD     " TO HDL-ACTION
                       PERFORM 225-SET-HOLD
                   ELSE
                       IF KT-MATCH-SUB > ZERO
                           IF KT-GROUP-SALES (KT-MATCH-SUB)
                                   > KT-GROUP-LIMIT (KT-MATCH-SUB)
                               MOVE "GRP HELD " TO HDL-ACTION
                               ADD 1 TO CT-GROUP-HOLDS-SET
                               PERFORM 225-SET-HOLD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       225-SET-HOLD.
      *
           SET CM-ON-CREDIT-HOLD TO TRUE.
           MOVE SPACES TO CM-HOLD-RELEASE-SUPV.
           ADD 1 TO CT-HOLDS-SET.
           MOVE SPACES      TO HDL-SUPERVISOR-ID.
           PERFORM 260-PRINT-HOLD-LINE.
      *
       250-APPLY-RELEASE-IF-ANY.
      *
           MOVE "HOLDS SET         " TO CTL-LABEL.
           MOVE CT-HOLDS-SET         TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "  BY GROUP LIMIT  " TO CTL-LABEL.
           MOVE CT-GROUP-HOLDS-SET   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "HOLDS RELEASED    " TO CTL-LABEL.
           MOVE CT-HOLDS-RELEASED    TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "RELEASES UNUSED   " TO CTL-LABEL.
           MOVE CT-RELEASES-UNUSED   TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
           MOVE "RELEASES REFUSED  " TO CTL-LABEL.
           MOVE CT-RELEASES-REFUSED  TO CTL-COUNT.
           PERFORM 410-WRITE-CONTROL-LINE.
      *
       410-WRITE-CONTROL-LINE.
      *
