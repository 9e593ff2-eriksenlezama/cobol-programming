       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNVCMSTK.
      *
      * ONE-TIME CONVERSION - EXPANDS THE KEYED CUSTOMER MASTER FROM
      * 80 TO 100 BYTES FOR THE NATIONAL-ACCOUNT PARENT NUMBER AND
      * GROUP CREDIT LIMIT, AND THE CSTMAINT AUDIT IMAGES TO MATCH.
      * RUN AGAINST A FLAT UNLOAD OF CUSTMSTK (RELOADED AFTERWARDS)
      * AND AGAINST EACH RETAINED CUSTMSTB AND CUSTAUDT GENERATION
      * THAT CUSTASOF MAY STILL REPLAY. EITHER PAIR OF DD NAMES MAY
      * BE LEFT DUMMY. EVERY CUSTOMER STARTS OUTSIDE ANY GROUP.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CUSTOMER-OLD-FILE ASSIGN TO CUSTOLD
           FILE STATUS IS WF-CUSTOLD-STATUS.
           SELECT  CUSTOMER-NEW-FILE ASSIGN TO CUSTNEW
           FILE STATUS IS WF-CUSTNEW-STATUS.
           SELECT  AUDIT-OLD-FILE ASSIGN TO AUDTOLD
           FILE STATUS IS WF-AUDTOLD-STATUS.
           SELECT  AUDIT-NEW-FILE ASSIGN TO AUDTNEW
           FILE STATUS IS WF-AUDTNEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-OLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CUSTOMER-OLD-REC                PIC X(80).
       FD  CUSTOMER-NEW-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-NEW-REC.
            05  CNF-OLD-IMAGE              PIC X(80).
            05  CNF-PARENT-NUMBER          PIC 9(6).
            05  CNF-GROUP-CREDIT-LIMIT     PIC 9(7)V99.
            05  FILLER                     PIC X(5).
       FD  AUDIT-OLD-FILE
           RECORD CONTAINS 183 CHARACTERS.
       01  AUDIT-OLD-REC.
            05  AOF-CODE                   PIC X.
            05  AOF-BEFORE-IMAGE           PIC X(80).
            05  AOF-AFTER-IMAGE            PIC X(80).
            05  AOF-TRAILING-FIELDS        PIC X(22).
       FD  AUDIT-NEW-FILE
           RECORD CONTAINS 223 CHARACTERS.
       01  AUDIT-NEW-REC.
            05  ANF-CODE                   PIC X.
            05  ANF-BEFORE-IMAGE.
               07 ANF-BEFORE-OLD           PIC X(80).
               07 ANF-BEFORE-PARENT        PIC X(6).
               07 ANF-BEFORE-GROUP-LIMIT   PIC X(9).
               07 FILLER                   PIC X(5).
            05  ANF-AFTER-IMAGE.
               07 ANF-AFTER-OLD            PIC X(80).
               07 ANF-AFTER-PARENT         PIC X(6).
               07 ANF-AFTER-GROUP-LIMIT    PIC X(9).
               07 FILLER                   PIC X(5).
            05  ANF-TRAILING-FIELDS        PIC X(22).
       WORKING-STORAGE SECTION.
        01  WF-FLAGS.
            05  WF-END-OF-FILE              PIC X.
                88  END-OF-FILE             VALUE 'Y'.
                88  NOT-END-OF-FILE         VALUE 'N'.
            05  WF-AUDIT-EOF                PIC X.
                88  AUDIT-END-OF-FILE       VALUE 'Y'.
                88  AUDIT-NOT-END-OF-FILE   VALUE 'N'.
            05 WF-CUSTOLD-STATUS            PIC XX.
                88  CUSTOLD-FILE-OK         VALUE '00'.
            05 WF-CUSTNEW-STATUS            PIC XX.
                88  CUSTNEW-FILE-OK         VALUE '00'.
            05 WF-AUDTOLD-STATUS            PIC XX.
                88  AUDTOLD-FILE-OK         VALUE '00'.
            05 WF-AUDTNEW-STATUS            PIC XX.
                88  AUDTNEW-FILE-OK         VALUE '00'.
        01  WF-CONTROL-TOTALS.
            05  WF-READ-COUNT               PIC 9(7)  COMP-3 VALUE 0.
            05  WF-WRITTEN-COUNT            PIC 9(7)  COMP-3 VALUE 0.
            05  WF-AUDIT-READ-COUNT         PIC 9(7)  COMP-3 VALUE 0.
            05  WF-AUDIT-WRITTEN-COUNT      PIC 9(7)  COMP-3 VALUE 0.
        PROCEDURE DIVISION.
        000-MAINLINE.
            SET NOT-END-OF-FILE TO TRUE.
            SET AUDIT-NOT-END-OF-FILE TO TRUE.
            OPEN INPUT CUSTOMER-OLD-FILE.
            IF NOT CUSTOLD-FILE-OK THEN
              DISPLAY 'CUSTOLD OPEN ERROR : ' WF-CUSTOLD-STATUS
              PERFORM 1000-ABORT
            END-IF.
            OPEN OUTPUT CUSTOMER-NEW-FILE.
            IF NOT CUSTNEW-FILE-OK THEN
              DISPLAY 'CUSTNEW OPEN ERROR : ' WF-CUSTNEW-STATUS
              PERFORM 1000-ABORT
            END-IF.
            OPEN INPUT AUDIT-OLD-FILE.
            IF NOT AUDTOLD-FILE-OK THEN
              DISPLAY 'AUDTOLD OPEN ERROR : ' WF-AUDTOLD-STATUS
              PERFORM 1000-ABORT
            END-IF.
            OPEN OUTPUT AUDIT-NEW-FILE.
            IF NOT AUDTNEW-FILE-OK THEN
              DISPLAY 'AUDTNEW OPEN ERROR : ' WF-AUDTNEW-STATUS
              PERFORM 1000-ABORT
            END-IF.
            PERFORM 300-READ-OLD-MASTER.
            PERFORM 400-CONVERT-ONE-RECORD
                     UNTIL END-OF-FILE.
            PERFORM 500-READ-OLD-AUDIT.
            PERFORM 600-CONVERT-ONE-AUDIT
                     UNTIL AUDIT-END-OF-FILE.
            DISPLAY "CNVCMSTK RECORDS READ    " WF-READ-COUNT.
            DISPLAY "CNVCMSTK RECORDS WRITTEN " WF-WRITTEN-COUNT.
            DISPLAY "CNVCMSTK AUDITS READ     " WF-AUDIT-READ-COUNT.
            DISPLAY "CNVCMSTK AUDITS WRITTEN  " WF-AUDIT-WRITTEN-COUNT.
            IF WF-READ-COUNT = WF-WRITTEN-COUNT
                    AND WF-AUDIT-READ-COUNT = WF-AUDIT-WRITTEN-COUNT
                DISPLAY "*** CONVERSION IS IN BALANCE ***"
            ELSE
                DISPLAY "*** CONVERSION IS OUT OF BALANCE - REVIEW ***"
            END-IF.
            CLOSE CUSTOMER-OLD-FILE.
            CLOSE CUSTOMER-NEW-FILE.
            CLOSE AUDIT-OLD-FILE.
            CLOSE AUDIT-NEW-FILE.
            GOBACK.
       300-READ-OLD-MASTER.
           READ CUSTOMER-OLD-FILE
             AT END SET END-OF-FILE TO TRUE
             NOT AT END ADD 1 TO WF-READ-COUNT
           END-READ.
       400-CONVERT-ONE-RECORD.
           MOVE CUSTOMER-OLD-REC TO CNF-OLD-IMAGE.
           MOVE ZERO             TO CNF-PARENT-NUMBER.
           MOVE ZERO             TO CNF-GROUP-CREDIT-LIMIT.
           WRITE CUSTOMER-NEW-REC.
           ADD 1 TO WF-WRITTEN-COUNT.
           PERFORM 300-READ-OLD-MASTER.
       500-READ-OLD-AUDIT.
           READ AUDIT-OLD-FILE
             AT END SET AUDIT-END-OF-FILE TO TRUE
             NOT AT END ADD 1 TO WF-AUDIT-READ-COUNT
           END-READ.
      * AN IMAGE THAT WAS BLANK (THE BEFORE-IMAGE OF AN ADD, THE
      * AFTER-IMAGE OF A DELETE) STAYS BLANK.
       600-CONVERT-ONE-AUDIT.
           MOVE SPACES              TO AUDIT-NEW-REC.
           MOVE AOF-CODE            TO ANF-CODE.
           MOVE AOF-BEFORE-IMAGE    TO ANF-BEFORE-OLD.
           IF AOF-BEFORE-IMAGE NOT = SPACES
               MOVE ZERO TO ANF-BEFORE-PARENT
                            ANF-BEFORE-GROUP-LIMIT
           END-IF.
           MOVE AOF-AFTER-IMAGE     TO ANF-AFTER-OLD.
           IF AOF-AFTER-IMAGE NOT = SPACES
               MOVE ZERO TO ANF-AFTER-PARENT
                            ANF-AFTER-GROUP-LIMIT
           END-IF.
           MOVE AOF-TRAILING-FIELDS TO ANF-TRAILING-FIELDS.
           WRITE AUDIT-NEW-REC.
           ADD 1 TO WF-AUDIT-WRITTEN-COUNT.
           PERFORM 500-READ-OLD-AUDIT.
       1000-ABORT.
            GOBACK.
