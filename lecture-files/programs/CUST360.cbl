      * (ONE PER SYSIN CARD, CUSTINQ STYLE) THE ANSWER PAGE SHOWS:
      * THE CUSTMSTK MAINTENANCE RECORD WITH ITS ADDRESS, THE
      * MATCHING CUSTMAST SALES RECORD WITH ITS MONTHLY BUCKETS,
      * CREDIT LIMIT, HOLD FLAG AND BAD-DEBT WRITE-OFF FLAG/DATE,
      * AND THE CUSTOMER'S MOST RECENT CUSTAUDT BEFORE/AFTER
      * ACTIVITY - ONE LOOKUP FOR THE WHOLE PHONE CALL. THE SALES
      * MASTER CARRIES FIVE DIGITS AND THE KEYED MASTER SIX, SO THE
      * USUAL ZERO-PAD CONVENTION APPLIES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE SECTION.
       FD  CUSTMST
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-KEYED-REC.
           05  MST-NUMBER                 PIC 9(6).
           05  MST-NAME                   PIC X(32).
              07 MST-STATE                PIC XX.
              07 MST-ZIP                  PIC X(5).
              07 MST-PHONE                PIC X(10).
           05  FILLER                     PIC X(21).
      *
       FD  CUSTMAST.
       COPY CUSTMAST.
      *
       FD  CUSTAUDT
           RECORD CONTAINS 223 CHARACTERS.
       01  CUSTOMER-AUDIT-REC.
           05  AUD-CODE                   PIC X.
           05  AUD-BEFORE-IMAGE           PIC X(100).
           05  AUD-BEFORE-X REDEFINES AUD-BEFORE-IMAGE.
               10  AUD-BEFORE-NUMBER      PIC X(6).
               10  AUD-BEFORE-NAME        PIC X(32).
               10  FILLER                 PIC X(62).
           05  AUD-AFTER-IMAGE            PIC X(100).
           05  AUD-AFTER-X REDEFINES AUD-AFTER-IMAGE.
               10  AUD-AFTER-NUMBER       PIC X(6).
               10  AUD-AFTER-NAME         PIC X(32).
               10  FILLER                 PIC X(62).
           05  AUD-CHANGE-DATE            PIC 9(8).
           05  FILLER                     PIC X(14).
      *
               10  RQ-SALES-LAST-YTD       PIC 9(5)V9(2).
               10  RQ-CREDIT-LIMIT         PIC 9(5)V9(2).
               10  RQ-CREDIT-HOLD-FLAG     PIC X.
               10  RQ-WRITE-OFF-FLAG       PIC X.
               10  RQ-LAST-WRITE-OFF-DATE  PIC X(8).
               10  RQ-SALES-MONTH          OCCURS 12 TIMES
                                           PIC 9(5)V9(2).
               10  RQ-AUDIT-COUNT          PIC S9(1)  COMP.
           05  SL1-LIMIT       PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(8)    VALUE "  HOLD: ".
           05  SL1-HOLD        PIC X.
           05  FILLER          PIC X(7)    VALUE "  W/O: ".
           05  SL1-WRITE-OFF   PIC X.
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  SL1-WRITE-OFF-DATE
                               PIC X(8).
           05  FILLER          PIC X(24)   VALUE SPACE.
      *
       01  SALES-LINE-2.
           05  FILLER          PIC X(18)   VALUE "MONTH BUCKETS:   ".
                   TO RQ-CREDIT-LIMIT (RQ-SUB)
               MOVE CM-CREDIT-HOLD-FLAG
                   TO RQ-CREDIT-HOLD-FLAG (RQ-SUB)
               MOVE CM-WRITE-OFF-FLAG
                   TO RQ-WRITE-OFF-FLAG (RQ-SUB)
               IF CM-HAS-WRITE-OFF
                   MOVE CM-LAST-WRITE-OFF-DATE
                       TO RQ-LAST-WRITE-OFF-DATE (RQ-SUB)
               ELSE
                   MOVE SPACES TO RQ-LAST-WRITE-OFF-DATE (RQ-SUB)
               END-IF
               PERFORM 225-STORE-ONE-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE RQ-SALES-LAST-YTD (RQ-SUB)   TO SL1-LAST-YTD
               MOVE RQ-CREDIT-LIMIT (RQ-SUB)     TO SL1-LIMIT
               MOVE RQ-CREDIT-HOLD-FLAG (RQ-SUB) TO SL1-HOLD
               MOVE RQ-WRITE-OFF-FLAG (RQ-SUB)   TO SL1-WRITE-OFF
               MOVE RQ-LAST-WRITE-OFF-DATE (RQ-SUB)
                   TO SL1-WRITE-OFF-DATE
               MOVE SALES-LINE-1 TO PRINT-AREA
               WRITE PRINT-AREA
               PERFORM 425-MOVE-FIRST-HALF
