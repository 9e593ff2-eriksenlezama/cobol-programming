      * CLASS STANDING), ONE LINE PER COURSE WITH UNITS AND THE
      * SEMESTER GRADE, AND THE TERM GPA COMPUTED WITH THE SAME
      * GRADE-POINT LOGIC REGISTER USES.
      *
      * AN OFFICIAL COPY IS REFUSED WHILE THE STUDENT IS UNDER AN
      * ACTIVE BLOCKING HOLD ON THE STUDENT HOLDS MASTER (STUHOLD,
      * MAINTAINED BY HOLDMNT) - NO CERTIFICATE NUMBER IS DRAWN,
      * THE HOLD TYPE AND REASON PRINT ON THE TRANSCRIPT IN PLACE
      * OF THE OFFICIAL STAMP, AND THE RUN ENDS WITH RETURN CODE 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WF-CERTOLD-STATUS.
           SELECT CERT-CONTROL-NEW ASSIGN TO CERTNEW
               FILE STATUS IS WF-CERTNEW-STATUS.
           SELECT STUHOLD  ASSIGN TO STUHOLD
               FILE STATUS IS WF-STUHOLD-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
           RECORD CONTAINS 6 CHARACTERS.
       01  CERT-CONTROL-NEW-REC.
           05  CCN-NEXT-CERT-NUMBER    PIC 9(6).
      *
       FD  STUHOLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY STUHOLD.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
               88  CERTNEW-FILE-OK                 VALUE "00".
           05  WF-TRANRPT-STATUS       PIC X(02).
               88  TRANRPT-FILE-OK                 VALUE "00".
           05  WF-STUHOLD-STATUS       PIC X(02).
               88  STUHOLD-FILE-OK                 VALUE "00".
      *
       01  CONTROL-FIELDS.
           05  OLD-STUDENT-ID          PIC 9(09).
           05  STUDENT-GRADE-POINTS        PIC S9(04)V99 VALUE ZERO.
           05  CURRENT-GRADE-POINTS        PIC S9(01) VALUE ZERO.
           05  STUDENT-COUNT               PIC S9(05) VALUE ZERO.
           05  REFUSED-COUNT               PIC S9(05) VALUE ZERO.
      *
      *
       01  FILE-INTEGRITY-FIELDS.
               10  RQ-OFFICIAL-FLAG        PIC X.
               10  RQ-FILLED-SWITCH        PIC X.
                   88  RQ-FILLED               VALUE "Y".
      *
      *
      * ACTIVE BLOCKING HOLDS ONLY, LOADED IN REQUEST MODE.
      *
       01  HOLD-TABLE-FIELDS.
           05  HLD-ENTRY-COUNT     PIC S9(5)  COMP  VALUE ZERO.
           05  HLD-SUB             PIC S9(5)  COMP.
           05  HLD-MATCH-SUB       PIC S9(5)  COMP.
           05  STUHOLD-EOF-SWITCH  PIC X      VALUE "N".
               88  STUHOLD-EOF                VALUE "Y".
      *
       01  HOLD-TABLE.
           05  HOLD-ENTRY              OCCURS 5000 TIMES.
               10  HLD-STUDENT-ID          PIC 9(9).
               10  HLD-HOLD-TYPE           PIC X(3).
               10  HLD-HOLD-REASON         PIC X(20).
      *
       01  OFFICIAL-STAMP-LINE.
           05  FILLER              PIC X(22)
                   VALUE "OFFICIAL COPY NUMBER  ".
           05  OSL-CERT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(104)  VALUE SPACE.
      *
       01  HOLD-REFUSAL-LINE.
           05  FILLER              PIC X(28)
                   VALUE "OFFICIAL COPY REFUSED - HOLD".
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  HRL-HOLD-TYPE       PIC X(3).
           05  FILLER              PIC X(2)    VALUE ": ".
           05  HRL-HOLD-REASON     PIC X(20).
           05  FILLER              PIC X(78)   VALUE SPACE.
      *
       COPY DATETIME.
      *
               UNTIL RQ-SUB > RQ-ENTRY-COUNT.
           CLOSE TRANLOG.
           DISPLAY "TRANSCPT STUDENTS PRINTED " STUDENT-COUNT.
           IF REFUSED-COUNT > ZERO
               DISPLAY "TRANSCPT OFFICIAL COPIES REFUSED " REFUSED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE SORTED-REGS
                 TRANRPT.
           GOBACK.
           IF RQ-ENTRY-COUNT > ZERO
               SET REQUEST-MODE TO TRUE
               PERFORM 099-READ-CERT-CONTROL
               PERFORM 091-LOAD-HOLD-TABLE
           END-IF.
      *
       097-READ-REQUEST-RECORD.
           ELSE
               MOVE 1 TO WS-NEXT-CERT-NUMBER
           END-IF.
      *
      * ONLY THE HOLDS THAT STAND AND BLOCK ARE KEPT - RELEASED AND
      * NOTICE-ONLY HOLDS DO NOT STOP AN OFFICIAL COPY.
      *
       091-LOAD-HOLD-TABLE.
      *
           OPEN INPUT STUHOLD.
           IF NOT STUHOLD-FILE-OK
               DISPLAY "STUHOLD OPEN ERROR: " WF-STUHOLD-STATUS
               PERFORM 900-ABORT
           END-IF.
           PERFORM 092-READ-HOLD-RECORD
               UNTIL STUHOLD-EOF.
           CLOSE STUHOLD.
      *
       092-READ-HOLD-RECORD.
      *
           READ STUHOLD
               AT END
                   MOVE "Y" TO STUHOLD-EOF-SWITCH
               NOT AT END
                   IF SH-HOLD-ACTIVE AND SH-BLOCKING
                       PERFORM 093-STORE-HOLD-ENTRY
                   END-IF
           END-READ.
      *
       093-STORE-HOLD-ENTRY.
      *
           IF HLD-ENTRY-COUNT < 5000
               ADD 1 TO HLD-ENTRY-COUNT
               MOVE SH-STUDENT-ID  TO HLD-STUDENT-ID (HLD-ENTRY-COUNT)
               MOVE SH-HOLD-TYPE   TO HLD-HOLD-TYPE (HLD-ENTRY-COUNT)
               MOVE SH-HOLD-REASON TO HLD-HOLD-REASON (HLD-ENTRY-COUNT)
           ELSE
               DISPLAY "TRANSCPT HOLD TABLE FULL - STEP ABORTED"
               PERFORM 900-ABORT
           END-IF.
      *
       100-FORMAT-REPORT-HEADING.
      *
               MOVE RQ-REQUESTER (RQ-SUB)     TO TG-REQUESTER
               MOVE RQ-OFFICIAL-FLAG (RQ-SUB) TO TG-OFFICIAL-FLAG
               MOVE WS-ISSUE-DATE             TO TG-ISSUE-DATE
               MOVE ZERO TO HLD-MATCH-SUB
               IF RQ-OFFICIAL-FLAG (RQ-SUB) = "O"
                   PERFORM 226-FIND-STUDENT-HOLD
               END-IF
               IF HLD-MATCH-SUB > ZERO
                   PERFORM 228-REFUSE-OFFICIAL-COPY
               ELSE
                   IF RQ-OFFICIAL-FLAG (RQ-SUB) = "O"
                       MOVE WS-NEXT-CERT-NUMBER TO TG-CERT-NUMBER
                       MOVE WS-NEXT-CERT-NUMBER TO OSL-CERT-NUMBER
                       MOVE OFFICIAL-STAMP-LINE TO PRINT-AREA
                       WRITE PRINT-AREA
                       ADD 1 TO WS-NEXT-CERT-NUMBER
                   ELSE
                       MOVE ZERO TO TG-CERT-NUMBER
                   END-IF
                   WRITE FULFILLMENT-LOG-RECORD
               END-IF
               SET RQ-FILLED (RQ-SUB) TO TRUE
           END-IF.
      *
       226-FIND-STUDENT-HOLD.
      *
           MOVE ZERO TO HLD-MATCH-SUB.
           PERFORM 227-MATCH-ONE-HOLD
               VARYING HLD-SUB FROM 1 BY 1
               UNTIL HLD-SUB > HLD-ENTRY-COUNT
               OR HLD-MATCH-SUB > ZERO.
      *
       227-MATCH-ONE-HOLD.
      *
           IF HLD-STUDENT-ID (HLD-SUB) = CR-STUDENT-ID
               MOVE HLD-SUB TO HLD-MATCH-SUB
           END-IF.
      *
      * A REFUSED OFFICIAL COPY DRAWS NO CERTIFICATE AND IS NOT
      * LOGGED AS FULFILLED - THE REQUEST IS ANSWERED BY THE HOLD
      * LINE ON THE TRANSCRIPT AND THE CONSOLE MESSAGE.
      *
       228-REFUSE-OFFICIAL-COPY.
      *
           MOVE HLD-HOLD-TYPE (HLD-MATCH-SUB)   TO HRL-HOLD-TYPE.
           MOVE HLD-HOLD-REASON (HLD-MATCH-SUB) TO HRL-HOLD-REASON.
           MOVE HOLD-REFUSAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           DISPLAY "TRANSCPT OFFICIAL COPY REFUSED - STUDENT "
               CR-STUDENT-ID " HOLD " HRL-HOLD-TYPE " "
               HRL-HOLD-REASON.
           ADD 1 TO REFUSED-COUNT.
      *
       230-PRINT-COURSE-LINE.
      *
