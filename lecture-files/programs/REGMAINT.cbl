      * = ADVISOR PREREQUISITE OVERRIDE ('P' WAIVES THE CHECK),
      * COL 101 = REGISTRAR DEADLINE OVERRIDE ('L' LETS A LATE ADD
      * OR DROP THROUGH - LATE ADDS STILL DRAW THE LATE-ADD FEE),
      * COLS 104-111 = THE OPERATOR ID, PROVED AGAINST OPERAUTH,
      * COLS 112-114 = THE TEACHER NUMBER OF THE ADVISOR GRANTING A
      * PREREQUISITE OVERRIDE.
      *
      * THE OPERATOR'S ROLE MUST BE GRANTED THE TRANSACTION CODE
      * (A/D/S) IN REGMAINT ON THE PERMISSION TABLE (AUTHCHK); A
      * PREREQUISITE WAIVER ALSO NEEDS CODE 'P' AND A DEADLINE
      * OVERRIDE CODE 'L'.
      *
      * AN ADVISOR OVERRIDE IS ONLY HONORED WHEN THE ADVISOR NAMED
      * IS THE STUDENT'S ASSIGNED ADVISOR ON THE ADVISOR ASSIGNMENT
      * MASTER (ADVASSGN, MAINTAINED BY ADVMAINT). AN ADD WHOSE
      * PREREQUISITES ARE UNMET IS REJECTED WHEN THE STUDENT HAS NO
      * ADVISOR OR THE OVERRIDE CAME FROM SOMEONE ELSE.
      *
      * AN ADD FOR A STUDENT UNDER AN ACTIVE BLOCKING HOLD ON THE
      * STUDENT HOLDS MASTER (STUHOLD, MAINTAINED BY HOLDMNT) IS
      * REJECTED WITH THE HOLD TYPE AS THE REASON. DROPS AND SWAPS
      * ARE NOT STOPPED BY A HOLD.
      *
      * THE CLASS STANDING KEYED ON AN ADD IS NOT TRUSTED - WHEN
      * THE STUDENT MASTER (SDDATA) CARRIES A STANDING DERIVED BY
      * THE TERM-END CLSSTAND RUN, THAT STANDING IS STAMPED OVER
      * CR-CLASS-STANDING BEFORE THE ADD IS APPLIED OR WAITLISTED.
      * A STUDENT NOT YET ON SDDATA KEEPS THE KEYED STANDING.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WF-COMPCRSE-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
           SELECT STUHOLD  ASSIGN TO STUHOLD
               FILE STATUS IS WF-STUHOLD-STATUS.
           SELECT ADVASSGN ASSIGN TO ADVASSGN
               FILE STATUS IS WF-ADVASSGN-STATUS.
           SELECT StudentFile ASSIGN TO SDDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ws-StudentId-key
               FILE STATUS IS WF-SDDATA-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
           05  RT-DEADLINE-OVERRIDE    PIC X(01).
           05  FILLER                  PIC X(2).
           05  RT-OPERATOR-ID          PIC X(8).
           05  RT-ADVISOR-NUMBER       PIC 9(3).
      *
       FD  REGSNEW.
       01  REGISTRATION-NEW-RECORD     PIC X(96).
               10  CC-SECTION-NUMBER      PIC 9(02).
           05  CC-SECTION-CAPACITY        PIC 9(03).
           05  CC-ROOM-NUMBER             PIC X(04).
           05  FILLER                     PIC X(24).
      *
       FD  REGAUDT
           RECORD CONTAINS 215 CHARACTERS.
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       FD  STUHOLD
           RECORD CONTAINS 80 CHARACTERS.
       COPY STUHOLD.
      *
       FD  ADVASSGN
           RECORD CONTAINS 80 CHARACTERS.
       COPY ADVISEE.
      *
       FD  StudentFile.
       01  studentdetails.
           05 ws-StudentId-key    PIC 9(7).
           05 FILLER              PIC X(71).
           05 ws-ClassStanding    PIC X.
               88 ws-Valid-Standing   VALUE "1" "2" "3" "4".
           05 FILLER              PIC X.
      *
       WORKING-STORAGE SECTION.
      *
               88  TERMCAL-FOUND                   VALUE "Y".
           05  OPERAUTH-EOF-SWITCH     PIC X(01)   VALUE "N".
               88  OPERAUTH-EOF                    VALUE "Y".
           05  STUHOLD-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  STUHOLD-EOF                     VALUE "Y".
           05  ADVASSGN-EOF-SWITCH     PIC X(01)   VALUE "N".
               88  ADVASSGN-EOF                    VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-REGSOLD-STATUS       PIC X(02).
               88  COMPCRSE-FILE-OK                VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
           05  WF-STUHOLD-STATUS       PIC X(02).
               88  STUHOLD-FILE-OK                 VALUE "00".
           05  WF-ADVASSGN-STATUS      PIC X(02).
               88  ADVASSGN-FILE-OK                VALUE "00".
           05  WF-SDDATA-STATUS        PIC X(02).
               88  SDDATA-FILE-OK                  VALUE "00".
      *
       01  CAPACITY-FIELDS.
           05  CAP-ENTRY-COUNT         PIC S9(03) COMP VALUE ZERO.
               10  TT-PREREQ-OVERRIDE      PIC X(01).
               10  TT-DEADLINE-OVERRIDE    PIC X(01).
               10  TT-OPERATOR-ID          PIC X(8).
               10  TT-ADVISOR-NUMBER       PIC 9(3).
               10  TT-APPLIED-SWITCH       PIC X.
                   88  TT-APPLIED              VALUE "Y".
                   88  TT-NOT-APPLIED          VALUE "N".
               10  CPT-DEPARTMENT-CODE     PIC X(4).
               10  CPT-COURSE-NUMBER       PIC 9(3).
               10  CPT-GRADE               PIC X(1).
      *
      *
      * ACTIVE BLOCKING HOLDS ONLY - RELEASED AND NOTICE-ONLY HOLDS
      * ARE LEFT OFF THE TABLE.
      *
       01  HOLD-TABLE-FIELDS.
           05  HLD-ENTRY-COUNT         PIC S9(05) COMP VALUE ZERO.
           05  HLD-SUB                 PIC S9(05) COMP.
           05  HLD-MATCH-SUB           PIC S9(05) COMP.
      *
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 5000 TIMES.
               10  HLD-STUDENT-ID          PIC 9(9).
               10  HLD-HOLD-TYPE           PIC X(3).
      *
      * EACH ADVISED STUDENT AND THE TEACHER NUMBER OF THEIR
      * ASSIGNED ADVISOR.
      *
       01  ADVISOR-TABLE-FIELDS.
           05  ADV-ENTRY-COUNT         PIC S9(05) COMP VALUE ZERO.
           05  ADV-SUB                 PIC S9(05) COMP.
           05  ADV-MATCH-SUB           PIC S9(05) COMP.
      *
       01  ADVISOR-TABLE.
           05  ADVISOR-ENTRY OCCURS 20000 TIMES.
               10  ADV-STUDENT-ID          PIC 9(9).
               10  ADV-TEACHER-NUMBER      PIC 9(3).
      *
       01  DATE-CHECK-FIELDS.
           05  WS-DATE-GROUP.
           05  CT-DEADLINE-REJECTS     PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-DEADLINE-OVERRIDES   PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-LATE-FEES-ASSESSED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-HOLD-REJECTS         PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-STANDING-RESTAMPED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CT-ADVISOR-REJECTS      PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  FILE-INTEGRITY-FIELDS.
           05  FC-HEADER-RECORD.
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY          OCCURS 50 TIMES.
               10  OT-OPERATOR-ID          PIC X(8).
      *
       COPY AUTHPARM.
      *
       01  AUDIT-STAMP-FIELDS.
           05  WS-AUDIT-OPERATOR   PIC X(8).
           PERFORM 110-LOAD-CAPACITY-TABLE.
           PERFORM 112-LOAD-PREREQ-TABLE.
           PERFORM 116-LOAD-COMPLETED-TABLE.
           PERFORM 185-LOAD-HOLD-TABLE.
           PERFORM 190-LOAD-ADVISOR-TABLE.
           PERFORM 150-COUNT-SECTION-ENROLLMENT.
           PERFORM 160-LOAD-TRANS-TABLE.
           SORT SORT-FILE
           IF OT-OPERATOR-ID (OT-SUB) = RT-OPERATOR-ID
               MOVE OT-SUB TO OT-MATCH-SUB
           END-IF.
      *
      * A KNOWN OPERATOR MAY ONLY KEY WHAT THEIR ROLE IS GRANTED -
      * THE TRANSACTION CODE, THEN ANY WAIVER OR OVERRIDE CARRIED.
      *
       097D-CHECK-AUTHORIZATION.
      *
           MOVE "C"            TO AC-FUNCTION.
           MOVE "REGMAINT"     TO AC-PROGRAM-ID.
           MOVE RT-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE RT-CODE        TO AC-TRAN-CODE.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
           IF AC-PERMITTED AND RT-PREREQ-OVERRIDE = "P"
               MOVE "P" TO AC-TRAN-CODE
               CALL "AUTHCHK" USING AUTH-CHECK-PARMS
           END-IF.
           IF AC-PERMITTED AND RT-DEADLINE-OVERRIDE = "L"
               MOVE "L" TO AC-TRAN-CODE
               CALL "AUTHCHK" USING AUTH-CHECK-PARMS
           END-IF.
      *
       098-LOAD-TERM-CALENDAR.
      *
                       COURSECAP
                       CRSEPREQ
                       COMPCRSE
                       StudentFile
                OUTPUT REGAUDT
                       REGREJ
                       LATEFEE
              DISPLAY "COMPCRSE OPEN ERROR: " WF-COMPCRSE-STATUS
              PERFORM 1000-ABORT
           END-IF.
           IF NOT SDDATA-FILE-OK
              DISPLAY "SDDATA OPEN ERROR: " WF-SDDATA-STATUS
              PERFORM 1000-ABORT
           END-IF.
           IF NOT REGAUDT-FILE-OK
              DISPLAY "REGAUDT OPEN ERROR: " WF-REGAUDT-STATUS
              PERFORM 1000-ABORT
           IF RT-ADD-TRANS
               PERFORM 175-CHECK-START-DATE
               PERFORM 178-CHECK-DUPLICATE-ADD
               PERFORM 188-FIND-STUDENT-HOLD
           ELSE
               MOVE 0 TO WS-DATE-STATUS
               MOVE "N" TO TT-DUP-SWITCH
               MOVE ZERO TO HLD-MATCH-SUB
           END-IF.
           PERFORM 097B-CHECK-OPERATOR-ID.
           IF OT-MATCH-SUB > ZERO
               PERFORM 097D-CHECK-AUTHORIZATION
           END-IF.
           IF RT-OPERATOR-ID = SPACES
               MOVE "NO OPERATOR ID      " TO RJ-REASON
               MOVE REGISTRATION-TRANS-RECORD TO RJ-IMAGE
               WRITE REGISTRATION-REJECT-RECORD
               ADD 1 TO CT-TRANS-REJECTED
           ELSE
           IF AC-REFUSED
               MOVE AC-REASON TO RJ-REASON
               MOVE REGISTRATION-TRANS-RECORD TO RJ-IMAGE
               WRITE REGISTRATION-REJECT-RECORD
               ADD 1 TO CT-TRANS-REJECTED
           ELSE
           IF RT-CODE NOT = "A" AND RT-CODE NOT = "D"
                   AND RT-CODE NOT = "S"
               MOVE "INVALID TRANS CODE  " TO RJ-REASON
               WRITE REGISTRATION-REJECT-RECORD
               ADD 1 TO CT-TRANS-REJECTED
           ELSE
           IF HLD-MATCH-SUB > ZERO
               MOVE "STUDENT HOLD -      " TO RJ-REASON
               MOVE HLD-HOLD-TYPE (HLD-MATCH-SUB) TO RJ-REASON (16:3)
               MOVE REGISTRATION-TRANS-RECORD TO RJ-IMAGE
               WRITE REGISTRATION-REJECT-RECORD
               ADD 1 TO CT-TRANS-REJECTED
               ADD 1 TO CT-HOLD-REJECTS
           ELSE
           IF TT-DUPLICATE-ADD
               MOVE "DUPLICATE ADD TRANS " TO RJ-REASON
               MOVE REGISTRATION-TRANS-RECORD TO RJ-IMAGE
                   TO TT-DEADLINE-OVERRIDE (TT-ENTRY-COUNT)
               MOVE RT-OPERATOR-ID
                   TO TT-OPERATOR-ID (TT-ENTRY-COUNT)
               MOVE RT-ADVISOR-NUMBER
                   TO TT-ADVISOR-NUMBER (TT-ENTRY-COUNT)
               SET TT-NOT-APPLIED (TT-ENTRY-COUNT) TO TRUE
           ELSE
               MOVE "TRANS TABLE FULL    " TO RJ-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 165-READ-TRANS-RECORD.
      *
                   AND TT-STUDENT-ID (TT-DUP-SUB) = RT-STUDENT-ID
               MOVE "Y" TO TT-DUP-SWITCH
           END-IF.
      *
      * THE HOLDS MASTER IS READ WHOLE; ONLY THE HOLDS THAT STAND
      * AND BLOCK ARE KEPT FOR THE ADD CHECK.
      *
       185-LOAD-HOLD-TABLE.
      *
           OPEN INPUT STUHOLD.
           IF NOT STUHOLD-FILE-OK
               DISPLAY "STUHOLD OPEN ERROR: " WF-STUHOLD-STATUS
               PERFORM 1000-ABORT
           END-IF.
           PERFORM 186-READ-HOLD-RECORD
               UNTIL STUHOLD-EOF.
           CLOSE STUHOLD.
      *
       186-READ-HOLD-RECORD.
      *
           READ STUHOLD
               AT END
                   MOVE "Y" TO STUHOLD-EOF-SWITCH
               NOT AT END
                   IF SH-HOLD-ACTIVE AND SH-BLOCKING
                       PERFORM 187-STORE-HOLD-ENTRY
                   END-IF
           END-READ.
      *
       187-STORE-HOLD-ENTRY.
      *
           IF HLD-ENTRY-COUNT < 5000
               ADD 1 TO HLD-ENTRY-COUNT
               MOVE SH-STUDENT-ID TO HLD-STUDENT-ID (HLD-ENTRY-COUNT)
               MOVE SH-HOLD-TYPE  TO HLD-HOLD-TYPE (HLD-ENTRY-COUNT)
           ELSE
               DISPLAY "REGMAINT HOLD TABLE FULL - STEP ABORTED"
               PERFORM 1000-ABORT
           END-IF.
      *
       188-FIND-STUDENT-HOLD.
      *
           MOVE ZERO TO HLD-MATCH-SUB.
           PERFORM 189-MATCH-ONE-HOLD
               VARYING HLD-SUB FROM 1 BY 1
               UNTIL HLD-SUB > HLD-ENTRY-COUNT
               OR HLD-MATCH-SUB > ZERO.
      *
       189-MATCH-ONE-HOLD.
      *
           IF HLD-STUDENT-ID (HLD-SUB) = RT-STUDENT-ID
               MOVE HLD-SUB TO HLD-MATCH-SUB
           END-IF.
      *
       190-LOAD-ADVISOR-TABLE.
      *
           OPEN INPUT ADVASSGN.
           IF NOT ADVASSGN-FILE-OK
               DISPLAY "ADVASSGN OPEN ERROR: " WF-ADVASSGN-STATUS
               PERFORM 1000-ABORT
           END-IF.
           PERFORM 191-READ-ADVISOR-RECORD
               UNTIL ADVASSGN-EOF.
           CLOSE ADVASSGN.
      *
       191-READ-ADVISOR-RECORD.
      *
           READ ADVASSGN
               AT END
                   MOVE "Y" TO ADVASSGN-EOF-SWITCH
               NOT AT END
                   PERFORM 192-STORE-ADVISOR-ENTRY
           END-READ.
      *
       192-STORE-ADVISOR-ENTRY.
      *
           IF ADV-ENTRY-COUNT < 20000
               ADD 1 TO ADV-ENTRY-COUNT
               MOVE AV-STUDENT-ID
                   TO ADV-STUDENT-ID (ADV-ENTRY-COUNT)
               MOVE AV-TEACHER-NUMBER
                   TO ADV-TEACHER-NUMBER (ADV-ENTRY-COUNT)
           ELSE
               DISPLAY "REGMAINT ADVISOR TABLE FULL - STEP ABORTED"
               PERFORM 1000-ABORT
           END-IF.
      *
       193-FIND-STUDENT-ADVISOR.
      *
           MOVE ZERO TO ADV-MATCH-SUB.
           PERFORM 194-MATCH-ONE-ADVISOR
               VARYING ADV-SUB FROM 1 BY 1
               UNTIL ADV-SUB > ADV-ENTRY-COUNT
               OR ADV-MATCH-SUB > ZERO.
      *
       194-MATCH-ONE-ADVISOR.
      *
           IF ADV-STUDENT-ID (ADV-SUB) = TT-STUDENT-ID (TT-SUB)
               MOVE ADV-SUB TO ADV-MATCH-SUB
           END-IF.
      *
       200-APPLY-MAINTENANCE.
      *
      *
      * AN ADD MUST SATISFY EVERY PREREQUISITE ON FILE FOR THE
      * COURSE UNLESS THE ADVISOR OVERRIDE ('P') RIDES ON THE
      * TRANSACTION - OVERRIDES ARE COUNTED AND LOGGED. THE
      * OVERRIDE MUST COME FROM THE STUDENT'S ASSIGNED ADVISOR.
      *
       320-APPLY-ADD.
      *
               SET TT-APPLIED (TT-SUB) TO TRUE
           ELSE
               IF NOT ALL-PREREQS-MET
                   PERFORM 324-CHECK-ADVISOR-OVERRIDE
               ELSE
                   PERFORM 321-APPLY-ADD-TO-SECTION
               END-IF
           END-IF.
      *
       324-CHECK-ADVISOR-OVERRIDE.
      *
           PERFORM 193-FIND-STUDENT-ADVISOR.
           IF ADV-MATCH-SUB = ZERO
               MOVE "NO ADVISOR ASSIGNED " TO RJ-REASON
               MOVE TT-IMAGE (TT-SUB) TO RJ-IMAGE
               WRITE REGISTRATION-REJECT-RECORD
               ADD 1 TO CT-TRANS-REJECTED
               ADD 1 TO CT-ADVISOR-REJECTS
               SET TT-APPLIED (TT-SUB) TO TRUE
           ELSE
           IF ADV-TEACHER-NUMBER (ADV-MATCH-SUB)
                   NOT = TT-ADVISOR-NUMBER (TT-SUB)
               MOVE "NOT STUDENT ADVISOR " TO RJ-REASON
               MOVE TT-IMAGE (TT-SUB) TO RJ-IMAGE
               WRITE REGISTRATION-REJECT-RECORD
               ADD 1 TO CT-TRANS-REJECTED
               ADD 1 TO CT-ADVISOR-REJECTS
               SET TT-APPLIED (TT-SUB) TO TRUE
           ELSE
               ADD 1 TO CT-PREREQ-OVERRIDES
               MOVE "PREREQ  " TO OVL-KIND
               MOVE TT-STUDENT-ID (TT-SUB) TO OVL-STUDENT-ID
               MOVE TT-COURSE-KEY (TT-SUB) TO OVL-COURSE-KEY
               MOVE SPACES TO OVL-DETAIL
               STRING "WAIVED BY ADVISOR "    DELIMITED BY SIZE
                      TT-ADVISOR-NUMBER (TT-SUB)
                                              DELIMITED BY SIZE
                   INTO OVL-DETAIL
               END-STRING
               PERFORM 360-WRITE-OVERRIDE-LINE
               PERFORM 321-APPLY-ADD-TO-SECTION
           END-IF
           END-IF.
      *
       321-APPLY-ADD-TO-SECTION.
      *
           PERFORM 323-STAMP-CLASS-STANDING.
           MOVE TT-COURSE-KEY (TT-SUB) TO WS-SWAP-KEY.
           PERFORM 140-FIND-CAPACITY-ENTRY.
           IF CAP-MATCH-SUB > ZERO
               END-IF
           END-IF.
           SET TT-APPLIED (TT-SUB) TO TRUE.
      *
      * CR-CLASS-STANDING IS BYTE 83 OF THE REGISTRATION IMAGE.
      * THE NINE-DIGIT STUDENT ID IS TAKEN DOWN TO THE SEVEN-DIGIT
      * SDDATA KEY BY ITS LOW-ORDER DIGITS.
      *
       323-STAMP-CLASS-STANDING.
      *
           MOVE TT-STUDENT-ID (TT-SUB) TO ws-StudentId-key.
           READ StudentFile
               INVALID KEY
                   MOVE SPACE TO ws-ClassStanding
           END-READ.
           IF ws-Valid-Standing
                   AND TT-IMAGE (TT-SUB) (83:1) NOT = ws-ClassStanding
               MOVE ws-ClassStanding TO TT-IMAGE (TT-SUB) (83:1)
               ADD 1 TO CT-STANDING-RESTAMPED
           END-IF.
      *
       330-WRITE-TO-WAITLIST.
      *
           MOVE "LATE-ADD FEES         " TO CR-LABEL.
           MOVE CT-LATE-FEES-ASSESSED    TO CR-COUNT.
           DISPLAY CONTROL-REPORT.
           MOVE "HOLD REJECTS          " TO CR-LABEL.
           MOVE CT-HOLD-REJECTS          TO CR-COUNT.
           DISPLAY CONTROL-REPORT.
           MOVE "STANDING RESTAMPED    " TO CR-LABEL.
           MOVE CT-STANDING-RESTAMPED    TO CR-COUNT.
           DISPLAY CONTROL-REPORT.
           MOVE "ADVISOR REJECTS       " TO CR-LABEL.
           MOVE CT-ADVISOR-REJECTS       TO CR-COUNT.
           DISPLAY CONTROL-REPORT.
           IF CT-RECORDS-WRITTEN = CT-MASTERS-READ
                   + CT-ADDS-APPLIED - CT-DROPS-APPLIED
               DISPLAY "*** REGMAINT RUN IS IN BALANCE ***"
                 COURSECAP
                 CRSEPREQ
                 COMPCRSE
                 StudentFile
                 LATEFEE
                 OVRDREG
                 REGAUDT
                 REGREJ
                 WAITLIST.
           MOVE "E" TO AC-FUNCTION.
           CALL "AUTHCHK" USING AUTH-CHECK-PARMS.
      *
      * THE NEW GENERATION IS WRITTEN HERE SO THE STANDARD HDR!/
      * TRL! INTEGRITY RECORDS CAN WRAP THE SORTED REGISTRATIONS.
