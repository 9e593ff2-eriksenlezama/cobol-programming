       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTLOAD.
      *
      * SHARED DEPARTMENT MASTER LOAD SUBROUTINE IN THE PERDCHK
      * STYLE. CALLED BY EMPMAINT, WORKFRPT, PAYROLL, GLEXTR AND THE
      * DEPARTMENT BONUS RUN WITH A DEPARTMENT TABLE (COPY DEPTTBL),
      * WHICH IT FILLS FROM THE DEPARTMENT MASTER (DEPTMST). EACH
      * ENTRY IS LINKED TO ITS PARENT'S ENTRY AND GIVEN ITS LEVEL IN
      * THE REPORTING HIERARCHY, AND THE TABLE IS GIVEN A HIERARCHY
      * PRINT ORDER - EACH DEPARTMENT FOLLOWED BY ITS SUB-DEPARTMENTS
      * IN CODE ORDER - SO EVERY REPORT ROLLS UP THE SAME WAY.
      *
      * A PARENT THAT IS NOT ON THE MASTER, OR A PARENT CHAIN THAT
      * LOOPS BACK ON ITSELF, IS REPORTED AND THAT DEPARTMENT IS
      * TREATED AS TOP LEVEL; DEPTMAINT NORMALLY KEEPS EITHER FROM
      * REACHING THE MASTER. WHETHER A MASTER THAT CANNOT BE OPENED
      * STOPS THE RUN IS LEFT TO THE CALLER.
      *
      * STATUS CODES (DT-LOAD-STATUS):
      *   0 = LOADED
      *   1 = LOADED WITH ERRORS REPORTED
      *   2 = NOT LOADED - DEPTMST COULD NOT BE OPENED
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTMST  ASSIGN TO DEPTMST
               FILE STATUS IS WF-DEPTMST-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  DEPTMST
           RECORD CONTAINS 80 CHARACTERS.
       COPY DEPTMST.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  DEPTMST-EOF-SWITCH      PIC X.
               88  DEPTMST-EOF                  VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-DEPTMST-STATUS   PIC XX.
               88  DEPTMST-FILE-OK         VALUE "00".
      *
       01  LOAD-FIELDS.
           05  DL-SUB              PIC S9(4)  COMP.
           05  DL-MATCH-SUB        PIC S9(4)  COMP.
           05  DL-WALK-SUB         PIC S9(4)  COMP.
           05  DL-STEP-COUNT       PIC S9(4)  COMP.
           05  DL-PARENT-WANTED    PIC S9(4)  COMP.
           05  DL-ORDER-COUNT      PIC S9(4)  COMP.
           05  DL-SEARCH-DEPT      PIC X(4).
      *
      * WORK STACK FOR THE HIERARCHY ORDER - EVERY ENTRY IS PUSHED
      * EXACTLY ONCE, SO IT NEEDS NO MORE ROOM THAN THE TABLE.
      *
       01  ORDER-STACK.
           05  DL-STACK-COUNT      PIC S9(4)  COMP.
           05  DL-STACK-SUB        PIC S9(4)  COMP
                                   OCCURS 200 TIMES.
      *
       LINKAGE SECTION.
       COPY DEPTTBL.
      *
       PROCEDURE DIVISION USING DEPARTMENT-TABLE.
      *
       000-LOAD-DEPARTMENT-TABLE.
      *
           MOVE ZERO TO DT-ENTRY-COUNT.
           MOVE 0    TO DT-LOAD-STATUS.
           MOVE "N"  TO DEPTMST-EOF-SWITCH.
           OPEN INPUT DEPTMST.
           IF NOT DEPTMST-FILE-OK
               IF WF-DEPTMST-STATUS NOT = "35"
                   DISPLAY "DEPTMST OPEN ERROR: " WF-DEPTMST-STATUS
               END-IF
               MOVE 2 TO DT-LOAD-STATUS
           ELSE
               PERFORM 100-READ-DEPARTMENT
                   UNTIL DEPTMST-EOF
               CLOSE DEPTMST
               PERFORM 200-LINK-ONE-PARENT
                   VARYING DL-SUB FROM 1 BY 1
                   UNTIL DL-SUB > DT-ENTRY-COUNT
               PERFORM 300-BREAK-ONE-LOOP
                   VARYING DL-SUB FROM 1 BY 1
                   UNTIL DL-SUB > DT-ENTRY-COUNT
               PERFORM 350-SET-ONE-LEVEL
                   VARYING DL-SUB FROM 1 BY 1
                   UNTIL DL-SUB > DT-ENTRY-COUNT
               PERFORM 400-BUILD-HIERARCHY-ORDER
           END-IF.
           EXIT PROGRAM.
      *
       100-READ-DEPARTMENT.
      *
           READ DEPTMST
               AT END
                   MOVE "Y" TO DEPTMST-EOF-SWITCH
               NOT AT END
                   IF DT-ENTRY-COUNT < 200
                       ADD 1 TO DT-ENTRY-COUNT
                       MOVE DM-DEPT-CODE
                           TO DT-DEPT-CODE (DT-ENTRY-COUNT)
                       MOVE DM-DEPT-NAME
                           TO DT-DEPT-NAME (DT-ENTRY-COUNT)
                       MOVE DM-MANAGER-ID
                           TO DT-MANAGER-ID (DT-ENTRY-COUNT)
                       MOVE DM-PARENT-DEPT
                           TO DT-PARENT-DEPT (DT-ENTRY-COUNT)
                       MOVE DM-COST-CENTER
                           TO DT-COST-CENTER (DT-ENTRY-COUNT)
                       MOVE DM-DEPT-STATUS
                           TO DT-DEPT-STATUS (DT-ENTRY-COUNT)
                       MOVE ZERO TO DT-PARENT-SUB (DT-ENTRY-COUNT)
                       MOVE ZERO TO DT-LEVEL (DT-ENTRY-COUNT)
                       MOVE ZERO TO DT-ORDER-SUB (DT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "DEPARTMENT TABLE FULL - DROPPED "
                           DM-DEPT-CODE
                       MOVE 1 TO DT-LOAD-STATUS
                   END-IF
           END-READ.
      *
       200-LINK-ONE-PARENT.
      *
           IF DT-PARENT-DEPT (DL-SUB) NOT = SPACES
               MOVE DT-PARENT-DEPT (DL-SUB) TO DL-SEARCH-DEPT
               PERFORM 210-FIND-DEPARTMENT
               IF DL-MATCH-SUB = ZERO
                   DISPLAY "PARENT NOT ON DEPARTMENT MASTER - "
                       DT-DEPT-CODE (DL-SUB) " TREATED AS TOP LEVEL"
                   MOVE 1 TO DT-LOAD-STATUS
               ELSE
                   MOVE DL-MATCH-SUB TO DT-PARENT-SUB (DL-SUB)
               END-IF
           END-IF.
      *
       210-FIND-DEPARTMENT.
      *
           MOVE ZERO TO DL-MATCH-SUB.
           PERFORM 220-MATCH-ONE-DEPARTMENT
               VARYING DL-WALK-SUB FROM 1 BY 1
               UNTIL DL-WALK-SUB > DT-ENTRY-COUNT
               OR DL-MATCH-SUB > ZERO.
      *
       220-MATCH-ONE-DEPARTMENT.
      *
           IF DT-DEPT-CODE (DL-WALK-SUB) = DL-SEARCH-DEPT
               MOVE DL-WALK-SUB TO DL-MATCH-SUB
           END-IF.
      *
      * WALK UP THE PARENT CHAIN. COMING BACK TO THE STARTING ENTRY
      * MEANS IT SITS ON A LOOP, WHICH IS BROKEN THERE. A CHAIN
      * THAT ONLY LEADS INTO A LOOP IS LEFT ALONE - THE LOOP IS
      * BROKEN WHEN ONE OF ITS OWN MEMBERS IS REACHED.
      *
       300-BREAK-ONE-LOOP.
      *
           MOVE DT-PARENT-SUB (DL-SUB) TO DL-WALK-SUB.
           MOVE 1 TO DL-STEP-COUNT.
           PERFORM 310-STEP-UP-ONE
               UNTIL DL-WALK-SUB = ZERO
               OR DL-WALK-SUB = DL-SUB
               OR DL-STEP-COUNT > DT-ENTRY-COUNT.
           IF DL-WALK-SUB = DL-SUB
               DISPLAY "LOOP IN DEPARTMENT HIERARCHY - "
                   DT-DEPT-CODE (DL-SUB) " TREATED AS TOP LEVEL"
               MOVE ZERO TO DT-PARENT-SUB (DL-SUB)
               MOVE 1 TO DT-LOAD-STATUS
           END-IF.
      *
       310-STEP-UP-ONE.
      *
           MOVE DT-PARENT-SUB (DL-WALK-SUB) TO DL-WALK-SUB.
           ADD 1 TO DL-STEP-COUNT.
      *
       350-SET-ONE-LEVEL.
      *
           MOVE ZERO TO DT-LEVEL (DL-SUB).
           MOVE DT-PARENT-SUB (DL-SUB) TO DL-WALK-SUB.
           PERFORM 360-COUNT-ONE-LEVEL
               UNTIL DL-WALK-SUB = ZERO.
      *
       360-COUNT-ONE-LEVEL.
      *
           ADD 1 TO DT-LEVEL (DL-SUB).
           MOVE DT-PARENT-SUB (DL-WALK-SUB) TO DL-WALK-SUB.
      *
      * THE TOP-LEVEL DEPARTMENTS ARE STACKED IN REVERSE CODE ORDER
      * SO THE LOWEST CODE COMES OFF FIRST. EACH DEPARTMENT TAKEN
      * OFF THE STACK IS GIVEN THE NEXT PRINT POSITION AND ITS OWN
      * SUB-DEPARTMENTS ARE STACKED THE SAME WAY.
      *
       400-BUILD-HIERARCHY-ORDER.
      *
           MOVE ZERO TO DL-STACK-COUNT.
           MOVE ZERO TO DL-ORDER-COUNT.
           MOVE ZERO TO DL-PARENT-WANTED.
           PERFORM 410-STACK-IF-CHILD
               VARYING DL-SUB FROM DT-ENTRY-COUNT BY -1
               UNTIL DL-SUB < 1.
           PERFORM 420-TAKE-ONE-FROM-STACK
               UNTIL DL-STACK-COUNT = ZERO.
      *
       410-STACK-IF-CHILD.
      *
           IF DT-PARENT-SUB (DL-SUB) = DL-PARENT-WANTED
               ADD 1 TO DL-STACK-COUNT
               MOVE DL-SUB TO DL-STACK-SUB (DL-STACK-COUNT)
           END-IF.
      *
       420-TAKE-ONE-FROM-STACK.
      *
           MOVE DL-STACK-SUB (DL-STACK-COUNT) TO DL-PARENT-WANTED.
           SUBTRACT 1 FROM DL-STACK-COUNT.
           ADD 1 TO DL-ORDER-COUNT.
           MOVE DL-PARENT-WANTED TO DT-ORDER-SUB (DL-ORDER-COUNT).
           PERFORM 410-STACK-IF-CHILD
               VARYING DL-SUB FROM DT-ENTRY-COUNT BY -1
               UNTIL DL-SUB < 1.
