      *****************************************************************
      * DEPARTMENT TABLE - FILLED FROM THE DEPARTMENT MASTER BY THE   *
      * DEPTLOAD SUBROUTINE AND PASSED BACK TO THE CALLER. ENTRIES    *
      * ARE IN DEPARTMENT-CODE ORDER. DT-PARENT-SUB POINTS AT THE     *
      * PARENT'S ENTRY (ZERO = TOP LEVEL) AND DT-LEVEL IS THE DEPTH   *
      * BELOW THE TOP (ZERO = TOP LEVEL). DT-ORDER-SUB (N) IS THE     *
      * ENTRY THAT PRINTS N-TH IN HIERARCHY ORDER - EACH DEPARTMENT   *
      * FOLLOWED BY ITS SUB-DEPARTMENTS - FOR THE ROLL-UP SECTIONS OF *
      * THE REPORTS.                                                  *
      *                                                               *
      * DT-LOAD-STATUS:                                               *
      *   0 = LOADED                                                  *
      *   1 = LOADED - A PARENT NOT ON FILE OR A LOOP IN THE          *
      *       HIERARCHY WAS FOUND; THAT DEPARTMENT IS TREATED AS TOP  *
      *       LEVEL, OR THE TABLE FILLED AND DEPARTMENTS WERE DROPPED *
      *   2 = NOT LOADED - NO DEPARTMENT MASTER                       *
      *****************************************************************
       01  DEPARTMENT-TABLE.
           05  DT-ENTRY-COUNT              PIC S9(4)  COMP.
           05  DT-LOAD-STATUS              PIC 9.
               88  DT-LOADED                   VALUE 0.
               88  DT-LOADED-WITH-ERRORS       VALUE 1.
               88  DT-NOT-LOADED               VALUE 2.
           05  DEPARTMENT-ENTRY            OCCURS 200 TIMES.
               10  DT-DEPT-CODE            PIC X(4).
               10  DT-DEPT-NAME            PIC X(30).
               10  DT-MANAGER-ID           PIC 9(4).
               10  DT-PARENT-DEPT          PIC X(4).
               10  DT-COST-CENTER          PIC X(6).
               10  DT-DEPT-STATUS          PIC X.
                   88  DT-DEPT-ACTIVE          VALUE "A".
               10  DT-PARENT-SUB           PIC S9(4)  COMP.
               10  DT-LEVEL                PIC S9(4)  COMP.
               10  DT-ORDER-SUB            PIC S9(4)  COMP.
