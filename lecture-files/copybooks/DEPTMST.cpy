      *****************************************************************
      * DEPARTMENT MASTER RECORD (KC03D65.TSU.DEPTMST)                *
      * ONE RECORD PER DEPARTMENT CODE, IN DEPARTMENT-CODE ORDER,     *
      * KEPT AS OLD/NEW GENERATIONS (DEPTOLD/DEPTNEW) BY DEPTMAINT.   *
      * THE PARENT DEPARTMENT BUILDS THE REPORTING HIERARCHY - A     *
      * BLANK PARENT IS A TOP-LEVEL DEPARTMENT. THE COST CENTER IS   *
      * THE GL COST CENTER GLEXTR CARRIES ON THE DEPARTMENT'S        *
      * EXPENSE JOURNALS. A MANAGER ID OF ZERO MEANS NO MANAGER IS   *
      * ASSIGNED. INACTIVE DEPARTMENTS STAY ON FILE SO HISTORY STILL *
      * PRINTS WITH A NAME, BUT TAKE NO NEW EMPLOYEES.                *
      *****************************************************************
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE                PIC X(4).
           05  DM-DEPT-NAME                PIC X(30).
           05  DM-MANAGER-ID               PIC 9(4).
           05  DM-PARENT-DEPT              PIC X(4).
           05  DM-COST-CENTER              PIC X(6).
           05  DM-DEPT-STATUS              PIC X.
               88  DM-DEPT-ACTIVE              VALUE "A".
               88  DM-DEPT-INACTIVE            VALUE "I".
           05  DM-LAST-CHANGED             PIC 9(8).
           05  FILLER                      PIC X(23).
