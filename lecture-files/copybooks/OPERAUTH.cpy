      * REGMAINT, GRDCHG, EMPMAINT) PROVE EVERY TRANSACTION'S        *
      * OPERATOR ID AGAINST THIS FILE AND CARRY THE ID AND A         *
      * TIMESTAMP ONTO THEIR AUDIT RECORDS - WHO, AS WELL AS WHAT.   *
      * THE ROLE CODE NAMES THE OPERATOR'S ROLE ON THE PERMISSION    *
      * TABLE (PERMTBL), WHICH SAYS WHAT THE ROLE MAY DO IN EACH     *
      * PROGRAM; SPACES = NO ROLE, NOTHING PERMITTED. ROLES ARE      *
      * ASSIGNED BY THE PERMISSION MAINTENANCE RUN (PRMMAINT).       *
      *****************************************************************
       01  AUTHORIZED-OPERATOR-RECORD.
           05  OP-OPERATOR-ID          PIC X(8).
           05  OP-OPERATOR-NAME        PIC X(25).
           05  OP-ROLE-CODE            PIC X(8).
           05  FILLER                  PIC X(39).
