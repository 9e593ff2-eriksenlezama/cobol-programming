      * REASSIGN RECORDS: OLD BRANCH 9(2), OLD REP 9(2), NEW
      * BRANCH 9(2), NEW REP 9(2). AN OLD REP OF 00 MATCHES EVERY
      * REP IN THE OLD BRANCH; A NEW REP OF 00 KEEPS THE
      * CUSTOMER'S PRESENT REP NUMBER. AN OPTIONAL CUSTOMER NUMBER
      * 9(5) IN COLUMNS 9-13 LIMITS THE RECORD TO THAT ONE CUSTOMER
      * (THE TERRALGN EXTRACT); ZERO OR BLANK MEANS THE WHOLE PAIR.
      * A CUSTOMER-LEVEL RECORD WINS OVER A BRANCH/REP RECORD AND
      * NEVER CAUSES A REFERENCE ENTRY TO BE DROPPED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RA-OLD-REP              PIC 9(2).
           05  RA-NEW-BRANCH           PIC 9(2).
           05  RA-NEW-REP              PIC 9(2).
           05  RA-CUSTOMER-NUMBER      PIC 9(5).
           05  RA-CUSTOMER-NUMBER-X    REDEFINES RA-CUSTOMER-NUMBER
                                       PIC X(5).
           05  FILLER                  PIC X(67).
      *
       FD  BRREPREF-OLD.
       01  BRREP-REFERENCE-RECORD.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      *
       01  REASSIGN-TABLE-FIELDS.
           05  RA-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
           05  RA-SUB              PIC S9(4)  COMP.
           05  RA-MATCH-SUB        PIC S9(4)  COMP.
      *
       01  REASSIGN-TABLE.
           05  REASSIGN-ENTRY          OCCURS 1000 TIMES.
               10  RAT-OLD-BRANCH          PIC 9(2).
               10  RAT-OLD-REP             PIC 9(2).
               10  RAT-NEW-BRANCH          PIC 9(2).
               10  RAT-NEW-REP             PIC 9(2).
               10  RAT-CUSTOMER-NUMBER     PIC 9(5).
      *
       01  BRANCH-STATS-FIELDS.
           05  WS-BRANCH-SUB       PIC S9(3)  COMP.
      *
       124-STORE-REASSIGN-ENTRY.
      *
           IF RA-ENTRY-COUNT < 1000
               ADD 1 TO RA-ENTRY-COUNT
               MOVE RA-OLD-BRANCH TO RAT-OLD-BRANCH (RA-ENTRY-COUNT)
               MOVE RA-OLD-REP    TO RAT-OLD-REP (RA-ENTRY-COUNT)
               MOVE RA-NEW-BRANCH TO RAT-NEW-BRANCH (RA-ENTRY-COUNT)
               MOVE RA-NEW-REP    TO RAT-NEW-REP (RA-ENTRY-COUNT)
               IF RA-CUSTOMER-NUMBER-X IS NUMERIC
                   MOVE RA-CUSTOMER-NUMBER
                       TO RAT-CUSTOMER-NUMBER (RA-ENTRY-COUNT)
               ELSE
                   MOVE ZERO TO RAT-CUSTOMER-NUMBER (RA-ENTRY-COUNT)
               END-IF
           ELSE
               DISPLAY "REASSIGN TABLE FULL - ENTRY OMITTED "
                   RA-OLD-BRANCH "/" RA-OLD-REP
           MOVE CUSTOMER-MASTER-RECORD TO SORT-RECORD.
           RELEASE SORT-RECORD.
           PERFORM 210-READ-MASTER-RECORD.
      *
      * A RECORD NAMING THIS CUSTOMER IS LOOKED FOR FIRST; ONLY
      * WHEN THERE IS NONE DOES A BRANCH/REP RECORD APPLY.
      *
       225-FIND-REASSIGNMENT.
      *
           MOVE ZERO TO RA-MATCH-SUB.
           PERFORM 227-MATCH-CUSTOMER-REASSIGN
               VARYING RA-SUB FROM 1 BY 1
               UNTIL RA-SUB > RA-ENTRY-COUNT
               OR RA-MATCH-SUB > ZERO.
           IF RA-MATCH-SUB = ZERO
               PERFORM 226-MATCH-ONE-REASSIGN
                   VARYING RA-SUB FROM 1 BY 1
                   UNTIL RA-SUB > RA-ENTRY-COUNT
                   OR RA-MATCH-SUB > ZERO
           END-IF.
      *
       226-MATCH-ONE-REASSIGN.
      *
           IF RAT-CUSTOMER-NUMBER (RA-SUB) = ZERO
                   AND RAT-OLD-BRANCH (RA-SUB) = CM-BRANCH-NUMBER
                   AND (RAT-OLD-REP (RA-SUB) = ZERO
                   OR RAT-OLD-REP (RA-SUB) = CM-SALESREP-NUMBER)
               MOVE RA-SUB TO RA-MATCH-SUB
           END-IF.
      *
       227-MATCH-CUSTOMER-REASSIGN.
      *
           IF RAT-CUSTOMER-NUMBER (RA-SUB) = CM-CUSTOMER-NUMBER
                   AND RAT-CUSTOMER-NUMBER (RA-SUB) > ZERO
               MOVE RA-SUB TO RA-MATCH-SUB
           END-IF.
      *
      * OUTPUT PROCEDURE - THE SORTED RECORDS GO OUT UNDER A FRESH
      * HDR!/TRL! PAIR SO THE DOWNSTREAM VERIFIERS STILL PROVE THE
      *
           IF RAT-OLD-BRANCH (RA-SUB) = BRR-NUMBER
                   AND RAT-OLD-REP (RA-SUB) = ZERO
                   AND RAT-CUSTOMER-NUMBER (RA-SUB) = ZERO
                   AND RAT-NEW-BRANCH (RA-SUB) NOT = BRR-NUMBER
               MOVE RA-SUB TO RA-MATCH-SUB
           END-IF.
