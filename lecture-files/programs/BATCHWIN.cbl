      *
      * SYSIN CARD: STEP SLA MINUTES 9(4), THEN WINDOW SLA
      * MINUTES 9(4) (COLS 1-4 AND 6-9).
      *
      * CLOSED-PERIOD OVERRIDE ENTRIES ON THE LOG ARE NOT RUNS AND
      * ARE SKIPPED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   MOVE "Y" TO RUNLOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CT-RECORDS-READ
                   IF NOT RL-OVERRIDE-ENTRY
                       PERFORM 210-COMPUTE-ELAPSED
                   END-IF
           END-READ.
      *
      * A STEP THAT RUNS PAST MIDNIGHT IS HANDLED - THE STAMPS
