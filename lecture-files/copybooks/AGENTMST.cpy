      *****************************************************************
      * INSURANCE AGENT MASTER RECORD (KC03D65.TSU.AGENTMST)          *
      * ONE RECORD PER OUTSIDE AGENT IN AGENT-NUMBER ORDER, KEPT AS   *
      * OLD/NEW GENERATIONS (AGTOLD/AGTNEW). AGTMAINT ADDS, CHANGES   *
      * AND TERMINATES AGENTS; CLTMAINT WILL ONLY PUT A CLIENT WITH   *
      * AN ACTIVE AGENT. THE RATES ARE FRACTIONS OF PREMIUM COLLECTED *
      * (0.2000 = 20 PERCENT) - THE FIRST-YEAR RATE IN A POLICY'S     *
      * FIRST YEAR FROM ITS ISSUE DATE, THE RENEWAL RATE AFTER THAT.  *
      * AGTCOMM CARRIES THE CHARGEBACKS NOT YET RECOVERED FROM THE    *
      * AGENT'S EARNINGS AND THE LAST MONTH PAID (YYYYMM) FORWARD.    *
      *****************************************************************
       01  AGENT-MASTER-RECORD.
           05  AG-AGENT-NUMBER             PIC 9(4).
           05  AG-AGENT-NAME               PIC X(25).
           05  AG-FIRST-YEAR-RATE          PIC 9V9(4).
           05  AG-RENEWAL-RATE             PIC 9V9(4).
           05  AG-AGENT-STATUS             PIC X.
               88  AG-AGENT-ACTIVE             VALUE "A".
               88  AG-AGENT-TERMINATED         VALUE "T".
           05  AG-CARRY-FORWARD            PIC 9(7)V9(2).
           05  AG-LAST-PAID-MONTH          PIC 9(6).
           05  FILLER                      PIC X(25).
