      * PERIOD ORDER. BUILT EACH PERIOD BY COMMHUPD FROM THE         *
      * COMMPAY EXTRACT COMMCALC WRITES, AND READ BY THE REP          *
      * STATEMENT AND YEAR-END SUMMARY RUN (COMMSTMT). A RERUN OF    *
      * THE SAME PERIOD REPLACES THAT PERIOD'S RECORD. COMMISSION    *
      * IS WHAT THE PERIOD EARNED; CLAWBACK IS TAKEN BACK FOR RT/DG  *
      * CREDITS ON EARLIER-COMMISSIONED SALES; NET PAID IS WHAT WAS  *
      * PAID; CARRY FORWARD IS THE DEFICIT STILL OWED BY THE REP,    *
      * TAKEN FROM THE NEXT PERIOD'S EARNINGS. RECORDS WRITTEN       *
      * BEFORE CLAWBACKS HAVE SPACES IN THE LAST THREE AMOUNTS.      *
      *****************************************************************
       01  COMMISSION-HISTORY-RECORD.
           05  CH-BRANCH-NUMBER        PIC 9(2).
           05  CH-SALES                PIC 9(7)V9(2).
           05  CH-COMMISSION           PIC 9(7)V9(2).
           05  CH-TOP-TIER             PIC 9(2).
           05  CH-CLAWBACK             PIC 9(7)V9(2).
           05  CH-NET-PAID             PIC 9(7)V9(2).
           05  CH-CARRY-FORWARD        PIC 9(7)V9(2).
           05  FILLER                  PIC X(23).
