      * ONE JOB STEP MEANS ONE SET OF DD ALLOCATIONS FOR THE
      * WHOLE CHAIN. PROGRAMS THAT SWAP THE CUSTOMER MASTER
      * GENERATIONS THROUGH CUSTOLD/CUSTNEW (SLSPOST, CRDHOLD,
      * CUSTARCH, BRREORG, CRDMAINT, YEROLLVR, DLRVERFY, ARWRTOFF)
      * WOULD ALL SHARE THE SAME TWO ALLOCATIONS HERE - THE SECOND ONE
      * SCHEDULED WOULD RE-READ THE STALE (0) GENERATION AND
      * REWRITE THE (+1) THE FIRST ONE JUST PRODUCED. THOSE
      * PROGRAMS ARE BARRED FROM SCHEDCTL AND STAY ON THEIR OWN
               88  WS-MASTER-SWAP-PROGRAM
                   VALUE "SLSPOST ", "CRDHOLD ", "CUSTARCH",
                         "BRREORG ", "CRDMAINT", "YEROLLVR",
                         "DLRVERFY", "ARWRTOFF".
           05  WS-STEP-RC          PIC S9(4)  COMP.
           05  WS-CARD-SUB         PIC S9(1)  COMP.
           05  WS-DISCARD-CARD     PIC X(80).
