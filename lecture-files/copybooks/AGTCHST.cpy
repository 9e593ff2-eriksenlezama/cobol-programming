      *****************************************************************
      * AGENT COMMISSION HISTORY RECORD (KC03D65.TSU.AGTCHST)         *
      * ONE RECORD PER CLIENT AN AGENT HAS BEEN PAID COMMISSION ON,   *
      * IN CLIENT-NUMBER ORDER, KEPT AS OLD/NEW GENERATIONS           *
      * (AGCHOLD/AGCHNEW) BY THE MONTHLY AGENT COMMISSION RUN         *
      * (AGTCOMM). THE FIRST-YEAR COMMISSION IS WHAT THE AGENT WAS    *
      * PAID AT THE FIRST-YEAR RATE AND IS CHARGED BACK IN FULL IF    *
      * THE POLICY LAPSES INSIDE ITS FIRST POLICY YEAR; THE AGENT IS  *
      * THE ONE WHO WAS PAID IT. LAST MONTH IS THE YYYYMM THE RECORD  *
      * WAS LAST TOUCHED.                                             *
      *****************************************************************
       01  AGENT-COMM-HISTORY-RECORD.
           05  AH-CLIENT-NUMBER            PIC 9(5).
           05  AH-AGENT-NUMBER             PIC 9(4).
           05  AH-FIRST-YEAR-COMM          PIC 9(7)V9(2).
           05  AH-RENEWAL-COMM             PIC 9(7)V9(2).
           05  AH-CHARGED-BACK             PIC 9(7)V9(2).
           05  AH-LAST-MONTH               PIC 9(6).
           05  FILLER                      PIC X(18).
