      * STANDARD RUN-LOG RECORD (KC03D65.TSU.RUNLOG)                  *
      * ONE RECORD PER PROGRAM RUN, WRITTEN AT END OF RUN BY EVERY    *
      * PROGRAM IN THE END-OF-DAY CHAIN AND READ BY THE OPSDASH       *
      * OPERATIONS DASHBOARD. A POSTING RUN LET INTO A CLOSED FISCAL  *
      * PERIOD BY AN OVERRIDE CARD (PERDCHK) ADDS AN OVERRIDE ENTRY   *
      * NAMING THE PERIOD AND THE AUTHORIZING OPERATOR; ORDINARY RUN  *
      * RECORDS HAVE SPACES IN THE ENTRY TYPE.                        *
      *****************************************************************
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM              PIC X(8).
           05  RL-RECORDS-WRITTEN      PIC 9(7).
           05  RL-RECORDS-REJECTED     PIC 9(7).
           05  RL-RETURN-CODE          PIC 9(4).
           05  RL-ENTRY-TYPE           PIC X.
               88  RL-OVERRIDE-ENTRY           VALUE "O".
           05  RL-OVERRIDE-PERIOD      PIC 9(6).
           05  RL-OVERRIDE-OPERATOR    PIC X(8).
           05  FILLER                  PIC X(4).
