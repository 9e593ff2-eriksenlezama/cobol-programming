      *****************************************************************
      * SALES TERRITORY TABLE RECORD (KC03D65.TSU.TERRTBL)            *
      * ONE RECORD PER ZIP RANGE, MAPPING THE RANGE TO THE BRANCH AND *
      * SALES REP THAT OWN IT. MAINTAINED BY TERRMNT AS OLD/NEW       *
      * GENERATIONS; RANGES NEVER OVERLAP, SO A ZIP FINDS AT MOST     *
      * ONE ENTRY. CUSTRCON USES IT TO ASSIGN BRANCH/REP ON NEW       *
      * SALES-MASTER SHELLS AND TERRALGN TO FIND EXISTING CUSTOMERS   *
      * WHOSE ZIP NOW BELONGS TO A DIFFERENT REP.                     *
      *****************************************************************
       01  TERRITORY-RECORD.
           05  TZ-ZIP-LOW              PIC 9(5).
           05  TZ-ZIP-HIGH             PIC 9(5).
           05  TZ-BRANCH-NUMBER        PIC 9(2).
           05  TZ-SALESREP-NUMBER      PIC 9(2).
           05  TZ-DESCRIPTION          PIC X(20).
           05  TZ-LAST-CHANGE-DATE     PIC 9(8).
           05  FILLER                  PIC X(38).
