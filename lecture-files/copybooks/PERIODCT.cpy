      *****************************************************************
      * FISCAL PERIOD CONTROL RECORD (KC03D65.TSU.PERIODCT)           *
      * ONE RECORD PER FISCAL PERIOD (BUSINESS YEAR/MONTH) IN PERIOD *
      * ORDER, KEPT AS OLD/NEW GENERATIONS BY PERCLOSE. A PERIOD NOT *
      * ON FILE IS OPEN. WHILE A PERIOD IS CLOSING THE MONTH-END     *
      * REPORTS ARE RUNNING AND POSTING IS STILL ALLOWED; ONCE IT IS *
      * CLOSED THE POSTING RUNS (THROUGH PERDCHK) REFUSE ITS DATES   *
      * UNLESS AN AUTHORIZED OVERRIDE CARD IS ON PERDOVR. STATUS     *
      * DATE AND OPERATOR ARE THOSE OF THE LAST STATUS CHANGE.       *
      *****************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  FP-PERIOD               PIC 9(6).
           05  FP-PERIOD-X REDEFINES FP-PERIOD.
               10  FP-PERIOD-YEAR      PIC 9(4).
               10  FP-PERIOD-MONTH     PIC 9(2).
           05  FP-STATUS               PIC X.
               88  FP-OPEN                     VALUE "O".
               88  FP-CLOSING                  VALUE "P".
               88  FP-CLOSED                   VALUE "C".
           05  FP-STATUS-DATE          PIC 9(8).
           05  FP-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(57).
