      *****************************************************************
      * EMPLOYEE LEAVE BALANCE RECORD (KC03D65.TSU.LVBAL)             *
      * ONE RECORD PER EMPLOYEE ON THE EMPLOYEE MASTER, IN EMPLOYEE-  *
      * ID ORDER, KEPT AS OLD/NEW GENERATIONS (LVBALO/LVBALN) BY THE  *
      * LEAVE ACCRUAL RUN (LVACCRUE). BALANCES AND YEAR-TO-DATE       *
      * FIGURES ARE IN HOURS. THE SERVICE DATE DRIVES THE ACCRUAL     *
      * RATE. THE YEAR-TO-DATE FIGURES ARE FOR LB-BALANCE-YEAR; THE   *
      * FIRST RUN OF A NEW YEAR FORFEITS WHAT IS OVER THE CARRYOVER   *
      * MAXIMUM AND STARTS THE YEAR-TO-DATE FIGURES AGAIN. EMPMAINT   *
      * PAYS OUT THE VACATION BALANCE WHEN AN EMPLOYEE IS TERMINATED. *
      *****************************************************************
       01  LEAVE-BALANCE-RECORD.
           05  LB-EMPLOYEE-ID              PIC 9(4).
           05  LB-SERVICE-DATE             PIC 9(8).
           05  LB-BALANCE-YEAR             PIC 9(4).
           05  LB-VACATION-BALANCE         PIC 9(4)V99.
           05  LB-VACATION-ACCRUED-YTD     PIC 9(4)V99.
           05  LB-VACATION-TAKEN-YTD       PIC 9(4)V99.
           05  LB-VACATION-FORFEITED       PIC 9(4)V99.
           05  LB-SICK-BALANCE             PIC 9(4)V99.
           05  LB-SICK-ACCRUED-YTD         PIC 9(4)V99.
           05  LB-SICK-TAKEN-YTD           PIC 9(4)V99.
           05  LB-SICK-FORFEITED           PIC 9(4)V99.
           05  LB-LAST-PERIOD-END          PIC 9(8).
           05  FILLER                      PIC X(8).
