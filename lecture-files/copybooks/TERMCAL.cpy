      * THE GRADE-SUBMISSION DEADLINE, AND THE LATE-ADD FEE.         *
      * REGMAINT ENFORCES THE ADD/DROP DEADLINES AGAINST THE         *
      * PROCDATE BUSINESS DATE AND THE GRADE CHASE RUN (GRDCHASE)    *
      * WORKS FROM THE GRADE DEADLINE. THE TERM START AND END DATES  *
      * PRINT ON THE ENROLLMENT VERIFICATION LETTERS (ENRLVERF).     *
      *****************************************************************
       01  TERM-CALENDAR-RECORD.
           05  TL-TERM-CODE            PIC X(5).
           05  TL-REFUND-DEADLINE      PIC 9(8).
           05  TL-GRADE-DEADLINE       PIC 9(8).
           05  TL-LATE-ADD-FEE         PIC 9(3)V9(2).
           05  TL-TERM-START-DATE      PIC 9(8).
           05  TL-TERM-END-DATE        PIC 9(8).
           05  FILLER                  PIC X(22).
