      *****************************************************************
      * DEGREES CONFERRED RECORD (KC03D65.TSU.DEGREES)                *
      * ONE RECORD PER DEGREE CONFERRED, APPENDED BY THE TERM-END     *
      * GRADUATION CLEARANCE RUN (GRADCLR) FOR EVERY APPLICANT WHO    *
      * CLEARS. THE GPA AND UNITS ARE THE ACADHIST CUMULATIVE         *
      * FIGURES AT CONFERRAL; THE HONORS LEVEL IS SET FROM THE GPA.   *
      *****************************************************************
       01  DEGREE-RECORD.
           05  DG-STUDENT-ID           PIC 9(9).
           05  DG-STUDENT-NAME         PIC X(25).
           05  DG-MAJOR                PIC X(4).
           05  DG-GRAD-TERM            PIC X(5).
           05  DG-CONFERRAL-DATE       PIC 9(8).
           05  DG-UNITS-EARNED         PIC 9(5).
           05  DG-CUM-GPA              PIC 9V99.
           05  DG-HONORS-CODE          PIC X.
               88  DG-SUMMA-CUM-LAUDE      VALUE "S".
               88  DG-MAGNA-CUM-LAUDE      VALUE "M".
               88  DG-CUM-LAUDE            VALUE "C".
               88  DG-NO-HONORS            VALUE " ".
           05  FILLER                  PIC X(20).
