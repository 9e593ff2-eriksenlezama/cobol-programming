      *****************************************************************
      * ADVISOR ASSIGNMENT RECORD (KC03D65.TSU.ADVASSGN)              *
      * ONE RECORD PER ADVISED STUDENT, LINKING THE STUDENT TO A      *
      * FACULTY ADVISOR ON THE TEACHER MASTER (TEACHMST). KEPT AS     *
      * OLD/NEW GENERATIONS BY ADVMAINT, WHICH ALSO REFRESHES THE     *
      * NAME, MAJOR AND CLASS STANDING FROM THE TERM'S REGISTRATIONS. *
      * REGMAINT PROVES ADVISOR PREREQUISITE OVERRIDES AGAINST IT     *
      * AND ADVRPT PRINTS THE ADVISING LOADS AND ROSTERS FROM IT.     *
      *****************************************************************
       01  ADVISEE-RECORD.
           05  AV-STUDENT-ID           PIC 9(9).
           05  AV-TEACHER-NUMBER       PIC 9(3).
           05  AV-STUDENT-NAME         PIC X(25).
           05  AV-MAJOR                PIC X(4).
           05  AV-CLASS-STANDING       PIC X(1).
           05  AV-DATE-ASSIGNED        PIC 9(8).
           05  AV-ASSIGN-METHOD        PIC X(1).
               88  AV-MANUAL-ASSIGN        VALUE "M".
               88  AV-ROUND-ROBIN          VALUE "R".
           05  AV-ASSIGNED-BY          PIC X(8).
           05  FILLER                  PIC X(21).
