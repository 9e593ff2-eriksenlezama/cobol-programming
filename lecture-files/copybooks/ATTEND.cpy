      *****************************************************************
      * CLASS ATTENDANCE RECORD (KC03D65.TSU.ATTEND)                  *
      * ONE RECORD PER STUDENT PER SECTION MEETING, LOADED FROM THE   *
      * TEACHERS' ROSTERS BY ATTNLOAD AND KEPT AS OLD/NEW GENERATIONS *
      * IN TERM/COURSE-KEY/STUDENT/MEETING-DATE ORDER. ONLY STUDENTS  *
      * REGISTERED IN THE SECTION ON REGSFILE ARE ACCEPTED. THE       *
      * ROSTER TRANSACTIONS (ATTNTRAN) HAVE THE SAME LAYOUT - A       *
      * SECOND ROSTER LINE FOR A MEETING ALREADY ON FILE REPLACES IT. *
      *****************************************************************
       01  ATTENDANCE-RECORD.
           05  AT-ATTENDANCE-KEY.
               10  AT-TERM-CODE            PIC X(5).
               10  AT-COURSE-KEY.
                   15  AT-DEPARTMENT-CODE  PIC X(4).
                   15  AT-COURSE-NUMBER    PIC 9(3).
                   15  AT-SECTION-NUMBER   PIC 9(2).
               10  AT-STUDENT-ID           PIC 9(9).
               10  AT-MEETING-DATE         PIC 9(8).
           05  AT-ATTEND-CODE              PIC X.
               88  AT-PRESENT                  VALUE "P".
               88  AT-ABSENT                   VALUE "A".
               88  AT-VALID-ATTEND-CODE        VALUE "P" "A".
           05  AT-TEACHER-NUMBER           PIC 9(3).
           05  AT-DATE-LOADED              PIC 9(8).
           05  FILLER                      PIC X(37).
