      *****************************************************************
      * ACCESS LOG RECORD (KC03D65.TSU.AUTHLOG)                       *
      * ONE RECORD PER AUTHORIZATION DECISION MADE BY THE AUTHCHK     *
      * SUBROUTINE - PERMITTED OR REFUSED - ADDED TO THE END OF THE   *
      * FILE IN RUN ORDER. THE MONTHLY ACCESS REVIEW (ACCREVW) READS  *
      * IT FOR EACH OPERATOR'S ACTUAL USE OF THEIR PERMISSIONS.       *
      * RESULT CODES ARE THOSE RETURNED BY AUTHCHK (SEE AUTHPARM).    *
      *****************************************************************
       01  ACCESS-LOG-RECORD.
           05  AL-STAMP.
               10  AL-DATE             PIC 9(8).
               10  AL-TIME             PIC 9(6).
           05  AL-PROGRAM-ID           PIC X(8).
           05  AL-OPERATOR-ID          PIC X(8).
           05  AL-ROLE-CODE            PIC X(8).
           05  AL-TRAN-CODE            PIC X(2).
           05  AL-RESULT-CODE          PIC 9.
               88  AL-PERMITTED                VALUE 0 1.
               88  AL-REFUSED                  VALUE 2 THRU 5.
           05  FILLER                  PIC X(39).
