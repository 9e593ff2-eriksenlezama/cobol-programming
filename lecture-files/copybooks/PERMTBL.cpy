      *****************************************************************
      * ROLE PERMISSION RECORD (KC03D65.TSU.PERMTBL)                  *
      * ONE RECORD PER TRANSACTION CODE A ROLE MAY PERFORM IN A       *
      * PROGRAM, IN ROLE / PROGRAM / TRANSACTION CODE ORDER. A        *
      * TRANSACTION CODE OF "*" GRANTS EVERY CODE IN THAT PROGRAM.    *
      * A TRANSACTION NOT GRANTED HERE TO THE OPERATOR'S ROLE (SEE    *
      * OPERAUTH) IS REFUSED BY THE AUTHCHK SUBROUTINE. KEPT AS       *
      * OLD/NEW GENERATIONS BY PRMMAINT, WHICH AUDITS EVERY CHANGE    *
      * ON PERMAUDT; GRANTED DATE AND OPERATOR ARE THOSE OF THE       *
      * GRANT.                                                        *
      *****************************************************************
       01  PERMISSION-RECORD.
           05  PM-ROLE-CODE            PIC X(8).
           05  PM-PROGRAM-ID           PIC X(8).
           05  PM-TRAN-CODE            PIC X(2).
               88  PM-ALL-TRANS                VALUE "* ".
           05  PM-GRANTED-DATE         PIC 9(8).
           05  PM-GRANTED-BY           PIC X(8).
           05  FILLER                  PIC X(46).
