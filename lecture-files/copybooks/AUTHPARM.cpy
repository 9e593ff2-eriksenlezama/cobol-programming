      *****************************************************************
      * AUTHCHK PARAMETER AREA - PASSED BY EVERY PROGRAM THAT ASKS    *
      * THE AUTHCHK SUBROUTINE WHETHER AN OPERATOR MAY PERFORM A      *
      * TRANSACTION. THE CALLER SETS THE FUNCTION, ITS OWN PROGRAM    *
      * NAME, THE OPERATOR ID AND THE TRANSACTION CODE; AUTHCHK SETS  *
      * THE RESULT CODE AND REASON.                                   *
      *                                                               *
      * AC-FUNCTION:                                                  *
      *   C = CHECK THE TRANSACTION AND LOG THE DECISION ON AUTHLOG   *
      *   V = CHECK ONLY, NOTHING LOGGED (FRONT-END EDITS)            *
      *   E = END OF RUN - CLOSE THE ACCESS LOG. MAKE THIS CALL       *
      *       BEFORE THE RUN SETS ITS RETURN CODE - THE CALL LEAVES   *
      *       AUTHCHK'S OWN RETURN CODE (ZERO) IN RETURN-CODE.        *
      *                                                               *
      * AC-RESULT-CODE:                                               *
      *   0 = PERMITTED BY THE OPERATOR'S ROLE                        *
      *   1 = PERMITTED - NO PERMISSION TABLE IS IN FORCE YET         *
      *   2 = REFUSED - OPERATOR NOT ON OPERAUTH                      *
      *   3 = REFUSED - OPERATOR HAS NO ROLE                          *
      *   4 = REFUSED - ROLE NOT PERMITTED THE TRANSACTION            *
      *   5 = REFUSED - DECISION COULD NOT BE LOGGED                  *
      *****************************************************************
       01  AUTH-CHECK-PARMS.
           05  AC-FUNCTION             PIC X.
               88  AC-CHECK-TRANS              VALUE "C".
               88  AC-VERIFY-ONLY              VALUE "V".
               88  AC-END-OF-RUN               VALUE "E".
           05  AC-PROGRAM-ID           PIC X(8).
           05  AC-OPERATOR-ID          PIC X(8).
           05  AC-TRAN-CODE            PIC X(2).
           05  AC-RESULT-CODE          PIC 9.
               88  AC-PERMITTED                VALUE 0 1.
               88  AC-REFUSED                  VALUE 2 THRU 5.
           05  AC-REASON               PIC X(20).
