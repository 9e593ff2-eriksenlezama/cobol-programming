      *
      * COMPCRSE RECORD: STUDENT ID 9(9), DEPARTMENT X(4), COURSE
      * NUMBER 9(3), TERM COMPLETED X(5), COURSE UNITS 9(1),
      * SEMESTER GRADE X(1), TRANSFER INDICATOR X(1), SCHOOL CODE
      * X(6). TRNSCRED APPENDS ACCEPTED TRANSFER CREDIT WITH GRADE T
      * AND THE TRANSFER INDICATOR SET TO T; THIS RUN LEAVES BOTH
      * TRANSFER FIELDS BLANK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
