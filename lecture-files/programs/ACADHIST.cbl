      * BACKED OUT OF THE CUMULATIVE TOTALS SO THE NEW GRADE
      * REPLACES THE OLD - THE ATTEMPT ITSELF STAYS ON RECORD -
      * AND THE REPORT FLAGS STUDENTS WITH REPEATED COURSES.
      * TRANSFER CREDIT (GRADE T, TRANSFER INDICATOR IN COL 24 OF
      * COMPCRSE) CARRIES UNITS EARNED ONLY AND NEVER ENTERS THE
      * GPA; RETAKING A TRANSFERRED COURSE HERE REPLACES IT TOO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CP-TERM-CODE            PIC X(5).
           05  CP-COURSE-UNITS         PIC 9(1).
           05  CP-GRADE                PIC X(1).
           05  CP-TRANSFER-FLAG        PIC X(1).
               88  CP-TRANSFER-CREDIT      VALUE "T".
           05  FILLER                  PIC X(56).
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
               10  CPT-COURSE-NUMBER       PIC 9(3).
               10  CPT-COURSE-UNITS        PIC 9(1).
               10  CPT-GRADE               PIC X(1).
               10  CPT-TRANSFER-FLAG       PIC X(1).
                   88  CPT-TRANSFER-CREDIT     VALUE "T".
      *
       01  WORK-FIELDS.
           05  WS-CUM-GPA              PIC S9V99.
                   TO CPT-COURSE-UNITS (CPT-ENTRY-COUNT)
               MOVE CP-GRADE
                   TO CPT-GRADE (CPT-ENTRY-COUNT)
               MOVE CP-TRANSFER-FLAG
                   TO CPT-TRANSFER-FLAG (CPT-ENTRY-COUNT)
           ELSE
               DISPLAY "COMPLETED TABLE FULL - RECORD OMITTED "
                   CP-STUDENT-ID
      * THE ONE BACKED OUT - EARLIER ATTEMPTS WERE ALREADY
      * REPLACED WHEN THE LATER ONE CAME THROUGH, AND IT IS THE
      * LATER ONE THAT STILL SITS IN THE CUMULATIVE TOTALS.
      * TRANSFER CREDIT POSTED BY TRNSCRED WAS ONLY EVER ADDED TO
      * UNITS EARNED, SO ONLY ITS UNITS EARNED ARE BACKED OUT.
      *
       155-CHECK-REPEAT-COURSE.
      *
               VARYING CPT-SUB FROM 1 BY 1
               UNTIL CPT-SUB > CPT-ENTRY-COUNT.
           IF CPT-MATCH-SUB > ZERO
                   AND CPT-TRANSFER-CREDIT (CPT-MATCH-SUB)
               ADD 1 TO TA-REPEAT-COUNT
               SUBTRACT CPT-COURSE-UNITS (CPT-MATCH-SUB)
                   FROM TA-UNITS-EARNED
           END-IF.
           IF CPT-MATCH-SUB > ZERO
                   AND NOT CPT-TRANSFER-CREDIT (CPT-MATCH-SUB)
               ADD 1 TO TA-REPEAT-COUNT
               SUBTRACT CPT-COURSE-UNITS (CPT-MATCH-SUB)
                   FROM TA-UNITS-ATTEMPTED
