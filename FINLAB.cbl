      * RATECTL DEFAULTS, SO THE OLD SINGLE-RATE INPUT KEEPS
      * WORKING. ADJUSTABLE PRODUCTS ('A') CARRY THE ADJUSTMENT
      * PERIOD IN MONTHS, THE MAXIMUM STEP PER ADJUSTMENT, AND
      * THE LIFETIME RATE CAP, PLUS THE MARGIN THE SERVICING RESET
      * RUN (ARMRESET) ADDS TO THE PUBLISHED INDEX.
       FD  LOANPROD
           RECORD CONTAINS 80 CHARACTERS.
       01 LOAN-PRODUCT-RECORD.
           05 LP-ADJUST-PERIOD       PIC 9(3).
           05 LP-ADJUST-STEP         PIC 9V9(4).
           05 LP-RATE-CAP            PIC 9V9(4).
           05 LP-MARGIN              PIC 9V9(4).
           05 FILLER                 PIC X(50).

       FD  DECLRPT.
       01 DECLINE-PRINT-AREA         PIC X(132).

      * FUNDED-LOAN EXTRACT - THE CALCULATOR'S DERIVED TERMS GO TO
      * THE SERVICING SIDE (LOANPOST) INSTEAD OF DYING ON PAPER.
      * AN ADJUSTABLE LOAN ALSO CARRIES ITS PRODUCT, THE FIRST OF
      * THE MONTH ITS FIRST ADJUSTMENT PERIOD ENDS, AND ITS CAP.
       FD  LOANEXTR
           RECORD CONTAINS 80 CHARACTERS.
       01 LOAN-EXTRACT-RECORD.
           05 LX-MONTHS              PIC 9(3).
           05 LX-MONTHLY-PI          PIC 9(6).
           05 LX-MONTHLY-ESCROW      PIC 9(5).
           05 LX-PRODUCT-CODE        PIC X(3).
           05 LX-FIRST-ADJUST-DATE   PIC 9(8).
           05 LX-RATE-CAP            PIC 9V9(4).
           05 FILLER                 PIC X(5).
      *
       WORKING-STORAGE SECTION.
      *
           05  AJ-RATE         PIC 9V9(4).
           05  AJ-MONTH        PIC 9(4).
           05  AJ-PAYMENT      PIC 9(6).
           05  AJ-TOTAL-MONTHS PIC 9(6).
           05  AJ-FIRST-DATE.
               10  AJ-FIRST-YEAR   PIC 9(4).
               10  AJ-FIRST-MONTH  PIC 9(2).
               10  AJ-FIRST-DAY    PIC 9(2).
      *
       01  AMORT-FIELDS.
           05  AM-MONTH        PIC 9(3).
           MOVE CLC-MONTHS        TO LX-MONTHS.
           MOVE CLC-MONTHLY-PAY   TO LX-MONTHLY-PI.
           MOVE CLC-ESCROW        TO LX-MONTHLY-ESCROW.
           MOVE ZERO              TO LX-FIRST-ADJUST-DATE
                                     LX-RATE-CAP.
           IF PT-MATCH-SUB > ZERO
               MOVE PT-PRODUCT-CODE (PT-MATCH-SUB) TO LX-PRODUCT-CODE
               IF PT-ADJUST-FLAG (PT-MATCH-SUB) = "A"
                       AND PT-ADJUST-PERIOD (PT-MATCH-SUB) > ZERO
                   PERFORM 227-SET-FIRST-ADJUSTMENT
               END-IF
           END-IF.
           WRITE LOAN-EXTRACT-RECORD.
      *
      * THE LOAN FUNDS THIS MONTH; ITS RATE FIRST RESETS ON THE
      * FIRST OF THE MONTH ONE ADJUSTMENT PERIOD LATER.
      *
       227-SET-FIRST-ADJUSTMENT.
      *
           COMPUTE AJ-TOTAL-MONTHS = CD-YEAR * 12 + CD-MONTH - 1
               + PT-ADJUST-PERIOD (PT-MATCH-SUB).
           DIVIDE AJ-TOTAL-MONTHS BY 12 GIVING AJ-FIRST-YEAR
               REMAINDER AJ-FIRST-MONTH.
           ADD 1 TO AJ-FIRST-MONTH.
           MOVE 1 TO AJ-FIRST-DAY.
           MOVE AJ-FIRST-DATE TO LX-FIRST-ADJUST-DATE.
           MOVE PT-RATE-CAP (PT-MATCH-SUB) TO LX-RATE-CAP.
      *
      * WORST-CASE ILLUSTRATION FOR AN ADJUSTABLE PRODUCT - THE
      * RATE STEPS UP BY THE MAXIMUM AT EVERY ADJUSTMENT UNTIL THE
      * LIFETIME CAP, AND EACH LINE SHOWS THE PAYMENT THE FULL
