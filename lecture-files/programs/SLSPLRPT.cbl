      * POSTING RUN WRITES (ITEMTRN) INTO BRANCH/PRODUCT-LINE ORDER
      * AND ROLLS THE EXTENDED DOLLARS AND QUANTITIES UP BY PRODUCT
      * LINE WITHIN BRANCH, WITH BRANCH AND COMPANY TOTALS - THE
      * SAME ROLLUP SHAPE THE SALES REPORT USES FOR REPS. A LINE
      * WRITTEN BY THE SALES POSTING REVERSAL (SLSREVRS) COMES OFF
      * THE TOTALS INSTEAD OF GOING ON.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PLL-PRODUCT-LINE    PIC X(3).
           05  FILLER              PIC X(9)     VALUE SPACE.
           05  PLL-QUANTITY        PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  PLL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(88)    VALUE SPACE.
      *
       01  BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(17)
                   VALUE "TOTALS FOR BR    ".
           05  BRTL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER               PIC X(6)    VALUE SPACE.
           05  BRTL-QUANTITY        PIC ZZZ,ZZ9-.
           05  FILLER               PIC X(5)    VALUE SPACE.
           05  BRTL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(80)   VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(19)
                   VALUE "COMPANY TOTALS     ".
           05  FILLER               PIC X(6)    VALUE SPACE.
           05  GTL-QUANTITY         PIC ZZZ,ZZ9-.
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  GTL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(79)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
      *
       220-ADD-ITEM-SALES.
      *
           IF ITR-REVERSAL-LINE
               SUBTRACT ITR-QUANTITY        FROM PLINE-QUANTITY
               SUBTRACT ITR-EXTENDED-AMOUNT FROM PLINE-AMOUNT
           ELSE
               ADD ITR-QUANTITY        TO PLINE-QUANTITY
               ADD ITR-EXTENDED-AMOUNT TO PLINE-AMOUNT
           END-IF.
      *
       230-PRINT-HEADING-LINES.
      *
