       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSRPT.
      *
      * LOSS-RATIO REPORT - CLAIMS INCURRED AGAINST PREMIUMS BILLED,
      * THE ONE NUMBER THE UNDERWRITERS ASK FOR. PREMIUMS COME
      * FROM THE PERIOD'S INSINV INVOICES (AN ENDORSE RETURN-
      * PREMIUM INVOICE COUNTS AGAINST THEM) AND CLAIMS FROM THE
      * CLAIMS HISTORY MASTER (COPY CLMHIST). CLAIMS INCURRED ARE
      * THE AMOUNTS PAID PLUS THE RESERVES STILL HELD ON OPEN AND
      * APPROVED CLAIMS; PAID AND RESERVES ARE SHOWN SEPARATELY AND
      * A DENIED CLAIM COUNTS FOR NOTHING. BOTH SIDES ARE CUT BY
      * CM-CLASS-NUMBER AND BY THE RATETABL AGE BANDS (AGES ON THE
      * INVOICE SIDE COME FROM THE CLIENT MASTER, ON THE CLAIM SIDE
      * FROM THE AGE STAMPED AT INTAKE). RATIOS FEED THE RATE
      * REVIEWS THAT DRIVE RATETABL CHANGES.
      *
      * THE PERIOD'S PREMIUMS ARE ALSO CUT BY RATING CELL - CLASS
      * WITHIN AGE BAND - AND ADDED TO THE PREMIUM EXPERIENCE
      * HISTORY (LOSSEXP, COPY LOSSEXP) DATED WITH THE BUSINESS
      * DATE (PROCDATE), FOR THE RATE INDICATION RUN (RATEIND). A
      * RERUN FOR A BUSINESS DATE ALREADY ON THE HISTORY PRINTS THE
      * REPORT BUT DOES NOT ADD THE PERIOD AGAIN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WF-RATETABL-STATUS.
           SELECT LOSSRPT  ASSIGN TO LOSSRPT
               FILE STATUS IS WF-LOSSRPT-STATUS.
           SELECT LOSSEXP  ASSIGN TO LOSSEXP
               FILE STATUS IS WF-LOSSEXP-STATUS.
           SELECT PROCDATE ASSIGN TO PROCDATE
               FILE STATUS IS WF-PROCDATE-STATUS.
      *
       DATA DIVISION.
      *
           05  IV-INSURANCE-RATE       PIC 99V99.
           05  IV-COVERAGE-UNITS      PIC 9(3).
           05  IV-PREMIUM              PIC 9(7)V99.
           05  IV-INVOICE-TYPE         PIC X.
               88  IV-PERIOD-PREMIUM       VALUE "P" " ".
               88  IV-ADDITIONAL-PREMIUM   VALUE "A".
               88  IV-RETURN-PREMIUM       VALUE "R".
           05  FILLER                  PIC X.
      *
       FD  CLMHIST
           RECORD CONTAINS 120 CHARACTERS.
       COPY CLMHIST.
      *
       FD  CLIENTMST.
       COPY CLIENT.
      *
       FD  RATETABL.
       01  RATE-TABLE-RECORD.
      *
       FD  LOSSRPT.
       01  PRINT-AREA       PIC X(80).
      *
       FD  LOSSEXP
           RECORD CONTAINS 40 CHARACTERS.
       COPY LOSSEXP.
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROCDATE.
      *
       WORKING-STORAGE SECTION.
      *
               88  CLIENTMST-EOF                VALUE "Y".
           05  RATE-TABLE-EOF-SWITCH   PIC X    VALUE "N".
               88  RATE-TABLE-EOF               VALUE "Y".
           05  LOSSEXP-EOF-SWITCH      PIC X    VALUE "N".
               88  LOSSEXP-EOF                  VALUE "Y".
           05  PERIOD-ON-FILE-SWITCH   PIC X    VALUE "N".
               88  PERIOD-ALREADY-ADDED         VALUE "Y".
      *
       01  WF-FILE-STATUSES.
           05  WF-INSINV-STATUS    PIC XX.
               88  RATETABL-FILE-OK        VALUE "00".
           05  WF-LOSSRPT-STATUS   PIC XX.
               88  LOSSRPT-FILE-OK         VALUE "00".
           05  WF-LOSSEXP-STATUS   PIC XX.
               88  LOSSEXP-FILE-OK         VALUE "00".
           05  WF-PROCDATE-STATUS  PIC XX.
               88  PROCDATE-FILE-OK        VALUE "00".
      *
       01  AGE-TABLE-FIELDS.
           05  AB-ENTRY-COUNT      PIC S9(2)  COMP  VALUE ZERO.
               10  AB-LOW-AGE              PIC 99.
               10  AB-HIGH-AGE             PIC 99.
               10  AB-PREMIUMS             PIC S9(9)V99 COMP-3.
               10  AB-PAID                 PIC S9(9)V99 COMP-3.
               10  AB-RESERVES             PIC S9(9)V99 COMP-3.
      *
       01  CLIENT-AGE-FIELDS.
           05  CA-ENTRY-COUNT      PIC S9(4)  COMP  VALUE ZERO.
       01  CLASS-TABLE.
           05  CLASS-ENTRY             OCCURS 99 TIMES.
               10  CLS-PREMIUMS            PIC S9(9)V99 COMP-3.
               10  CLS-PAID                PIC S9(9)V99 COMP-3.
               10  CLS-RESERVES            PIC S9(9)V99 COMP-3.
      *
       01  CELL-TABLE.
           05  CELL-CLASS-ENTRY        OCCURS 99 TIMES.
               10  CELL-PREMIUMS           PIC S9(9)V99 COMP-3
                                           OCCURS 10 TIMES.
      *
       01  WORK-FIELDS.
           05  WS-CLASS-SUB        PIC S9(2)  COMP.
           05  WS-LOSS-RATIO       PIC S9(3)V9.
           05  WS-INVOICE-PREMIUM  PIC S9(7)V99  COMP-3.
           05  WS-CLAIM-RESERVE    PIC S9(7)V99  COMP-3.
           05  WS-CELLS-WRITTEN    PIC S9(5)     COMP-3 VALUE ZERO.
      *
       01  CLASS-HEADING-LINE.
           05  FILLER   PIC X(80)
                    VALUE "LOSS RATIO BY CLASS".
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "      PREMIUMS".
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "          PAID".
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "      RESERVES".
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  FILLER              PIC X(6)    VALUE "RATIO".
           05  FILLER              PIC X(15)   VALUE SPACE.
      *
       01  CLASS-LINE.
           05  FILLER              PIC X(6)    VALUE "CLASS ".
           05  CLL-CLASS-NUMBER    PIC 99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CLL-PREMIUMS        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CLL-PAID            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CLL-RESERVES        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  CLL-RATIO           PIC ZZ9.9.
           05  FILLER              PIC X(1)    VALUE "%".
           05  FILLER              PIC X(15)   VALUE SPACE.
      *
       01  BAND-HEADING-LINE.
           05  FILLER   PIC X(80)
           05  BNL-LOW-AGE         PIC 99.
           05  FILLER              PIC X(1)    VALUE "-".
           05  BNL-HIGH-AGE        PIC 99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BNL-PREMIUMS        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BNL-PAID            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BNL-RESERVES        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BNL-RATIO           PIC ZZ9.9.
           05  FILLER              PIC X(1)    VALUE "%".
           05  FILLER              PIC X(15)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
               UNTIL CLMHIST-EOF.
           PERFORM 300-PRINT-CLASS-SECTION.
           PERFORM 350-PRINT-BAND-SECTION.
           PERFORM 400-ADD-PERIOD-EXPERIENCE.
           CLOSE INSINV
                 CLMHIST
                 CLIENTMST
       110-CLEAR-CLASS-TABLE.
      *
           MOVE ZERO TO CLS-PREMIUMS (WS-CLASS-SUB).
           MOVE ZERO TO CLS-PAID (WS-CLASS-SUB).
           MOVE ZERO TO CLS-RESERVES (WS-CLASS-SUB).
           PERFORM 115-CLEAR-ONE-CELL
               VARYING AB-SUB FROM 1 BY 1
               UNTIL AB-SUB > 10.
      *
       115-CLEAR-ONE-CELL.
      *
           MOVE ZERO TO CELL-PREMIUMS (WS-CLASS-SUB AB-SUB).
      *
      * EACH DISTINCT AGE BAND ON THE RATE TABLE BECOMES ONE
      * REPORTING BAND - EFFECTIVE-DATED DUPLICATES COLLAPSE.
                   MOVE RT-HIGH-AGE
                       TO AB-HIGH-AGE (AB-ENTRY-COUNT)
                   MOVE ZERO TO AB-PREMIUMS (AB-ENTRY-COUNT)
                   MOVE ZERO TO AB-PAID (AB-ENTRY-COUNT)
                   MOVE ZERO TO AB-RESERVES (AB-ENTRY-COUNT)
               ELSE
                   DISPLAY "AGE BAND TABLE FULL - BAND OMITTED "
                       RT-LOW-AGE RT-HIGH-AGE
               AT END
                   MOVE "Y" TO INSINV-EOF-SWITCH
               NOT AT END
                   IF IV-RETURN-PREMIUM
                       COMPUTE WS-INVOICE-PREMIUM = ZERO - IV-PREMIUM
                   ELSE
                       MOVE IV-PREMIUM TO WS-INVOICE-PREMIUM
                   END-IF
                   IF IV-CLASS-NUMBER > ZERO
                       ADD WS-INVOICE-PREMIUM
                           TO CLS-PREMIUMS (IV-CLASS-NUMBER)
                   END-IF
                   PERFORM 210-BAND-ONE-PREMIUM
               MOVE CA-AGE (CA-MATCH-SUB) TO WS-LOOKUP-AGE
               PERFORM 150-BAND-FOR-AGE
               IF AB-MATCH-SUB > ZERO
                   ADD WS-INVOICE-PREMIUM
                       TO AB-PREMIUMS (AB-MATCH-SUB)
                   IF IV-CLASS-NUMBER > ZERO
                       ADD WS-INVOICE-PREMIUM TO CELL-PREMIUMS
                           (IV-CLASS-NUMBER AB-MATCH-SUB)
                   END-IF
               END-IF
           END-IF.
      *
               AT END
                   MOVE "Y" TO CLMHIST-EOF-SWITCH
               NOT AT END
                   IF CH-CLAIM-OPEN OR CH-CLAIM-APPROVED
                       MOVE CH-RESERVE-AMOUNT TO WS-CLAIM-RESERVE
                   ELSE
                       MOVE ZERO TO WS-CLAIM-RESERVE
                   END-IF
                   IF CH-CLASS-NUMBER > ZERO
                       ADD CH-PAID-AMOUNT
                           TO CLS-PAID (CH-CLASS-NUMBER)
                       ADD WS-CLAIM-RESERVE
                           TO CLS-RESERVES (CH-CLASS-NUMBER)
                   END-IF
                   MOVE CH-CLIENT-AGE TO WS-LOOKUP-AGE
                   PERFORM 150-BAND-FOR-AGE
                   IF AB-MATCH-SUB > ZERO
                       ADD CH-PAID-AMOUNT
                           TO AB-PAID (AB-MATCH-SUB)
                       ADD WS-CLAIM-RESERVE
                           TO AB-RESERVES (AB-MATCH-SUB)
                   END-IF
           END-READ.
      *
      *
           MOVE CLASS-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE COLUMN-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 310-PRINT-ONE-CLASS
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 99.
       310-PRINT-ONE-CLASS.
      *
           IF CLS-PREMIUMS (WS-CLASS-SUB) NOT = ZERO
                   OR CLS-PAID (WS-CLASS-SUB) NOT = ZERO
                   OR CLS-RESERVES (WS-CLASS-SUB) NOT = ZERO
               MOVE WS-CLASS-SUB TO CLL-CLASS-NUMBER
               MOVE CLS-PREMIUMS (WS-CLASS-SUB) TO CLL-PREMIUMS
               MOVE CLS-PAID (WS-CLASS-SUB)     TO CLL-PAID
               MOVE CLS-RESERVES (WS-CLASS-SUB) TO CLL-RESERVES
               IF CLS-PREMIUMS (WS-CLASS-SUB) = ZERO
                   MOVE ZERO TO CLL-RATIO
               ELSE
                   COMPUTE WS-LOSS-RATIO ROUNDED =
                       ((CLS-PAID (WS-CLASS-SUB)
                         + CLS-RESERVES (WS-CLASS-SUB))
                        / CLS-PREMIUMS (WS-CLASS-SUB)) * 100
                   MOVE WS-LOSS-RATIO TO CLL-RATIO
               END-IF
      *
           MOVE BAND-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE COLUMN-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 360-PRINT-ONE-BAND
               VARYING AB-SUB FROM 1 BY 1
               UNTIL AB-SUB > AB-ENTRY-COUNT.
           MOVE AB-LOW-AGE (AB-SUB)   TO BNL-LOW-AGE.
           MOVE AB-HIGH-AGE (AB-SUB)  TO BNL-HIGH-AGE.
           MOVE AB-PREMIUMS (AB-SUB)  TO BNL-PREMIUMS.
           MOVE AB-PAID (AB-SUB)      TO BNL-PAID.
           MOVE AB-RESERVES (AB-SUB)  TO BNL-RESERVES.
           IF AB-PREMIUMS (AB-SUB) = ZERO
               MOVE ZERO TO BNL-RATIO
           ELSE
               COMPUTE WS-LOSS-RATIO ROUNDED =
                   ((AB-PAID (AB-SUB) + AB-RESERVES (AB-SUB))
                    / AB-PREMIUMS (AB-SUB)) * 100
               MOVE WS-LOSS-RATIO TO BNL-RATIO
           END-IF.
           MOVE BAND-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
       400-ADD-PERIOD-EXPERIENCE.
      *
           PERFORM 410-READ-PROCESSING-DATE.
           OPEN INPUT LOSSEXP.
           IF NOT LOSSEXP-FILE-OK
              DISPLAY "LOSSEXP OPEN ERROR: " WF-LOSSEXP-STATUS
              PERFORM 900-ABORT
           END-IF.
           PERFORM 420-CHECK-ONE-PERIOD
               UNTIL LOSSEXP-EOF.
           CLOSE LOSSEXP.
           IF PERIOD-ALREADY-ADDED
               DISPLAY "LOSSRPT PERIOD " PD-BUSINESS-DATE
                   " ALREADY ON LOSSEXP - NOT ADDED AGAIN"
           ELSE
               OPEN EXTEND LOSSEXP
               IF NOT LOSSEXP-FILE-OK
                  DISPLAY "LOSSEXP OPEN ERROR: " WF-LOSSEXP-STATUS
                  PERFORM 900-ABORT
               END-IF
               PERFORM 430-WRITE-CLASS-CELLS
                   VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 99
               CLOSE LOSSEXP
               DISPLAY "LOSSRPT EXPERIENCE CELLS " WS-CELLS-WRITTEN
           END-IF.
      *
       410-READ-PROCESSING-DATE.
      *
           OPEN INPUT PROCDATE.
           IF NOT PROCDATE-FILE-OK
              DISPLAY "PROCDATE OPEN ERROR: " WF-PROCDATE-STATUS
              PERFORM 900-ABORT
           END-IF.
           READ PROCDATE
               AT END
                   DISPLAY "PROCDATE CONTROL FILE IS EMPTY"
                   PERFORM 900-ABORT
           END-READ.
           CLOSE PROCDATE.
      *
       420-CHECK-ONE-PERIOD.
      *
           READ LOSSEXP
               AT END
                   MOVE "Y" TO LOSSEXP-EOF-SWITCH
               NOT AT END
                   IF LX-PERIOD-DATE = PD-BUSINESS-DATE
                       MOVE "Y" TO PERIOD-ON-FILE-SWITCH
                   END-IF
           END-READ.
      *
       430-WRITE-CLASS-CELLS.
      *
           PERFORM 440-WRITE-ONE-CELL
               VARYING AB-SUB FROM 1 BY 1
               UNTIL AB-SUB > AB-ENTRY-COUNT.
      *
       440-WRITE-ONE-CELL.
      *
           IF CELL-PREMIUMS (WS-CLASS-SUB AB-SUB) NOT = ZERO
               MOVE SPACES TO PREMIUM-EXPERIENCE-RECORD
               MOVE PD-BUSINESS-DATE     TO LX-PERIOD-DATE
               MOVE WS-CLASS-SUB         TO LX-CLASS-NUMBER
               MOVE AB-LOW-AGE (AB-SUB)  TO LX-LOW-AGE
               MOVE AB-HIGH-AGE (AB-SUB) TO LX-HIGH-AGE
               MOVE CELL-PREMIUMS (WS-CLASS-SUB AB-SUB)
                   TO LX-PREMIUM
               WRITE PREMIUM-EXPERIENCE-RECORD
               ADD 1 TO WS-CELLS-WRITTEN
           END-IF.
      *
       900-ABORT.
      *
