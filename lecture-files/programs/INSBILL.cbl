      * CLIENT MASTER (NUMBER, NAME, AGE, CLASS, COVERAGE UNITS),
      * COMPUTES PREMIUM = RATE * COVERAGE UNITS, AND PRODUCES THE
      * INSINV INVOICE FILE PLUS A BILLING REGISTER WITH TOTALS BY
      * CLASS NUMBER AND A NO-RATE-FOUND EXCEPTION LIST. ITS
      * INVOICES ARE TYPE 'P' (PERIOD PREMIUM); ENDORSE ADDS THE
      * MID-TERM ADJUSTMENT INVOICES TO THE SAME FILE. A CLIENT
      * WRITTEN FROM A QUOTE IS BILLED AT THE QUOTED RATE ON THE
      * MASTER WHILE THE GUARANTEE LASTS, NOT THE RATETABL RATE.
      *
      * CLIENTMST LAYOUT: COPY CLIENT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                10  RT-INSURANCE-RATE   PIC S99V99.
      *
       FD  CLIENTMST.
       COPY CLIENT.
      *
       FD  INSINV.
       01  INSURANCE-INVOICE-RECORD.
           05  IV-INSURANCE-RATE       PIC 99V99.
           05  IV-COVERAGE-UNITS       PIC 9(3).
           05  IV-PREMIUM              PIC 9(7)V99.
           05  IV-INVOICE-TYPE         PIC X.
               88  IV-PERIOD-PREMIUM       VALUE "P" " ".
               88  IV-ADDITIONAL-PREMIUM   VALUE "A".
               88  IV-RETURN-PREMIUM       VALUE "R".
           05  FILLER                  PIC X.
      *
       FD  BILLLIST.
       01 PRINT-AREA        PIC X(80).
           05  EF-AGE              PIC 99.
           05  EF-CLASS-NUMBER     PIC 99.
           05  WS-PREMIUM          PIC S9(7)V99  COMP-3.
           05  WS-BILL-RATE        PIC S99V99.
      *
       01  CONTROL-TOTALS.
           05  CT-CLIENTS-READ     PIC S9(5)     COMP-3 VALUE 0.
               MOVE "N" TO CLASS-FOUND-SWITCH
           END-IF.
           IF AGE-GROUP-FOUND AND CLASS-FOUND
               MOVE INSURANCE-RATE (AGE-INDEX CLASS-INDEX)
                   TO WS-BILL-RATE
               IF NOT CM-NO-QUOTED-RATE
                   MOVE CM-QUOTED-RATE TO WS-BILL-RATE
               END-IF
               COMPUTE WS-PREMIUM ROUNDED =
                   WS-BILL-RATE * CM-COVERAGE-UNITS
               PERFORM 630-WRITE-INVOICE-RECORD
               MOVE WS-BILL-RATE TO BL-RATE
               MOVE WS-PREMIUM TO BL-PREMIUM
               IF CM-CLIENT-LAPSED
                   MOVE "BILLED AS LAPSED" TO BL-STATUS
               ELSE
               IF NOT CM-NO-QUOTED-RATE
                   MOVE "QUOTED RATE     " TO BL-STATUS
               ELSE
                   MOVE SPACES TO BL-STATUS
               END-IF
               END-IF
               ADD 1 TO CT-CLIENTS-BILLED
               ADD WS-PREMIUM TO CT-TOTAL-PREMIUM
               IF CM-CLASS-NUMBER > ZERO
           MOVE CM-CLIENT-NUMBER  TO IV-CLIENT-NUMBER.
           MOVE CM-CLIENT-NAME    TO IV-CLIENT-NAME.
           MOVE CM-CLASS-NUMBER   TO IV-CLASS-NUMBER.
           MOVE WS-BILL-RATE      TO IV-INSURANCE-RATE.
           MOVE CM-COVERAGE-UNITS TO IV-COVERAGE-UNITS.
           MOVE WS-PREMIUM        TO IV-PREMIUM.
           MOVE "P"               TO IV-INVOICE-TYPE.
           WRITE INSURANCE-INVOICE-RECORD.
      *
       310-WRITE-REPORT-LINE.
