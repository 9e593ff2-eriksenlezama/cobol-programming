      * BIRTHDAY INSTEAD OF MISSING THEM. TERMINATED CLIENTS PASS
      * THROUGH UNTOUCHED.
      *
      * A CLIENT STILL ON THE RATE GUARANTEED BY ITS QUOTE WAS
      * BILLED AT THAT RATE; THE GUARANTEE ENDS AT RENEWAL, SO THE
      * QUOTED RATE IS THE OLD RATE ON THE NOTICE AND IS CLEARED
      * FROM THE NEW MASTER.
      *
      * THE RATE-SELECTION DATE CARD COMES IN ON SYSIN AS IT DOES
      * FOR INSBILL.
      *
                10  RT-INSURANCE-RATE   PIC S99V99.
      *
       FD  CLIENTMST-OLD.
       COPY CLIENT.
      *
       FD  CLIENTMST-NEW.
       01  CLIENT-NEW-RECORD           PIC X(60).
      *
       FD  RENEWRPT.
       01  PRINT-AREA       PIC X(80).
           ELSE
               MOVE ZERO TO WS-OLD-RATE
           END-IF.
           IF NOT CM-NO-QUOTED-RATE
               MOVE CM-QUOTED-RATE TO WS-OLD-RATE
               MOVE SPACES TO CM-QUOTED-RATE-X
           END-IF.
           IF CM-AGE < 99
               ADD 1 TO CM-AGE
           END-IF.
