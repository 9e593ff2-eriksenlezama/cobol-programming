      *****************************************************************
      * EXCEPTIONS QUEUE RECORD (KC03D65.TSU.EXCPQUE)                 *
      * ONE RECORD PER REJECT OR SUSPENSE ITEM COLLECTED BY THE       *
      * NIGHTLY EXCEPTIONS COLLECTOR (EXCPCOLL) FROM THE SUBSYSTEM    *
      * REJECT FILES, MAINTAINED AS OLD/NEW GENERATIONS. AN ENTRY IS  *
      * IDENTIFIED BY SOURCE PROGRAM, KEY AND REASON; THE SAME REJECT *
      * COMING BACK ON A LATER RUN BUMPS THE TIMES-SEEN COUNT ON THE  *
      * OPEN ENTRY RATHER THAN OPENING ANOTHER. AN ENTRY STAYS OPEN   *
      * UNTIL A RESOLUTION TRANSACTION CLOSES IT OR ITS SOURCE RUNS   *
      * AGAIN WITHOUT REJECTING THE RECORD. CLOSED ENTRIES ARE        *
      * CARRIED ONE GENERATION SO THE CLOSE CAN BE SEEN, THEN DROPPED.*
      * THE AGING REPORT (EXCPAGE) READS THE OPEN ENTRIES.            *
      *****************************************************************
       01  EXCEPTION-QUEUE-RECORD.
           05  EQ-SOURCE-PROGRAM           PIC X(8).
           05  EQ-KEY                      PIC X(24).
           05  EQ-REASON                   PIC X(20).
           05  EQ-DEPARTMENT               PIC X(10).
           05  EQ-STATUS                   PIC X.
               88  EQ-OPEN                     VALUE "O".
               88  EQ-RESOLVED                 VALUE "R".
               88  EQ-REPROCESSED              VALUE "P".
               88  EQ-CLOSED                   VALUE "R" "P".
           05  EQ-OPEN-DATE                PIC 9(8).
           05  EQ-LAST-SEEN-DATE           PIC 9(8).
           05  EQ-TIMES-SEEN               PIC 9(3).
      *
      * BUSINESS DATE, OPERATOR AND NOTE OF THE CLOSE - ZERO AND
      * SPACES WHILE THE ENTRY IS OPEN. AN ENTRY CLOSED BECAUSE ITS
      * SOURCE REPROCESSED THE RECORD CLEAN HAS NO OPERATOR.
      *
           05  EQ-CLOSE-DATE               PIC 9(8).
           05  EQ-CLOSED-BY                PIC X(8).
           05  EQ-RESOLUTION-NOTE          PIC X(30).
      *
      * THE REJECTED RECORD AS ITS SOURCE WROTE IT, LEFT-JUSTIFIED.
      *
           05  EQ-IMAGE                    PIC X(112).
           05  FILLER                      PIC X(10).
