           05  CP-SALES-THIS-YTD       PIC 9(7)V9(2).
           05  CP-COMMISSION           PIC 9(7)V9(2).
           05  CP-TOP-TIER             PIC 9(2).
           05  CP-CLAWBACK             PIC 9(7)V9(2).
           05  CP-NET-PAID             PIC 9(7)V9(2).
           05  CP-CARRY-FORWARD        PIC 9(7)V9(2).
           05  FILLER                  PIC X(29).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
           05  WO-SALES                PIC 9(7)V9(2).
           05  WO-COMMISSION           PIC 9(7)V9(2).
           05  WO-TOP-TIER             PIC 9(2).
           05  WO-CLAWBACK             PIC 9(7)V9(2).
           05  WO-NET-PAID             PIC 9(7)V9(2).
           05  WO-CARRY-FORWARD        PIC 9(7)V9(2).
           05  FILLER                  PIC X(23)   VALUE SPACE.
      *
       01  CONTROL-TOTALS.
           05  CT-HISTORY-READ     PIC S9(7)     COMP-3 VALUE ZERO.
           MOVE CP-SALES-THIS-YTD  TO WO-SALES.
           MOVE CP-COMMISSION      TO WO-COMMISSION.
           MOVE CP-TOP-TIER        TO WO-TOP-TIER.
           MOVE CP-CLAWBACK        TO WO-CLAWBACK.
           MOVE CP-NET-PAID        TO WO-NET-PAID.
           MOVE CP-CARRY-FORWARD   TO WO-CARRY-FORWARD.
           MOVE WS-HISTORY-OUT TO COMMISSION-HISTORY-NEW-REC.
           WRITE COMMISSION-HISTORY-NEW-REC.
           ADD 1 TO CT-HISTORY-WRITTEN.
