      * DAILY OPERATIONS DASHBOARD. READS THE CUMULATIVE RUNLOG
      * FILE THE END-OF-DAY CHAIN WRITES, PRINTS LAST NIGHT'S
      * STATUS FOR EACH STEP (CSTMAINT, RPRT1000, REGISTER,
      * REGIREP2, REFSWEEP), COMPARES THE RECORD COUNTS TO THE
      * PRIOR RUN, AND FLAGS STEPS WHOSE VOLUMES SWUNG MORE THAN
      * THE SYSIN THRESHOLD PERCENT (DEFAULT 25). A CHAIN PROGRAM
      * WITH NO LOG RECORD AT ALL IS FLAGGED AS A MISSING STEP. EVERY
      * CLOSED-PERIOD POSTING OVERRIDE STILL ON THE LOG (PERDCHK
      * OVERRIDE ENTRIES) IS LISTED BELOW THE STEP STATUS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  LG-WRITTEN              PIC 9(7).
               10  LG-REJECTED             PIC 9(7).
               10  LG-RETURN-CODE          PIC 9(4).
               10  LG-ENTRY-TYPE           PIC X.
                   88  LG-OVERRIDE-ENTRY           VALUE "O".
               10  LG-OVERRIDE-PERIOD      PIC 9(6).
               10  LG-OVERRIDE-OPERATOR    PIC X(8).
      *
       01  CHAIN-FIELDS.
           05  CH-SUB              PIC S9(2)  COMP.
               10  FILLER              PIC X(8) VALUE "RPRT1000".
               10  FILLER              PIC X(8) VALUE "REGISTER".
               10  FILLER              PIC X(8) VALUE "REGIREP2".
               10  FILLER              PIC X(8) VALUE "REFSWEEP".
           05  CHAIN-PROGRAM-TABLE REDEFINES CHAIN-PROGRAM-LIST.
               10  CHAIN-PROGRAM       OCCURS 5 TIMES PIC X(8).
      *
       01  WORK-FIELDS.
           05  WS-SWING-PCT        PIC S9(5)V9 COMP-3.
           05  WS-OVERRIDE-COUNT   PIC S9(4)   COMP  VALUE ZERO.
      *
       COPY DATETIME.
      *
           05  FILLER              PIC X(33)
                   VALUE "** NO RUN-LOG RECORD ON FILE **".
           05  FILLER              PIC X(89)   VALUE SPACE.
      *
       01  OVERRIDE-TITLE-LINE.
           05  FILLER          PIC X(31)
                   VALUE "CLOSED-PERIOD POSTING OVERRIDES".
           05  FILLER          PIC X(101)  VALUE SPACE.
      *
       01  OVERRIDE-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE "PROGRAM   LOGGED    ".
           05  FILLER      PIC X(20)   VALUE "      PERIOD  OPERAT".
           05  FILLER      PIC X(20)   VALUE "OR                  ".
           05  FILLER      PIC X(72)   VALUE SPACE.
      *
       01  OVERRIDE-LINE.
           05  OVL-PROGRAM         PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  OVL-STAMP           PIC X(14).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  OVL-PERIOD          PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  OVL-OPERATOR        PIC X(8).
           05  FILLER              PIC X(90)   VALUE SPACE.
      *
       01  NO-OVERRIDE-LINE.
           05  FILLER              PIC X(34)
                   VALUE "** NO OVERRIDES ON THE RUN LOG **".
           05  FILLER              PIC X(98)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 115-GET-THRESHOLD.
           PERFORM 120-LOAD-LOG-TABLE.
           PERFORM 200-REPORT-ONE-STEP
               VARYING CH-SUB FROM 1 BY 1 UNTIL CH-SUB > 5.
           PERFORM 300-LIST-OVERRIDES.
           CLOSE RUN-LOG-FILE
                 DASHRPT.
           GOBACK.
                   TO LG-REJECTED (LG-ENTRY-COUNT)
               MOVE RL-RETURN-CODE
                   TO LG-RETURN-CODE (LG-ENTRY-COUNT)
               MOVE RL-ENTRY-TYPE
                   TO LG-ENTRY-TYPE (LG-ENTRY-COUNT)
               MOVE RL-OVERRIDE-PERIOD
                   TO LG-OVERRIDE-PERIOD (LG-ENTRY-COUNT)
               MOVE RL-OVERRIDE-OPERATOR
                   TO LG-OVERRIDE-OPERATOR (LG-ENTRY-COUNT)
           END-IF.
           PERFORM 130-READ-LOG-RECORD.
      *
       210-SCAN-ONE-LOG-ENTRY.
      *
           IF LG-PROGRAM (LG-SUB) = CHAIN-PROGRAM (CH-SUB)
                   AND NOT LG-OVERRIDE-ENTRY (LG-SUB)
               MOVE LG-LAST-SUB TO LG-PRIOR-SUB
               MOVE LG-SUB      TO LG-LAST-SUB
           END-IF.
                   END-IF
               END-IF
           END-IF.
      *
       300-LIST-OVERRIDES.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE OVERRIDE-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE OVERRIDE-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 310-LIST-ONE-OVERRIDE
               VARYING LG-SUB FROM 1 BY 1
               UNTIL LG-SUB > LG-ENTRY-COUNT.
           IF WS-OVERRIDE-COUNT = ZERO
               MOVE NO-OVERRIDE-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
      *
       310-LIST-ONE-OVERRIDE.
      *
           IF LG-OVERRIDE-ENTRY (LG-SUB)
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE LG-PROGRAM (LG-SUB)           TO OVL-PROGRAM
               MOVE LG-START-STAMP (LG-SUB)       TO OVL-STAMP
               MOVE LG-OVERRIDE-PERIOD (LG-SUB)   TO OVL-PERIOD
               MOVE LG-OVERRIDE-OPERATOR (LG-SUB) TO OVL-OPERATOR
               MOVE OVERRIDE-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
      *
       900-ABORT.
      *
