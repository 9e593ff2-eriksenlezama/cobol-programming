      *
       FILE SECTION.
       FD  CUSTMSTB
           RECORD CONTAINS 100 CHARACTERS.
       01  RETAINED-MASTER-REC         PIC X(100).
      *
       FD  CUSTAUDT
           RECORD CONTAINS 223 CHARACTERS.
       01  CUSTOMER-AUDIT-REC.
            05  AUD-CODE                   PIC X.
            05  AUD-BEFORE-IMAGE           PIC X(100).
            05  AUD-AFTER-IMAGE            PIC X(100).
            05  AUD-CHANGE-DATE            PIC 9(8).
            05  FILLER                     PIC X(14).
      *
               07  WR-ZIP              PIC X(5).
               07  WR-PHONE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  WR-PARENT-NUMBER        PIC X(6).
           05  WR-GROUP-CREDIT-LIMIT   PIC X(9).
           05  FILLER                  PIC X(5).
      *
       01  WS-IMAGE-WORK.
           05  WS-IMAGE-NUMBER         PIC X(6).
       01  PANEL-LINE-1.
           05  FILLER          PIC X(18)   VALUE "NUMBER:          ".
           05  PN1-NUMBER      PIC 9(6).
           05  FILLER          PIC X(10)   VALUE "  PARENT: ".
           05  PN1-PARENT      PIC X(6).
           05  FILLER          PIC X(92)   VALUE SPACE.
      *
       01  PANEL-LINE-2.
           05  FILLER          PIC X(18)   VALUE "NAME:            ".
               WRITE PRINT-AREA
           ELSE
               MOVE WR-NUMBER TO PN1-NUMBER
               MOVE WR-PARENT-NUMBER TO PN1-PARENT
               MOVE PANEL-LINE-1 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE WR-NAME   TO PN2-NAME
