      * CSTMAINT UPDATES IN PLACE, SO THE INQUIRY ANSWERS WITH
      * WHAT IS ON THE MASTER RIGHT NOW.
       FD  CUSTMST
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-MASTER-REC.
           05  MST-NUMBER                 PIC 9(6).
           05  MST-NAME                   PIC X(32).
           05  MST-TYPE                   PIC X.
           05  MST-AGE                    PIC 99.
           05  FILLER                     PIC X(59).
      *
       FD  INQRPT.
       01  PRINT-AREA       PIC X(132).
