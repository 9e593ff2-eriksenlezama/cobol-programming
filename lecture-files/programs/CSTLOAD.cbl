            05  COF-AGE                    PIC 99.
            05  COF-ADDRESS                PIC X(38).
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-MASTER-REC.
            05  MST-NUMBER                 PIC 9(6).
            05  MST-NAME                   PIC X(32).
            05  MST-AGE                    PIC 99.
            05  MST-ADDRESS                PIC X(38).
            05  FILLER                     PIC X(1).
            05  MST-PARENT-NUMBER          PIC 9(6).
            05  MST-GROUP-CREDIT-LIMIT     PIC 9(7)V99.
            05  FILLER                     PIC X(5).
       WORKING-STORAGE SECTION.
        01  WF-FLAGS.
            05  WF-END-OF-FILE              PIC X.
               MOVE COF-TYPE    TO MST-TYPE
               MOVE COF-AGE     TO MST-AGE
               MOVE COF-ADDRESS TO MST-ADDRESS
               MOVE ZERO        TO MST-PARENT-NUMBER
                                   MST-GROUP-CREDIT-LIMIT
               WRITE CUSTOMER-MASTER-REC
                   INVALID KEY
                       ADD 1 TO WF-DROPPED-COUNT
