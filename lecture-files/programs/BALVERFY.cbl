            05  CTL-REJECTED-COUNT         PIC 9(7).
            05  FILLER                     PIC X(23).
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-MASTER-REC.
            05  MST-NUMBER                 PIC 9(6).
            05  FILLER                     PIC X(94).
       FD  BALCOUNT-OLD
           RECORD CONTAINS 7 CHARACTERS.
       01  BALCOUNT-OLD-REC.
