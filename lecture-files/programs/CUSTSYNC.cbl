       01  CUSTOMER-MASTER-NEW-REC     PIC X(160).
      *
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-KEYED-REC.
            05  MST-NUMBER                 PIC 9(6).
            05  MST-NAME                   PIC X(32).
            05  MST-TYPE                   PIC X.
            05  FILLER                     PIC X(61).
      *
       FD  PROCDATE
           RECORD CONTAINS 80 CHARACTERS.
