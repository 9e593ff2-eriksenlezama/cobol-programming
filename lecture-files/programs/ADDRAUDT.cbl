      *
       FILE SECTION.
       FD  CUSTMST
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-MASTER-REC.
           05  MST-NUMBER                 PIC 9(6).
           05  MST-NAME                   PIC X(32).
              07 MST-STATE                PIC XX.
              07 MST-ZIP                  PIC X(5).
              07 MST-PHONE                PIC X(10).
           05  FILLER                     PIC X(21).
      *
       FD  CUSTMAST.
       COPY CUSTMAST.
