               10  CC-SECTION-NUMBER      PIC 9(02).
           05  CC-SECTION-CAPACITY        PIC 9(03).
           05  CC-ROOM-NUMBER             PIC X(04).
           05  FILLER                     PIC X(24).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
