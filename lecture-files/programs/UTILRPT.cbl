               10  CC-SECTION-NUMBER      PIC 9(02).
           05  CC-SECTION-CAPACITY        PIC 9(03).
           05  CC-ROOM-NUMBER             PIC X(04).
           05  FILLER                     PIC X(24).
      *
       FD  UTILRPT.
       01  PRINT-AREA       PIC X(132).
