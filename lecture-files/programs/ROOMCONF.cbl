      *     PATTERN AND OVERLAPPING START/END TIMES
      *   - SECTIONS WHOSE COURSECAP CAPACITY EXCEEDS THE ROOM'S
      *     SEATS, OR WHOSE ROOM IS NOT ON THE ROOM MASTER.
      * A SECTION RECORD THAT CARRIES ITS OWN MEETING DAYS AND TIMES
      * (AS EVERY SECTION ROLLED FORWARD BY TERMROLL DOES) IS TAKEN
      * AT ITS WORD, SO A NEW TERM'S SCHEDULE CAN BE CHECKED BEFORE
      * REGISTRATION OPENS. THE REGISTRATIONS ONLY FILL IN SECTIONS
      * WHOSE RECORD HAS NO MEETING DATA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  CC-SECTION-NUMBER      PIC 9(02).
           05  CC-SECTION-CAPACITY        PIC 9(03).
           05  CC-ROOM-NUMBER             PIC X(04).
           05  CC-TERM-CODE               PIC X(05).
           05  CC-COURSE-DAYS             PIC 9(01).
           05  CC-START-TIME              PIC 9(04).
           05  CC-END-TIME                PIC 9(04).
           05  CC-TEACHER-NUMBER          PIC 9(03).
           05  CC-TEACHER-STATUS          PIC X(01).
               88  CC-TEACHER-ASSIGNED        VALUE "A".
               88  CC-TEACHER-UNASSIGNED      VALUE "U".
           05  FILLER                     PIC X(06).
      *
       FD  ROOMMST
           RECORD CONTAINS 80 CHARACTERS.
                   TO SC-CAPACITY (SC-ENTRY-COUNT)
               MOVE CC-ROOM-NUMBER
                   TO SC-ROOM-NUMBER (SC-ENTRY-COUNT)
               IF CC-COURSE-DAYS NUMERIC
                       AND CC-START-TIME NUMERIC
                       AND CC-END-TIME NUMERIC
                       AND CC-COURSE-DAYS > ZERO
                   MOVE CC-COURSE-DAYS
                       TO SC-COURSE-DAYS (SC-ENTRY-COUNT)
                   MOVE CC-START-TIME
                       TO SC-START-TIME (SC-ENTRY-COUNT)
                   MOVE CC-END-TIME
                       TO SC-END-TIME (SC-ENTRY-COUNT)
                   MOVE "Y" TO SC-TIMES-KNOWN-SWITCH (SC-ENTRY-COUNT)
               ELSE
                   MOVE ZERO TO SC-COURSE-DAYS (SC-ENTRY-COUNT)
                   MOVE ZERO TO SC-START-TIME (SC-ENTRY-COUNT)
                   MOVE ZERO TO SC-END-TIME (SC-ENTRY-COUNT)
                   MOVE "N"  TO SC-TIMES-KNOWN-SWITCH (SC-ENTRY-COUNT)
               END-IF
           ELSE
               DISPLAY "SECTION TABLE FULL - SECTION OMITTED "
                   CC-COURSE-KEY
