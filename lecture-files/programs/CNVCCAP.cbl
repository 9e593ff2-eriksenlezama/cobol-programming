       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNVCCAP.
      *
      * ONE-TIME CONVERSION - EXPANDS THE 16-BYTE COURSE CAPACITY
      * FILE (COURSECAP) INTO THE 40-BYTE LAYOUT WITH TERM CODE,
      * MEETING DAYS AND TIMES AND TEACHER FIELDS. NONE OF THESE
      * WERE KEPT ON THE OLD FILE, SO EACH SECTION IS CARRIED OVER
      * WITH A BLANK TERM CODE, ZERO MEETING DAYS AND TIMES AND A
      * BLANK TEACHER. THE PROGRAMS THAT READ COURSECAP TREAT THESE
      * AS NOT YET SCHEDULED AND TAKE THE MEETING DATA AND TEACHER
      * FROM THE REGISTRATIONS ON FILE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CAPACITY-OLD-FILE ASSIGN TO CCAPOLD
           FILE STATUS IS WF-CCAPOLD-STATUS.
           SELECT  CAPACITY-NEW-FILE ASSIGN TO CCAPNEW
           FILE STATUS IS WF-CCAPNEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAPACITY-OLD-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  CAPACITY-OLD-REC.
           05  COF-DEPARTMENT-CODE     PIC X(04).
           05  COF-COURSE-NUMBER       PIC 9(03).
           05  COF-SECTION-NUMBER      PIC 9(02).
           05  COF-SECTION-CAPACITY    PIC 9(03).
           05  COF-ROOM-NUMBER         PIC X(04).
       FD  CAPACITY-NEW-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  COURSE-CAPACITY-RECORD.
           05  CC-COURSE-KEY.
               10  CC-DEPARTMENT-CODE     PIC X(04).
               10  CC-COURSE-NUMBER       PIC 9(03).
               10  CC-SECTION-NUMBER      PIC 9(02).
           05  CC-SECTION-CAPACITY        PIC 9(03).
           05  CC-ROOM-NUMBER             PIC X(04).
           05  CC-TERM-CODE               PIC X(05).
           05  CC-COURSE-DAYS             PIC 9(01).
           05  CC-START-TIME              PIC 9(04).
           05  CC-END-TIME                PIC 9(04).
           05  CC-TEACHER-NUMBER          PIC X(03).
           05  CC-TEACHER-STATUS          PIC X(01).
           05  FILLER                     PIC X(06).
       WORKING-STORAGE SECTION.
        01  WF-FLAGS.
            05  WF-END-OF-FILE              PIC X.
                88  END-OF-FILE             VALUE 'Y'.
                88  NOT-END-OF-FILE         VALUE 'N'.
            05 WF-CCAPOLD-STATUS            PIC XX.
                88  CCAPOLD-FILE-OK         VALUE '00'.
            05 WF-CCAPNEW-STATUS            PIC XX.
                88  CCAPNEW-FILE-OK         VALUE '00'.
        01  WF-CONTROL-TOTALS.
            05  WF-READ-COUNT               PIC 9(7)  COMP-3 VALUE 0.
            05  WF-WRITTEN-COUNT            PIC 9(7)  COMP-3 VALUE 0.
        PROCEDURE DIVISION.
        000-MAINLINE.
            SET NOT-END-OF-FILE TO TRUE.
            OPEN INPUT CAPACITY-OLD-FILE.
            IF NOT CCAPOLD-FILE-OK THEN
              DISPLAY 'CCAPOLD OPEN ERROR : ' WF-CCAPOLD-STATUS
              PERFORM 1000-ABORT
            END-IF.
            OPEN OUTPUT CAPACITY-NEW-FILE.
            IF NOT CCAPNEW-FILE-OK THEN
              DISPLAY 'CCAPNEW OPEN ERROR : ' WF-CCAPNEW-STATUS
              PERFORM 1000-ABORT
            END-IF.
            PERFORM 300-READ-OLD-MASTER.
            PERFORM 400-CONVERT-ONE-RECORD
                     UNTIL END-OF-FILE.
            DISPLAY "CNVCCAP RECORDS READ     " WF-READ-COUNT.
            DISPLAY "CNVCCAP RECORDS WRITTEN  " WF-WRITTEN-COUNT.
            IF WF-READ-COUNT = WF-WRITTEN-COUNT
                DISPLAY "*** CONVERSION IS IN BALANCE ***"
            ELSE
                DISPLAY "*** CONVERSION IS OUT OF BALANCE - REVIEW ***"
            END-IF.
            CLOSE CAPACITY-OLD-FILE.
            CLOSE CAPACITY-NEW-FILE.
            GOBACK.
       300-READ-OLD-MASTER.
           READ CAPACITY-OLD-FILE
             AT END SET END-OF-FILE TO TRUE
             NOT AT END ADD 1 TO WF-READ-COUNT
           END-READ.
       400-CONVERT-ONE-RECORD.
           MOVE SPACES               TO COURSE-CAPACITY-RECORD.
           MOVE COF-DEPARTMENT-CODE  TO CC-DEPARTMENT-CODE.
           MOVE COF-COURSE-NUMBER    TO CC-COURSE-NUMBER.
           MOVE COF-SECTION-NUMBER   TO CC-SECTION-NUMBER.
           MOVE COF-SECTION-CAPACITY TO CC-SECTION-CAPACITY.
           MOVE COF-ROOM-NUMBER      TO CC-ROOM-NUMBER.
           MOVE ZERO                 TO CC-COURSE-DAYS.
           MOVE ZERO                 TO CC-START-TIME.
           MOVE ZERO                 TO CC-END-TIME.
           WRITE COURSE-CAPACITY-RECORD.
           ADD 1 TO WF-WRITTEN-COUNT.
           PERFORM 300-READ-OLD-MASTER.
       1000-ABORT.
            GOBACK.
