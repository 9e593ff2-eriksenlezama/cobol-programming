      *****************************************************************
      * LAST-DATE-OF-ATTENDANCE EXTRACT (KC03D65.TSU.LDAEXTR)         *
      * WRITTEN AT TERM END BY ATTNLDA FOR THE FINANCIAL AID OFFICE - *
      * ONE RECORD PER STUDENT WHO RECEIVED AN F IN ANY SECTION OR    *
      * STOPPED ATTENDING ALL SECTIONS. THE LAST DATE ATTENDED IS THE *
      * LATEST MEETING THE STUDENT WAS PRESENT FOR IN ANY SECTION OF  *
      * THE TERM - ZERO WHEN NO ATTENDANCE WAS EVER RECORDED.         *
      *****************************************************************
       01  LDA-EXTRACT-RECORD.
           05  LD-STUDENT-ID           PIC 9(9).
           05  LD-STUDENT-NAME         PIC X(25).
           05  LD-TERM-CODE            PIC X(5).
           05  LD-LAST-DATE-ATTENDED   PIC 9(8).
           05  LD-REASON-CODE          PIC X.
               88  LD-FAILING-GRADE        VALUE "F".
               88  LD-STOPPED-ATTENDING    VALUE "S".
           05  LD-SECTIONS-FAILED      PIC 9(2).
           05  LD-SECTIONS-REGISTERED  PIC 9(2).
           05  FILLER                  PIC X(28).
