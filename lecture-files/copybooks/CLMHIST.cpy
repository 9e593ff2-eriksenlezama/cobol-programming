      *****************************************************************
      * CLAIMS HISTORY MASTER RECORD (KC03D65.TSU.CLMHIST)            *
      * ONE RECORD PER CLAIM, KEPT AS OLD/NEW GENERATIONS (CLMHOLD/   *
      * CLMHNEW). INSCLAIM ADDS THE CLAIM OPEN WITH THE NEXT CLAIM    *
      * NUMBER, STAMPED WITH THE CLIENT'S CLASS AND AGE, AND A        *
      * RESERVE OF THE BENEFIT PAYABLE ON THE AMOUNT CLAIMED. CLMADJ  *
      * APPROVES (DEDUCTIBLE AND PER-CLAIM MAXIMUM FROM THE BENEFIT   *
      * TABLE APPLIED TO THE ALLOWED AMOUNT), DENIES WITH A REASON,   *
      * REVISES THE RESERVE OR CLOSES THE CLAIM; CLMPAY SENDS         *
      * APPROVED CLAIMS TO THE DISBURSEMENT RUN AND MARKS THEM PAID.  *
      * THE RESERVE IS WHAT IS STILL EXPECTED TO BE PAID - IT IS      *
      * ZERO ONCE A CLAIM IS PAID, DENIED OR CLOSED. THE STATUS DATE  *
      * IS THE BUSINESS DATE OF THE LAST STATUS CHANGE.               *
      *****************************************************************
       01  CLAIM-HISTORY-RECORD.
           05  CH-CLIENT-NUMBER            PIC 9(5).
           05  CH-CLASS-NUMBER             PIC 99.
           05  CH-CLIENT-AGE               PIC 99.
           05  CH-CLAIM-DATE               PIC 9(8).
           05  CH-CLAIM-AMOUNT             PIC 9(7)V9(2).
           05  CH-DESCRIPTION              PIC X(20).
           05  CH-CLAIM-NUMBER             PIC 9(7).
           05  CH-CLAIM-STATUS             PIC X.
               88  CH-CLAIM-OPEN               VALUE "O".
               88  CH-CLAIM-APPROVED           VALUE "A".
               88  CH-CLAIM-DENIED             VALUE "D".
               88  CH-CLAIM-PAID               VALUE "P".
               88  CH-CLAIM-CLOSED             VALUE "C".
           05  CH-STATUS-DATE              PIC 9(8).
           05  CH-DEDUCTIBLE-APPLIED       PIC 9(7)V9(2).
           05  CH-APPROVED-AMOUNT          PIC 9(7)V9(2).
           05  CH-RESERVE-AMOUNT           PIC 9(7)V9(2).
           05  CH-PAID-AMOUNT              PIC 9(7)V9(2).
           05  CH-DENIAL-REASON            PIC X(20).
           05  FILLER                      PIC X(2).
