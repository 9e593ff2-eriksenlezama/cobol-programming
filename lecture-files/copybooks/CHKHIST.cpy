      *****************************************************************
      * ISSUED-CHECK HISTORY RECORD (KC03D65.TSU.CHKHIST)             *
      * ONE RECORD PER CHECK THE DISBURSEMENT RUN (DISBURSE) HAS      *
      * WRITTEN, IN CHECK-NUMBER ORDER, KEPT AS OLD/NEW GENERATIONS   *
      * (CHKHOLD/CHKHNEW). VOIDS AND REISSUES ARE APPLIED TO THE      *
      * CHECK HERE: A VOIDED CHECK KEEPS ITS AMOUNT AND IS MARKED     *
      * VOID WITH THE DATE AND OPERATOR; A REISSUED CHECK IS VOIDED   *
      * AND POINTS AT THE NEW CHECK, WHICH POINTS BACK AT IT. THE     *
      * BANK RECONCILIATION (CHKRECON) MARKS A CHECK CLEARED WITH THE *
      * DATE AND AMOUNT THE BANK PAID IT FOR.                         *
      *****************************************************************
       01  ISSUED-CHECK-RECORD.
           05  IC-CHECK-NUMBER             PIC 9(8).
           05  IC-ISSUE-DATE               PIC 9(8).
           05  IC-SOURCE                   PIC X(8).
           05  IC-PAYEE-TYPE               PIC X.
           05  IC-PAYEE-ID                 PIC X(10).
           05  IC-PAYEE-NAME               PIC X(30).
           05  IC-AMOUNT                   PIC 9(7)V9(2).
           05  IC-CHECK-STATUS             PIC X.
               88  IC-ISSUED                   VALUE "I".
               88  IC-VOIDED                   VALUE "V".
               88  IC-REISSUED                 VALUE "R".
               88  IC-CLEARED                  VALUE "C".
               88  IC-VOID                     VALUE "V" "R".
           05  IC-VOID-DATE                PIC 9(8).
           05  IC-VOID-OPERATOR            PIC X(8).
           05  IC-REISSUE-OF               PIC 9(8).
           05  IC-REISSUED-AS              PIC 9(8).
           05  IC-CLEAR-DATE               PIC 9(8).
           05  IC-CLEARED-AMOUNT           PIC 9(7)V9(2).
           05  FILLER                      PIC X(16).
