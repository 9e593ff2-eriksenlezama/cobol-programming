      *****************************************************************
      * GENERAL LEDGER JOURNAL RECORD (KC03D65.TSU.GLJRNL)            *
      * WRITTEN EACH NIGHT BY GLEXTR - ONE DEBIT AND ONE CREDIT FOR  *
      * EACH SOURCE BATCH, TO THE ACCOUNT PAIR ON GLMAP - AND POSTED *
      * TO THE GL ACCOUNT MASTER BY GLPOST. THE AMOUNT IS SIGNED: A  *
      * NEGATIVE NET FROM A SOURCE REGISTER IS CARRIED AS IS. THE    *
      * PAYROLL WAGE EXPENSE DEBITS ARE SPLIT BY DEPARTMENT AND CARRY *
      * THE DEPARTMENT'S COST CENTER FROM THE DEPARTMENT MASTER; ALL  *
      * OTHER LINES LEAVE THE COST CENTER BLANK.                     *
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-BATCH-SOURCE         PIC X(8).
           05  GJ-ACCOUNT              PIC X(8).
           05  GJ-DEBIT-CREDIT         PIC X.
               88  GJ-DEBIT                    VALUE "D".
               88  GJ-CREDIT                   VALUE "C".
           05  GJ-AMOUNT               PIC S9(9)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  GJ-BUSINESS-DATE        PIC 9(8).
           05  GJ-COST-CENTER          PIC X(6).
           05  FILLER                  PIC X(37).
