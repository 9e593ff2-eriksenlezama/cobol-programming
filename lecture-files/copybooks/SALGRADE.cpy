      *****************************************************************
      * SALARY GRADE TABLE RECORD (KC03D65.TSU.SALGRADE)              *
      * ONE RECORD PER PAY GRADE - THE ANNUAL SALARY RANGE THE JOB    *
      * PAYS. EVERY EMPLOYEE CARRIES A GRADE CODE ON THE EMPLOYEE     *
      * MASTER; EMPMAINT AND MERITRUN KEEP SALARIES WITHIN THE        *
      * GRADE'S MINIMUM AND MAXIMUM, AND COMPARPT REPORTS EACH SALARY *
      * AS A PERCENT OF THE MIDPOINT (THE COMPA-RATIO).               *
      *****************************************************************
       01  SALARY-GRADE-RECORD.
           05  SG-GRADE                    PIC X(2).
           05  SG-MINIMUM                  PIC 9(5).
           05  SG-MIDPOINT                 PIC 9(5).
           05  SG-MAXIMUM                  PIC 9(5).
           05  SG-GRADE-TITLE              PIC X(20).
           05  FILLER                      PIC X(43).
