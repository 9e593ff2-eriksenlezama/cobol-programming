      *****************************************************************
      * DISBURSEMENT PAYEE MASTER RECORD (KC03D65.TSU.PAYEEMST)       *
      * ONE RECORD PER PERSON THE SHOP PAYS BY CHECK, KEYED BY PAYEE  *
      * TYPE AND THE ID THE PAYING SUBSYSTEM KNOWS THEM BY:           *
      *   R  SALES REP         BRANCH 9(2) AND REP 9(2) (COMMPAY)     *
      *   E  EMPLOYEE          EMPLOYEE ID 9(4)         (PAYCHKX)     *
      *   S  STUDENT           STUDENT ID 9(9)          (REFPAY)      *
      *   C  INSURANCE CLIENT  CLIENT NUMBER 9(5)       (CLMPAYX)     *
      *   A  INSURANCE AGENT   AGENT NUMBER 9(4)        (AGTPAYX)     *
      * THE ID IS LEFT-JUSTIFIED IN PY-PAYEE-ID. A PAYEE ON HOLD IS   *
      * NOT PAID; THE DISBURSEMENT RUN LISTS THE PAYMENT AS REJECTED. *
      *****************************************************************
       01  PAYEE-MASTER-RECORD.
           05  PY-PAYEE-KEY.
               10  PY-PAYEE-TYPE           PIC X.
                   88  PY-SALES-REP                VALUE "R".
                   88  PY-EMPLOYEE                 VALUE "E".
                   88  PY-STUDENT                  VALUE "S".
                   88  PY-INSURANCE-CLIENT         VALUE "C".
                   88  PY-INSURANCE-AGENT          VALUE "A".
               10  PY-PAYEE-ID             PIC X(10).
           05  PY-PAYEE-NAME               PIC X(30).
           05  PY-ADDRESS.
               10  PY-STREET               PIC X(30).
               10  PY-CITY                 PIC X(15).
               10  PY-STATE                PIC X(2).
               10  PY-ZIP                  PIC X(5).
           05  PY-PAYEE-STATUS             PIC X.
               88  PY-PAYEE-ACTIVE             VALUE "A".
               88  PY-PAYEE-ON-HOLD            VALUE "H".
           05  FILLER                      PIC X(26).
