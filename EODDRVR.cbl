//**************************************************
//* END OF DAY DRIVER - RUNS THE CUSTOMER MASTER
//* MAINTENANCE, THEN THE SALES REPORT, THEN THE
//* REGISTRATION REPORTS, IN SEQUENCE, AND FINISHES
//* WITH THE SALES REFERENTIAL-INTEGRITY SWEEP. EACH
//* STEP IS SKIPPED IF THE STEP BEFORE IT DID NOT END
//* CLEAN.
//**************************************************
//STEP10   EXEC PGM=CSTMAINT
//STEPLIB  DD DSN=KC03D65.TSU.LOAD,DISP=SHR
//CUSTMSTK DD DSN=KC03D65.TSU.CUSTMSTK,DISP=SHR
//CUSTAUDT DD DSN=KC03D65.TSU.CUSTAUDT,
//            DISP=(NEW,CATLG,DELETE),
//            DCB=(RECFM=FB,LRECL=223,DSORG=PS,BLKSIZE=0),
//            SPACE=(CYL,(1,1),RLSE)
//CUSTREJ  DD DSN=KC03D65.TSU.CUSTREJ,
//            DISP=(NEW,CATLG,DELETE),
//RUNLOG   DD DSN=KC03D65.TSU.RUNLOG,DISP=MOD
//PROCDATE DD DSN=KC03D65.TSU.PROCDATE(0),DISP=SHR
//OPERAUTH DD DSN=KC03D65.TSU.OPERAUTH,DISP=SHR
//PERMTBL  DD DSN=KC03D65.TSU.PERMTBL(0),DISP=SHR
//AUTHLOG  DD DSN=KC03D65.TSU.AUTHLOG,DISP=MOD
//MILERPT  DD SYSOUT=*
//CTLCNTS  DD DSN=KC03D65.TSU.CTLCNTS,
//            DISP=(NEW,CATLG,DELETE),
2026F
/*
//SYSOUT   DD SYSOUT=*
//**************************************************
//* REFERENTIAL-INTEGRITY SWEEP - ORPHANED A/R ITEMS,
//* BUDGETS, COMMISSION HISTORY AND ITEM LINES. ENDS
//* RC 4 WHEN THE ORPHAN COUNT EXCEEDS THE SYSIN
//* THRESHOLD.
//**************************************************
//STEP50   EXEC PGM=REFSWEEP,COND=(0,NE,STEP40)
//STEPLIB  DD DSN=KC03D65.TSU.LOAD,DISP=SHR
//CUSTMAST DD DSN=KC03D65.TSU.CUSTMAST(0),DISP=SHR
//BRREPREF DD DSN=KC03D65.TSU.BRREPREF,DISP=SHR
//ITEMMST  DD DSN=KC03D65.TSU.ITEMMST,DISP=SHR
//AROPEN   DD DSN=KC03D65.TSU.AROPEN(0),DISP=SHR
//BUDGMST  DD DSN=KC03D65.TSU.BUDGMST,DISP=SHR
//COMMHIST DD DSN=KC03D65.TSU.COMMHIST,DISP=SHR
//ITEMTRN  DD DSN=KC03D65.TSU.ITEMTRN,DISP=SHR
//INTGRPT  DD SYSOUT=*
//RUNLOG   DD DSN=KC03D65.TSU.RUNLOG,DISP=MOD
//* SYSIN CARD IS THE ORPHAN THRESHOLD, 5 DIGITS.
//SYSIN    DD *
00000
/*
//SYSOUT   DD SYSOUT=*
/*
//**************************************************
//* ALERT IF ANY STEP IN THE CHAIN DID NOT COMPLETE
//**************************************************
//ALERT    IF (STEP10.RC > 0 OR STEP15.RC > 0 OR
//         STEP20.RC > 0 OR
//         STEP30.RC > 0 OR STEP40.RC > 0 OR
//         STEP50.RC > 0) THEN
//ALERTSTP EXEC PGM=IEBGENER
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
