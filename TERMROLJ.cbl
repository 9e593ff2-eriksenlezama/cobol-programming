//KC03D65A JOB 1,'ERIKSEN   ',NOTIFY=&SYSUID
//**************************************************
//* TERM ROLL-FORWARD - COPIES THE SOURCE TERM'S
//* SECTION OFFERINGS INTO A NEW SECTION FILE FOR THE
//* TARGET TERM, THEN RUNS THE NEW SCHEDULE THROUGH
//* ROOMCONF SO ROOM CONFLICTS ARE CAUGHT BEFORE
//* REGISTRATION OPENS. STEP10 ENDS WITH RC 4 WHEN A
//* SECTION ROLLED WITHOUT A TEACHER OR MEETING TIMES -
//* SEE ROLLRPT. THE ROOM CHECK STILL RUNS ON RC 4.
//**************************************************
//STEP10   EXEC PGM=TERMROLL
//STEPLIB  DD DSN=KC03D65.TSU.LOAD,DISP=SHR
//COURSECAP DD DSN=KC03D65.TSU.COURSECAP,DISP=SHR
//REGSFILE DD DSN=KC03D65.TSU.REGSFILE,DISP=SHR
//CRSECAT  DD DSN=KC03D65.TSU.CRSECAT,DISP=SHR
//TEACHMST DD DSN=KC03D65.TSU.TEACHMST,DISP=SHR
//NEWSECT  DD DSN=KC03D65.TSU.COURSECAP.T2026F,
//            DISP=(NEW,CATLG,DELETE),
//            DCB=(RECFM=FB,LRECL=40,DSORG=PS,BLKSIZE=0),
//            SPACE=(TRK,(1,1),RLSE)
//ROLLRPT  DD SYSOUT=*
//* FIRST CARD IS SOURCE TERM (COLS 1-5) AND TARGET
//* TERM (COLS 7-11). EACH CARD AFTER IT DROPS A COURSE -
//* DEPT COLS 1-4, COURSE COLS 5-7, AND OPTIONALLY A
//* SINGLE SECTION IN COLS 8-9. END THE LIST WITH END.
//SYSIN    DD *
2025F 2026F
END
/*
//SYSOUT   DD SYSOUT=*
//**************************************************
//* ROOM CONFLICT AND SEATING CHECK OF THE NEW TERM.
//**************************************************
//STEP20   EXEC PGM=ROOMCONF,COND=(4,LT,STEP10)
//STEPLIB  DD DSN=KC03D65.TSU.LOAD,DISP=SHR
//COURSECAP DD DSN=KC03D65.TSU.COURSECAP.T2026F,DISP=SHR
//ROOMMST  DD DSN=KC03D65.TSU.ROOMMST,DISP=SHR
//REGSFILE DD DSN=KC03D65.TSU.REGSFILE,DISP=SHR
//CONFRPT  DD SYSOUT=*
//SYSIN    DD *
2026F
/*
//SYSOUT   DD SYSOUT=*
/*
//**************************************************
//* ALERT IF ANY STEP IN THE CHAIN DID NOT COMPLETE
//* CLEAN.
//**************************************************
//ALERT    IF (STEP10.RC > 4 OR STEP20.RC > 0) THEN
//ALERTSTP EXEC PGM=IEBGENER
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD *
JOB KC03D65A TERM ROLL-FORWARD STEP FAILED - SEE SYSOUT FOR DETAILS
/*
//SYSUT2   DD DSN=KC03D65.TSU.ALERT,DISP=(MOD,CATLG,CATLG),
//            DCB=(RECFM=FB,LRECL=80,DSORG=PS,BLKSIZE=0),
//            SPACE=(TRK,(1,1),RLSE)
//ALERT    ENDIF
