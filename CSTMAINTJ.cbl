//CUSTMSTK DD DSN=KC03D65.TSU.CUSTMSTK,DISP=SHR
//CUSTAUDT DD DSN=KC03D65.TSU.CUSTAUDT,
//            DISP=(NEW,CATLG,DELETE),
//            DCB=(RECFM=FB,LRECL=223,DSORG=PS,BLKSIZE=0),
//            SPACE=(CYL,(1,1),RLSE)
//CUSTREJ  DD DSN=KC03D65.TSU.CUSTREJ,
//            DISP=(NEW,CATLG,DELETE),
//            SPACE=(TRK,(1,1),RLSE)
//PROCDATE DD DSN=KC03D65.TSU.PROCDATE(0),DISP=SHR
//OPERAUTH DD DSN=KC03D65.TSU.OPERAUTH,DISP=SHR
//PERMTBL  DD DSN=KC03D65.TSU.PERMTBL(0),DISP=SHR
//AUTHLOG  DD DSN=KC03D65.TSU.AUTHLOG,DISP=MOD
//MILERPT  DD SYSOUT=*
//CTLCNTS  DD DSN=KC03D65.TSU.CTLCNTS,
//            DISP=(NEW,CATLG,DELETE),
