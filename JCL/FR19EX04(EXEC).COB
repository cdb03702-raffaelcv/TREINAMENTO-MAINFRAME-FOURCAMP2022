//            SPACE=(TRK,(1,1)),                                        00003600
//            DCB=(RECFM=FB,LRECL=73,BLKSIZE=0)                         00003700
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00003800
//CTLLEDG  DD DSN=PR.FOUR019.CTLLEDG,DISP=MOD                           00003850
//MOV0106A DD DSN=PR.FOUR019.MOV0106A,DISP=OLD                          00003900
//MOV0106C DD DSN=PR.FOUR019.MOV0106C,DISP=OLD                          00004000
//MOV0106R DD DSN=PR.FOUR019.MOV0106R,DISP=OLD                          00004100
