//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00030000
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(0),DISP=SHR                       00040000
//RELEOD   DD SYSOUT=*                                                  00050000
//PLANODIA DD DSN=PR.FOUR019.PLANODIA,DISP=SHR                          00055000
//SYSIN    DD *                                                         00060000
 FR19DB01000                                                            00070000
 FR19DB02000                                                            00080000
