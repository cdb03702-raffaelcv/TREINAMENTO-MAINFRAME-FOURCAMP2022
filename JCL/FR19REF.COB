//FOUR019V JOB 'INTEGRID',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------------------------------------        00000200
//* VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL DOS MASTERS.           00000300
//* SUBMETER TODA SEGUNDA-FEIRA, ANTES DA CADEIA NOTURNA:               00000400
//*   STEP01 FR19REF  - CARREGA AS CHAVES DE AGENCIAS, CLIENTES,        00000500
//*                     FUNCUNL E PROJMST E CONFERE O QUE APONTA        00000600
//*                     PARA ELES (FUNCCTA, EMPFIN, ALUCONTA,           00000700
//*                     ORDENS, FUNPROJ E O GESTOR DO PROJMST).         00000800
//*                     CADA REFERENCIA QUEBRADA SAI NO RELREF          00000900
//*                     COM A REGRA                                     00001000
//*                     (RC=4 = HOUVE REFERENCIA QUEBRADA)              00001100
//*-------------------------------------------------------------        00001200
//STEP01   EXEC PGM=FR19REF                                             00001300
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00001400
//AGENCIAS DD DSN=PR.FOUR019.AGENCIAS,DISP=SHR                          00001500
//CLIENTES DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00001600
//FUNCUNL  DD DSN=PR.FOUR019.FUNCUNL,DISP=SHR                           00001700
//FUNCCTA  DD DSN=PR.FOUR019.FUNCCTA,DISP=SHR                           00001800
//EMPFIN   DD DSN=PR.FOUR019.EMPFIN,DISP=SHR                            00001900
//ALUCONTA DD DSN=PR.FOUR019.ALUCONTA,DISP=SHR                          00002000
//ORDENS   DD DSN=PR.FOUR019.ORDENS,DISP=SHR                            00002100
//PROJMST  DD DSN=PR.FOUR019.PROJMST,DISP=SHR                           00002200
//FUNPROJ  DD DSN=PR.FOUR019.FUNPROJ,DISP=SHR                           00002300
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(0),DISP=MOD                       00002400
//RELREF   DD SYSOUT=*                                                  00002500
//SYSOUT   DD SYSOUT=*                                                  00002600
