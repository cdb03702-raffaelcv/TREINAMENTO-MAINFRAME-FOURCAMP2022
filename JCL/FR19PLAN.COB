//FOUR019P JOB 'PLANO',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)    00000100
//*-------------------------------------------------------------        00000200
//* PLANO DE EXECUCAO DO DIA. SUBMETER TODA MANHA, ANTES DA             00000300
//* PRIMEIRA JANELA DE BATCH:                                           00000400
//*   STEP01 FR19PLAN - CRUZA A AGENDA DOS JOBS (JOBSCHED) COM O        00000500
//*                     CALENDAR E GERA:                                00000600
//*                     PLANODIA - JOBS ESPERADOS, CONFERIDOS PELO      00000700
//*                                FR19EOD NO FIM DO DIA                00000800
//*                     DEPEND   - PREDECESSORES DO DIA, LIDOS PELO     00000900
//*                                FR19GATE                             00001000
//*                     SLAFILE  - LIMITES DO DIA, LIDOS PELO FR19SLA   00001100
//*                     (RC=4 = AGENDA INVALIDA OU PREDECESSOR FORA     00001200
//*                     DO PLANO; RC=8 = DATA FORA DO CALENDAR, NADA    00001300
//*                     E GERADO - CONFERIR O CALENDAR DO ANO)          00001400
//*-------------------------------------------------------------        00001500
//STEP01   EXEC PGM=FR19PLAN                                            00001600
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00001700
//JOBSCHED DD DSN=PR.FOUR019.JOBSCHED,DISP=SHR                          00001800
//CALENDAR DD DSN=PR.FOUR019.CALENDAR,DISP=SHR                          00001900
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(0),DISP=MOD                       00002000
//PLANODIA DD DSN=PR.FOUR019.PLANODIA,DISP=OLD                          00002100
//DEPDIA   DD DSN=PR.FOUR019.DEPEND,DISP=OLD                            00002200
//SLADIA   DD DSN=PR.FOUR019.SLAFILE,DISP=OLD                           00002300
//RELPLAN  DD SYSOUT=*                                                  00002400
//SYSOUT   DD SYSOUT=*                                                  00002500
//SYSIN    DD *                                                         00002600
CICLO     00000000                                                      00002700
/*                                                                      00002800
