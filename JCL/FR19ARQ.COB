//FOUR019H JOB 'EXPURGO',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,05)  00000100
//*-------------------------------------------------------------        00000200
//* ARQUIVAMENTO MENSAL DAS TABELAS DE HISTORICO (FR19DB66).            00000300
//* CADA STEP DESCARREGA AS LINHAS ANTERIORES AO CORTE NUMA NOVA        00000400
//* GERACAO DO ARQUIVO MORTO E EXCLUI DA TABELA, UM DIA POR             00000500
//* COMMIT (CHECKPOINT GRAVCHKP). RC=8 = CONTAGENS DIVERGENTES.         00000600
//*   STEP01 IVAN.FUNCHIST  -> PR.FOUR019.ARQFHIST (LIDO PELO FR19DB11) 00000700
//*   STEP02 IVAN.CHECKHIST -> PR.FOUR019.ARQCHIST                      00000800
//*   STEP03 IVAN.LOGERROS  -> PR.FOUR019.ARQLOGER                      00000900
//* CARTAO 1: TABELA (COLS 1-10) + MESES DE RETENCAO (COLS 11-13).      00001000
//* CARTAO 2: PROCESS OU VALIDAR (SO CONTA, NAO MEXE EM NADA).          00001100
//* A GERACAO E CATALOGADA MESMO EM ABEND (CATLG,CATLG).                00001200
//* RESTART DE UM STEP QUE JA PASSOU DO PRIMEIRO DIA EXCLUIDO:          00001300
//* APONTAR O ARQHIST PARA A GERACAO (0) COM DISP=SHR - O               00001400
//* PROGRAMA LE O CORTE DO CABECALHO E SEGUE DO CHECKPOINT.             00001500
//* SE PAROU ANTES DISSO, EXCLUIR A GERACAO (0) E RESSUBMETER.          00001600
//*-------------------------------------------------------------        00001700
//STEP01   EXEC PGM=FR19DB66                                            00001800
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00001900
//ARQHIST  DD DSN=PR.FOUR019.ARQFHIST(+1),DISP=(NEW,CATLG,CATLG),       00002000
//            SPACE=(CYL,(5,5),RLSE),                                   00002100
//            DCB=(RECFM=FB,LRECL=220,BLKSIZE=0)                        00002200
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(0),DISP=MOD                       00002300
//SYSOUT   DD SYSOUT=*                                                  00002400
//SYSIN    DD *                                                         00002500
FUNCHIST  024                                                           00002600
PROCESS                                                                 00002700
/*                                                                      00002800
//STEP02   EXEC PGM=FR19DB66,COND=(4,LT,STEP01)                         00002900
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00003000
//ARQHIST  DD DSN=PR.FOUR019.ARQCHIST(+1),DISP=(NEW,CATLG,CATLG),       00003100
//            SPACE=(CYL,(5,5),RLSE),                                   00003200
//            DCB=(RECFM=FB,LRECL=220,BLKSIZE=0)                        00003300
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(0),DISP=MOD                       00003400
//SYSOUT   DD SYSOUT=*                                                  00003500
//SYSIN    DD *                                                         00003600
CHECKHIST 006                                                           00003700
PROCESS                                                                 00003800
/*                                                                      00003900
//STEP03   EXEC PGM=FR19DB66,COND=((4,LT,STEP01),(4,LT,STEP02))         00004000
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00004100
//ARQHIST  DD DSN=PR.FOUR019.ARQLOGER(+1),DISP=(NEW,CATLG,CATLG),       00004200
//            SPACE=(CYL,(5,5),RLSE),                                   00004300
//            DCB=(RECFM=FB,LRECL=220,BLKSIZE=0)                        00004400
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(0),DISP=MOD                       00004500
//SYSOUT   DD SYSOUT=*                                                  00004600
//SYSIN    DD *                                                         00004700
LOGERROS  012                                                           00004800
PROCESS                                                                 00004900
/*                                                                      00005000
