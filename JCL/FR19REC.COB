//FOUR019R JOB 'RECEBER',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,10)  00000100
//*-------------------------------------------------------------        00000200
//* CONTAS A RECEBER - CADASTRO UNICO DE TITULOS (ARCAD).               00000300
//* SUBMETER TODO DIA DEPOIS DA CADEIA NOTURNA (FR19NOIT), QUE          00000400
//* REGRAVA O MOVPOST A CADA NOITE:                                     00000500
//*   STEP01 FR19EX59 - CARGA DOS TITULOS DE FRETE (RECEBMES),          00000600
//*                     MATRICULA (RECMATR) E PROJETO (RECPROJ)         00000700
//*                     COM O NOSSO-NUMERO (RELCARGA); OS JA            00000800
//*                     CARREGADOS SAO RECUSADOS, ENTAO OS              00000900
//*                     ARQUIVOS PODEM FICAR NA CARGA ATE O             00001000
//*                     PROXIMO FECHAMENTO DE CADA SISTEMA              00001100
//*   STEP02 IEBGENER - VIRA ARNOVO SOBRE ARCAD                         00001200
//*   STEP03 FR19EX60 - BAIXA DOS PAGAMENTOS DO RETORNO DO BANCO        00001300
//*                     (RETCOB) E DOS CREDITOS 'BOLETO' DA             00001400
//*                     POSTAGEM (MOVPOST), COM MULTA E JUROS           00001500
//*   STEP04 IEBGENER - VIRA ARNOVO SOBRE ARCAD                         00001600
//*   STEP05 FR19EX61 - ENVELHECIMENTO POR ORIGEM E CLIENTE             00001700
//* NO PRIMEIRO DIA O ARCAD E UM ARQUIVO SO COM CABECALHO/RODAPE.       00001800
//* O RETCOB DO DIA E RECEBIDO DO BANCO ANTES DA SUBMISSAO; SEM         00001900
//* RETORNO, APONTAR PARA UM ARQUIVO VAZIO.                             00002000
//*-------------------------------------------------------------        00002100
//STEP01   EXEC PGM=FR19EX59                                            00002200
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00002300
//ARCAD    DD DSN=PR.FOUR019.ARCAD,DISP=SHR                             00002400
//RECEBMES DD DSN=PR.FOUR019.RECEBMES,DISP=SHR                          00002500
//RECTIT   DD DSN=PR.FOUR019.RECMATR,DISP=SHR                           00002600
//         DD DSN=PR.FOUR019.RECPROJ,DISP=SHR                           00002700
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=(NEW,CATLG,DELETE),      00002800
//            SPACE=(TRK,(1,1)),                                        00002900
//            DCB=(RECFM=FB,LRECL=73,BLKSIZE=0)                         00003000
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00003100
//ARNOVO   DD DSN=PR.FOUR019.ARNOVO,DISP=OLD                            00003200
//RELCARGA DD SYSOUT=*                                                  00003300
//SYSOUT   DD SYSOUT=*                                                  00003400
//SYSIN    DD *                                                         00003500
DATACICLO 00000000                                                      00003600
/*                                                                      00003700
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE,STEP01)                         00003800
//SYSUT1   DD DSN=PR.FOUR019.ARNOVO,DISP=SHR                            00003900
//SYSUT2   DD DSN=PR.FOUR019.ARCAD,DISP=OLD                             00004000
//SYSPRINT DD SYSOUT=*                                                  00004100
//SYSIN    DD DUMMY                                                     00004200
//STEP03   EXEC PGM=FR19EX60,COND=((0,NE,STEP01),(0,NE,STEP02))         00004300
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00004400
//ARCAD    DD DSN=PR.FOUR019.ARCAD,DISP=SHR                             00004500
//RETCOB   DD DSN=PR.FOUR019.RETCOB,DISP=SHR                            00004600
//MOVPOST  DD DSN=PR.FOUR019.MOVPOST,DISP=SHR                           00004700
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00004800
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00004900
//ARNOVO   DD DSN=PR.FOUR019.ARNOVO,DISP=OLD                            00005000
//RELBAIXA DD SYSOUT=*                                                  00005100
//SYSOUT   DD SYSOUT=*                                                  00005200
//SYSIN    DD *                                                         00005300
DATACICLO 00000000                                                      00005400
MULTA     0000                                                          00005500
JUROS     00000                                                         00005600
CONTACOB                                                                00005700
/*                                                                      00005800
//STEP04   EXEC PGM=IEBGENER,COND=((0,NE,STEP01),(0,NE,STEP03))         00005900
//SYSUT1   DD DSN=PR.FOUR019.ARNOVO,DISP=SHR                            00006000
//SYSUT2   DD DSN=PR.FOUR019.ARCAD,DISP=OLD                             00006100
//SYSPRINT DD SYSOUT=*                                                  00006200
//SYSIN    DD DUMMY                                                     00006300
//STEP05   EXEC PGM=FR19EX61,COND=((0,NE,STEP03),(0,NE,STEP04))         00006400
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00006500
//ARCAD    DD DSN=PR.FOUR019.ARCAD,DISP=SHR                             00006600
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00006700
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00006800
//RELAGAR  DD SYSOUT=*                                                  00006900
//SYSOUT   DD SYSOUT=*                                                  00007000
//SYSIN    DD *                                                         00007100
DATACICLO 00000000                                                      00007200
/*                                                                      00007300
