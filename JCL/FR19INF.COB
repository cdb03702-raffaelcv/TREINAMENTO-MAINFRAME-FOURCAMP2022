//FOUR019I JOB 'INFORME',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,10)  00000100
//*-------------------------------------------------------------        00000200
//* INFORME ANUAL DE SALDOS E RENDIMENTOS (IMPOSTO DE RENDA).           00000300
//* SUBMETER UMA VEZ POR ANO, LOGO DEPOIS DA CADEIA NOTURNA DE          00000400
//* 31/12 (FR19NOIT), ANTES DA PRIMEIRA NOITE DE JANEIRO:               00000500
//*   STEP01 IEBGENER - GUARDA O CLINOVO DA NOITE (FECHAMENTO DE        00000600
//*                     31/12) NA GERACAO ANUAL DO CLIANUAL             00000700
//*   STEP02 FR19EX54 - UM INFORME POR CPF/CNPJ, COM A PAGINA DE        00000800
//*                     CONTROLE CONTRA O RODAPE DO CLIENTES            00000900
//*                     (RC=4 = SALDOS NAO CONFEREM)                    00001000
//* O CLIANUAL(0) DO INICIO DO JOB E O FECHAMENTO DO ANO                00001100
//* ANTERIOR. NO PRIMEIRO ANO, SEM ESSA GERACAO, APONTAR O              00001200
//* CLIANTER PARA UM CLIENTES VAZIO (SO CABECALHO/RODAPE).              00001300
//*-------------------------------------------------------------        00001400
//STEP01   EXEC PGM=IEBGENER                                            00001500
//SYSUT1   DD DSN=PR.FOUR019.CLINOVO,DISP=SHR                           00001600
//SYSUT2   DD DSN=PR.FOUR019.CLIANUAL(+1),DISP=(NEW,CATLG,DELETE),      00001700
//            SPACE=(TRK,(5,5),RLSE),                                   00001800
//            DCB=(RECFM=FB,LRECL=89,BLKSIZE=0)                         00001900
//SYSPRINT DD SYSOUT=*                                                  00002000
//SYSIN    DD DUMMY                                                     00002100
//STEP02   EXEC PGM=FR19EX54,COND=(0,NE,STEP01)                         00002200
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00002300
//CLIATUAL DD DSN=PR.FOUR019.CLIANUAL(+1),DISP=SHR                      00002400
//CLIANTER DD DSN=PR.FOUR019.CLIANUAL(0),DISP=SHR                       00002500
//HISTANO  DD DSN=PR.FOUR019.HISTARC,DISP=SHR                           00002600
//         DD DSN=PR.FOUR019.HISTMOV,DISP=SHR                           00002700
//MOVTAR   DD DSN=PR.FOUR019.MOVTAR,DISP=SHR                            00002800
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(0),DISP=MOD                       00002840
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00002870
//RELINF   DD SYSOUT=*                                                  00002900
//SYSOUT   DD SYSOUT=*                                                  00003000
//SYSIN    DD *                                                         00003100
ANOBASE   0000                                                          00003200
/*                                                                      00003300
