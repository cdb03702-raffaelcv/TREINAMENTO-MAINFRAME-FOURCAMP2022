//SYSIN    DD *                                                         00001300
 SORT FIELDS=(01,05,CH,A)                                               00001400
/*                                                                      00001500
//*   CRITICA DO APONTAMENTO BRUTO (FUNC E PROJ JA CLASSIFICADOS        00001501
//*   POR IDFUNC): LIMPO NO PROJOK, REJEITADO NO PROJREJ                00001502
//*   (RC=8 = REJEICAO ACIMA DO LIMITE, O PROJOK NAO SEGUE)             00001504
//STEP2A   EXEC PGM=FR19EX09                                            00001506
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00001508
//FUNC     DD DSN=PR.FOUR019.FUNC,DISP=SHR                              00001510
//PROJ     DD DSN=PR.FOUR019.PROJ,DISP=SHR                              00001512
//PROJMST  DD DSN=PR.FOUR019.PROJMST,DISP=SHR                           00001513
//PROJOK   DD DSN=PR.FOUR019.PROJOK,DISP=OLD                            00001515
//PROJREJ  DD DSN=PR.FOUR019.PROJREJ,DISP=OLD                           00001517
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=(NEW,CATLG,DELETE),      00001519
//            SPACE=(TRK,(1,1)),                                        00001521
//            DCB=(RECFM=FB,LRECL=73,BLKSIZE=0)                         00001523
//SYSOUT   DD SYSOUT=*                                                  00001525
//SYSIN    DD *                                                         00001526
MAXHORAS  000                                                           00001528
LIMREJ    000                                                           00001530
/*                                                                      00001532
//*   APROVACAO PELO GESTOR: PENDENCIAS ANTERIORES (PENDAPR(0))         00001534
//*   MAIS O PROJOK, CONTRA O DECK DE DECISOES. APROVADO NO             00001536
//*   PROJAPR, REJEITADO NO PROJDEV, O QUE FICA PENDENTE NA             00001537
//*   GERACAO NOVA DO PENDAPR (RC=4 = PMO TEM O QUE VER NO RELPMO)      00001539
//*   NA PRIMEIRA RODADA, CRIAR O PENDAPR(0) SO COM CABECALHO E         00001541
//*   RODAPE ZERADOS.                                                   00001543
//STEP2B   EXEC PGM=FR19EX67,COND=(4,LT,STEP2A)                         00001545
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00001547
//PROJMST  DD DSN=PR.FOUR019.PROJMST,DISP=SHR                           00001549
//PENDAPR  DD DSN=PR.FOUR019.PENDAPR(0),DISP=SHR                        00001550
//PROJOK   DD DSN=PR.FOUR019.PROJOK,DISP=SHR                            00001552
//DECISAO  DD DSN=PR.FOUR019.DECISAO,DISP=SHR                           00001554
//PROJAPR  DD DSN=PR.FOUR019.PROJAPR,DISP=OLD                           00001556
//PROJDEV  DD DSN=PR.FOUR019.PROJDEV,DISP=OLD                           00001558
//PENDNOVO DD DSN=PR.FOUR019.PENDAPR(+1),DISP=(NEW,CATLG,DELETE),       00001560
//            SPACE=(TRK,(5,5),RLSE),                                   00001562
//            DCB=(RECFM=FB,LRECL=50,BLKSIZE=0)                         00001563
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00001565
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00001567
//RELAPROV DD SYSOUT=*                                                  00001569
//RELPMO   DD SYSOUT=*                                                  00001571
//SYSOUT   DD SYSOUT=*                                                  00001573
//SYSIN    DD *                                                         00001574
DATACORTE 00000000                                                      00001576
/*                                                                      00001578
//*   O PROJAPR SAI NA ORDEM DAS PENDENCIAS; O FR19EX02 CASA POR        00001580
//*   IDFUNC                                                            00001582
//STEP2C   EXEC PGM=SORT,COND=((4,LT,STEP2A),(4,LT,STEP2B))             00001584
//SORTIN   DD DSN=PR.FOUR019.PROJAPR,DISP=SHR                           00001586
//SORTOUT  DD DSN=PR.FOUR019.PROJAPR,DISP=OLD                           00001587
//SYSOUT   DD SYSOUT=*                                                  00001589
//SYSIN    DD *                                                         00001591
 SORT FIELDS=(01,05,CH,A)                                               00001593
/*                                                                      00001595
//*   SO O APONTAMENTO APROVADO ENTRA NO FUNPROJ                        00001597
//STEP03   EXEC PGM=FR19EX02,COND=((4,LT,STEP2A),(4,LT,STEP2B),         00001600
//            (0,NE,STEP2C))                                            00001650
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00001700
//FUNC     DD DSN=PR.FOUR019.FUNC,DISP=SHR                              00001800
//PROJ     DD DSN=PR.FOUR019.PROJAPR,DISP=SHR                           00001900
//PROJMST  DD DSN=PR.FOUR019.PROJMST,DISP=SHR                           00001950
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00002000
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00002300
//CTLLEDG  DD DSN=PR.FOUR019.CTLLEDG,DISP=MOD                           00002350
//FUNPROJ  DD DSN=PR.FOUR019.FUNPROJ,DISP=OLD                           00002400
