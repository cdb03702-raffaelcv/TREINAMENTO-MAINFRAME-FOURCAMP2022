//FOUR019N JOB 'NOITE',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,05)    00000100
//*-------------------------------------------------------------        00000200
//* CADEIA NOTURNA DO LADO BANCARIO:                                    00000300
//*   STEP0A FR19EX49 - MANUTENCAO DO DIRETORIO DE CHAVES (CHVNOVO)     00000340
//*   STEP0B IEBGENER - VIRA CHVNOVO SOBRE CHAVES                       00000380
//*   STEP01 FR19EX10 - PRE-VALIDA TRANSFERENCIAS (GERA MOVTRF),        00000420
//*                     RESOLVENDO AS CHAVES PELO CHAVES                00000460
//*   STEP1A FR19EX52 - LIQUIDA AS CONTAS EM ENCERRAMENTO (GERA         00000470
//*                     MOVENC E OS CARTOES CANCELA/ENCERRA)            00000480
//*   STEP1B FR19EX20 - EXPLODE ORDENS PERMANENTES (GERA MOVORD)        00000500
//*   STEP1C FR19EX46 - EMPRESTIMO PESSOAL (GERA MOVEMP)                00000550
//*   STEP1D FR19EX55 - CONTESTACOES DE DEBITO (GERA MOVCON E           00000560
//*                     O CONNOVO; RELATORIO DE ENVELHECIMENTO)         00000570
//*   STEP1E FR19EX56 - DEPOSITO A PRAZO CDB (GERA MOVCDB, O            00000575
//*                     CDBNOVO E O LANCCDB DA APROPRIACAO)             00000580
//*   STEP1F FR19EX57 - DEBITO AUTOMATICO POR CONVENIO (GERA            00000586
//*                     MOVDEB, DEBCONV, AUTNOVO E FATPNOV)             00000593
//*   STEP1G FR19EX62 - MANUTENCAO DO CONTAS A PAGAR (APNOVO),          00000594
//*                     BAIXA PELO PAGCONF E RECUSAS DO MOV0106R        00000595
//*   STEP1H FR19EX63 - AGENDA OS PAGAMENTOS A FORNECEDOR (GERA         00000597
//*                     MOVPAG, ORDPAG E APAGEN)                        00000598
//*   STEP02/03 SORT  - CLIENTES E MOV0106+REEMISSOES+CREDITOS          00000600
//*                     RECEBIDOS (MOVCRED) E LIBERADOS (MOVLIB)        00000700
//*                     E PARCELAS DE EMPRESTIMO (MOVEMP) E             00000733
//*                     TARIFAS DE DEVOLUCAO DE CHEQUE (MOVDEV) E       00000766
//*                     LIQUIDACOES DE ENCERRAMENTO (MOVENC)            00000780
//*                     E CONTESTACOES DE DEBITO (MOVCON)               00000790
//*                     E APLICACOES/RESGATES DE CDB (MOVCDB)           00000795
//*                     E DEBITOS AUTOMATICOS (MOVDEB)                  00000797
//*                     E PAGAMENTOS A FORNECEDOR (MOVPAG)              00000798
//*   STEP3B FR19EX25 - CASA OS CHEQUES DO MOV0106S COM O CHEQREG       00000800
//*                     (GERA MOVCHQ, QUE SUBSTITUI O MOV0106S)         00000900
//*   STEP04 FR19EX04 - POSTAGEM (RC=8 = RECUSA DE POSTAR:              00001000
//*                     ENTRADA INVALIDA OU CICLO JA POSTADO)           00001100
//*   STEP4B FR19EX50 - DEVOLVE OS CHEQUES SEM FUNDOS (DEVCHQ),         00001120
//*                     TARIFA NO MOVDEV E ATUALIZA O CCF               00001140
//*   STEP4C IEBGENER - VIRA CHQDEV SOBRE CHEQREG                       00001160
//*   STEP4D IEBGENER - VIRA CCFNOVO SOBRE CCFREG                       00001180
//*   STEP05 FR19EX13 - POSICAO DE CAIXA POR AGENCIA                    00001200
//*   STEP5A FR19EX53 - COMUNICACAO COAF DE OPERACOES EM ESPECIE        00001230
//*                     (LIMITE E FRACIONAMENTO POR CPF/CNPJ)           00001260
//*   STEP06 FR19EX08 - MERGE DO MASTER DE HISTORICO                    00001300
//*   STEP6A SORT     - CLASSIFICA O HISTNOVO POR CHAVE                 00001400
//*   STEP07 FR19EX16 - MONTA O CLIENTES DE AMANHA                      00001500
//*   STEP08 IEBGENER - VIRA CICLONOV SOBRE CICLOCTL                    00001600
//*   STEP09 IEBGENER - VIRA EMPPNOV SOBRE EMPPES                       00001666
//*   STEP10 IEBGENER - VIRA CONNOVO SOBRE CONTEST                      00001700
//*   STEP11 IEBGENER - VIRA CDBNOVO SOBRE CDBCAD                       00001710
//*   STEP12 FR19EX58 - RETORNO DO DEBITO AUTOMATICO (RETCONV)          00001715
//*   STEP13 IEBGENER - VIRA AUTNOVO SOBRE DEBAUT                       00001721
//*   STEP14 IEBGENER - VIRA FATPNOV SOBRE FATPEND                      00001727
//*   STEP15 IEBGENER - VIRA APAGEN SOBRE APCAD                         00001730
//*   STEP16 FR19EX64 - NOTIFICACOES AO CLIENTE (NOTIFIC) DOS           00001731
//*                     EVENTOS DA NOITE                                00001732
//* OS STEPS 05-09 SO RODAM COM A POSTAGEM CONCLUIDA (COND              00001733
//* PULA QUANDO O RC DO STEP04 PASSA DE 4).                             00001800
//* O STEP0B SO VIRA O DIRETORIO COM O STEP0A OK; SENAO O STEP01        00001810
//* RESOLVE AS CHAVES PELO DIRETORIO DA NOITE ANTERIOR.                 00001820
//* OS STEPS 4B-4D SO RODAM COM A POSTAGEM CONCLUIDA; O REGISTRO        00001830
//* DE CHEQUES E O CCF SO VIRAM COM O STEP4B OK.                        00001840
//* O CADASTRO DE CONTESTACOES SO VIRA COM O STEP1D OK.                 00001850
//* O CADASTRO DE CDB SO VIRA COM O STEP1E OK.                          00001860
//* O RETORNO E A VIRADA DO DEBITO AUTOMATICO SO RODAM COM O            00001870
//* STEP1F OK.                                                          00001880
//* O CONTAS A PAGAR SO VIRA COM O STEP1G E O STEP1H OK.                00001890
//* O CARTAO OPERADOR DO SYSIN DOS STEPS 0A, 1A, 1C, 1D, 1E, 1F, 1G     00001893
//* E 4B PRECISA TER PERMISSAO NO PERMISSO (MODULO AUTORIZA, TRILHA     00001896
//* NO ACESSLOG).                                                       00001898
//*-------------------------------------------------------------        00001900
//STEP0A   EXEC PGM=FR19EX49                                            00001905
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00001911
//CLIENTES DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00001916
//CHAVES   DD DSN=PR.FOUR019.CHAVES,DISP=SHR                            00001922
//TRANSCHV DD DSN=PR.FOUR019.TRANSCHV,DISP=SHR                          00001927
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=(NEW,CATLG,DELETE),      00001933
//            SPACE=(TRK,(1,1)),                                        00001938
//            DCB=(RECFM=FB,LRECL=73,BLKSIZE=0)                         00001944
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00001950
//CHVNOVO  DD DSN=PR.FOUR019.CHVNOVO,DISP=OLD                           00001955
//RELCHV   DD SYSOUT=*                                                  00001961
//OPERADOR DD DSN=PR.FOUR019.OPERADOR,DISP=SHR                          00001962
//PERMISSO DD DSN=PR.FOUR019.PERMISSO,DISP=SHR                          00001963
//ACESSLOG DD DSN=PR.FOUR019.ACESSLOG,DISP=MOD                          00001964
//SYSOUT   DD SYSOUT=*                                                  00001966
//SYSIN    DD *                                                         00001967
OPERADOR  PRODNOIT                                                      00001969
/*                                                                      00001970
//STEP0B   EXEC PGM=IEBGENER,COND=(4,LT,STEP0A)                         00001972
//SYSUT1   DD DSN=PR.FOUR019.CHVNOVO,DISP=SHR                           00001977
//SYSUT2   DD DSN=PR.FOUR019.CHAVES,DISP=OLD                            00001983
//SYSPRINT DD SYSOUT=*                                                  00001988
//SYSIN    DD DUMMY                                                     00001994
//STEP01   EXEC PGM=FR19EX10                                            00002000
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00002100
//CLIENTES DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00002200
//TRANSF   DD DSN=PR.FOUR019.TRANSF,DISP=SHR                            00002300
//CHAVES   DD DSN=PR.FOUR019.CHAVES,DISP=SHR                            00002433
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00002566
//MOVTRF   DD DSN=PR.FOUR019.MOVTRF(+1),DISP=(NEW,CATLG,DELETE),        00002700
//            SPACE=(TRK,(1,1)),                                        00002800
//            DCB=(RECFM=FB,LRECL=55,BLKSIZE=0)                         00002900
//SYSIN    DD *                                                         00003200
LIMITE    00005000                                                      00003300
/*                                                                      00003400
//*   CONTAS EM ENCERRAMENTO: ENCARGOS PRO-RATA E TRANSFERENCIA DO      00003403
//*   SALDO VIRAM MOVIMENTO (MOVENC); OS CARTOES DE CANCELAMENTO DE     00003406
//*   ORDENS/CHEQUES E O ENCERRA FICAM PARA AS MANUTENCOES (FR19EX19,   00003409
//*   FR19EX24 E, DEPOIS DESTA POSTAGEM, FR19EX11)                      00003412
//STEP1A   EXEC PGM=FR19EX52                                            00003415
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00003418
//CLIENTES DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00003421
//TRANSENC DD DSN=PR.FOUR019.TRANSENC,DISP=SHR                          00003424
//ORDENS   DD DSN=PR.FOUR019.ORDENS,DISP=SHR                            00003427
//CHEQREG  DD DSN=PR.FOUR019.CHEQREG,DISP=SHR                           00003430
//MOVPEND  DD DSN=PR.FOUR019.MOVPEND(0),DISP=SHR                        00003433
//MOVSUSP  DD DSN=PR.FOUR019.MOVSUSP,DISP=SHR                           00003436
//FILASAI  DD DSN=PR.FOUR019.FILASAI,DISP=SHR                           00003439
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00003442
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00003445
//MOVENC   DD DSN=PR.FOUR019.MOVENC(+1),DISP=(NEW,CATLG,DELETE),        00003448
//            SPACE=(TRK,(1,1)),                                        00003451
//            DCB=(RECFM=FB,LRECL=55,BLKSIZE=0)                         00003454
//PAGENC   DD DSN=PR.FOUR019.PAGENC,DISP=OLD                            00003457
//TRANSORD DD DSN=PR.FOUR019.ENCORD,DISP=OLD                            00003460
//TRANSCHQ DD DSN=PR.FOUR019.ENCCHQ,DISP=OLD                            00003463
//TRANSCLI DD DSN=PR.FOUR019.ENCCLI,DISP=OLD                            00003466
//OPERADOR DD DSN=PR.FOUR019.OPERADOR,DISP=SHR                          00003467
//PERMISSO DD DSN=PR.FOUR019.PERMISSO,DISP=SHR                          00003468
//ACESSLOG DD DSN=PR.FOUR019.ACESSLOG,DISP=MOD                          00003469
//RELENC   DD SYSOUT=*                                                  00003470
//SYSOUT   DD SYSOUT=*                                                  00003472
//SYSIN    DD *                                                         00003475
TAXA      00000                                                         00003478
TARIFA    00000000                                                      00003481
OPERADOR  PRODNOIT                                                      00003482
/*                                                                      00003484
//*   ORDENS VENCIVEIS NA DATA DO CICLO DO MOV0106 VIRAM MOVIMENTOS     00003500
//STEP1B   EXEC PGM=FR19EX20                                            00003600
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00003700
//            SPACE=(TRK,(1,1)),                                        00004300
//            DCB=(RECFM=FB,LRECL=55,BLKSIZE=0)                         00004400
//SYSOUT   DD SYSOUT=*                                                  00004500
//*   EMPRESTIMO PESSOAL: CONTRATACOES E PARCELAS VENCIDAS VIRAM        00004504
//*   MOVIMENTO (MOVEMP); O MOV0106R AINDA E O DA NOITE ANTERIOR        00004509
//STEP1C   EXEC PGM=FR19EX46                                            00004513
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00004518
//EMPPES   DD DSN=PR.FOUR019.EMPPES,DISP=SHR                            00004522
//TRANSPES DD DSN=PR.FOUR019.TRANSPES,DISP=SHR                          00004527
//CLIENTES DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00004531
//MOV0106R DD DSN=PR.FOUR019.MOV0106R,DISP=SHR                          00004536
//CALENDAR DD DSN=PR.FOUR019.CALENDAR,DISP=SHR                          00004540
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00004545
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00004550
//EMPPNOV  DD DSN=PR.FOUR019.EMPPNOV,DISP=OLD                           00004554
//MOVEMP   DD DSN=PR.FOUR019.MOVEMP(+1),DISP=(NEW,CATLG,DELETE),        00004559
//            SPACE=(TRK,(1,1)),                                        00004563
//            DCB=(RECFM=FB,LRECL=55,BLKSIZE=0)                         00004568
//OPERADOR DD DSN=PR.FOUR019.OPERADOR,DISP=SHR                          00004569
//PERMISSO DD DSN=PR.FOUR019.PERMISSO,DISP=SHR                          00004570
//ACESSLOG DD DSN=PR.FOUR019.ACESSLOG,DISP=MOD                          00004571
//RELEMP   DD SYSOUT=*                                                  00004572
//SYSOUT   DD SYSOUT=*                                                  00004577
//SYSIN    DD *                                                         00004581
DATACICLO 00000000                                                      00004586
MORADIA   00000                                                         00004590
OPERADOR  PRODNOIT                                                      00004592
/*                                                                      00004595
//*   CONTESTACOES DE DEBITO: CREDITOS PROVISORIOS VENCIDOS E           00004600
//*   RESOLUCOES VIRAM MOVIMENTO (MOVCON); O CONNOVO SO VIRA SOBRE      00004625
//*   O CONTEST COM A POSTAGEM CONCLUIDA (STEP10)                       00004650
//STEP1D   EXEC PGM=FR19EX55                                            00004675
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00004700
//CLIENTES DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00004725
//CONTEST  DD DSN=PR.FOUR019.CONTEST,DISP=SHR                           00004750
//TRANSCON DD DSN=PR.FOUR019.TRANSCON,DISP=SHR                          00004775
//HISTMOV  DD DSN=PR.FOUR019.HISTMOV,DISP=SHR                           00004800
//CALENDAR DD DSN=PR.FOUR019.CALENDAR,DISP=SHR                          00004825
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00004850
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00004875
//CONNOVO  DD DSN=PR.FOUR019.CONNOVO,DISP=OLD                           00004900
//MOVCON   DD DSN=PR.FOUR019.MOVCON(+1),DISP=(NEW,CATLG,DELETE),        00004925
//            SPACE=(TRK,(1,1)),                                        00004950
//            DCB=(RECFM=FB,LRECL=55,BLKSIZE=0)                         00004975
//OPERADOR DD DSN=PR.FOUR019.OPERADOR,DISP=SHR                          00004981
//PERMISSO DD DSN=PR.FOUR019.PERMISSO,DISP=SHR                          00004987
//ACESSLOG DD DSN=PR.FOUR019.ACESSLOG,DISP=MOD                          00004993
//RELCON   DD SYSOUT=*                                                  00005000
//RELAGE   DD SYSOUT=*                                                  00005025
//SYSOUT   DD SYSOUT=*                                                  00005050
//SYSIN    DD *                                                         00005075
DATACICLO 00000000                                                      00005100
PRAZO     010                                                           00005125
OPERADOR  PRODNOIT                                                      00005137
/*                                                                      00005150
//*   DEPOSITO A PRAZO (CDB): APLICACOES E RESGATES VIRAM               00005152
//*   MOVIMENTO (MOVCDB) E A APROPRIACAO O LANCCDB; O CDBNOVO SO        00005155
//*   VIRA SOBRE O CDBCAD COM A POSTAGEM CONCLUIDA (STEP11)             00005158
//STEP1E   EXEC PGM=FR19EX56                                            00005161
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00005164
//CLIENTES DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00005167
//CDBCAD   DD DSN=PR.FOUR019.CDBCAD,DISP=SHR                            00005170
//TRANSCDB DD DSN=PR.FOUR019.TRANSCDB,DISP=SHR                          00005173
//PARIR    DD DSN=PR.FOUR019.PARIR,DISP=SHR                             00005176
//PLANOCTA DD DSN=PR.FOUR019.PLANOCTA,DISP=SHR                          00005179
//MOV0106R DD DSN=PR.FOUR019.MOV0106R,DISP=SHR                          00005182
//CALENDAR DD DSN=PR.FOUR019.CALENDAR,DISP=SHR                          00005185
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00005188
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00005191
//CDBNOVO  DD DSN=PR.FOUR019.CDBNOVO,DISP=OLD                           00005194
//MOVCDB   DD DSN=PR.FOUR019.MOVCDB(+1),DISP=(NEW,CATLG,DELETE),        00005197
//            SPACE=(TRK,(1,1)),                                        00005200
//            DCB=(RECFM=FB,LRECL=55,BLKSIZE=0)                         00005203
//LANCCDB  DD DSN=PR.FOUR019.LANCCDB,DISP=OLD                           00005206
//OPERADOR DD DSN=PR.FOUR019.OPERADOR,DISP=SHR                          00005207
//PERMISSO DD DSN=PR.FOUR019.PERMISSO,DISP=SHR                          00005208
//ACESSLOG DD DSN=PR.FOUR019.ACESSLOG,DISP=MOD                          00005209
//RELCDB   DD SYSOUT=*                                                  00005210
//SYSOUT   DD SYSOUT=*                                                  00005212
//SYSIN    DD *                                                         00005215
DATACICLO 00000000                                                      00005218
OPERADOR  PRODNOIT                                                      00005219
/*                                                                      00005221
//*   DEBITO AUTOMATICO POR CONVENIO: FATURAS VENCIDAS E AUTORIZADAS    00005222
//*   VIRAM MOVIMENTO (MOVDEB); O DEBCONV GUARDA O RESULTADO PARA O     00005224
//*   RETORNO (STEP12) E AUTNOVO/FATPNOV SO VIRAM NO STEP13/STEP14      00005226
//STEP1F   EXEC PGM=FR19EX57                                            00005228
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00005230
//CLIENTES DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00005232
//DEBAUT   DD DSN=PR.FOUR019.DEBAUT,DISP=SHR                            00005234
//TRANSAUT DD DSN=PR.FOUR019.TRANSAUT,DISP=SHR                          00005236
//FATPEND  DD DSN=PR.FOUR019.FATPEND,DISP=SHR                           00005238
//FATCONV  DD DSN=PR.FOUR019.FATCONV,DISP=SHR                           00005240
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00005242
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00005244
//AUTNOVO  DD DSN=PR.FOUR019.AUTNOVO,DISP=OLD                           00005246
//FATPNOV  DD DSN=PR.FOUR019.FATPNOV,DISP=OLD                           00005248
//MOVDEB   DD DSN=PR.FOUR019.MOVDEB(+1),DISP=(NEW,CATLG,DELETE),        00005250
//            SPACE=(TRK,(1,1)),                                        00005252
//            DCB=(RECFM=FB,LRECL=55,BLKSIZE=0)                         00005254
//DEBCONV  DD DSN=PR.FOUR019.DEBCONV,DISP=OLD                           00005256
//OPERADOR DD DSN=PR.FOUR019.OPERADOR,DISP=SHR                          00005257
//PERMISSO DD DSN=PR.FOUR019.PERMISSO,DISP=SHR                          00005258
//ACESSLOG DD DSN=PR.FOUR019.ACESSLOG,DISP=MOD                          00005259
//RELDEB   DD SYSOUT=*                                                  00005260
//SYSOUT   DD SYSOUT=*                                                  00005261
//SYSIN    DD *                                                         00005262
DATACICLO 00000000                                                      00005264
OPERADOR  PRODNOIT                                                      00005265
/*                                                                      00005266
//*   CONTAS A PAGAR: TITULOS NOVOS (FATURA DA OPERADORA DE             00005285
//*   BENEFICIOS), BAIXA PELO PAGCONF DO FR19EX15 E DEBITOS DA          00005304
//*   EMPRESA RECUSADOS NA POSTAGEM ANTERIOR (MOV0106R)                 00005323
//STEP1G   EXEC PGM=FR19EX62                                            00005342
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00005361
//APCAD    DD DSN=PR.FOUR019.APCAD,DISP=SHR                             00005380
//FORNCAD  DD DSN=PR.FOUR019.FORNCAD,DISP=SHR                           00005399
//APENTRA  DD DSN=PR.FOUR019.APFATOP,DISP=SHR                           00005418
//PAGCONF  DD DSN=PR.FOUR019.PAGCONF(0),DISP=SHR                        00005437
//MOV0106R DD DSN=PR.FOUR019.MOV0106R,DISP=SHR                          00005456
//TRANSAP  DD DSN=PR.FOUR019.TRANSAP,DISP=SHR                           00005475
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00005494
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00005513
//APNOVO   DD DSN=PR.FOUR019.APNOVO,DISP=OLD                            00005532
//OPERADOR DD DSN=PR.FOUR019.OPERADOR,DISP=SHR                          00005536
//PERMISSO DD DSN=PR.FOUR019.PERMISSO,DISP=SHR                          00005541
//ACESSLOG DD DSN=PR.FOUR019.ACESSLOG,DISP=MOD                          00005546
//RELAP    DD SYSOUT=*                                                  00005551
//SYSOUT   DD SYSOUT=*                                                  00005570
//SYSIN    DD *                                                         00005589
DATACICLO 00000000                                                      00005609
OPERADOR  PRODNOIT                                                      00005618
/*                                                                      00005628
//*   PAGAMENTO A FORNECEDOR: TITULOS APROVADOS QUE VENCEM ATE O        00005647
//*   PROXIMO DIA UTIL VIRAM DEBITO NA CONTA DA EMPRESA (MOVPAG)        00005666
//*   E ORDEM DE PAGAMENTO (ORDPAG) PARA A REMESSA DO FR19EX14          00005685
//STEP1H   EXEC PGM=FR19EX63,COND=(0,NE,STEP1G)                         00005704
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00005723
//APCAD    DD DSN=PR.FOUR019.APNOVO,DISP=SHR                            00005742
//FORNCAD  DD DSN=PR.FOUR019.FORNCAD,DISP=SHR                           00005761
//CALENDAR DD DSN=PR.FOUR019.CALENDAR,DISP=SHR                          00005780
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00005799
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00005818
//APAGEN   DD DSN=PR.FOUR019.APAGEN,DISP=OLD                            00005837
//MOVPAG   DD DSN=PR.FOUR019.MOVPAG(+1),DISP=(NEW,CATLG,DELETE),        00005856
//            SPACE=(TRK,(1,1)),                                        00005875
//            DCB=(RECFM=FB,LRECL=55,BLKSIZE=0)                         00005894
//ORDPAG   DD DSN=PR.FOUR019.ORDPAG(+1),DISP=(NEW,CATLG,DELETE),        00005913
//            SPACE=(TRK,(1,1)),                                        00005933
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=0)                        00005952
//RELPAG   DD SYSOUT=*                                                  00005971
//SYSOUT   DD SYSOUT=*                                                  00005990
//SYSIN    DD *                                                         00006009
DATACICLO 00000000                                                      00006028
CONTAPAG  00010001                                                      00006047
/*                                                                      00006066
//STEP02   EXEC PGM=SORT                                                00006085
//SORTIN   DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00006104
//SORTOUT  DD DSN=PR.FOUR019.CLIENTES,DISP=OLD                          00006123
//SYSOUT   DD SYSOUT=*                                                  00006142
//SYSIN    DD *                                                         00006161
 SORT FIELDS=(01,08,CH,A)                                               00006180
/*                                                                      00006199
//STEP03   EXEC PGM=SORT                                                00006218
//SORTIN   DD DSN=PR.FOUR019.MOV0106,DISP=SHR                           00006237
//         DD DSN=PR.FOUR019.MOVPEND(0),DISP=SHR                        00006256
//         DD DSN=PR.FOUR019.MOVTAR(0),DISP=SHR                         00006276
//         DD DSN=PR.FOUR019.MOVTRF(+1),DISP=SHR                        00006295
//         DD DSN=PR.FOUR019.MOVREADY(0),DISP=SHR                       00006314
//         DD DSN=PR.FOUR019.MOVORD(+1),DISP=SHR                        00006333
//         DD DSN=PR.FOUR019.MOVCRED(0),DISP=SHR                        00006352
//         DD DSN=PR.FOUR019.MOVLIB(0),DISP=SHR                         00006371
//         DD DSN=PR.FOUR019.MOVEMP(+1),DISP=SHR                        00006390
//         DD DSN=PR.FOUR019.MOVDEV(0),DISP=SHR                         00006409
//         DD DSN=PR.FOUR019.MOVENC(+1),DISP=SHR                        00006428
//         DD DSN=PR.FOUR019.MOVCON(+1),DISP=SHR                        00006447
//         DD DSN=PR.FOUR019.MOVCDB(+1),DISP=SHR                        00006466
//         DD DSN=PR.FOUR019.MOVDEB(+1),DISP=SHR                        00006485
//         DD DSN=PR.FOUR019.MOVPAG(+1),DISP=SHR                        00006504
//SORTOUT  DD DSN=PR.FOUR019.MOV0106S,DISP=OLD                          00006523
//SYSOUT   DD SYSOUT=*                                                  00006542
//SYSIN    DD *                                                         00006561
 SORT FIELDS=(01,08,CH,A,47,01,CH,A)                                    00006580
/*                                                                      00006600
//*   CHEQUES DO MOVIMENTO CASADOS COM O REGISTRO ANTES DE POSTAR       00006700
//STEP3B   EXEC PGM=FR19EX25                                            00006800
//MOV0106  DD DSN=PR.FOUR019.MOV0106S,DISP=SHR                          00007100
//MOVCHQ   DD DSN=PR.FOUR019.MOVCHQ,DISP=OLD                            00007200
//CHQNOVO  DD DSN=PR.FOUR019.CHQNOVO,DISP=OLD                           00007300
//CHQR     DD DSN=PR.FOUR019.CHQR,DISP=OLD                              00007400
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00007500
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00007600
//SYSOUT   DD SYSOUT=*                                                  00007700
//CALENDAR DD DSN=PR.FOUR019.CALENDAR,DISP=SHR                          00008200
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00008300
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00008400
//CTLLEDG  DD DSN=PR.FOUR019.CTLLEDG,DISP=MOD                           00008450
//MOV0106A DD DSN=PR.FOUR019.MOV0106A,DISP=OLD                          00008500
//MOV0106C DD DSN=PR.FOUR019.MOV0106C,DISP=OLD                          00008600
//MOV0106R DD DSN=PR.FOUR019.MOV0106R,DISP=OLD                          00008700
SALDOALTO 00010000                                                      00010000
MODO      NORMAL                                                        00010100
/*                                                                      00010200
//*   CHEQUES RECUSADOS POR FALTA DE FUNDOS NA POSTAGEM (MOV0106R)      00010202
//*   VOLTAM AO APRESENTANTE; A TARIFA ENTRA NA NOITE SEGUINTE          00010205
//STEP4B   EXEC PGM=FR19EX50,COND=(4,LT,STEP04)                         00010208
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00010211
//CLIENTES DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00010214
//CCFREG   DD DSN=PR.FOUR019.CCFREG,DISP=SHR                            00010217
//TRANSCCF DD DSN=PR.FOUR019.TRANSCCF,DISP=SHR                          00010220
//MOVCHQ   DD DSN=PR.FOUR019.MOVCHQ,DISP=SHR                            00010223
//MOV0106R DD DSN=PR.FOUR019.MOV0106R,DISP=SHR                          00010226
//CHQNOVO  DD DSN=PR.FOUR019.CHQNOVO,DISP=SHR                           00010229
//CHQDEV   DD DSN=PR.FOUR019.CHQDEV,DISP=OLD                            00010232
//CCFNOVO  DD DSN=PR.FOUR019.CCFNOVO,DISP=OLD                           00010235
//DEVCHQ   DD DSN=PR.FOUR019.DEVCHQ,DISP=OLD                            00010238
//MOVDEV   DD DSN=PR.FOUR019.MOVDEV(+1),DISP=(NEW,CATLG,DELETE),        00010241
//            SPACE=(TRK,(1,1)),                                        00010244
//            DCB=(RECFM=FB,LRECL=55,BLKSIZE=0)                         00010247
//OPERADOR DD DSN=PR.FOUR019.OPERADOR,DISP=SHR                          00010248
//PERMISSO DD DSN=PR.FOUR019.PERMISSO,DISP=SHR                          00010249
//ACESSLOG DD DSN=PR.FOUR019.ACESSLOG,DISP=MOD                          00010250
//RELDEV   DD SYSOUT=*                                                  00010251
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00010252
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00010255
//SYSOUT   DD SYSOUT=*                                                  00010258
//SYSIN    DD *                                                         00010261
TARIFA    00000040                                                      00010264
OPERADOR  PRODNOIT                                                      00010265
/*                                                                      00010267
//STEP4C   EXEC PGM=IEBGENER,COND=((4,LT,STEP04),(4,LT,STEP4B))         00010270
//SYSUT1   DD DSN=PR.FOUR019.CHQDEV,DISP=SHR                            00010273
//SYSUT2   DD DSN=PR.FOUR019.CHEQREG,DISP=OLD                           00010276
//SYSPRINT DD SYSOUT=*                                                  00010279
//SYSIN    DD DUMMY                                                     00010282
//STEP4D   EXEC PGM=IEBGENER,COND=((4,LT,STEP04),(4,LT,STEP4B))         00010285
//SYSUT1   DD DSN=PR.FOUR019.CCFNOVO,DISP=SHR                           00010288
//SYSUT2   DD DSN=PR.FOUR019.CCFREG,DISP=OLD                            00010291
//SYSPRINT DD SYSOUT=*                                                  00010294
//SYSIN    DD DUMMY                                                     00010297
//STEP05   EXEC PGM=FR19EX13,COND=(4,LT,STEP04)                         00010300
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00010400
//MOVPOST  DD DSN=PR.FOUR019.MOVPOST,DISP=SHR                           00010500
//MOV0106C DD DSN=PR.FOUR019.MOV0106C,DISP=SHR                          00010800
//RELPOS   DD SYSOUT=*                                                  00010900
//SYSOUT   DD SYSOUT=*                                                  00011000
//*   OPERACOES EM ESPECIE DA NOITE CONTRA O LIMITE DO COAF E           00011001
//*   FRACIONAMENTO POR CPF/CNPJ NA JANELA; O HISTMOV AINDA E O DA      00011007
//*   NOITE ANTERIOR (O MERGE E NO STEP06)                              00011013
//STEP5A   EXEC PGM=FR19EX53,COND=(4,LT,STEP04)                         00011019
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00011025
//CLIENTES DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00011031
//MOVPOST  DD DSN=PR.FOUR019.MOVPOST,DISP=SHR                           00011037
//HISTMOV  DD DSN=PR.FOUR019.HISTMOV,DISP=SHR                           00011043
//COAFCOM  DD DSN=PR.FOUR019.COAFCOM,DISP=OLD                           00011049
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00011051
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00011053
//RELCOAF  DD SYSOUT=*                                                  00011055
//SYSOUT   DD SYSOUT=*                                                  00011061
//SYSIN    DD *                                                         00011067
DATACICLO 00000000                                                      00011073
LIMITE    00050000                                                      00011079
JANELA    010                                                           00011085
/*                                                                      00011091
//STEP06   EXEC PGM=FR19EX08,COND=(4,LT,STEP04)                         00011100
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00011200
//HISTMOV  DD DSN=PR.FOUR019.HISTMOV,DISP=SHR                           00011300
//SYSUT2   DD DSN=PR.FOUR019.CICLOCTL,DISP=OLD                          00014300
//SYSPRINT DD SYSOUT=*                                                  00014400
//SYSIN    DD DUMMY                                                     00014500
//*   O MASTER DE EMPRESTIMOS SO VIRA COM A POSTAGEM CONCLUIDA          00014600
//*   E O STEP1C OK                                                     00014650
//STEP09   EXEC PGM=IEBGENER,COND=((4,LT,STEP04),(0,NE,STEP1C))         00014700
//SYSUT1   DD DSN=PR.FOUR019.EMPPNOV,DISP=SHR                           00014800
//SYSUT2   DD DSN=PR.FOUR019.EMPPES,DISP=OLD                            00014900
//SYSPRINT DD SYSOUT=*                                                  00015000
//SYSIN    DD DUMMY                                                     00015100
//*   O CADASTRO DE CONTESTACOES SO VIRA COM A POSTAGEM CONCLUIDA       00015200
//*   E O STEP1D OK                                                     00015300
//STEP10   EXEC PGM=IEBGENER,COND=((4,LT,STEP04),(0,NE,STEP1D))         00015400
//SYSUT1   DD DSN=PR.FOUR019.CONNOVO,DISP=SHR                           00015500
//SYSUT2   DD DSN=PR.FOUR019.CONTEST,DISP=OLD                           00015600
//SYSPRINT DD SYSOUT=*                                                  00015700
//SYSIN    DD DUMMY                                                     00015800
//*   O CADASTRO DE CDB SO VIRA COM A POSTAGEM CONCLUIDA E O            00015900
//*   STEP1E OK                                                         00016000
//STEP11   EXEC PGM=IEBGENER,COND=((4,LT,STEP04),(0,NE,STEP1E))         00016100
//SYSUT1   DD DSN=PR.FOUR019.CDBNOVO,DISP=SHR                           00016200
//SYSUT2   DD DSN=PR.FOUR019.CDBCAD,DISP=OLD                            00016300
//SYSPRINT DD SYSOUT=*                                                  00016400
//SYSIN    DD DUMMY                                                     00016500
//*   RETORNO DO DEBITO AUTOMATICO AS CONVENIADAS, COM AS RECUSAS       00016600
//*   DA POSTAGEM (MOV0106R)                                            00016700
//STEP12   EXEC PGM=FR19EX58,COND=((4,LT,STEP04),(0,NE,STEP1F))         00016800
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00016900
//DEBCONV  DD DSN=PR.FOUR019.DEBCONV,DISP=SHR                           00017000
//MOV0106R DD DSN=PR.FOUR019.MOV0106R,DISP=SHR                          00017100
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00017200
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00017300
//RETCONV  DD DSN=PR.FOUR019.RETCONV,DISP=OLD                           00017400
//RELRET   DD SYSOUT=*                                                  00017500
//SYSOUT   DD SYSOUT=*                                                  00017600
//*   AUTORIZACOES E FATURAS A VENCER SO VIRAM COM A POSTAGEM           00017700
//*   CONCLUIDA E O STEP1F OK                                           00017800
//STEP13   EXEC PGM=IEBGENER,COND=((4,LT,STEP04),(0,NE,STEP1F))         00017900
//SYSUT1   DD DSN=PR.FOUR019.AUTNOVO,DISP=SHR                           00018000
//SYSUT2   DD DSN=PR.FOUR019.DEBAUT,DISP=OLD                            00018100
//SYSPRINT DD SYSOUT=*                                                  00018200
//SYSIN    DD DUMMY                                                     00018300
//STEP14   EXEC PGM=IEBGENER,COND=((4,LT,STEP04),(0,NE,STEP1F))         00018400
//SYSUT1   DD DSN=PR.FOUR019.FATPNOV,DISP=SHR                           00018500
//SYSUT2   DD DSN=PR.FOUR019.FATPEND,DISP=OLD                           00018600
//SYSPRINT DD SYSOUT=*                                                  00018700
//SYSIN    DD DUMMY                                                     00018800
//*   O CONTAS A PAGAR SO VIRA COM A POSTAGEM CONCLUIDA E OS            00018900
//*   STEPS 1G E 1H OK                                                  00019000
//STEP15   EXEC PGM=IEBGENER,COND=((4,LT,STEP04),(0,NE,STEP1G),         00019100
//            (0,NE,STEP1H))                                            00019200
//SYSUT1   DD DSN=PR.FOUR019.APAGEN,DISP=SHR                            00019300
//SYSUT2   DD DSN=PR.FOUR019.APCAD,DISP=OLD                             00019400
//SYSPRINT DD SYSOUT=*                                                  00019500
//SYSIN    DD DUMMY                                                     00019600
//*   NOTIFICACOES AO CLIENTE (E-MAIL/SMS) DOS EVENTOS DA NOITE,        00019700
//*   SO COM A POSTAGEM CONCLUIDA                                       00019800
//STEP16   EXEC PGM=FR19EX64,COND=(4,LT,STEP04)                         00019900
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00020000
//CLIENTES DD DSN=PR.FOUR019.CLIENTES,DISP=SHR                          00020100
//OPTOUT   DD DSN=PR.FOUR019.OPTOUT,DISP=SHR                            00020200
//CALENDAR DD DSN=PR.FOUR019.CALENDAR,DISP=SHR                          00020300
//MOV0106R DD DSN=PR.FOUR019.MOV0106R,DISP=SHR                          00020400
//CHQR     DD DSN=PR.FOUR019.CHQR,DISP=SHR                              00020500
//TRANSCOB DD DSN=PR.FOUR019.TRANSCOB,DISP=SHR                          00020600
//TRANSDOR DD DSN=PR.FOUR019.TRANSDOR,DISP=SHR                          00020700
//NEGSAI   DD DSN=PR.FOUR019.NEGSAI,DISP=SHR                            00020800
//MOVPEND  DD DSN=PR.FOUR019.MOVPEND(+1),DISP=SHR                       00020900
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(+1),DISP=SHR                      00021000
//ESTATRUN DD DSN=PR.FOUR019.ESTATRUN,DISP=MOD                          00021100
//NOTIFIC  DD DSN=PR.FOUR019.NOTIFIC,DISP=OLD                           00021200
//RELNOT   DD SYSOUT=*                                                  00021300
//SYSOUT   DD SYSOUT=*                                                  00021400
//SYSIN    DD *                                                         00021500
DATACICLO 00000000                                                      00021600
/*                                                                      00021700
