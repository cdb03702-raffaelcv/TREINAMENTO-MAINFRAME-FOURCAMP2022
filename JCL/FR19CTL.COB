//FOUR019K JOB 'CONTROLE',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------------------------------------        00000200
//* CONFRONTO DOS TOTAIS DE CONTROLE ENTRE AS CADEIAS. SUBMETER         00000300
//* DEPOIS DA ULTIMA JANELA DE BATCH DO DIA:                            00000400
//*   STEP01 FR19CTL  - LE O RAZAO CTLLEDG (DEPOSITOS DOS               00000500
//*                     PROGRAMAS VIA GRAVCTL) E AVALIA AS REGRAS       00000600
//*                     DO CTLREGRA PARA O CICLO DO CARTAO              00000700
//*                     (RC=4 = QUEBRA EM REGRA NAO CRITICA;            00000800
//*                     RC=8 = QUEBRA EM REGRA CRITICA)                 00000900
//* REGRAS CADASTRADAS NO CTLREGRA (LADO A X LADO B):                   00001000
//*   FOLHA   FR19DB12 P FOLHA X FR19EX40 C FOLHA          (A)          00001100
//*   MOVSAL  FR19DB12 P FOLHA X FR19EX40 P MOVSAL + P RELSAL           00001200
//*           + P SALEXTER - LIQUIDO DA FOLHA              (V)          00001300
//*   MOVPOST FR19EX04 P MOVPOST X FR19EX37 C MOVPOST      (A)          00001400
//*   MOVTAR  FR19EX06 P MOVTAR X FR19EX37 C MOVTAR        (A)          00001500
//*   LANCTOS FR19EX04 P MOVPOST + FR19EX06 P MOVTAR +                  00001600
//*           FR19EX37 C MOV0106R X FR19EX37 P LANCTOS     (A)          00001700
//*   MOVMENS ARQ1911 P MOVMENS X ARQ1914 C MOVMENS        (A)          00001800
//*   FUNPROJ FR19EX02 P FUNPROJ X FR19EX42 C FUNPROJ      (A)          00001900
//*   FATPROJ FR19EX02 P HORASFAT (HORAS X TAXAFAT) X                   00002000
//*           FR19EX42 P FATPROJ                           (V)          00002100
//* O VALOR DE CADA DEPOSITO ESTA NA ESCALA DO PROPRIO ARQUIVO;         00002200
//* SO SE COMPARAM TERMOS DA MESMA ESCALA.                              00002300
//*-------------------------------------------------------------        00002400
//STEP01   EXEC PGM=FR19CTL                                             00002500
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00002600
//CTLREGRA DD DSN=PR.FOUR019.CTLREGRA,DISP=SHR                          00002700
//CTLLEDG  DD DSN=PR.FOUR019.CTLLEDG,DISP=SHR                           00002800
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(0),DISP=MOD                       00002900
//RELCTL   DD SYSOUT=*                                                  00003000
//SYSOUT   DD SYSOUT=*                                                  00003100
//SYSIN    DD *                                                         00003200
CICLO     00000000                                                      00003300
/*                                                                      00003400
