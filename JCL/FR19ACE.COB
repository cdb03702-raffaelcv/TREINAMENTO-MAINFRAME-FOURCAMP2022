//FOUR019A JOB 'ACESSOS',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)  00000100
//*-------------------------------------------------------------        00000200
//* REVISAO MENSAL DE ACESSOS DA MATRIZ DE AUTORIZACAO.                 00000300
//* SUBMETER NO PRIMEIRO DIA UTIL DO MES:                               00000400
//*   STEP01 FR19ACE  - CONFRONTA O QUE CADA OPERADOR PODE FAZER        00000500
//*                     (OPERADOR + PERMISSO) COM O QUE ELE FEZ         00000600
//*                     NO MES (ACESSLOG, GRAVADO PELO AUTORIZA         00000700
//*                     NOS PROGRAMAS DE MANUTENCAO FR19EX11,           00000800
//*                     FR19EX19, FR19EX24, FR19EX29, FR19EX31,         00000820
//*                     FR19EX38, FR19EX41, FR19EX46, FR19EX49,         00000840
//*                     FR19EX50, FR19EX51, FR19EX52, FR19EX55,         00000860
//*                     FR19EX56, FR19EX57, FR19EX62, FR19DB15,         00000880
//*                     FR19DB17, FR19DB21, FR19DB25, FR19DB29,         00000900
//*                     FR19DB32, FR19DB38, FR19DB41, FR19DB48,         00000920
//*                     FR19DB56, FR19DB59, FR19DB61, ARQ1910,          00000940
//*                     ARQ1916, FR01CB26, FR01CB28                     00000960
//*                     E FR01CB29)                                     00000980
//*                     (RC=4 = HOUVE TENTATIVA NEGADA NO MES)          00001000
//* CARTAO MES: AAAAMM DA REVISAO (ZEROS = MES ANTERIOR).               00001100
//*-------------------------------------------------------------        00001200
//STEP01   EXEC PGM=FR19ACE                                             00001300
//STEPLIB  DD DSN=PR.FOUR019.OBJ,DISP=SHR                               00001400
//OPERADOR DD DSN=PR.FOUR019.OPERADOR,DISP=SHR                          00001500
//PERMISSO DD DSN=PR.FOUR019.PERMISSO,DISP=SHR                          00001600
//ACESSLOG DD DSN=PR.FOUR019.ACESSLOG,DISP=SHR                          00001700
//LOGERROS DD DSN=PR.FOUR019.LOGERROS(0),DISP=MOD                       00001800
//RELACE   DD SYSOUT=*                                                  00001900
//SYSOUT   DD SYSOUT=*                                                  00002000
//SYSIN    DD *                                                         00002100
MES       000000                                                        00002200
/*                                                                      00002300
