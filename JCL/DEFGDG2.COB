//* DEFINE OS BASES GDG DOS ARQUIVOS QUE CICLAM ENTRE AS                00000300
//* NOITES (RODAR UMA VEZ): MOVPEND/MOVTAR/MOVTRF/MOVREADY              00000400
//* REENTRAM NO MOV0106 DA NOITE SEGUINTE E O RELDB2 PRECISA            00000500
//* DE DUAS GERACOES PARA O COMPARATIVO DIA-A-DIA (FR19CMP);            00000600
//* O CLIANUAL GUARDA O CLIENTES DE CADA 31/12 (FR19INF).               00000650
//* O PENDAPR LEVA AS HORAS AINDA SEM APROVACAO DO GESTOR DE            00000652
//* UMA RODADA DO FR19EX67 PARA A SEGUINTE.                             00000654
//* ARQFHIST/ARQCHIST/ARQLOGER SAO O ARQUIVO MORTO DO FR19DB66:         00000660
//* NOSCRATCH, A GERACAO QUE SAI DO LIMITE CONTINUA CATALOGADA.         00000670
//*-------------------------------------------------------------        00000700
//DEFINIR  EXEC PGM=IDCAMS                                              00000800
//SYSPRINT DD SYSOUT=*                                                  00000900
       LIMIT(10)                         -                              00002800
       SCRATCH                            -                             00002900
       NOEMPTY)                                                         00003000
 DEFINE GDG (NAME(PR.FOUR019.PENDAPR)  -                                00003004
       LIMIT(10)                         -                              00003008
       SCRATCH                            -                             00003012
       NOEMPTY)                                                         00003016
 DEFINE GDG (NAME(PR.FOUR019.MOVEMP)   -                                00003020
       LIMIT(10)                         -                              00003040
       SCRATCH                            -                             00003060
       NOEMPTY)                                                         00003080
 DEFINE GDG (NAME(PR.FOUR019.MOVDEV)   -                                00003084
       LIMIT(10)                         -                              00003088
       SCRATCH                            -                             00003092
       NOEMPTY)                                                         00003096
 DEFINE GDG (NAME(PR.FOUR019.MOVENC)   -                                00003097
       LIMIT(10)                         -                              00003098
       SCRATCH                            -                             00003099
       NOEMPTY)                                                         00003100
 DEFINE GDG (NAME(PR.FOUR019.CLIANUAL) -                                00003102
       LIMIT(10)                         -                              00003104
       SCRATCH                            -                             00003106
       NOEMPTY)                                                         00003108
 DEFINE GDG (NAME(PR.FOUR019.MOVCON)   -                                00003112
       LIMIT(10)                         -                              00003114
       SCRATCH                            -                             00003116
       NOEMPTY)                                                         00003118
 DEFINE GDG (NAME(PR.FOUR019.MOVCDB)   -                                00003122
       LIMIT(10)                         -                              00003124
       SCRATCH                            -                             00003126
       NOEMPTY)                                                         00003128
 DEFINE GDG (NAME(PR.FOUR019.MOVDEB)   -                                00003132
       LIMIT(10)                         -                              00003134
       SCRATCH                            -                             00003136
       NOEMPTY)                                                         00003138
 DEFINE GDG (NAME(PR.FOUR019.MOVPAG)   -                                00003142
       LIMIT(10)                         -                              00003144
       SCRATCH                            -                             00003146
       NOEMPTY)                                                         00003148
 DEFINE GDG (NAME(PR.FOUR019.ORDPAG)   -                                00003150
       LIMIT(10)                         -                              00003152
       SCRATCH                            -                             00003154
       NOEMPTY)                                                         00003156
 DEFINE GDG (NAME(PR.FOUR019.PAGCONF)  -                                00003158
       LIMIT(10)                         -                              00003160
       SCRATCH                            -                             00003162
       NOEMPTY)                                                         00003164
 DEFINE GDG (NAME(PR.FOUR019.ARQFHIST) -                                00003168
       LIMIT(255)                        -                              00003170
       NOSCRATCH                          -                             00003172
       NOEMPTY)                                                         00003174
 DEFINE GDG (NAME(PR.FOUR019.ARQCHIST) -                                00003176
       LIMIT(255)                        -                              00003178
       NOSCRATCH                          -                             00003180
       NOEMPTY)                                                         00003182
 DEFINE GDG (NAME(PR.FOUR019.ARQLOGER) -                                00003184
       LIMIT(255)                        -                              00003186
       NOSCRATCH                          -                             00003188
       NOEMPTY)                                                         00003190
/*                                                                      00003192
