      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19REF.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL    *   00001200
      *    ENTRE OS MASTERS SEQUENCIAIS. CARREGA AS CHAVES DO       *   00001300
      *    AGENCIAS (CODIGO + STATUS), DO CLIENTES (AGENCIA + CONTA,*   00001400
      *    STATUS E MOTIVO DO BLOQUEIO), DO FUNCUNL (IDFUNC, NOME   *   00001500
      *    E STATUS) E DO PROJMST (CODIGO, GESTOR E STATUS) E       *   00001600
      *    CONFERE CADA ARQUIVO QUE APONTA PARA ELES:               *   00001700
      *     01 CLIENTES - AGENCIA FORA DO CADASTRO AGENCIAS         *   00001800
      *     02 FUNCCTA  - FUNCIONARIO FORA DO FUNCUNL               *   00001900
      *     03 FUNCCTA  - CONTA-SALARIO CONOSCO FORA DO CLIENTES    *   00002000
      *                   (CONTA ENCERRADA); VINCULO COM OUTRO      *   00002100
      *                   BANCO (FR19DB25) NAO E CONFERIDO          *   00002200
      *     04 EMPFIN   - FUNCIONARIO FORA DO FUNCUNL               *   00002300
      *     05 EMPFIN   - EMPRESTIMO ATIVO (STATUS A) DE DESLIGADO  *   00002400
      *     06 ALUCONTA - CONTA DO ALUNO FORA DO CLIENTES           *   00002500
      *     07 ALUCONTA - CONTA DO ALUNO BLOQUEADA                  *   00002600
      *     08 ORDENS   - CONTA DA ORDEM FORA DO CLIENTES           *   00002700
      *     09 ORDENS   - DEBITO VIGENTE EM CONTA EM COBRANCA       *   00002800
      *                   (BLOQUEADA COM MOTIVO 'COBRANCA' PELO     *   00002900
      *                   FR19EX30)                                 *   00003000
      *     10 PROJMST  - GESTOR DE PROJETO ABERTO FORA DO FUNCUNL  *   00003100
      *     11 PROJMST  - GESTOR DE PROJETO ABERTO DESLIGADO        *   00003200
      *     12 FUNPROJ  - PROJETO (POSICOES 1-8) FORA DO PROJMST    *   00003300
      *     13 FUNPROJ  - FUNCIONARIO FORA DO FUNCUNL               *   00003400
      *    O GESTOR DO PROJMST E UM NOME (20 POSICOES), CONFERIDO   *   00003500
      *    COM O INICIO DO NOME DO FUNCUNL; HAVENDO HOMONIMO ATIVO  *   00003600
      *    NAO HA QUEBRA. CADA REFERENCIA QUEBRADA SAI NO RELREF    *   00003700
      *    COM ARQUIVO DE ORIGEM, CHAVE, VALOR APONTADO E REGRA, E  *   00003800
      *    NO FIM SAI A CONTAGEM POR REGRA. HAVENDO QUEBRA, RC=4.   *   00003900
      *    REGISTROS CABECALHO/RODAPE DOS ARQUIVOS SAO SALTADOS.    *   00004000
      *-------------------------------------------------------------*   00004100
      *   ARQUIVOS...:                                              *   00004200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004300
      *    AGENCIAS             I                  -----------      *   00004400
      *    CLIENTES             I                  -----------      *   00004500
      *    FUNCUNL              I                  -----------      *   00004600
      *    FUNCCTA              I                  -----------      *   00004700
      *    EMPFIN               I                  -----------      *   00004800
      *    ALUCONTA             I                  -----------      *   00004900
      *    ORDENS               I                  -----------      *   00005000
      *    PROJMST              I                  -----------      *   00005100
      *    FUNPROJ              I                  -----------      *   00005200
      *    RELREF               O                  -----------      *   00005300
      *-------------------------------------------------------------*   00005400
      *   MODULOS....:                             INCLUDE/BOOK     *   00005500
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005600
      *=============================================================*   00005700
                                                                        00005800
      *=============================================================*   00005900
       ENVIRONMENT                               DIVISION.              00006000
      *=============================================================*   00006100
                                                                        00006200
      *=============================================================*   00006300
       CONFIGURATION                               SECTION.             00006400
      *=============================================================*   00006500
       SPECIAL-NAMES.                                                   00006600
           DECIMAL-POINT IS COMMA.                                      00006700
                                                                        00006800
       INPUT-OUTPUT                                SECTION.             00006900
       FILE-CONTROL.                                                    00007000
            SELECT AGENCIAS ASSIGN TO AGENCIAS                          00007100
                 FILE STATUS IS WRK-FS-AGENCIAS.                        00007200
                                                                        00007300
            SELECT CLIENTES ASSIGN TO CLIENTES                          00007400
                 FILE STATUS IS WRK-FS-CLIENTES.                        00007500
                                                                        00007600
            SELECT FUNCUNL ASSIGN TO FUNCUNL                            00007700
                 FILE STATUS IS WRK-FS-FUNCUNL.                         00007800
                                                                        00007900
            SELECT FUNCCTA ASSIGN TO FUNCCTA                            00008000
                 FILE STATUS IS WRK-FS-FUNCCTA.                         00008100
                                                                        00008200
            SELECT EMPFIN ASSIGN TO EMPFIN                              00008300
                 FILE STATUS IS WRK-FS-EMPFIN.                          00008400
                                                                        00008500
            SELECT ALUCONTA ASSIGN TO ALUCONTA                          00008600
                 FILE STATUS IS WRK-FS-ALUCONTA.                        00008700
                                                                        00008800
            SELECT ORDENS ASSIGN TO ORDENS                              00008900
                 FILE STATUS IS WRK-FS-ORDENS.                          00009000
                                                                        00009100
            SELECT PROJMST ASSIGN TO PROJMST                            00009200
                 FILE STATUS IS WRK-FS-PROJMST.                         00009300
                                                                        00009400
            SELECT FUNPROJ ASSIGN TO FUNPROJ                            00009500
                 FILE STATUS IS WRK-FS-FUNPROJ.                         00009600
                                                                        00009700
      *--------------ARQUIVOS SAIDAS---*                                00009800
            SELECT RELREF ASSIGN TO RELREF                              00009900
                 FILE STATUS IS WRK-FS-RELREF.                          00010000
                                                                        00010100
      *=============================================================*   00010200
       DATA                                      DIVISION.              00010300
      *=============================================================*   00010400
       FILE                                      SECTION.               00010500
      *-------------------LRECL 45----------------------------------*   00010600
       FD AGENCIAS                                                      00010700
           RECORDING MODE IS F                                          00010800
           LABEL RECORD IS STANDARD                                     00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
       01 FD-AGENCIAS.                                                  00011100
          05 FD-AGE-CODIGO      PIC X(04).                              00011200
          05 FD-AGE-NOME        PIC X(30).                              00011300
          05 FD-AGE-REGIAO      PIC X(10).                              00011400
          05 FD-AGE-STATUS      PIC X(01).                              00011500
                                                                        00011600
      *-------------------LRECL 89----------------------------------*   00011700
       FD CLIENTES                                                      00011800
           RECORDING MODE IS F                                          00011900
           LABEL RECORD IS STANDARD                                     00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-CLIENTES.                                                  00012200
          05 FD-CHAVE.                                                  00012300
             10 FD-AGENCIA      PIC X(04).                              00012400
             10 FD-CONTA        PIC X(04).                              00012500
          05 FD-NOME            PIC X(30).                              00012600
          05 FD-SALDO           PIC S9(08).                             00012700
          05 FD-STATUS          PIC X(01).                              00012800
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00012900
          05 FD-LIMITE          PIC 9(08).                              00013000
          05 FD-DOCUMENTO       PIC 9(14).                              00013100
                                                                        00013200
      *-------------------LRECL 113---------------------------------*   00013300
       FD FUNCUNL                                                       00013400
           RECORDING MODE IS F                                          00013500
           LABEL RECORD IS STANDARD                                     00013600
           BLOCK CONTAINS 0 RECORDS.                                    00013700
       01 FD-FUNCUNL.                                                   00013800
          05 FD-UNL-ID          PIC 9(05).                              00013900
          05 FD-UNL-NOME        PIC X(30).                              00014000
          05 FD-UNL-SETOR       PIC X(04).                              00014100
          05 FD-UNL-SALARIO     PIC 9(08)V99.                           00014200
          05 FD-UNL-DATAADM     PIC X(10).                              00014300
          05 FD-UNL-EMAIL       PIC X(40).                              00014400
          05 FD-UNL-STATUS      PIC X(01).                              00014500
          05 FD-UNL-DATADEM     PIC X(10).                              00014600
          05 FD-UNL-EMPRESA     PIC X(03).                              00014700
                                                                        00014800
      *-------------------LRECL 32----------------------------------*   00014900
       FD FUNCCTA                                                       00015000
           RECORDING MODE IS F                                          00015100
           LABEL RECORD IS STANDARD                                     00015200
           BLOCK CONTAINS 0 RECORDS.                                    00015300
       01 FD-FUNCCTA.                                                   00015400
          05 FD-FCT-IDFUNC      PIC 9(05).                              00015500
          05 FD-FCT-AGENCIA     PIC X(04).                              00015600
          05 FD-FCT-CONTA       PIC X(04).                              00015700
          05 FD-FCT-BANCO       PIC X(03).                              00015800
          05 FD-FCT-CONTA-EXT   PIC X(12).                              00015900
          05 FILLER             PIC X(04).                              00016000
                                                                        00016100
      *-------------------LRECL 49----------------------------------*   00016200
       FD EMPFIN                                                        00016300
           RECORDING MODE IS F                                          00016400
           LABEL RECORD IS STANDARD                                     00016500
           BLOCK CONTAINS 0 RECORDS.                                    00016600
       01 FD-EMPFIN.                                                    00016700
          05 FD-EMP-IDFUNC      PIC 9(05).                              00016800
          05 FD-EMP-PRINCIPAL   PIC 9(08)V99.                           00016900
          05 FD-EMP-PARCELA     PIC 9(08)V99.                           00017000
          05 FD-EMP-QTDPARC     PIC 9(03).                              00017100
          05 FD-EMP-STATUS      PIC X(01).                              00017200
          05 FD-EMP-SALDO       PIC 9(08)V99.                           00017300
          05 FD-EMP-CARRY       PIC 9(08)V99.                           00017400
                                                                        00017500
      *-------------------LRECL 20----------------------------------*   00017600
       FD ALUCONTA                                                      00017700
           RECORDING MODE IS F                                          00017800
           LABEL RECORD IS STANDARD                                     00017900
           BLOCK CONTAINS 0 RECORDS.                                    00018000
       01 FD-ALUCONTA.                                                  00018100
          05 FD-ALC-MATRICULA   PIC 9(06).                              00018200
          05 FD-ALC-AGENCIA     PIC X(04).                              00018300
          05 FD-ALC-CONTA       PIC X(04).                              00018400
          05 FILLER             PIC X(06).                              00018500
                                                                        00018600
      *-------------------LRECL 66----------------------------------*   00018700
       FD ORDENS                                                        00018800
           RECORDING MODE IS F                                          00018900
           LABEL RECORD IS STANDARD                                     00019000
           BLOCK CONTAINS 0 RECORDS.                                    00019100
       01 FD-ORDENS.                                                    00019200
          05 FD-ORD-CHAVE.                                              00019300
             10 FD-ORD-AGENCIA     PIC X(04).                           00019400
             10 FD-ORD-CONTA       PIC X(04).                           00019500
             10 FD-ORD-CONTRAPARTE PIC X(30).                           00019600
          05 FD-ORD-VALOR          PIC 9(08).                           00019700
          05 FD-ORD-TIPOMOV        PIC X(01).                           00019800
          05 FD-ORD-FREQUENCIA     PIC X(01).                           00019900
          05 FD-ORD-DIA            PIC 9(02).                           00020000
          05 FD-ORD-DATAINI        PIC 9(08).                           00020100
          05 FD-ORD-DATAFIM        PIC 9(08).                           00020200
                                                                        00020300
      *-------------------LRECL 80----------------------------------*   00020400
       FD PROJMST                                                       00020500
           RECORDING MODE IS F                                          00020600
           LABEL RECORD IS STANDARD                                     00020700
           BLOCK CONTAINS 0 RECORDS.                                    00020800
       01 FD-PROJMST.                                                   00020900
          05 FD-PRM-CODIGO         PIC X(08).                           00021000
          05 FD-PRM-NOME           PIC X(30).                           00021100
          05 FD-PRM-GESTOR         PIC X(20).                           00021200
          05 FD-PRM-HORASORC       PIC 9(06).                           00021300
          05 FD-PRM-STATUS         PIC X(01).                           00021400
          05 FD-PRM-TAXAFAT        PIC 9(06)V99.                        00021500
          05 FD-PRM-CLIENTE        PIC X(05).                           00021600
          05 FD-PRM-PRAZO          PIC 9(02).                           00021700
                                                                        00021800
      *-------------------LRECL 61----------------------------------*   00021900
       FD FUNPROJ                                                       00022000
           RECORDING MODE IS F                                          00022100
           LABEL RECORD IS STANDARD                                     00022200
           BLOCK CONTAINS 0 RECORDS.                                    00022300
       01 FD-FUNPROJ.                                                   00022400
          05 FD-FP-IDFUNC          PIC 9(05).                           00022500
          05 FD-FP-NOMEFUNC        PIC X(30).                           00022600
          05 FD-FP-PROJETO         PIC X(20).                           00022700
          05 FD-FP-QTHORAS         PIC 9(03).                           00022800
          05 FD-FP-EMPRESA         PIC X(03).                           00022900
                                                                        00023000
      *-------------------LRECL 132---------------------------------*   00023100
       FD RELREF                                                        00023200
           RECORDING MODE IS F.                                         00023300
       01 FD-RELREF              PIC X(132).                            00023400
                                                                        00023500
      *=============================================================*   00023600
       WORKING-STORAGE                             SECTION.             00023700
      *=============================================================*   00023800
                                                                        00023900
       01 FILLER          PIC X(64) VALUE                               00024000
           '-----------BOOK LOGERROS------------------------'.          00024100
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00024200
       COPY '#GLOG'.                                                    00024300
      *-------------------------------------------------------------*   00024400
                                                                        00024500
       01 FILLER          PIC X(64) VALUE                               00024600
           '-----------VARIAVEIS DE STATUS------------------'.          00024700
                                                                        00024800
       77 WRK-FS-AGENCIAS PIC 9(02).                                    00024900
       77 WRK-FS-CLIENTES PIC 9(02).                                    00025000
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00025100
       77 WRK-FS-FUNCCTA  PIC 9(02).                                    00025200
       77 WRK-FS-EMPFIN   PIC 9(02).                                    00025300
       77 WRK-FS-ALUCONTA PIC 9(02).                                    00025400
       77 WRK-FS-ORDENS   PIC 9(02).                                    00025500
       77 WRK-FS-PROJMST  PIC 9(02).                                    00025600
       77 WRK-FS-FUNPROJ  PIC 9(02).                                    00025700
       77 WRK-FS-RELREF   PIC 9(02).                                    00025800
                                                                        00025900
       77 WRK-SW-FIM-AGE  PIC X(01) VALUE 'N'.                          00026000
           88 WRK-FIM-AGENCIAS      VALUE 'S'.                          00026100
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00026200
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00026300
       77 WRK-SW-FIM-UNL  PIC X(01) VALUE 'N'.                          00026400
           88 WRK-FIM-FUNCUNL       VALUE 'S'.                          00026500
       77 WRK-SW-FIM-FCT  PIC X(01) VALUE 'N'.                          00026600
           88 WRK-FIM-FUNCCTA       VALUE 'S'.                          00026700
       77 WRK-SW-FIM-EMP  PIC X(01) VALUE 'N'.                          00026800
           88 WRK-FIM-EMPFIN        VALUE 'S'.                          00026900
       77 WRK-SW-FIM-ALC  PIC X(01) VALUE 'N'.                          00027000
           88 WRK-FIM-ALUCONTA      VALUE 'S'.                          00027100
       77 WRK-SW-FIM-ORD  PIC X(01) VALUE 'N'.                          00027200
           88 WRK-FIM-ORDENS        VALUE 'S'.                          00027300
       77 WRK-SW-FIM-PRM  PIC X(01) VALUE 'N'.                          00027400
           88 WRK-FIM-PROJMST       VALUE 'S'.                          00027500
       77 WRK-SW-FIM-FPJ  PIC X(01) VALUE 'N'.                          00027600
           88 WRK-FIM-FUNPROJ       VALUE 'S'.                          00027700
                                                                        00027800
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00027900
                                                                        00028000
       01 FILLER          PIC X(64) VALUE                               00028100
           '-----------CHAVES EM MEMORIA--------------------'.          00028200
                                                                        00028300
      *----AGENCIAS (1100)-------------------------------------------*  00028400
       77 WRK-QTD-AGE     PIC 9(04) COMP VALUE ZERO.                    00028500
       77 WRK-SUB-AGE     PIC 9(04) COMP VALUE ZERO.                    00028600
       77 WRK-IDX-AGE     PIC 9(04) COMP VALUE ZERO.                    00028700
       01 WRK-TAB-AGENCIAS.                                             00028800
          05 WRK-AGE-LINHA OCCURS 200 TIMES.                            00028900
             10 WRK-AGE-CODIGO      PIC X(04).                          00029000
             10 WRK-AGE-STATUS      PIC X(01).                          00029100
                                                                        00029200
      *----CONTAS DO CLIENTES (1200)---------------------------------*  00029300
       77 WRK-QTD-CLI     PIC 9(04) COMP VALUE ZERO.                    00029400
       77 WRK-SUB-CLI     PIC 9(04) COMP VALUE ZERO.                    00029500
       77 WRK-IDX-CLI     PIC 9(04) COMP VALUE ZERO.                    00029600
       01 WRK-TAB-CONTAS.                                               00029700
          05 WRK-CLI-LINHA OCCURS 3000 TIMES.                           00029800
             10 WRK-CLI-CHAVE       PIC X(08).                          00029900
             10 WRK-CLI-STATUS      PIC X(01).                          00030000
             10 WRK-CLI-MOTIVO      PIC X(20).                          00030100
       01 WRK-CHAVE-CONTA.                                              00030200
          05 WRK-CHV-AGENCIA     PIC X(04).                             00030300
          05 WRK-CHV-CONTA       PIC X(04).                             00030400
                                                                        00030500
      *----FUNCIONARIOS DO FUNCUNL (1300)----------------------------*  00030600
       77 WRK-QTD-FUN     PIC 9(04) COMP VALUE ZERO.                    00030700
       77 WRK-SUB-FUN     PIC 9(04) COMP VALUE ZERO.                    00030800
       77 WRK-IDX-FUN     PIC 9(04) COMP VALUE ZERO.                    00030900
       77 WRK-ID-BUSCA    PIC 9(05) VALUE ZEROES.                       00031000
       01 WRK-TAB-FUNC.                                                 00031100
          05 WRK-FUN-LINHA OCCURS 1000 TIMES.                           00031200
             10 WRK-FUN-ID          PIC 9(05).                          00031300
             10 WRK-FUN-NOME        PIC X(20).                          00031400
             10 WRK-FUN-STATUS      PIC X(01).                          00031500
                                                                        00031600
      *----PROJETOS DO PROJMST (1400)--------------------------------*  00031700
       77 WRK-QTD-PRM     PIC 9(04) COMP VALUE ZERO.                    00031800
       77 WRK-SUB-PRM     PIC 9(04) COMP VALUE ZERO.                    00031900
       77 WRK-IDX-PRM     PIC 9(04) COMP VALUE ZERO.                    00032000
       77 WRK-PROJ-BUSCA  PIC X(08) VALUE SPACES.                       00032100
       01 WRK-TAB-PROJETOS.                                             00032200
          05 WRK-PRM-LINHA OCCURS 500 TIMES.                            00032300
             10 WRK-PRM-CODIGO      PIC X(08).                          00032400
             10 WRK-PRM-NOME        PIC X(30).                          00032500
             10 WRK-PRM-GESTOR      PIC X(20).                          00032600
             10 WRK-PRM-STATUS      PIC X(01).                          00032700
                                                                        00032800
      *----GESTOR DO PROJMST PROCURADO PELO NOME (2900)--------------*  00032900
       77 WRK-GESTOR-BUSCA PIC X(20) VALUE SPACES.                      00033000
       77 WRK-SW-GESTOR    PIC X(01) VALUE 'N'.                         00033100
           88 WRK-GESTOR-AUSENTE    VALUE 'N'.                          00033200
           88 WRK-GESTOR-DESLIGADO  VALUE 'D'.                          00033300
           88 WRK-GESTOR-ATIVO      VALUE 'A'.                          00033400
                                                                        00033500
       01 FILLER          PIC X(64) VALUE                               00033600
           '-----------REGRAS DE INTEGRIDADE----------------'.          00033700
                                                                        00033800
       01 WRK-REGRAS-INIC.                                              00033900
          05 FILLER PIC X(48) VALUE                                     00034000
             'CLIENTESAGENCIA FORA DO CADASTRO AGENCIAS       '.        00034100
          05 FILLER PIC X(48) VALUE                                     00034200
             'FUNCCTA FUNCIONARIO FORA DO FUNCUNL             '.        00034300
          05 FILLER PIC X(48) VALUE                                     00034400
             'FUNCCTA CONTA-SALARIO FORA DO CLIENTES          '.        00034500
          05 FILLER PIC X(48) VALUE                                     00034600
             'EMPFIN  FUNCIONARIO FORA DO FUNCUNL             '.        00034700
          05 FILLER PIC X(48) VALUE                                     00034800
             'EMPFIN  EMPRESTIMO ATIVO DE DESLIGADO           '.        00034900
          05 FILLER PIC X(48) VALUE                                     00035000
             'ALUCONTACONTA DO ALUNO FORA DO CLIENTES         '.        00035100
          05 FILLER PIC X(48) VALUE                                     00035200
             'ALUCONTACONTA DO ALUNO BLOQUEADA                '.        00035300
          05 FILLER PIC X(48) VALUE                                     00035400
             'ORDENS  CONTA DA ORDEM FORA DO CLIENTES         '.        00035500
          05 FILLER PIC X(48) VALUE                                     00035600
             'ORDENS  DEBITO VIGENTE EM CONTA EM COBRANCA     '.        00035700
          05 FILLER PIC X(48) VALUE                                     00035800
             'PROJMST GESTOR FORA DO FUNCUNL                  '.        00035900
          05 FILLER PIC X(48) VALUE                                     00036000
             'PROJMST GESTOR DESLIGADO                        '.        00036100
          05 FILLER PIC X(48) VALUE                                     00036200
             'FUNPROJ PROJETO FORA DO PROJMST                 '.        00036300
          05 FILLER PIC X(48) VALUE                                     00036400
             'FUNPROJ FUNCIONARIO FORA DO FUNCUNL             '.        00036500
       01 WRK-TAB-REGRAS REDEFINES WRK-REGRAS-INIC.                     00036600
          05 WRK-RGR-LINHA OCCURS 13 TIMES.                             00036700
             10 WRK-RGR-ARQUIVO     PIC X(08).                          00036800
             10 WRK-RGR-DESCRICAO   PIC X(40).                          00036900
                                                                        00037000
       01 WRK-TAB-QTD-REGRAS.                                           00037100
          05 WRK-RGR-QTD PIC 9(07) OCCURS 13 TIMES.                     00037200
                                                                        00037300
       77 WRK-QTD-REGRAS  PIC 9(04) COMP VALUE 13.                      00037400
       77 WRK-SUB-RGR     PIC 9(04) COMP VALUE ZERO.                    00037500
       77 WRK-REGRA       PIC 9(02) VALUE ZEROES.                       00037600
                                                                        00037700
       01 FILLER          PIC X(64) VALUE                               00037800
           '-----------CONTADORES---------------------------'.          00037900
                                                                        00038000
       77 WRK-LIDOS-AGE   PIC 9(07) VALUE ZEROES.                       00038100
       77 WRK-LIDOS-CLI   PIC 9(07) VALUE ZEROES.                       00038200
       77 WRK-LIDOS-UNL   PIC 9(07) VALUE ZEROES.                       00038300
       77 WRK-LIDOS-FCT   PIC 9(07) VALUE ZEROES.                       00038400
       77 WRK-LIDOS-EMP   PIC 9(07) VALUE ZEROES.                       00038500
       77 WRK-LIDOS-ALC   PIC 9(07) VALUE ZEROES.                       00038600
       77 WRK-LIDOS-ORD   PIC 9(07) VALUE ZEROES.                       00038700
       77 WRK-LIDOS-PRM   PIC 9(07) VALUE ZEROES.                       00038800
       77 WRK-LIDOS-FPJ   PIC 9(07) VALUE ZEROES.                       00038900
       77 WRK-QTD-QUEBRAS PIC 9(07) VALUE ZEROES.                       00039000
       77 WRK-QTD-DESPREZ PIC 9(07) VALUE ZEROES.                       00039100
                                                                        00039200
       01 FILLER          PIC X(64) VALUE                               00039300
           '-----------LINHAS DO RELATORIO------------------'.          00039400
                                                                        00039500
       01 WRK-LINHA-TRACO        PIC X(132) VALUE ALL '-'.              00039600
                                                                        00039700
       01 WRK-LINHA-TITULO.                                             00039800
          05 FILLER              PIC X(50) VALUE                        00039900
             'INTEGRIDADE REFERENCIAL DOS MASTERS - SEMANAL     '.      00040000
          05 FILLER              PIC X(06) VALUE 'DATA: '.              00040100
          05 WRK-TIT-DATA        PIC 9(08).                             00040200
          05 FILLER              PIC X(68) VALUE SPACES.                00040300
                                                                        00040400
       01 WRK-LINHA-CABEC.                                              00040500
          05 FILLER              PIC X(42) VALUE                        00040600
             'ARQUIVO   CHAVE'.                                         00040700
          05 FILLER              PIC X(22) VALUE 'APONTA PARA'.         00040800
          05 FILLER              PIC X(68) VALUE 'REGRA'.               00040900
                                                                        00041000
       01 WRK-LINHA-QUEBRA.                                             00041100
          05 WRK-DET-ARQUIVO     PIC X(08).                             00041200
          05 FILLER              PIC X(02) VALUE SPACES.                00041300
          05 WRK-DET-CHAVE       PIC X(30).                             00041400
          05 FILLER              PIC X(02) VALUE SPACES.                00041500
          05 WRK-DET-APONTA      PIC X(20).                             00041600
          05 FILLER              PIC X(02) VALUE SPACES.                00041700
          05 WRK-DET-REGRA       PIC 9(02).                             00041800
          05 FILLER              PIC X(03) VALUE ' - '.                 00041900
          05 WRK-DET-DESCRICAO   PIC X(40).                             00042000
          05 FILLER              PIC X(23) VALUE SPACES.                00042100
                                                                        00042200
       01 WRK-LINHA-SUBTIT.                                             00042300
          05 FILLER              PIC X(03) VALUE SPACES.                00042400
          05 WRK-SUB-TEXTO       PIC X(60).                             00042500
          05 FILLER              PIC X(69) VALUE SPACES.                00042600
                                                                        00042700
       01 WRK-LINHA-RESUMO.                                             00042800
          05 FILLER              PIC X(06) VALUE 'REGRA '.              00042900
          05 WRK-RES-REGRA       PIC 9(02).                             00043000
          05 FILLER              PIC X(02) VALUE SPACES.                00043100
          05 WRK-RES-ARQUIVO     PIC X(08).                             00043200
          05 FILLER              PIC X(02) VALUE SPACES.                00043300
          05 WRK-RES-DESCRICAO   PIC X(40).                             00043400
          05 FILLER              PIC X(02) VALUE SPACES.                00043500
          05 WRK-RES-QTD         PIC Z.ZZZ.ZZ9.                         00043600
          05 FILLER              PIC X(61) VALUE SPACES.                00043700
                                                                        00043800
       01 WRK-LINHA-TOTAL.                                              00043900
          05 FILLER              PIC X(60) VALUE                        00044000
             'TOTAL DE REFERENCIAS QUEBRADAS'.                          00044100
          05 WRK-TOT-QUEBRAS     PIC Z.ZZZ.ZZ9.                         00044200
          05 FILLER              PIC X(63) VALUE SPACES.                00044300
                                                                        00044400
      *=============================================================*   00044500
       PROCEDURE DIVISION.                                              00044600
      *=============================================================*   00044700
                                                                        00044800
      *-------------------------------------------------------------*   00044900
       0000-PRINCIPAL                           SECTION.                00045000
      *-------------------------------------------------------------*   00045100
            PERFORM  1000-INICIAR.                                      00045200
            PERFORM  1100-CARREGAR-AGENCIAS UNTIL WRK-FIM-AGENCIAS.     00045300
            PERFORM  1200-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00045400
            PERFORM  1300-CARREGAR-FUNCUNL UNTIL WRK-FIM-FUNCUNL.       00045500
            PERFORM  1400-CARREGAR-PROJMST UNTIL WRK-FIM-PROJMST.       00045600
            PERFORM  2000-CONFERIR-FUNCCTA UNTIL WRK-FIM-FUNCCTA.       00045700
            PERFORM  2100-CONFERIR-EMPFIN UNTIL WRK-FIM-EMPFIN.         00045800
            PERFORM  2200-CONFERIR-ALUCONTA UNTIL WRK-FIM-ALUCONTA.     00045900
            PERFORM  2300-CONFERIR-ORDENS UNTIL WRK-FIM-ORDENS.         00046000
            MOVE 1 TO WRK-SUB-PRM.                                      00046100
            PERFORM  2400-CONFERIR-PROJMST                              00046200
                     UNTIL WRK-SUB-PRM GREATER WRK-QTD-PRM.             00046300
            PERFORM  2500-CONFERIR-FUNPROJ UNTIL WRK-FIM-FUNPROJ.       00046400
            PERFORM  3000-FINALIZAR.                                    00046500
            STOP RUN.                                                   00046600
       0000-99-FIM.              EXIT.                                  00046700
                                                                        00046800
      *-------------------------------------------------------------*   00046900
       1000-INICIAR                             SECTION.                00047000
      *-------------------------------------------------------------*   00047100
             OPEN INPUT  AGENCIAS CLIENTES FUNCUNL FUNCCTA EMPFIN       00047200
                         ALUCONTA ORDENS PROJMST FUNPROJ                00047300
                  OUTPUT RELREF.                                        00047400
               PERFORM 4000-TESTARSTATUS.                               00047500
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00047600
               INITIALIZE WRK-TAB-QTD-REGRAS.                           00047700
               MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.                      00047800
               WRITE FD-RELREF FROM WRK-LINHA-TRACO.                    00047900
               WRITE FD-RELREF FROM WRK-LINHA-TITULO.                   00048000
               WRITE FD-RELREF FROM WRK-LINHA-TRACO.                    00048100
               WRITE FD-RELREF FROM WRK-LINHA-CABEC.                    00048200
               WRITE FD-RELREF FROM WRK-LINHA-TRACO.                    00048300
       1000-99-FIM.              EXIT.                                  00048400
                                                                        00048500
      *-------------------------------------------------------------*   00048600
       1100-CARREGAR-AGENCIAS                   SECTION.                00048700
      *-------------------------------------------------------------*   00048800
                 READ AGENCIAS                                          00048900
                   AT END                                               00049000
                     MOVE 'S' TO WRK-SW-FIM-AGE                         00049100
                 END-READ.                                              00049200
                 PERFORM 4100-TESTARSTATUS-AGENCIAS.                    00049300
                 IF WRK-FS-AGENCIAS NOT EQUAL 00                        00049400
                    OR FD-AGE-CODIGO EQUAL SPACES                       00049500
                    GO TO 1100-99-FIM                                   00049600
                 END-IF.                                                00049700
                 ADD 1 TO WRK-LIDOS-AGE.                                00049800
                 IF WRK-QTD-AGE LESS 200                                00049900
                    ADD 1 TO WRK-QTD-AGE                                00050000
                    MOVE FD-AGE-CODIGO TO WRK-AGE-CODIGO (WRK-QTD-AGE)  00050100
                    MOVE FD-AGE-STATUS TO WRK-AGE-STATUS (WRK-QTD-AGE)  00050200
                 ELSE                                                   00050300
                    DISPLAY ' TABELA DE AGENCIAS CHEIA (200) '          00050400
                    ADD 1 TO WRK-QTD-DESPREZ                            00050500
                 END-IF.                                                00050600
       1100-99-FIM.              EXIT.                                  00050700
                                                                        00050800
      *-------------------------------------------------------------*   00050900
       1200-CARREGAR-CLIENTES                   SECTION.                00051000
      *-------------------------------------------------------------*   00051100
      *   CADA CONTA ENTRA NA TABELA E JA TEM A AGENCIA CONFERIDA   *   00051200
      *   NO AGENCIAS (REGRA 01).                                   *   00051300
      *-------------------------------------------------------------*   00051400
            READ CLIENTES                                               00051500
              AT END                                                    00051600
                MOVE 'S' TO WRK-SW-FIM-CLI                              00051700
            END-READ.                                                   00051800
            PERFORM 4200-TESTARSTATUS-CLIENTES.                         00051900
            IF WRK-FS-CLIENTES NOT EQUAL 00                             00052000
               GO TO 1200-99-FIM.                                       00052100
            IF FD-CLIENTES (1:9) EQUAL 'CABECALHO'                      00052200
               OR FD-CLIENTES (1:6) EQUAL 'RODAPE'                      00052300
               GO TO 1200-99-FIM.                                       00052400
            ADD 1 TO WRK-LIDOS-CLI.                                     00052500
            IF WRK-QTD-CLI LESS 3000                                    00052600
               ADD 1 TO WRK-QTD-CLI                                     00052700
               MOVE FD-CHAVE       TO WRK-CLI-CHAVE (WRK-QTD-CLI)       00052800
               MOVE FD-STATUS      TO WRK-CLI-STATUS (WRK-QTD-CLI)      00052900
               MOVE FD-MOTIVO-BLOQ TO WRK-CLI-MOTIVO (WRK-QTD-CLI)      00053000
            ELSE                                                        00053100
               DISPLAY ' TABELA DE CONTAS CHEIA (3000) - '              00053200
                       FD-CHAVE                                         00053300
               ADD 1 TO WRK-QTD-DESPREZ                                 00053400
            END-IF.                                                     00053500
            PERFORM 2960-PROCURAR-AGENCIA.                              00053600
            IF WRK-IDX-AGE EQUAL ZERO                                   00053700
               MOVE 01            TO WRK-REGRA                          00053800
               MOVE FD-CHAVE      TO WRK-DET-CHAVE                      00053900
               MOVE FD-AGENCIA    TO WRK-DET-APONTA                     00054000
               PERFORM 2800-REGISTRAR-QUEBRA                            00054100
            END-IF.                                                     00054200
       1200-99-FIM.              EXIT.                                  00054300
                                                                        00054400
      *-------------------------------------------------------------*   00054500
       1300-CARREGAR-FUNCUNL                    SECTION.                00054600
      *-------------------------------------------------------------*   00054700
            READ FUNCUNL                                                00054800
              AT END                                                    00054900
                MOVE 'S' TO WRK-SW-FIM-UNL                              00055000
            END-READ.                                                   00055100
            PERFORM 4300-TESTARSTATUS-FUNCUNL.                          00055200
            IF WRK-FS-FUNCUNL NOT EQUAL 00                              00055300
               GO TO 1300-99-FIM.                                       00055400
            IF FD-FUNCUNL (1:9) EQUAL 'CABECALHO'                       00055500
               OR FD-FUNCUNL (1:6) EQUAL 'RODAPE'                       00055600
               GO TO 1300-99-FIM.                                       00055700
            ADD 1 TO WRK-LIDOS-UNL.                                     00055800
            IF WRK-QTD-FUN LESS 1000                                    00055900
               ADD 1 TO WRK-QTD-FUN                                     00056000
               MOVE FD-UNL-ID     TO WRK-FUN-ID (WRK-QTD-FUN)           00056100
               MOVE FD-UNL-NOME   TO WRK-FUN-NOME (WRK-QTD-FUN)         00056200
               MOVE FD-UNL-STATUS TO WRK-FUN-STATUS (WRK-QTD-FUN)       00056300
            ELSE                                                        00056400
               DISPLAY ' TABELA DE FUNCIONARIOS CHEIA (1000) - '        00056500
                       FD-UNL-ID                                        00056600
               ADD 1 TO WRK-QTD-DESPREZ                                 00056700
            END-IF.                                                     00056800
       1300-99-FIM.              EXIT.                                  00056900
                                                                        00057000
      *-------------------------------------------------------------*   00057100
       1400-CARREGAR-PROJMST                    SECTION.                00057200
      *-------------------------------------------------------------*   00057300
      *   OS CODIGOS DE PROJETO FICAM NA TABELA PARA O FUNPROJ; O   *   00057400
      *   GESTOR E O STATUS, PARA A CONFERENCIA DO 2400.            *   00057500
      *-------------------------------------------------------------*   00057600
            READ PROJMST                                                00057700
              AT END                                                    00057800
                MOVE 'S' TO WRK-SW-FIM-PRM                              00057900
            END-READ.                                                   00058000
            PERFORM 4800-TESTARSTATUS-PROJMST.                          00058100
            IF WRK-FS-PROJMST NOT EQUAL 00                              00058200
               GO TO 1400-99-FIM.                                       00058300
            IF FD-PROJMST (1:9) EQUAL 'CABECALHO'                       00058400
               OR FD-PROJMST (1:6) EQUAL 'RODAPE'                       00058500
               GO TO 1400-99-FIM.                                       00058600
            ADD 1 TO WRK-LIDOS-PRM.                                     00058700
            IF WRK-QTD-PRM LESS 500                                     00058800
               ADD 1 TO WRK-QTD-PRM                                     00058900
               MOVE FD-PRM-CODIGO TO WRK-PRM-CODIGO (WRK-QTD-PRM)       00059000
               MOVE FD-PRM-NOME   TO WRK-PRM-NOME (WRK-QTD-PRM)         00059100
               MOVE FD-PRM-GESTOR TO WRK-PRM-GESTOR (WRK-QTD-PRM)       00059200
               MOVE FD-PRM-STATUS TO WRK-PRM-STATUS (WRK-QTD-PRM)       00059300
            ELSE                                                        00059400
               DISPLAY ' TABELA DE PROJETOS CHEIA (500) - '             00059500
                       FD-PRM-CODIGO                                    00059600
               ADD 1 TO WRK-QTD-DESPREZ                                 00059700
            END-IF.                                                     00059800
       1400-99-FIM.              EXIT.                                  00059900
                                                                        00060000
      *-------------------------------------------------------------*   00060100
       2000-CONFERIR-FUNCCTA                    SECTION.                00060200
      *-------------------------------------------------------------*   00060300
      *   VINCULO COM BANCO PREENCHIDO E CONTA EM OUTRO BANCO - SO  *   00060400
      *   O FUNCIONARIO E CONFERIDO.                                *   00060500
      *-------------------------------------------------------------*   00060600
            READ FUNCCTA                                                00060700
              AT END                                                    00060800
                MOVE 'S' TO WRK-SW-FIM-FCT                              00060900
            END-READ.                                                   00061000
            PERFORM 4400-TESTARSTATUS-FUNCCTA.                          00061100
            IF WRK-FS-FUNCCTA NOT EQUAL 00                              00061200
               GO TO 2000-99-FIM.                                       00061300
            IF FD-FUNCCTA (1:9) EQUAL 'CABECALHO'                       00061400
               OR FD-FUNCCTA (1:6) EQUAL 'RODAPE'                       00061500
               GO TO 2000-99-FIM.                                       00061600
            ADD 1 TO WRK-LIDOS-FCT.                                     00061700
            MOVE SPACES TO WRK-DET-CHAVE.                               00061800
            STRING 'FUNC ' FD-FCT-IDFUNC                                00061900
                   DELIMITED BY SIZE INTO WRK-DET-CHAVE.                00062000
            MOVE FD-FCT-IDFUNC TO WRK-ID-BUSCA.                         00062100
            PERFORM 2920-PROCURAR-FUNC.                                 00062200
            IF WRK-IDX-FUN EQUAL ZERO                                   00062300
               MOVE 02            TO WRK-REGRA                          00062400
               MOVE FD-FCT-IDFUNC TO WRK-DET-APONTA                     00062500
               PERFORM 2800-REGISTRAR-QUEBRA                            00062600
            END-IF.                                                     00062700
            IF FD-FCT-BANCO NOT EQUAL SPACES                            00062800
               GO TO 2000-99-FIM.                                       00062900
            MOVE FD-FCT-AGENCIA TO WRK-CHV-AGENCIA.                     00063000
            MOVE FD-FCT-CONTA   TO WRK-CHV-CONTA.                       00063100
            PERFORM 2940-PROCURAR-CONTA.                                00063200
            IF WRK-IDX-CLI EQUAL ZERO                                   00063300
               MOVE 03              TO WRK-REGRA                        00063400
               MOVE WRK-CHAVE-CONTA TO WRK-DET-APONTA                   00063500
               PERFORM 2800-REGISTRAR-QUEBRA                            00063600
            END-IF.                                                     00063700
       2000-99-FIM.              EXIT.                                  00063800
                                                                        00063900
      *-------------------------------------------------------------*   00064000
       2100-CONFERIR-EMPFIN                     SECTION.                00064100
      *-------------------------------------------------------------*   00064200
      *   SO O EMPRESTIMO ATIVO TEM DE TER FUNCIONARIO ATIVO; O     *   00064300
      *   CONGELADO (C) E O QUITADO (Q) SAO O DESLIGADO JA TRATADO. *   00064400
      *-------------------------------------------------------------*   00064500
            READ EMPFIN                                                 00064600
              AT END                                                    00064700
                MOVE 'S' TO WRK-SW-FIM-EMP                              00064800
            END-READ.                                                   00064900
            PERFORM 4500-TESTARSTATUS-EMPFIN.                           00065000
            IF WRK-FS-EMPFIN NOT EQUAL 00                               00065100
               GO TO 2100-99-FIM.                                       00065200
            IF FD-EMPFIN (1:9) EQUAL 'CABECALHO'                        00065300
               OR FD-EMPFIN (1:6) EQUAL 'RODAPE'                        00065400
               GO TO 2100-99-FIM.                                       00065500
            ADD 1 TO WRK-LIDOS-EMP.                                     00065600
            MOVE SPACES TO WRK-DET-CHAVE.                               00065700
            STRING 'FUNC ' FD-EMP-IDFUNC ' STATUS ' FD-EMP-STATUS       00065800
                   DELIMITED BY SIZE INTO WRK-DET-CHAVE.                00065900
            MOVE FD-EMP-IDFUNC TO WRK-ID-BUSCA WRK-DET-APONTA.          00066000
            PERFORM 2920-PROCURAR-FUNC.                                 00066100
            IF WRK-IDX-FUN EQUAL ZERO                                   00066200
               MOVE 04 TO WRK-REGRA                                     00066300
               PERFORM 2800-REGISTRAR-QUEBRA                            00066400
               GO TO 2100-99-FIM.                                       00066500
            IF FD-EMP-STATUS EQUAL 'A'                                  00066600
               AND WRK-FUN-STATUS (WRK-IDX-FUN) EQUAL 'D'               00066700
               MOVE 05 TO WRK-REGRA                                     00066800
               PERFORM 2800-REGISTRAR-QUEBRA                            00066900
            END-IF.                                                     00067000
       2100-99-FIM.              EXIT.                                  00067100
                                                                        00067200
      *-------------------------------------------------------------*   00067300
       2200-CONFERIR-ALUCONTA                   SECTION.                00067400
      *-------------------------------------------------------------*   00067500
            READ ALUCONTA                                               00067600
              AT END                                                    00067700
                MOVE 'S' TO WRK-SW-FIM-ALC                              00067800
            END-READ.                                                   00067900
            PERFORM 4600-TESTARSTATUS-ALUCONTA.                         00068000
            IF WRK-FS-ALUCONTA NOT EQUAL 00                             00068100
               GO TO 2200-99-FIM.                                       00068200
            IF FD-ALUCONTA (1:9) EQUAL 'CABECALHO'                      00068300
               OR FD-ALUCONTA (1:6) EQUAL 'RODAPE'                      00068400
               GO TO 2200-99-FIM.                                       00068500
            ADD 1 TO WRK-LIDOS-ALC.                                     00068600
            IF FD-ALC-AGENCIA EQUAL SPACES                              00068700
               AND FD-ALC-CONTA EQUAL SPACES                            00068800
               GO TO 2200-99-FIM.                                       00068900
            MOVE SPACES TO WRK-DET-CHAVE.                               00069000
            STRING 'MATRICULA ' FD-ALC-MATRICULA                        00069100
                   DELIMITED BY SIZE INTO WRK-DET-CHAVE.                00069200
            MOVE FD-ALC-AGENCIA TO WRK-CHV-AGENCIA.                     00069300
            MOVE FD-ALC-CONTA   TO WRK-CHV-CONTA.                       00069400
            MOVE WRK-CHAVE-CONTA TO WRK-DET-APONTA.                     00069500
            PERFORM 2940-PROCURAR-CONTA.                                00069600
            IF WRK-IDX-CLI EQUAL ZERO                                   00069700
               MOVE 06 TO WRK-REGRA                                     00069800
               PERFORM 2800-REGISTRAR-QUEBRA                            00069900
               GO TO 2200-99-FIM.                                       00070000
            IF WRK-CLI-STATUS (WRK-IDX-CLI) EQUAL 'B'                   00070100
               MOVE 07 TO WRK-REGRA                                     00070200
               PERFORM 2800-REGISTRAR-QUEBRA                            00070300
            END-IF.                                                     00070400
       2200-99-FIM.              EXIT.                                  00070500
                                                                        00070600
      *-------------------------------------------------------------*   00070700
       2300-CONFERIR-ORDENS                     SECTION.                00070800
      *-------------------------------------------------------------*   00070900
      *   ORDEM VIGENTE = SEM DATA-FIM OU COM DATA-FIM A PARTIR DE  *   00071000
      *   HOJE (O MESMO CRITERIO DO EXPLOSOR FR19EX20).             *   00071100
      *-------------------------------------------------------------*   00071200
            READ ORDENS                                                 00071300
              AT END                                                    00071400
                MOVE 'S' TO WRK-SW-FIM-ORD                              00071500
            END-READ.                                                   00071600
            PERFORM 4700-TESTARSTATUS-ORDENS.                           00071700
            IF WRK-FS-ORDENS NOT EQUAL 00                               00071800
               GO TO 2300-99-FIM.                                       00071900
            IF FD-ORDENS (1:9) EQUAL 'CABECALHO'                        00072000
               OR FD-ORDENS (1:6) EQUAL 'RODAPE'                        00072100
               GO TO 2300-99-FIM.                                       00072200
            ADD 1 TO WRK-LIDOS-ORD.                                     00072300
            MOVE SPACES TO WRK-DET-CHAVE.                               00072400
            STRING FD-ORD-AGENCIA ' ' FD-ORD-CONTA ' '                  00072500
                   FD-ORD-CONTRAPARTE                                   00072600
                   DELIMITED BY SIZE INTO WRK-DET-CHAVE.                00072700
            MOVE FD-ORD-AGENCIA  TO WRK-CHV-AGENCIA.                    00072800
            MOVE FD-ORD-CONTA    TO WRK-CHV-CONTA.                      00072900
            MOVE WRK-CHAVE-CONTA TO WRK-DET-APONTA.                     00073000
            PERFORM 2940-PROCURAR-CONTA.                                00073100
            IF WRK-IDX-CLI EQUAL ZERO                                   00073200
               MOVE 08 TO WRK-REGRA                                     00073300
               PERFORM 2800-REGISTRAR-QUEBRA                            00073400
               GO TO 2300-99-FIM.                                       00073500
            IF FD-ORD-TIPOMOV EQUAL 'D'                                 00073600
               AND (FD-ORD-DATAFIM EQUAL ZEROES                         00073700
                    OR FD-ORD-DATAFIM NOT LESS WRK-DATA-HOJE)           00073800
               AND WRK-CLI-STATUS (WRK-IDX-CLI) EQUAL 'B'               00073900
               AND WRK-CLI-MOTIVO (WRK-IDX-CLI) EQUAL 'COBRANCA'        00074000
               MOVE 09 TO WRK-REGRA                                     00074100
               PERFORM 2800-REGISTRAR-QUEBRA                            00074200
            END-IF.                                                     00074300
       2300-99-FIM.              EXIT.                                  00074400
                                                                        00074500
      *-------------------------------------------------------------*   00074600
       2400-CONFERIR-PROJMST                    SECTION.                00074700
      *-------------------------------------------------------------*   00074800
      *   PERCORRE A TABELA DO 1400. PROJETO ENCERRADO (STATUS E)   *   00074900
      *   NAO PRECISA DE GESTOR ATIVO.                              *   00075000
      *-------------------------------------------------------------*   00075100
            MOVE WRK-SUB-PRM TO WRK-IDX-PRM.                            00075200
            ADD 1 TO WRK-SUB-PRM.                                       00075300
            IF WRK-PRM-STATUS (WRK-IDX-PRM) EQUAL 'E'                   00075400
               GO TO 2400-99-FIM.                                       00075500
            MOVE SPACES TO WRK-DET-CHAVE.                               00075600
            STRING WRK-PRM-CODIGO (WRK-IDX-PRM) ' '                     00075700
                   WRK-PRM-NOME (WRK-IDX-PRM)                           00075800
                   DELIMITED BY SIZE INTO WRK-DET-CHAVE.                00075900
            MOVE WRK-PRM-GESTOR (WRK-IDX-PRM) TO WRK-GESTOR-BUSCA       00076000
                                                 WRK-DET-APONTA.        00076100
            PERFORM 2900-PROCURAR-GESTOR.                               00076200
            IF WRK-GESTOR-AUSENTE                                       00076300
               MOVE 10 TO WRK-REGRA                                     00076400
               PERFORM 2800-REGISTRAR-QUEBRA                            00076500
            END-IF.                                                     00076600
            IF WRK-GESTOR-DESLIGADO                                     00076700
               MOVE 11 TO WRK-REGRA                                     00076800
               PERFORM 2800-REGISTRAR-QUEBRA                            00076900
            END-IF.                                                     00077000
       2400-99-FIM.              EXIT.                                  00077100
                                                                        00077200
      *-------------------------------------------------------------*   00077300
       2500-CONFERIR-FUNPROJ                    SECTION.                00077400
      *-------------------------------------------------------------*   00077500
      *   O PROJETO DO FUNPROJ TRAZ O CODIGO DO PROJMST NAS         *   00077600
      *   POSICOES 1-8 (COMO NA CRITICA DO FR19EX09).               *   00077700
      *-------------------------------------------------------------*   00077800
            READ FUNPROJ                                                00077900
              AT END                                                    00078000
                MOVE 'S' TO WRK-SW-FIM-FPJ                              00078100
            END-READ.                                                   00078200
            PERFORM 4850-TESTARSTATUS-FUNPROJ.                          00078300
            IF WRK-FS-FUNPROJ NOT EQUAL 00                              00078400
               GO TO 2500-99-FIM.                                       00078500
            IF FD-FUNPROJ (1:9) EQUAL 'CABECALHO'                       00078600
               OR FD-FUNPROJ (1:6) EQUAL 'RODAPE'                       00078700
               GO TO 2500-99-FIM.                                       00078800
            ADD 1 TO WRK-LIDOS-FPJ.                                     00078900
            MOVE SPACES TO WRK-DET-CHAVE.                               00079000
            STRING 'FUNC ' FD-FP-IDFUNC ' ' FD-FP-PROJETO               00079100
                   DELIMITED BY SIZE INTO WRK-DET-CHAVE.                00079200
            MOVE FD-FP-PROJETO (1:8) TO WRK-PROJ-BUSCA WRK-DET-APONTA.  00079300
            PERFORM 2980-PROCURAR-PROJETO.                              00079400
            IF WRK-IDX-PRM EQUAL ZERO                                   00079500
               MOVE 12 TO WRK-REGRA                                     00079600
               PERFORM 2800-REGISTRAR-QUEBRA                            00079700
            END-IF.                                                     00079800
            MOVE FD-FP-IDFUNC TO WRK-ID-BUSCA WRK-DET-APONTA.           00079900
            PERFORM 2920-PROCURAR-FUNC.                                 00080000
            IF WRK-IDX-FUN EQUAL ZERO                                   00080100
               MOVE 13 TO WRK-REGRA                                     00080200
               PERFORM 2800-REGISTRAR-QUEBRA                            00080300
            END-IF.                                                     00080400
       2500-99-FIM.              EXIT.                                  00080500
                                                                        00080600
      *-------------------------------------------------------------*   00080700
       2800-REGISTRAR-QUEBRA                    SECTION.                00080800
      *-------------------------------------------------------------*   00080900
      *   CHAMADOR PREENCHE WRK-REGRA, WRK-DET-CHAVE E              *   00081000
      *   WRK-DET-APONTA.                                           *   00081100
      *-------------------------------------------------------------*   00081200
            MOVE WRK-REGRA TO WRK-DET-REGRA.                            00081300
            MOVE WRK-RGR-ARQUIVO (WRK-REGRA)   TO WRK-DET-ARQUIVO.      00081400
            MOVE WRK-RGR-DESCRICAO (WRK-REGRA) TO WRK-DET-DESCRICAO.    00081500
            WRITE FD-RELREF FROM WRK-LINHA-QUEBRA.                      00081600
            PERFORM 4900-TESTARSTATUS-RELREF.                           00081700
            ADD 1 TO WRK-RGR-QTD (WRK-REGRA).                           00081800
            ADD 1 TO WRK-QTD-QUEBRAS.                                   00081900
       2800-99-FIM.              EXIT.                                  00082000
                                                                        00082100
      *-------------------------------------------------------------*   00082200
       2900-PROCURAR-GESTOR                     SECTION.                00082300
      *-------------------------------------------------------------*   00082400
      *   PERCORRE TODO O FUNCUNL: UM HOMONIMO ATIVO BASTA.         *   00082500
      *-------------------------------------------------------------*   00082600
            MOVE 'N' TO WRK-SW-GESTOR.                                  00082700
            MOVE 1 TO WRK-SUB-FUN.                                      00082800
            PERFORM 2910-COMPARAR-GESTOR                                00082900
                    UNTIL WRK-SUB-FUN GREATER WRK-QTD-FUN               00083000
                       OR WRK-GESTOR-ATIVO.                             00083100
       2900-99-FIM.              EXIT.                                  00083200
                                                                        00083300
      *-------------------------------------------------------------*   00083400
       2910-COMPARAR-GESTOR                     SECTION.                00083500
      *-------------------------------------------------------------*   00083600
            IF WRK-FUN-NOME (WRK-SUB-FUN) EQUAL WRK-GESTOR-BUSCA        00083700
               IF WRK-FUN-STATUS (WRK-SUB-FUN) EQUAL 'D'                00083800
                  MOVE 'D' TO WRK-SW-GESTOR                             00083900
               ELSE                                                     00084000
                  MOVE 'A' TO WRK-SW-GESTOR                             00084100
               END-IF                                                   00084200
            END-IF.                                                     00084300
            ADD 1 TO WRK-SUB-FUN.                                       00084400
       2910-99-FIM.              EXIT.                                  00084500
                                                                        00084600
      *-------------------------------------------------------------*   00084700
       2920-PROCURAR-FUNC                       SECTION.                00084800
      *-------------------------------------------------------------*   00084900
            MOVE ZERO TO WRK-IDX-FUN.                                   00085000
            MOVE 1 TO WRK-SUB-FUN.                                      00085100
            PERFORM 2930-COMPARAR-FUNC                                  00085200
                    UNTIL WRK-SUB-FUN GREATER WRK-QTD-FUN               00085300
                       OR WRK-IDX-FUN GREATER ZERO.                     00085400
       2920-99-FIM.              EXIT.                                  00085500
                                                                        00085600
      *-------------------------------------------------------------*   00085700
       2930-COMPARAR-FUNC                       SECTION.                00085800
      *-------------------------------------------------------------*   00085900
            IF WRK-FUN-ID (WRK-SUB-FUN) EQUAL WRK-ID-BUSCA              00086000
               MOVE WRK-SUB-FUN TO WRK-IDX-FUN                          00086100
            END-IF.                                                     00086200
            ADD 1 TO WRK-SUB-FUN.                                       00086300
       2930-99-FIM.              EXIT.                                  00086400
                                                                        00086500
      *-------------------------------------------------------------*   00086600
       2940-PROCURAR-CONTA                      SECTION.                00086700
      *-------------------------------------------------------------*   00086800
            MOVE ZERO TO WRK-IDX-CLI.                                   00086900
            MOVE 1 TO WRK-SUB-CLI.                                      00087000
            PERFORM 2950-COMPARAR-CONTA                                 00087100
                    UNTIL WRK-SUB-CLI GREATER WRK-QTD-CLI               00087200
                       OR WRK-IDX-CLI GREATER ZERO.                     00087300
       2940-99-FIM.              EXIT.                                  00087400
                                                                        00087500
      *-------------------------------------------------------------*   00087600
       2950-COMPARAR-CONTA                      SECTION.                00087700
      *-------------------------------------------------------------*   00087800
            IF WRK-CLI-CHAVE (WRK-SUB-CLI) EQUAL WRK-CHAVE-CONTA        00087900
               MOVE WRK-SUB-CLI TO WRK-IDX-CLI                          00088000
            END-IF.                                                     00088100
            ADD 1 TO WRK-SUB-CLI.                                       00088200
       2950-99-FIM.              EXIT.                                  00088300
                                                                        00088400
      *-------------------------------------------------------------*   00088500
       2960-PROCURAR-AGENCIA                    SECTION.                00088600
      *-------------------------------------------------------------*   00088700
            MOVE ZERO TO WRK-IDX-AGE.                                   00088800
            MOVE 1 TO WRK-SUB-AGE.                                      00088900
            PERFORM 2970-COMPARAR-AGENCIA                               00089000
                    UNTIL WRK-SUB-AGE GREATER WRK-QTD-AGE               00089100
                       OR WRK-IDX-AGE GREATER ZERO.                     00089200
       2960-99-FIM.              EXIT.                                  00089300
                                                                        00089400
      *-------------------------------------------------------------*   00089500
       2970-COMPARAR-AGENCIA                    SECTION.                00089600
      *-------------------------------------------------------------*   00089700
            IF WRK-AGE-CODIGO (WRK-SUB-AGE) EQUAL FD-AGENCIA            00089800
               MOVE WRK-SUB-AGE TO WRK-IDX-AGE                          00089900
            END-IF.                                                     00090000
            ADD 1 TO WRK-SUB-AGE.                                       00090100
       2970-99-FIM.              EXIT.                                  00090200
                                                                        00090300
      *-------------------------------------------------------------*   00090400
       2980-PROCURAR-PROJETO                    SECTION.                00090500
      *-------------------------------------------------------------*   00090600
            MOVE ZERO TO WRK-IDX-PRM.                                   00090700
            MOVE 1 TO WRK-SUB-PRM.                                      00090800
            PERFORM 2990-COMPARAR-PROJETO                               00090900
                    UNTIL WRK-SUB-PRM GREATER WRK-QTD-PRM               00091000
                       OR WRK-IDX-PRM GREATER ZERO.                     00091100
       2980-99-FIM.              EXIT.                                  00091200
                                                                        00091300
      *-------------------------------------------------------------*   00091400
       2990-COMPARAR-PROJETO                    SECTION.                00091500
      *-------------------------------------------------------------*   00091600
            IF WRK-PRM-CODIGO (WRK-SUB-PRM) EQUAL WRK-PROJ-BUSCA        00091700
               MOVE WRK-SUB-PRM TO WRK-IDX-PRM                          00091800
            END-IF.                                                     00091900
            ADD 1 TO WRK-SUB-PRM.                                       00092000
       2990-99-FIM.              EXIT.                                  00092100
                                                                        00092200
      *-------------------------------------------------------------*   00092300
       3000-FINALIZAR                           SECTION.                00092400
      *-------------------------------------------------------------*   00092500
             WRITE FD-RELREF FROM WRK-LINHA-TRACO.                      00092600
             MOVE 'CONTAGEM POR REGRA' TO WRK-SUB-TEXTO.                00092700
             WRITE FD-RELREF FROM WRK-LINHA-SUBTIT.                     00092800
             WRITE FD-RELREF FROM WRK-LINHA-TRACO.                      00092900
             MOVE 1 TO WRK-SUB-RGR.                                     00093000
             PERFORM 3100-IMPRIMIR-REGRA                                00093100
                     UNTIL WRK-SUB-RGR GREATER WRK-QTD-REGRAS.          00093200
             MOVE WRK-QTD-QUEBRAS TO WRK-TOT-QUEBRAS.                   00093300
             WRITE FD-RELREF FROM WRK-LINHA-TRACO.                      00093400
             WRITE FD-RELREF FROM WRK-LINHA-TOTAL.                      00093500
             CLOSE AGENCIAS CLIENTES FUNCUNL FUNCCTA EMPFIN             00093600
                   ALUCONTA ORDENS PROJMST FUNPROJ RELREF.              00093700
              DISPLAY ' ============================================'.  00093800
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19REF           '.  00093900
              DISPLAY ' ============================================'.  00094000
              DISPLAY ' AGENCIAS LIDAS.........' WRK-LIDOS-AGE.         00094100
              DISPLAY ' CONTAS LIDAS...........' WRK-LIDOS-CLI.         00094200
              DISPLAY ' FUNCIONARIOS LIDOS.....' WRK-LIDOS-UNL.         00094300
              DISPLAY ' FUNCCTA LIDOS..........' WRK-LIDOS-FCT.         00094400
              DISPLAY ' EMPFIN LIDOS...........' WRK-LIDOS-EMP.         00094500
              DISPLAY ' ALUCONTA LIDOS.........' WRK-LIDOS-ALC.         00094600
              DISPLAY ' ORDENS LIDAS...........' WRK-LIDOS-ORD.         00094700
              DISPLAY ' PROJMST LIDOS..........' WRK-LIDOS-PRM.         00094800
              DISPLAY ' FUNPROJ LIDOS..........' WRK-LIDOS-FPJ.         00094900
              DISPLAY ' REFERENCIAS QUEBRADAS..' WRK-QTD-QUEBRAS.       00095000
              IF WRK-QTD-DESPREZ GREATER ZEROES                         00095100
                 DISPLAY ' CHAVES FORA DAS TABELAS.' WRK-QTD-DESPREZ    00095200
              END-IF.                                                   00095300
              DISPLAY ' ============================================'.  00095400
             IF WRK-QTD-QUEBRAS GREATER ZEROES                          00095500
                MOVE 4 TO RETURN-CODE                                   00095600
             END-IF.                                                    00095700
       3000-99-FIM.              EXIT.                                  00095800
                                                                        00095900
      *-------------------------------------------------------------*   00096000
       3100-IMPRIMIR-REGRA                      SECTION.                00096100
      *-------------------------------------------------------------*   00096200
            MOVE WRK-SUB-RGR                     TO WRK-RES-REGRA.      00096300
            MOVE WRK-RGR-ARQUIVO (WRK-SUB-RGR)   TO WRK-RES-ARQUIVO.    00096400
            MOVE WRK-RGR-DESCRICAO (WRK-SUB-RGR) TO WRK-RES-DESCRICAO.  00096500
            MOVE WRK-RGR-QTD (WRK-SUB-RGR)       TO WRK-RES-QTD.        00096600
            WRITE FD-RELREF FROM WRK-LINHA-RESUMO.                      00096700
            DISPLAY ' REGRA ' WRK-RES-REGRA ' ' WRK-RES-ARQUIVO         00096800
                    ' ' WRK-RGR-QTD (WRK-SUB-RGR).                      00096900
            ADD 1 TO WRK-SUB-RGR.                                       00097000
       3100-99-FIM.              EXIT.                                  00097100
                                                                        00097200
      *-------------------------------------------------------------*   00097300
       4000-TESTARSTATUS                            SECTION.            00097400
      *-------------------------------------------------------------*   00097500
                 PERFORM 4100-TESTARSTATUS-AGENCIAS.                    00097600
                 PERFORM 4200-TESTARSTATUS-CLIENTES.                    00097700
                 PERFORM 4300-TESTARSTATUS-FUNCUNL.                     00097800
                 PERFORM 4400-TESTARSTATUS-FUNCCTA.                     00097900
                 PERFORM 4500-TESTARSTATUS-EMPFIN.                      00098000
                 PERFORM 4600-TESTARSTATUS-ALUCONTA.                    00098100
                 PERFORM 4700-TESTARSTATUS-ORDENS.                      00098200
                 PERFORM 4800-TESTARSTATUS-PROJMST.                     00098300
                 PERFORM 4850-TESTARSTATUS-FUNPROJ.                     00098400
                 PERFORM 4900-TESTARSTATUS-RELREF.                      00098500
       4000-99-FIM.              EXIT.                                  00098600
                                                                        00098700
      *-------------------------------------------------------------*   00098800
       4100-TESTARSTATUS-AGENCIAS                   SECTION.            00098900
      *-------------------------------------------------------------*   00099000
               IF WRK-FS-AGENCIAS NOT EQUAL 00                          00099100
                           AND WRK-FS-AGENCIAS NOT EQUAL 10             00099200
                 MOVE 'ERRO NO AGENCIAS      ' TO WRK-MSGERRO           00099300
                 MOVE '1100'                   TO WRK-SECAO             00099400
                 MOVE WRK-FS-AGENCIAS          TO WRK-STATUS            00099500
                  PERFORM 9000-TRATAERROS                               00099600
               END-IF.                                                  00099700
       4100-99-FIM.              EXIT.                                  00099800
                                                                        00099900
      *-------------------------------------------------------------*   00100000
       4200-TESTARSTATUS-CLIENTES                   SECTION.            00100100
      *-------------------------------------------------------------*   00100200
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00100300
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00100400
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00100500
                 MOVE '1200'                   TO WRK-SECAO             00100600
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00100700
                  PERFORM 9000-TRATAERROS                               00100800
               END-IF.                                                  00100900
       4200-99-FIM.              EXIT.                                  00101000
                                                                        00101100
      *-------------------------------------------------------------*   00101200
       4300-TESTARSTATUS-FUNCUNL                    SECTION.            00101300
      *-------------------------------------------------------------*   00101400
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00101500
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00101600
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00101700
                 MOVE '1300'                   TO WRK-SECAO             00101800
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00101900
                  PERFORM 9000-TRATAERROS                               00102000
               END-IF.                                                  00102100
       4300-99-FIM.              EXIT.                                  00102200
                                                                        00102300
      *-------------------------------------------------------------*   00102400
       4400-TESTARSTATUS-FUNCCTA                    SECTION.            00102500
      *-------------------------------------------------------------*   00102600
               IF WRK-FS-FUNCCTA NOT EQUAL 00                           00102700
                           AND WRK-FS-FUNCCTA NOT EQUAL 10              00102800
                 MOVE 'ERRO NO FUNCCTA       ' TO WRK-MSGERRO           00102900
                 MOVE '2000'                   TO WRK-SECAO             00103000
                 MOVE WRK-FS-FUNCCTA           TO WRK-STATUS            00103100
                  PERFORM 9000-TRATAERROS                               00103200
               END-IF.                                                  00103300
       4400-99-FIM.              EXIT.                                  00103400
                                                                        00103500
      *-------------------------------------------------------------*   00103600
       4500-TESTARSTATUS-EMPFIN                     SECTION.            00103700
      *-------------------------------------------------------------*   00103800
               IF WRK-FS-EMPFIN NOT EQUAL 00                            00103900
                           AND WRK-FS-EMPFIN NOT EQUAL 10               00104000
                 MOVE 'ERRO NO EMPFIN        ' TO WRK-MSGERRO           00104100
                 MOVE '2100'                   TO WRK-SECAO             00104200
                 MOVE WRK-FS-EMPFIN            TO WRK-STATUS            00104300
                  PERFORM 9000-TRATAERROS                               00104400
               END-IF.                                                  00104500
       4500-99-FIM.              EXIT.                                  00104600
                                                                        00104700
      *-------------------------------------------------------------*   00104800
       4600-TESTARSTATUS-ALUCONTA                   SECTION.            00104900
      *-------------------------------------------------------------*   00105000
               IF WRK-FS-ALUCONTA NOT EQUAL 00                          00105100
                           AND WRK-FS-ALUCONTA NOT EQUAL 10             00105200
                 MOVE 'ERRO NO ALUCONTA      ' TO WRK-MSGERRO           00105300
                 MOVE '2200'                   TO WRK-SECAO             00105400
                 MOVE WRK-FS-ALUCONTA          TO WRK-STATUS            00105500
                  PERFORM 9000-TRATAERROS                               00105600
               END-IF.                                                  00105700
       4600-99-FIM.              EXIT.                                  00105800
                                                                        00105900
      *-------------------------------------------------------------*   00106000
       4700-TESTARSTATUS-ORDENS                     SECTION.            00106100
      *-------------------------------------------------------------*   00106200
               IF WRK-FS-ORDENS NOT EQUAL 00                            00106300
                           AND WRK-FS-ORDENS NOT EQUAL 10               00106400
                 MOVE 'ERRO NO ORDENS        ' TO WRK-MSGERRO           00106500
                 MOVE '2300'                   TO WRK-SECAO             00106600
                 MOVE WRK-FS-ORDENS            TO WRK-STATUS            00106700
                  PERFORM 9000-TRATAERROS                               00106800
               END-IF.                                                  00106900
       4700-99-FIM.              EXIT.                                  00107000
                                                                        00107100
      *-------------------------------------------------------------*   00107200
       4800-TESTARSTATUS-PROJMST                    SECTION.            00107300
      *-------------------------------------------------------------*   00107400
               IF WRK-FS-PROJMST NOT EQUAL 00                           00107500
                           AND WRK-FS-PROJMST NOT EQUAL 10              00107600
                 MOVE 'ERRO NO PROJMST       ' TO WRK-MSGERRO           00107700
                 MOVE '1400'                   TO WRK-SECAO             00107800
                 MOVE WRK-FS-PROJMST           TO WRK-STATUS            00107900
                  PERFORM 9000-TRATAERROS                               00108000
               END-IF.                                                  00108100
       4800-99-FIM.              EXIT.                                  00108200
                                                                        00108300
      *-------------------------------------------------------------*   00108400
       4850-TESTARSTATUS-FUNPROJ                    SECTION.            00108500
      *-------------------------------------------------------------*   00108600
               IF WRK-FS-FUNPROJ NOT EQUAL 00                           00108700
                           AND WRK-FS-FUNPROJ NOT EQUAL 10              00108800
                 MOVE 'ERRO NO FUNPROJ       ' TO WRK-MSGERRO           00108900
                 MOVE '2500'                   TO WRK-SECAO             00109000
                 MOVE WRK-FS-FUNPROJ           TO WRK-STATUS            00109100
                  PERFORM 9000-TRATAERROS                               00109200
               END-IF.                                                  00109300
       4850-99-FIM.              EXIT.                                  00109400
                                                                        00109500
      *-------------------------------------------------------------*   00109600
       4900-TESTARSTATUS-RELREF                     SECTION.            00109700
      *-------------------------------------------------------------*   00109800
               IF WRK-FS-RELREF NOT EQUAL 00                            00109900
                 MOVE 'ERRO NO RELREF        ' TO WRK-MSGERRO           00110000
                 MOVE '2800'                   TO WRK-SECAO             00110100
                 MOVE WRK-FS-RELREF            TO WRK-STATUS            00110200
                  PERFORM 9000-TRATAERROS                               00110300
               END-IF.                                                  00110400
       4900-99-FIM.              EXIT.                                  00110500
                                                                        00110600
      *-------------------------------------------------------------*   00110700
       9000-TRATAERROS                              SECTION.            00110800
      *-------------------------------------------------------------*   00110900
           MOVE 'FR19REF ' TO WRK-PROGRAMA                              00111000
           MOVE 'E'        TO WRK-SEVERIDADE                            00111100
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00111200
           GOBACK.                                                      00111300
       9000-99-FIM.              EXIT.                                  00111400
