      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB54.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CICLO DE AVALIACAO E PROPOSTA DE MERITO. O      *   00001200
      *    AUMENTO INDIVIDUAL DEIXA DE SER DIGITADO CARTAO A CARTAO *   00001300
      *    NO FR19DB05 SEM REGISTRO DO PORQUE. LE:                  *   00001400
      *     AVALIAC  - AVALIACOES DO CICLO (ID, PERIODO, NOTA,      *   00001500
      *                AVALIADOR); SO VALE O PERIODO DO CARTAO      *   00001600
      *     MATRIZM  - MATRIZ DE MERITO: FAIXA DE NOTA X POSICAO NA *   00001700
      *                FAIXA SALARIAL (0 = NO PISO, 100 = NO TETO)  *   00001800
      *                -> PERCENTUAL DE AUMENTO                     *   00001900
      *     FAIXASC  - FAIXAS POR SETOR + CARGO (AS DO FR19DB39)    *   00002000
      *     FUNCUNL/CARGUNL - DESCARGAS POR ID (FR19DB23)           *   00002100
      *     ORCAMENT - ORCAMENTO DA FOLHA POR SETOR E MES           *   00002200
      *    PARA CADA ATIVO AVALIADO, PROPOE O SALARIO NOVO LIMITADO *   00002300
      *    AO TETO DA FAIXA E GRAVA NO DECKMER O GRUPO DE 7 CARTOES *   00002400
      *    DO FR19DB05 (ID E SALARIO; OS DEMAIS EM BRANCO MANTEM O  *   00002500
      *    ATUAL), ENCERRADO PELO GRUPO 99999 - O DECK E SUBMETIDO  *   00002600
      *    PELO PORTAO FR19DB41 (TIPO FUNC), NUNCA DIRETO AO        *   00002700
      *    FR19DB05. O RELMERIT LISTA CADA PROPOSTA COM NOTA,       *   00002800
      *    POSICAO E PERCENTUAL, E O IMPACTO POR SETOR (FOLHA       *   00002900
      *    ATUAL, AUMENTO, PROPOSTA) CONTRA O ORCAMENT DO MES.      *   00003000
      *    AVALIADO SEM CARGO, SEM FAIXA, FORA DA MATRIZ OU NAO     *   00003100
      *    ATIVO NAO GERA CARTAO E SAI NO RELATORIO (RC=4); SETOR   *   00003200
      *    ACIMA DO ORCAMENTO TAMBEM DA RC=4.                       *   00003300
      *    CARTAO SYSIN 1: PERIODO DA AVALIACAO (X(06)).            *   00003400
      *    CARTAO SYSIN 2: MES DO ORCAMENTO AAAAMM (ZEROS = MES     *   00003500
      *                    CORRENTE).                               *   00003600
      *    (10 DE FILLER ANTES DO VALOR EM AMBOS).                  *   00003700
      *-------------------------------------------------------------*   00003800
      *   ARQUIVOS...:                                              *   00003900
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004000
      *    AVALIAC              I                  -----------      *   00004100
      *    MATRIZM              I                  -----------      *   00004200
      *    FAIXASC              I                  -----------      *   00004300
      *    FUNCUNL              I                  -----------      *   00004400
      *    CARGUNL              I                  -----------      *   00004500
      *    ORCAMENT             I                  -----------      *   00004600
      *    DECKMER              O                  -----------      *   00004700
      *    RELMERIT             O                  -----------      *   00004800
      *-------------------------------------------------------------*   00004900
      *   MODULOS....:                             INCLUDE/BOOK     *   00005000
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005100
      *=============================================================*   00005200
                                                                        00005300
      *=============================================================*   00005400
       ENVIRONMENT                               DIVISION.              00005500
      *=============================================================*   00005600
                                                                        00005700
      *=============================================================*   00005800
       CONFIGURATION                               SECTION.             00005900
      *=============================================================*   00006000
       SPECIAL-NAMES.                                                   00006100
           DECIMAL-POINT IS COMMA.                                      00006200
                                                                        00006300
       INPUT-OUTPUT                                SECTION.             00006400
       FILE-CONTROL.                                                    00006500
            SELECT AVALIAC ASSIGN TO AVALIAC                            00006600
                 FILE STATUS IS WRK-FS-AVALIAC.                         00006700
                                                                        00006800
            SELECT MATRIZM ASSIGN TO MATRIZM                            00006900
                 FILE STATUS IS WRK-FS-MATRIZM.                         00007000
                                                                        00007100
            SELECT FAIXASC ASSIGN TO FAIXASC                            00007200
                 FILE STATUS IS WRK-FS-FAIXASC.                         00007300
                                                                        00007400
            SELECT FUNCUNL ASSIGN TO FUNCUNL                            00007500
                 FILE STATUS IS WRK-FS-FUNCUNL.                         00007600
                                                                        00007700
            SELECT CARGUNL ASSIGN TO CARGUNL                            00007800
                 FILE STATUS IS WRK-FS-CARGUNL.                         00007900
                                                                        00008000
            SELECT ORCAMENT ASSIGN TO ORCAMENT                          00008100
                 FILE STATUS IS WRK-FS-ORCAMENT.                        00008200
                                                                        00008300
      *--------------ARQUIVOS SAIDAS---*                                00008400
            SELECT DECKMER ASSIGN TO DECKMER                            00008500
                 FILE STATUS IS WRK-FS-DECKMER.                         00008600
                                                                        00008700
            SELECT RELMERIT ASSIGN TO RELMERIT                          00008800
                 FILE STATUS IS WRK-FS-RELMERIT.                        00008900
                                                                        00009000
      *=============================================================*   00009100
       DATA                                      DIVISION.              00009200
      *=============================================================*   00009300
       FILE                                      SECTION.               00009400
      *-------------------LRECL 30----------------------------------*   00009500
       FD AVALIAC                                                       00009600
           RECORDING MODE IS F                                          00009700
           LABEL RECORD IS STANDARD                                     00009800
           BLOCK CONTAINS 0 RECORDS.                                    00009900
       01 FD-AVALIAC.                                                   00010000
          05 FD-AVA-ID          PIC 9(05).                              00010100
          05 FD-AVA-PERIODO     PIC X(06).                              00010200
          05 FD-AVA-NOTA        PIC 9(01)V99.                           00010300
          05 FD-AVA-AVALIADOR   PIC X(08).                              00010400
          05 FILLER             PIC X(08).                              00010500
                                                                        00010600
      *-------------------LRECL 20----------------------------------*   00010700
       FD MATRIZM                                                       00010800
           RECORDING MODE IS F                                          00010900
           LABEL RECORD IS STANDARD                                     00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-MATRIZM.                                                   00011200
          05 FD-MAT-NOTAMIN     PIC 9(01)V99.                           00011300
          05 FD-MAT-NOTAMAX     PIC 9(01)V99.                           00011400
          05 FD-MAT-POSMIN      PIC 9(03).                              00011500
          05 FD-MAT-POSMAX      PIC 9(03).                              00011600
          05 FD-MAT-PERC        PIC 9(02)V99.                           00011700
          05 FILLER             PIC X(04).                              00011800
                                                                        00011900
      *-------------------LRECL 30----------------------------------*   00012000
       FD FAIXASC                                                       00012100
           RECORDING MODE IS F                                          00012200
           LABEL RECORD IS STANDARD                                     00012300
           BLOCK CONTAINS 0 RECORDS.                                    00012400
       01 FD-FAIXASC.                                                   00012500
          05 FD-FXC-SETOR       PIC X(04).                              00012600
          05 FD-FXC-CARGO       PIC X(06).                              00012700
          05 FD-FXC-PISO        PIC 9(08)V99.                           00012800
          05 FD-FXC-TETO        PIC 9(08)V99.                           00012900
                                                                        00013000
      *-------------------LRECL 113---------------------------------*   00013100
       FD FUNCUNL                                                       00013200
           RECORDING MODE IS F                                          00013300
           LABEL RECORD IS STANDARD                                     00013400
           BLOCK CONTAINS 0 RECORDS.                                    00013500
       01 FD-FUNCUNL.                                                   00013600
          05 FD-UNL-ID          PIC 9(05).                              00013700
          05 FD-UNL-NOME        PIC X(30).                              00013800
          05 FD-UNL-SETOR       PIC X(04).                              00013900
          05 FD-UNL-SALARIO     PIC 9(08)V99.                           00014000
          05 FD-UNL-DATAADM     PIC X(10).                              00014100
          05 FD-UNL-EMAIL       PIC X(40).                              00014200
          05 FD-UNL-STATUS      PIC X(01).                              00014300
          05 FD-UNL-DATADEM     PIC X(10).                              00014400
          05 FD-UNL-EMPRESA     PIC X(03).                              00014500
                                                                        00014600
      *-------------------LRECL 11----------------------------------*   00014700
       FD CARGUNL                                                       00014800
           RECORDING MODE IS F                                          00014900
           LABEL RECORD IS STANDARD                                     00015000
           BLOCK CONTAINS 0 RECORDS.                                    00015100
       01 FD-CARGUNL.                                                   00015200
          05 FD-UG-IDFUNC       PIC 9(05).                              00015300
          05 FD-UG-CARGO        PIC X(06).                              00015400
                                                                        00015500
      *-------------------LRECL 22----------------------------------*   00015600
       FD ORCAMENT                                                      00015700
           RECORDING MODE IS F                                          00015800
           LABEL RECORD IS STANDARD                                     00015900
           BLOCK CONTAINS 0 RECORDS.                                    00016000
       01 FD-ORCAMENT.                                                  00016100
          05 FD-ORC-SETOR       PIC X(04).                              00016200
          05 FD-ORC-MES         PIC 9(06).                              00016300
          05 FD-ORC-VALOR       PIC 9(10)V99.                           00016400
                                                                        00016500
      *-------------------LRECL 80----------------------------------*   00016600
       FD DECKMER                                                       00016700
           RECORDING MODE IS F.                                         00016800
       01 FD-DECKMER             PIC X(80).                             00016900
                                                                        00017000
      *-------------------LRECL 100---------------------------------*   00017100
       FD RELMERIT                                                      00017200
           RECORDING MODE IS F.                                         00017300
       01 FD-RELMERIT            PIC X(100).                            00017400
                                                                        00017500
      *=============================================================*   00017600
       WORKING-STORAGE                             SECTION.             00017700
      *=============================================================*   00017800
                                                                        00017900
       01 FILLER          PIC X(64) VALUE                               00018000
           '-----------BOOK LOGERROS------------------------'.          00018100
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00018200
       COPY '#GLOG'.                                                    00018300
      *-------------------------------------------------------------*   00018400
                                                                        00018500
       01 FILLER          PIC X(64) VALUE                               00018600
           '-----------VARIAVEIS DE STATUS------------------'.          00018700
                                                                        00018800
       77 WRK-FS-AVALIAC  PIC 9(02).                                    00018900
       77 WRK-FS-MATRIZM  PIC 9(02).                                    00019000
       77 WRK-FS-FAIXASC  PIC 9(02).                                    00019100
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00019200
       77 WRK-FS-CARGUNL  PIC 9(02).                                    00019300
       77 WRK-FS-ORCAMENT PIC 9(02).                                    00019400
       77 WRK-FS-DECKMER  PIC 9(02).                                    00019500
       77 WRK-FS-RELMERIT PIC 9(02).                                    00019600
                                                                        00019700
       01 FILLER          PIC X(64) VALUE                               00019800
           '-----------PARAMETROS SYSIN---------------------'.          00019900
                                                                        00020000
       01 WRK-CARTAO-PERIODO.                                           00020100
          05 FILLER              PIC X(10).                             00020200
          05 WRK-PERIODO-AC      PIC X(06).                             00020300
       01 WRK-CARTAO-MES.                                               00020400
          05 FILLER              PIC X(10).                             00020500
          05 WRK-CARTAO-MES-AC   PIC 9(06).                             00020600
                                                                        00020700
       77 WRK-MES-ORC     PIC 9(06) VALUE ZEROES.                       00020800
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00020900
                                                                        00021000
       01 FILLER          PIC X(64) VALUE                               00021100
           '-----------AVALIACOES DO CICLO EM MEMORIA-------'.          00021200
                                                                        00021300
       77 WRK-SW-FIM-AVA  PIC X(01) VALUE 'N'.                          00021400
           88 WRK-FIM-AVALIAC       VALUE 'S'.                          00021500
       77 WRK-QTD-AVA     PIC 9(04) COMP VALUE ZERO.                    00021600
       77 WRK-SUB-AVA     PIC 9(04) COMP VALUE ZERO.                    00021700
       77 WRK-IDX-AVA     PIC 9(04) COMP VALUE ZERO.                    00021800
       01 WRK-TAB-AVALIACOES.                                           00021900
          05 WRK-AVA-LINHA OCCURS 1000 TIMES.                           00022000
             10 WRK-AVA-ID          PIC 9(05).                          00022100
             10 WRK-AVA-NOTA        PIC 9(01)V99.                       00022200
             10 WRK-AVA-AVALIADOR   PIC X(08).                          00022300
             10 WRK-AVA-SW-USADA    PIC X(01).                          00022400
                                                                        00022500
       01 FILLER          PIC X(64) VALUE                               00022600
           '-----------MATRIZ DE MERITO EM MEMORIA----------'.          00022700
                                                                        00022800
       77 WRK-SW-FIM-MAT  PIC X(01) VALUE 'N'.                          00022900
           88 WRK-FIM-MATRIZM       VALUE 'S'.                          00023000
       77 WRK-QTD-MAT     PIC 9(03) VALUE ZEROES.                       00023100
       77 WRK-SUB-MAT     PIC 9(03) VALUE ZEROES.                       00023200
       77 WRK-IDX-MAT     PIC 9(03) VALUE ZEROES.                       00023300
       01 WRK-TAB-MATRIZ.                                               00023400
          05 WRK-MAT-LINHA OCCURS 100 TIMES.                            00023500
             10 WRK-MAT-NOTAMIN     PIC 9(01)V99.                       00023600
             10 WRK-MAT-NOTAMAX     PIC 9(01)V99.                       00023700
             10 WRK-MAT-POSMIN      PIC 9(03).                          00023800
             10 WRK-MAT-POSMAX      PIC 9(03).                          00023900
             10 WRK-MAT-PERC        PIC 9(02)V99.                       00024000
                                                                        00024100
       01 FILLER          PIC X(64) VALUE                               00024200
           '-----------FAIXAS SETOR+CARGO EM MEMORIA--------'.          00024300
                                                                        00024400
       77 WRK-SW-FIM-FXC  PIC X(01) VALUE 'N'.                          00024500
           88 WRK-FIM-FAIXASC       VALUE 'S'.                          00024600
       77 WRK-QTD-FXC     PIC 9(03) VALUE ZEROES.                       00024700
       77 WRK-SUB-FXC     PIC 9(03) VALUE ZEROES.                       00024800
       77 WRK-IDX-FXC     PIC 9(03) VALUE ZEROES.                       00024900
       01 WRK-TAB-FAIXAS.                                               00025000
          05 WRK-FXC-LINHA OCCURS 200 TIMES.                            00025100
             10 WRK-FXC-SETOR      PIC X(04).                           00025200
             10 WRK-FXC-CARGO      PIC X(06).                           00025300
             10 WRK-FXC-PISO       PIC 9(08)V99.                        00025400
             10 WRK-FXC-TETO       PIC 9(08)V99.                        00025500
                                                                        00025600
       01 FILLER          PIC X(64) VALUE                               00025700
           '-----------IMPACTO POR SETOR--------------------'.          00025800
                                                                        00025900
       77 WRK-SW-FIM-ORC  PIC X(01) VALUE 'N'.                          00026000
           88 WRK-FIM-ORCAMENT      VALUE 'S'.                          00026100
       77 WRK-QTD-SET     PIC 9(03) VALUE ZEROES.                       00026200
       77 WRK-SUB-SET     PIC 9(03) VALUE ZEROES.                       00026300
       77 WRK-IDX-SET     PIC 9(03) VALUE ZEROES.                       00026400
       77 WRK-SETOR-BUSCA PIC X(04) VALUE SPACES.                       00026500
       01 WRK-TAB-SETORES.                                              00026600
          05 WRK-SET-LINHA OCCURS 100 TIMES.                            00026700
             10 WRK-SET-SETOR      PIC X(04).                           00026800
             10 WRK-SET-ATUAL      PIC 9(10)V99.                        00026900
             10 WRK-SET-AUMENTO    PIC 9(10)V99.                        00027000
             10 WRK-SET-ORCADO     PIC 9(10)V99.                        00027100
             10 WRK-SET-SW-ORC     PIC X(01).                           00027200
                                                                        00027300
       01 FILLER          PIC X(64) VALUE                               00027400
           '-----------CONTADORES E CONTROLES---------------'.          00027500
                                                                        00027600
       77 WRK-SW-FIM-UNL  PIC X(01) VALUE 'N'.                          00027700
           88 WRK-FIM-FUNCUNL       VALUE 'S'.                          00027800
       77 WRK-SW-FIM-CAR  PIC X(01) VALUE 'N'.                          00027900
           88 WRK-FIM-CARGUNL       VALUE 'S'.                          00028000
       77 WRK-SW-DADO-CAR PIC X(01) VALUE 'N'.                          00028100
           88 WRK-DADO-CAR-OK       VALUE 'S'.                          00028200
       77 WRK-REGLIDOS    PIC 9(05) VALUE ZEROES.                       00028300
       77 WRK-QTD-AVALIADOS PIC 9(05) VALUE ZEROES.                     00028400
       77 WRK-QTD-PROPOSTAS PIC 9(05) VALUE ZEROES.                     00028500
       77 WRK-QTD-NOTETO  PIC 9(05) VALUE ZEROES.                       00028600
       77 WRK-QTD-PENDENCIA PIC 9(05) VALUE ZEROES.                     00028700
       77 WRK-QTD-IGNORA  PIC 9(05) VALUE ZEROES.                       00028800
       77 WRK-QTD-ESTOURO PIC 9(05) VALUE ZEROES.                       00028900
       77 WRK-TOT-AUMENTO PIC 9(10)V99 VALUE ZEROES.                    00029000
       77 WRK-CARGO-FUNC  PIC X(06) VALUE SPACES.                       00029100
       77 WRK-POSICAO     PIC 9(03) VALUE ZEROES.                       00029200
       77 WRK-SAL-NOVO    PIC 9(08)V99 VALUE ZEROES.                    00029300
       77 WRK-AUMENTO     PIC 9(08)V99 VALUE ZEROES.                    00029400
       77 WRK-SALDO-ORC   PIC S9(10)V99 VALUE ZEROES.                   00029500
       77 WRK-OBS         PIC X(20) VALUE SPACES.                       00029600
                                                                        00029700
      *-------CARTAO EM MONTAGEM (PREFIXO DE 10 + CONTEUDO)----------*  00029800
       01 WRK-CARTAO.                                                   00029900
          05 FILLER              PIC X(10) VALUE SPACES.                00030000
          05 WRK-CAR-CONTEUDO    PIC X(70).                             00030100
                                                                        00030200
      *----VISAO TEXTO DO SALARIO PARA O CARTAO----------------------*  00030300
       01 WRK-SALARIO-X   PIC X(10).                                    00030400
       01 WRK-SALARIO-9 REDEFINES WRK-SALARIO-X PIC 9(08)V99.           00030500
                                                                        00030600
       01 FILLER          PIC X(64) VALUE                               00030700
           '-----------LINHAS DO RELATORIO------------------'.          00030800
                                                                        00030900
       01 WRK-LINHA-TITULO.                                             00031000
          05 FILLER              PIC X(46) VALUE                        00031100
             'PROPOSTAS DE MERITO - PERIODO DE AVALIACAO    '.          00031200
          05 WRK-TIT-PERIODO     PIC X(06).                             00031300
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00031400
          05 WRK-TIT-DATA        PIC 9(08).                             00031500
          05 FILLER              PIC X(32) VALUE SPACES.                00031600
                                                                        00031700
       01 WRK-LINHA-TRACO        PIC X(100) VALUE ALL '-'.              00031800
                                                                        00031900
       01 WRK-LINHA-CABEC.                                              00032000
          05 FILLER              PIC X(50) VALUE                        00032100
             'ID    NOME                        SETOR CARGO  NOT'.      00032200
          05 FILLER              PIC X(50) VALUE                        00032300
             'A POS  PERC  SAL ATUAL  SAL NOVO  OBSERVACAO'.            00032400
                                                                        00032500
       01 WRK-LINHA-PROPOSTA.                                           00032600
          05 WRK-PRO-ID          PIC 9(05).                             00032700
          05 FILLER              PIC X(01) VALUE SPACE.                 00032800
          05 WRK-PRO-NOME        PIC X(28).                             00032900
          05 FILLER              PIC X(01) VALUE SPACE.                 00033000
          05 WRK-PRO-SETOR       PIC X(04).                             00033100
          05 FILLER              PIC X(01) VALUE SPACE.                 00033200
          05 WRK-PRO-CARGO       PIC X(06).                             00033300
          05 FILLER              PIC X(01) VALUE SPACE.                 00033400
          05 WRK-PRO-NOTA        PIC 9,99.                              00033500
          05 FILLER              PIC X(01) VALUE SPACE.                 00033600
          05 WRK-PRO-POSICAO     PIC ZZ9.                               00033700
          05 FILLER              PIC X(01) VALUE SPACE.                 00033800
          05 WRK-PRO-PERC        PIC Z9,99.                             00033900
          05 FILLER              PIC X(01) VALUE SPACE.                 00034000
          05 WRK-PRO-ATUAL       PIC ZZZZZZ9,99.                        00034100
          05 FILLER              PIC X(01) VALUE SPACE.                 00034200
          05 WRK-PRO-NOVO        PIC ZZZZZZ9,99.                        00034300
          05 FILLER              PIC X(01) VALUE SPACE.                 00034400
          05 WRK-PRO-OBS         PIC X(16).                             00034500
                                                                        00034600
       01 WRK-LINHA-TIT-SETOR.                                          00034700
          05 FILLER              PIC X(50) VALUE                        00034800
             'IMPACTO NO ORCAMENTO POR SETOR - MES DO ORCAMENTO '.      00034900
          05 WRK-TITS-MES        PIC 9(06).                             00035000
          05 FILLER              PIC X(44) VALUE SPACES.                00035100
                                                                        00035200
       01 WRK-LINHA-CAB-SETOR.                                          00035300
          05 FILLER              PIC X(50) VALUE                        00035400
             'SETOR  FOLHA ATUAL      AUMENTO   FOLHA PROPOSTA  '.      00035500
          05 FILLER              PIC X(50) VALUE                        00035600
             '       ORCADO         SALDO ALERTA'.                      00035700
                                                                        00035800
       01 WRK-LINHA-SETOR.                                              00035900
          05 WRK-LST-SETOR       PIC X(04).                             00036000
          05 FILLER              PIC X(01) VALUE SPACE.                 00036100
          05 WRK-LST-ATUAL       PIC ZZZZZZZZZ9,99.                     00036200
          05 FILLER              PIC X(01) VALUE SPACE.                 00036300
          05 WRK-LST-AUMENTO     PIC ZZZZZZZZ9,99.                      00036400
          05 FILLER              PIC X(01) VALUE SPACE.                 00036500
          05 WRK-LST-PROPOSTA    PIC ZZZZZZZZZZZ9,99.                   00036600
          05 FILLER              PIC X(01) VALUE SPACE.                 00036700
          05 WRK-LST-ORCADO      PIC ZZZZZZZZZZ9,99.                    00036800
          05 FILLER              PIC X(01) VALUE SPACE.                 00036900
          05 WRK-LST-SALDO       PIC ZZZZZZZZZ9,99-.                    00037000
          05 FILLER              PIC X(01) VALUE SPACE.                 00037100
          05 WRK-LST-ALERTA      PIC X(18).                             00037200
          05 FILLER              PIC X(04) VALUE SPACES.                00037300
                                                                        00037400
      *=============================================================*   00037500
       PROCEDURE DIVISION.                                              00037600
      *=============================================================*   00037700
                                                                        00037800
      *-------------------------------------------------------------*   00037900
       0000-PRINCIPAL                           SECTION.                00038000
      *-------------------------------------------------------------*   00038100
                                                                        00038200
            PERFORM  1000-INICIAR.                                      00038300
                                                                        00038400
            PERFORM  1100-CARREGAR-AVALIACOES UNTIL WRK-FIM-AVALIAC.    00038500
            PERFORM  1200-CARREGAR-MATRIZ UNTIL WRK-FIM-MATRIZM.        00038600
            PERFORM  1300-CARREGAR-FAIXAS UNTIL WRK-FIM-FAIXASC.        00038700
            PERFORM  1400-CARREGAR-ORCAMENTO UNTIL WRK-FIM-ORCAMENT.    00038800
                                                                        00038900
            PERFORM  1500-LER-CARGUNL.                                  00039000
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-FUNCUNL.              00039100
                                                                        00039200
            PERFORM  3000-FINALIZAR.                                    00039300
                                                                        00039400
            STOP RUN.                                                   00039500
                                                                        00039600
      *-------------------------------------------------------------*   00039700
       1000-INICIAR                             SECTION.                00039800
      *-------------------------------------------------------------*   00039900
             OPEN INPUT  AVALIAC MATRIZM FAIXASC FUNCUNL CARGUNL        00040000
                         ORCAMENT                                       00040100
                  OUTPUT DECKMER RELMERIT.                              00040200
                                                                        00040300
               PERFORM 4000-TESTARSTATUS.                               00040400
                                                                        00040500
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00040600
               ACCEPT WRK-CARTAO-PERIODO FROM SYSIN.                    00040700
               IF WRK-PERIODO-AC EQUAL SPACES                           00040800
                  DISPLAY ' PERIODO DA AVALIACAO NAO INFORMADO'         00040900
                  MOVE 8 TO RETURN-CODE                                 00041000
                  STOP RUN                                              00041100
               END-IF.                                                  00041200
               ACCEPT WRK-CARTAO-MES FROM SYSIN.                        00041300
               IF WRK-CARTAO-MES-AC NOT NUMERIC                         00041400
                  OR WRK-CARTAO-MES-AC EQUAL ZEROES                     00041500
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-ORC               00041600
               ELSE                                                     00041700
                  MOVE WRK-CARTAO-MES-AC TO WRK-MES-ORC                 00041800
               END-IF.                                                  00041900
                                                                        00042000
               MOVE WRK-PERIODO-AC TO WRK-TIT-PERIODO.                  00042100
               MOVE WRK-DATA-HOJE  TO WRK-TIT-DATA.                     00042200
               MOVE WRK-MES-ORC    TO WRK-TITS-MES.                     00042300
               WRITE FD-RELMERIT FROM WRK-LINHA-TRACO.                  00042400
               WRITE FD-RELMERIT FROM WRK-LINHA-TITULO.                 00042500
               WRITE FD-RELMERIT FROM WRK-LINHA-TRACO.                  00042600
               WRITE FD-RELMERIT FROM WRK-LINHA-CABEC.                  00042700
                                                                        00042800
       1000-99-FIM.              EXIT.                                  00042900
      *-------------------------------------------------------------*   00043000
       1100-CARREGAR-AVALIACOES                 SECTION.                00043100
      *-------------------------------------------------------------*   00043200
      *   SO O PERIODO DO CARTAO ENTRA; A SEGUNDA AVALIACAO DO      *   00043300
      *   MESMO ID NO PERIODO E RECUSADA (FICA A PRIMEIRA).         *   00043400
      *-------------------------------------------------------------*   00043500
            READ AVALIAC                                                00043600
              AT END                                                    00043700
                MOVE 'S' TO WRK-SW-FIM-AVA                              00043800
            END-READ.                                                   00043900
            IF WRK-FS-AVALIAC NOT EQUAL 00                              00044000
               GO TO 1100-99-FIM.                                       00044100
            IF FD-AVA-PERIODO NOT EQUAL WRK-PERIODO-AC                  00044200
               GO TO 1100-99-FIM.                                       00044300
            IF FD-AVA-ID NOT NUMERIC                                    00044400
               OR FD-AVA-NOTA NOT NUMERIC                               00044500
               DISPLAY ' AVALIACAO INVALIDA: ' FD-AVALIAC               00044600
               ADD 1 TO WRK-QTD-IGNORA                                  00044700
               GO TO 1100-99-FIM.                                       00044800
                                                                        00044900
            MOVE ZERO TO WRK-IDX-AVA.                                   00045000
            MOVE 1 TO WRK-SUB-AVA.                                      00045100
            PERFORM 1110-COMPARAR-AVALIACAO                             00045200
                    UNTIL WRK-SUB-AVA GREATER WRK-QTD-AVA               00045300
                       OR WRK-IDX-AVA GREATER ZERO.                     00045400
            IF WRK-IDX-AVA GREATER ZERO                                 00045500
               DISPLAY ' AVALIACAO REPETIDA NO PERIODO - ID '           00045600
                       FD-AVA-ID                                        00045700
               ADD 1 TO WRK-QTD-IGNORA                                  00045800
               GO TO 1100-99-FIM.                                       00045900
                                                                        00046000
            IF WRK-QTD-AVA LESS 1000                                    00046100
               ADD 1 TO WRK-QTD-AVA                                     00046200
               MOVE FD-AVA-ID   TO WRK-AVA-ID (WRK-QTD-AVA)             00046300
               MOVE FD-AVA-NOTA TO WRK-AVA-NOTA (WRK-QTD-AVA)           00046400
               MOVE FD-AVA-AVALIADOR                                    00046500
                                TO WRK-AVA-AVALIADOR (WRK-QTD-AVA)      00046600
               MOVE 'N'         TO WRK-AVA-SW-USADA (WRK-QTD-AVA)       00046700
            ELSE                                                        00046800
               DISPLAY ' TABELA DE AVALIACOES ESGOTADA (1000)'          00046900
               ADD 1 TO WRK-QTD-IGNORA                                  00047000
            END-IF.                                                     00047100
       1100-99-FIM.              EXIT.                                  00047200
      *-------------------------------------------------------------*   00047300
       1110-COMPARAR-AVALIACAO                  SECTION.                00047400
      *-------------------------------------------------------------*   00047500
            IF WRK-AVA-ID (WRK-SUB-AVA) EQUAL FD-AVA-ID                 00047600
               MOVE WRK-SUB-AVA TO WRK-IDX-AVA                          00047700
            END-IF.                                                     00047800
            ADD 1 TO WRK-SUB-AVA.                                       00047900
       1110-99-FIM.              EXIT.                                  00048000
      *-------------------------------------------------------------*   00048100
       1200-CARREGAR-MATRIZ                     SECTION.                00048200
      *-------------------------------------------------------------*   00048300
            READ MATRIZM                                                00048400
              AT END                                                    00048500
                MOVE 'S' TO WRK-SW-FIM-MAT                              00048600
            END-READ.                                                   00048700
            IF WRK-FS-MATRIZM EQUAL 00                                  00048800
               IF WRK-QTD-MAT LESS 100                                  00048900
                  ADD 1 TO WRK-QTD-MAT                                  00049000
                  MOVE FD-MAT-NOTAMIN TO WRK-MAT-NOTAMIN (WRK-QTD-MAT)  00049100
                  MOVE FD-MAT-NOTAMAX TO WRK-MAT-NOTAMAX (WRK-QTD-MAT)  00049200
                  MOVE FD-MAT-POSMIN  TO WRK-MAT-POSMIN (WRK-QTD-MAT)   00049300
                  MOVE FD-MAT-POSMAX  TO WRK-MAT-POSMAX (WRK-QTD-MAT)   00049400
                  MOVE FD-MAT-PERC    TO WRK-MAT-PERC (WRK-QTD-MAT)     00049500
               ELSE                                                     00049600
                  DISPLAY ' TABELA DA MATRIZ ESGOTADA (100)'            00049700
                  ADD 1 TO WRK-QTD-IGNORA                               00049800
               END-IF                                                   00049900
            END-IF.                                                     00050000
       1200-99-FIM.              EXIT.                                  00050100
      *-------------------------------------------------------------*   00050200
       1300-CARREGAR-FAIXAS                     SECTION.                00050300
      *-------------------------------------------------------------*   00050400
            READ FAIXASC                                                00050500
              AT END                                                    00050600
                MOVE 'S' TO WRK-SW-FIM-FXC                              00050700
            END-READ.                                                   00050800
            IF WRK-FS-FAIXASC EQUAL 00                                  00050900
               IF WRK-QTD-FXC LESS 200                                  00051000
                  ADD 1 TO WRK-QTD-FXC                                  00051100
                  MOVE FD-FXC-SETOR TO WRK-FXC-SETOR (WRK-QTD-FXC)      00051200
                  MOVE FD-FXC-CARGO TO WRK-FXC-CARGO (WRK-QTD-FXC)      00051300
                  MOVE FD-FXC-PISO  TO WRK-FXC-PISO (WRK-QTD-FXC)       00051400
                  MOVE FD-FXC-TETO  TO WRK-FXC-TETO (WRK-QTD-FXC)       00051500
               ELSE                                                     00051600
                  DISPLAY ' TABELA DE FAIXAS ESGOTADA (200)'            00051700
                  ADD 1 TO WRK-QTD-IGNORA                               00051800
               END-IF                                                   00051900
            END-IF.                                                     00052000
       1300-99-FIM.              EXIT.                                  00052100
      *-------------------------------------------------------------*   00052200
       1400-CARREGAR-ORCAMENTO                  SECTION.                00052300
      *-------------------------------------------------------------*   00052400
            READ ORCAMENT                                               00052500
              AT END                                                    00052600
                MOVE 'S' TO WRK-SW-FIM-ORC                              00052700
            END-READ.                                                   00052800
            IF WRK-FS-ORCAMENT EQUAL 00                                 00052900
               AND FD-ORC-MES EQUAL WRK-MES-ORC                         00053000
               MOVE FD-ORC-SETOR TO WRK-SETOR-BUSCA                     00053100
               PERFORM 2900-LOCALIZAR-SETOR                             00053200
               IF WRK-IDX-SET GREATER ZEROES                            00053300
                  ADD FD-ORC-VALOR TO WRK-SET-ORCADO (WRK-IDX-SET)      00053400
                  MOVE 'S' TO WRK-SET-SW-ORC (WRK-IDX-SET)              00053500
               END-IF                                                   00053600
            END-IF.                                                     00053700
       1400-99-FIM.              EXIT.                                  00053800
      *-------------------------------------------------------------*   00053900
       1500-LER-CARGUNL                         SECTION.                00054000
      *-------------------------------------------------------------*   00054100
      *----IGNORA OS REGISTROS DE CONTROLE DA DESCARGA--------------*   00054200
            MOVE 'N' TO WRK-SW-DADO-CAR.                                00054300
            PERFORM 1510-LER-REG-CARGUNL UNTIL WRK-DADO-CAR-OK.         00054400
       1500-99-FIM.              EXIT.                                  00054500
      *-------------------------------------------------------------*   00054600
       1510-LER-REG-CARGUNL                     SECTION.                00054700
      *-------------------------------------------------------------*   00054800
            READ CARGUNL                                                00054900
              AT END                                                    00055000
                MOVE 99999 TO FD-UG-IDFUNC                              00055100
                MOVE 'S' TO WRK-SW-FIM-CAR                              00055200
                MOVE 'S' TO WRK-SW-DADO-CAR                             00055300
            END-READ.                                                   00055400
            IF WRK-FS-CARGUNL EQUAL 00                                  00055500
               IF FD-CARGUNL (1:9) NOT EQUAL 'CABECALHO'                00055600
                  AND FD-CARGUNL (1:6) NOT EQUAL 'RODAPE'               00055700
                  MOVE 'S' TO WRK-SW-DADO-CAR                           00055800
               END-IF                                                   00055900
            END-IF.                                                     00056000
       1510-99-FIM.              EXIT.                                  00056100
      *-------------------------------------------------------------*   00056200
       2000-PROCESSAR                           SECTION.                00056300
      *-------------------------------------------------------------*   00056400
            READ FUNCUNL                                                00056500
              AT END                                                    00056600
                MOVE 'S' TO WRK-SW-FIM-UNL                              00056700
            END-READ.                                                   00056800
            PERFORM 4100-TESTARSTATUS-FUNCUNL.                          00056900
            IF WRK-FS-FUNCUNL EQUAL 00                                  00057000
               AND FD-FUNCUNL (1:9) NOT EQUAL 'CABECALHO'               00057100
               AND FD-FUNCUNL (1:6) NOT EQUAL 'RODAPE'                  00057200
               AND FD-UNL-STATUS EQUAL 'A'                              00057300
               PERFORM 2010-TRATAR-ATIVO                                00057400
            END-IF.                                                     00057500
                                                                        00057600
       2000-99-FIM.              EXIT.                                  00057700
      *-------------------------------------------------------------*   00057800
       2010-TRATAR-ATIVO                        SECTION.                00057900
      *-------------------------------------------------------------*   00058000
            ADD 1 TO WRK-REGLIDOS.                                      00058100
                                                                        00058200
      *----CASA O CARGO DO MESMO ID (AMBOS POR ID)------------------*   00058300
            PERFORM 2050-AVANCAR-CARGUNL                                00058400
                    UNTIL FD-UG-IDFUNC GREATER OR EQUAL FD-UNL-ID.      00058500
            IF FD-UG-IDFUNC EQUAL FD-UNL-ID                             00058600
               MOVE FD-UG-CARGO TO WRK-CARGO-FUNC                       00058700
            ELSE                                                        00058800
               MOVE SPACES TO WRK-CARGO-FUNC                            00058900
            END-IF.                                                     00059000
                                                                        00059100
      *----FOLHA ATUAL DO SETOR, AVALIADO OU NAO--------------------*   00059200
            MOVE FD-UNL-SETOR TO WRK-SETOR-BUSCA.                       00059300
            PERFORM 2900-LOCALIZAR-SETOR.                               00059400
            IF WRK-IDX-SET GREATER ZEROES                               00059500
               ADD FD-UNL-SALARIO TO WRK-SET-ATUAL (WRK-IDX-SET)        00059600
            END-IF.                                                     00059700
                                                                        00059800
            MOVE ZERO TO WRK-IDX-AVA.                                   00059900
            MOVE 1 TO WRK-SUB-AVA.                                      00060000
            PERFORM 2020-COMPARAR-AVALIADO                              00060100
                    UNTIL WRK-SUB-AVA GREATER WRK-QTD-AVA               00060200
                       OR WRK-IDX-AVA GREATER ZERO.                     00060300
            IF WRK-IDX-AVA GREATER ZERO                                 00060400
               MOVE 'S' TO WRK-AVA-SW-USADA (WRK-IDX-AVA)               00060500
               PERFORM 2100-PROPOR-MERITO                               00060600
            END-IF.                                                     00060700
                                                                        00060800
       2010-99-FIM.              EXIT.                                  00060900
      *-------------------------------------------------------------*   00061000
       2020-COMPARAR-AVALIADO                   SECTION.                00061100
      *-------------------------------------------------------------*   00061200
            IF WRK-AVA-ID (WRK-SUB-AVA) EQUAL FD-UNL-ID                 00061300
               MOVE WRK-SUB-AVA TO WRK-IDX-AVA                          00061400
            END-IF.                                                     00061500
            ADD 1 TO WRK-SUB-AVA.                                       00061600
       2020-99-FIM.              EXIT.                                  00061700
      *-------------------------------------------------------------*   00061800
       2050-AVANCAR-CARGUNL                     SECTION.                00061900
      *-------------------------------------------------------------*   00062000
            PERFORM 1500-LER-CARGUNL.                                   00062100
       2050-99-FIM.              EXIT.                                  00062200
      *-------------------------------------------------------------*   00062300
       2100-PROPOR-MERITO                       SECTION.                00062400
      *-------------------------------------------------------------*   00062500
      *   POSICAO NA FAIXA: 0 NO PISO (OU ABAIXO), 100 NO TETO (OU  *   00062600
      *   ACIMA). A PRIMEIRA LINHA DA MATRIZ QUE CONTEM A NOTA E A  *   00062700
      *   POSICAO DA O PERCENTUAL; O NOVO SALARIO PARA NO TETO.     *   00062800
      *-------------------------------------------------------------*   00062900
            ADD 1 TO WRK-QTD-AVALIADOS.                                 00063000
            MOVE FD-UNL-ID          TO WRK-PRO-ID.                      00063100
            MOVE FD-UNL-NOME        TO WRK-PRO-NOME.                    00063200
            MOVE FD-UNL-SETOR       TO WRK-PRO-SETOR.                   00063300
            MOVE WRK-CARGO-FUNC     TO WRK-PRO-CARGO.                   00063400
            MOVE WRK-AVA-NOTA (WRK-IDX-AVA) TO WRK-PRO-NOTA.            00063500
            MOVE FD-UNL-SALARIO     TO WRK-PRO-ATUAL                    00063600
                                       WRK-PRO-NOVO.                    00063700
            MOVE ZEROES             TO WRK-PRO-POSICAO                  00063800
                                       WRK-PRO-PERC.                    00063900
            MOVE SPACES             TO WRK-OBS.                         00064000
                                                                        00064100
            PERFORM 2105-CALCULAR-PROPOSTA.                             00064200
            IF WRK-OBS NOT EQUAL SPACES                                 00064300
               MOVE WRK-OBS TO WRK-PRO-OBS                              00064400
               ADD 1 TO WRK-QTD-PENDENCIA                               00064500
            END-IF.                                                     00064600
            WRITE FD-RELMERIT FROM WRK-LINHA-PROPOSTA.                  00064700
       2100-99-FIM.              EXIT.                                  00064800
      *-------------------------------------------------------------*   00064900
       2105-CALCULAR-PROPOSTA                   SECTION.                00065000
      *-------------------------------------------------------------*   00065100
      *   SEM CARGO, SEM FAIXA OU FORA DA MATRIZ FICA EM WRK-OBS    *   00065200
      *   (PENDENCIA, SEM CARTAO).                                  *   00065300
      *-------------------------------------------------------------*   00065400
            IF WRK-CARGO-FUNC EQUAL SPACES                              00065500
               MOVE 'SEM CARGO       ' TO WRK-OBS                       00065600
               GO TO 2105-99-FIM.                                       00065700
                                                                        00065800
            MOVE ZEROES TO WRK-IDX-FXC.                                 00065900
            MOVE 1 TO WRK-SUB-FXC.                                      00066000
            PERFORM 2110-COMPARAR-FAIXA                                 00066100
                    UNTIL WRK-SUB-FXC GREATER WRK-QTD-FXC               00066200
                       OR WRK-IDX-FXC GREATER ZEROES.                   00066300
            IF WRK-IDX-FXC EQUAL ZEROES                                 00066400
               MOVE 'SEM FAIXA       ' TO WRK-OBS                       00066500
               GO TO 2105-99-FIM.                                       00066600
                                                                        00066700
            EVALUATE TRUE                                               00066800
              WHEN FD-UNL-SALARIO NOT GREATER                           00066900
                   WRK-FXC-PISO (WRK-IDX-FXC)                           00067000
                MOVE ZEROES TO WRK-POSICAO                              00067100
              WHEN FD-UNL-SALARIO NOT LESS                              00067200
                   WRK-FXC-TETO (WRK-IDX-FXC)                           00067300
                MOVE 100 TO WRK-POSICAO                                 00067400
              WHEN OTHER                                                00067500
                COMPUTE WRK-POSICAO =                                   00067600
                        (FD-UNL-SALARIO - WRK-FXC-PISO (WRK-IDX-FXC))   00067700
                        * 100 / (WRK-FXC-TETO (WRK-IDX-FXC)             00067800
                               - WRK-FXC-PISO (WRK-IDX-FXC))            00067900
            END-EVALUATE.                                               00068000
            MOVE WRK-POSICAO TO WRK-PRO-POSICAO.                        00068100
                                                                        00068200
            MOVE ZEROES TO WRK-IDX-MAT.                                 00068300
            MOVE 1 TO WRK-SUB-MAT.                                      00068400
            PERFORM 2120-COMPARAR-MATRIZ                                00068500
                    UNTIL WRK-SUB-MAT GREATER WRK-QTD-MAT               00068600
                       OR WRK-IDX-MAT GREATER ZEROES.                   00068700
            IF WRK-IDX-MAT EQUAL ZEROES                                 00068800
               MOVE 'FORA DA MATRIZ  ' TO WRK-OBS                       00068900
               GO TO 2105-99-FIM.                                       00069000
            MOVE WRK-MAT-PERC (WRK-IDX-MAT) TO WRK-PRO-PERC.            00069100
                                                                        00069200
            IF FD-UNL-SALARIO NOT LESS WRK-FXC-TETO (WRK-IDX-FXC)       00069300
               MOVE 'JA NO TETO      ' TO WRK-PRO-OBS                   00069400
               ADD 1 TO WRK-QTD-NOTETO                                  00069500
               GO TO 2105-99-FIM.                                       00069600
                                                                        00069700
            COMPUTE WRK-SAL-NOVO ROUNDED =                              00069800
                    FD-UNL-SALARIO                                      00069900
                    * (100 + WRK-MAT-PERC (WRK-IDX-MAT)) / 100.         00070000
            MOVE SPACES TO WRK-PRO-OBS.                                 00070100
            IF WRK-SAL-NOVO GREATER WRK-FXC-TETO (WRK-IDX-FXC)          00070200
               MOVE WRK-FXC-TETO (WRK-IDX-FXC) TO WRK-SAL-NOVO          00070300
               MOVE 'LIMITADO AO TETO' TO WRK-PRO-OBS                   00070400
            END-IF.                                                     00070500
            IF WRK-SAL-NOVO NOT GREATER FD-UNL-SALARIO                  00070600
               MOVE 'SEM AUMENTO     ' TO WRK-PRO-OBS                   00070700
               GO TO 2105-99-FIM.                                       00070800
                                                                        00070900
            COMPUTE WRK-AUMENTO = WRK-SAL-NOVO - FD-UNL-SALARIO.        00071000
            MOVE WRK-SAL-NOVO TO WRK-PRO-NOVO.                          00071100
            ADD WRK-AUMENTO TO WRK-TOT-AUMENTO.                         00071200
            IF WRK-IDX-SET GREATER ZEROES                               00071300
               ADD WRK-AUMENTO TO WRK-SET-AUMENTO (WRK-IDX-SET)         00071400
            END-IF.                                                     00071500
            PERFORM 2200-GERAR-DECK-MERITO.                             00071600
            ADD 1 TO WRK-QTD-PROPOSTAS.                                 00071700
       2105-99-FIM.              EXIT.                                  00071800
      *-------------------------------------------------------------*   00071900
       2110-COMPARAR-FAIXA                      SECTION.                00072000
      *-------------------------------------------------------------*   00072100
            IF WRK-FXC-SETOR (WRK-SUB-FXC) EQUAL FD-UNL-SETOR           00072200
               AND WRK-FXC-CARGO (WRK-SUB-FXC) EQUAL WRK-CARGO-FUNC     00072300
               MOVE WRK-SUB-FXC TO WRK-IDX-FXC                          00072400
            END-IF.                                                     00072500
            ADD 1 TO WRK-SUB-FXC.                                       00072600
       2110-99-FIM.              EXIT.                                  00072700
      *-------------------------------------------------------------*   00072800
       2120-COMPARAR-MATRIZ                     SECTION.                00072900
      *-------------------------------------------------------------*   00073000
            IF WRK-AVA-NOTA (WRK-IDX-AVA) NOT LESS                      00073100
               WRK-MAT-NOTAMIN (WRK-SUB-MAT)                            00073200
               AND WRK-AVA-NOTA (WRK-IDX-AVA) NOT GREATER               00073300
                   WRK-MAT-NOTAMAX (WRK-SUB-MAT)                        00073400
               AND WRK-POSICAO NOT LESS WRK-MAT-POSMIN (WRK-SUB-MAT)    00073500
               AND WRK-POSICAO NOT GREATER                              00073600
                   WRK-MAT-POSMAX (WRK-SUB-MAT)                         00073700
               MOVE WRK-SUB-MAT TO WRK-IDX-MAT                          00073800
            END-IF.                                                     00073900
            ADD 1 TO WRK-SUB-MAT.                                       00074000
       2120-99-FIM.              EXIT.                                  00074100
      *-------------------------------------------------------------*   00074200
       2200-GERAR-DECK-MERITO                   SECTION.                00074300
      *-------------------------------------------------------------*   00074400
      *   GRUPO DE 7 CARTOES DO FR19DB05: ID / NOME / SETOR /       *   00074500
      *   SALARIO / DATAADM / EMAIL / CARGO. SO ID E SALARIO VAO    *   00074600
      *   PREENCHIDOS - EM BRANCO O FR19DB05 MANTEM O ATUAL.        *   00074700
      *-------------------------------------------------------------*   00074800
            MOVE SPACES TO WRK-CARTAO.                                  00074900
            MOVE FD-UNL-ID TO WRK-CAR-CONTEUDO (1:5).                   00075000
            PERFORM 2210-GRAVAR-CARTAO.                                 00075100
            MOVE SPACES TO WRK-CAR-CONTEUDO.                            00075200
            PERFORM 2210-GRAVAR-CARTAO 2 TIMES.                         00075300
            MOVE WRK-SAL-NOVO TO WRK-SALARIO-9.                         00075400
            MOVE WRK-SALARIO-X TO WRK-CAR-CONTEUDO (1:10).              00075500
            PERFORM 2210-GRAVAR-CARTAO.                                 00075600
            MOVE SPACES TO WRK-CAR-CONTEUDO.                            00075700
            PERFORM 2210-GRAVAR-CARTAO 3 TIMES.                         00075800
       2200-99-FIM.              EXIT.                                  00075900
      *-------------------------------------------------------------*   00076000
       2210-GRAVAR-CARTAO                       SECTION.                00076100
      *-------------------------------------------------------------*   00076200
            WRITE FD-DECKMER FROM WRK-CARTAO.                           00076300
            IF WRK-FS-DECKMER NOT EQUAL 00                              00076400
               MOVE 'ERRO NA GRAVACAO DECKMER' TO WRK-MSGERRO           00076500
               MOVE '2210'                     TO WRK-SECAO             00076600
               MOVE WRK-FS-DECKMER             TO WRK-STATUS            00076700
               PERFORM 9000-TRATAERROS                                  00076800
            END-IF.                                                     00076900
       2210-99-FIM.              EXIT.                                  00077000
      *-------------------------------------------------------------*   00077100
       2900-LOCALIZAR-SETOR                     SECTION.                00077200
      *-------------------------------------------------------------*   00077300
            MOVE ZEROES TO WRK-IDX-SET.                                 00077400
            MOVE 1 TO WRK-SUB-SET.                                      00077500
            PERFORM 2910-COMPARAR-SETOR                                 00077600
                    UNTIL WRK-SUB-SET GREATER WRK-QTD-SET               00077700
                       OR WRK-IDX-SET GREATER ZEROES.                   00077800
            IF WRK-IDX-SET EQUAL ZEROES                                 00077900
               IF WRK-QTD-SET LESS 100                                  00078000
                  ADD 1 TO WRK-QTD-SET                                  00078100
                  MOVE WRK-QTD-SET TO WRK-IDX-SET                       00078200
                  MOVE WRK-SETOR-BUSCA TO WRK-SET-SETOR (WRK-IDX-SET)   00078300
                  MOVE ZEROES TO WRK-SET-ATUAL (WRK-IDX-SET)            00078400
                                 WRK-SET-AUMENTO (WRK-IDX-SET)          00078500
                                 WRK-SET-ORCADO (WRK-IDX-SET)           00078600
                  MOVE 'N' TO WRK-SET-SW-ORC (WRK-IDX-SET)              00078700
               ELSE                                                     00078800
                  DISPLAY ' TABELA DE SETORES ESGOTADA (100) - '        00078900
                          WRK-SETOR-BUSCA                               00079000
                  ADD 1 TO WRK-QTD-IGNORA                               00079100
               END-IF                                                   00079200
            END-IF.                                                     00079300
       2900-99-FIM.              EXIT.                                  00079400
      *-------------------------------------------------------------*   00079500
       2910-COMPARAR-SETOR                      SECTION.                00079600
      *-------------------------------------------------------------*   00079700
            IF WRK-SET-SETOR (WRK-SUB-SET) EQUAL WRK-SETOR-BUSCA        00079800
               MOVE WRK-SUB-SET TO WRK-IDX-SET                          00079900
            END-IF.                                                     00080000
            ADD 1 TO WRK-SUB-SET.                                       00080100
       2910-99-FIM.              EXIT.                                  00080200
      *-------------------------------------------------------------*   00080300
       3000-FINALIZAR                           SECTION.                00080400
      *-------------------------------------------------------------*   00080500
      *----AVALIADOS QUE NAO ESTAO ATIVOS NA DESCARGA---------------*   00080600
             MOVE 1 TO WRK-SUB-AVA.                                     00080700
             PERFORM 3100-LISTAR-NAO-ATIVO                              00080800
                     UNTIL WRK-SUB-AVA GREATER WRK-QTD-AVA.             00080900
                                                                        00081000
      *----GRUPO TERMINADOR DO DECK DO FR19DB05---------------------*   00081100
             MOVE SPACES TO WRK-CARTAO.                                 00081200
             MOVE '99999' TO WRK-CAR-CONTEUDO (1:5).                    00081300
             PERFORM 2210-GRAVAR-CARTAO.                                00081400
             MOVE SPACES TO WRK-CAR-CONTEUDO.                           00081500
             PERFORM 2210-GRAVAR-CARTAO 6 TIMES.                        00081600
                                                                        00081700
             WRITE FD-RELMERIT FROM WRK-LINHA-TRACO.                    00081800
             WRITE FD-RELMERIT FROM WRK-LINHA-TIT-SETOR.                00081900
             WRITE FD-RELMERIT FROM WRK-LINHA-TRACO.                    00082000
             WRITE FD-RELMERIT FROM WRK-LINHA-CAB-SETOR.                00082100
             MOVE 1 TO WRK-SUB-SET.                                     00082200
             PERFORM 3200-LISTAR-SETOR                                  00082300
                     UNTIL WRK-SUB-SET GREATER WRK-QTD-SET.             00082400
             WRITE FD-RELMERIT FROM WRK-LINHA-TRACO.                    00082500
                                                                        00082600
             CLOSE AVALIAC MATRIZM FAIXASC FUNCUNL CARGUNL ORCAMENT     00082700
                   DECKMER RELMERIT.                                    00082800
              DISPLAY ' ============================================'.  00082900
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB54          '.  00083000
              DISPLAY ' ============================================'.  00083100
              DISPLAY ' PERIODO DA AVALIACAO.......' WRK-PERIODO-AC.    00083200
              DISPLAY ' MES DO ORCAMENTO...........' WRK-MES-ORC.       00083300
              DISPLAY ' AVALIACOES DO PERIODO......' WRK-QTD-AVA.       00083400
              DISPLAY ' ATIVOS LIDOS...............' WRK-REGLIDOS.      00083500
              DISPLAY ' ATIVOS AVALIADOS...........' WRK-QTD-AVALIADOS. 00083600
              DISPLAY ' PROPOSTAS NO DECKMER.......' WRK-QTD-PROPOSTAS. 00083700
              DISPLAY ' JA NO TETO DA FAIXA........' WRK-QTD-NOTETO.    00083800
              DISPLAY ' SEM PROPOSTA (PENDENCIA)...' WRK-QTD-PENDENCIA. 00083900
              DISPLAY ' SETORES ACIMA DO ORCAMENTO.' WRK-QTD-ESTOURO.   00084000
              DISPLAY ' REGISTROS IGNORADOS........' WRK-QTD-IGNORA.    00084100
              DISPLAY ' AUMENTO MENSAL PROPOSTO....' WRK-TOT-AUMENTO.   00084200
              DISPLAY ' ============================================'.  00084300
              IF WRK-QTD-PENDENCIA GREATER ZEROES                       00084400
                 OR WRK-QTD-ESTOURO GREATER ZEROES                      00084500
                 OR WRK-QTD-IGNORA GREATER ZEROES                       00084600
                 MOVE 4 TO RETURN-CODE                                  00084700
              END-IF.                                                   00084800
                                                                        00084900
       3000-99-FIM.              EXIT.                                  00085000
      *-------------------------------------------------------------*   00085100
       3100-LISTAR-NAO-ATIVO                    SECTION.                00085200
      *-------------------------------------------------------------*   00085300
            IF WRK-AVA-SW-USADA (WRK-SUB-AVA) EQUAL 'N'                 00085400
               MOVE SPACES TO WRK-LINHA-PROPOSTA                        00085500
               MOVE WRK-AVA-ID (WRK-SUB-AVA)   TO WRK-PRO-ID            00085600
               MOVE WRK-AVA-NOTA (WRK-SUB-AVA) TO WRK-PRO-NOTA          00085700
               MOVE 'NAO ATIVO       '         TO WRK-PRO-OBS           00085800
               WRITE FD-RELMERIT FROM WRK-LINHA-PROPOSTA                00085900
               ADD 1 TO WRK-QTD-PENDENCIA                               00086000
            END-IF.                                                     00086100
            ADD 1 TO WRK-SUB-AVA.                                       00086200
       3100-99-FIM.              EXIT.                                  00086300
      *-------------------------------------------------------------*   00086400
       3200-LISTAR-SETOR                        SECTION.                00086500
      *-------------------------------------------------------------*   00086600
            MOVE WRK-SET-SETOR (WRK-SUB-SET)   TO WRK-LST-SETOR.        00086700
            MOVE WRK-SET-ATUAL (WRK-SUB-SET)   TO WRK-LST-ATUAL.        00086800
            MOVE WRK-SET-AUMENTO (WRK-SUB-SET) TO WRK-LST-AUMENTO.      00086900
            COMPUTE WRK-LST-PROPOSTA = WRK-SET-ATUAL (WRK-SUB-SET)      00087000
                                     + WRK-SET-AUMENTO (WRK-SUB-SET).   00087100
            MOVE WRK-SET-ORCADO (WRK-SUB-SET)  TO WRK-LST-ORCADO.       00087200
            COMPUTE WRK-SALDO-ORC = WRK-SET-ORCADO (WRK-SUB-SET)        00087300
                                  - WRK-SET-ATUAL (WRK-SUB-SET)         00087400
                                  - WRK-SET-AUMENTO (WRK-SUB-SET).      00087500
            MOVE WRK-SALDO-ORC TO WRK-LST-SALDO.                        00087600
            EVALUATE TRUE                                               00087700
              WHEN WRK-SET-SW-ORC (WRK-SUB-SET) EQUAL 'N'               00087800
                MOVE 'SEM ORCAMENTO     ' TO WRK-LST-ALERTA             00087900
              WHEN WRK-SALDO-ORC LESS ZEROES                            00088000
                MOVE 'ACIMA DO ORCAMENTO' TO WRK-LST-ALERTA             00088100
                ADD 1 TO WRK-QTD-ESTOURO                                00088200
              WHEN OTHER                                                00088300
                MOVE SPACES TO WRK-LST-ALERTA                           00088400
            END-EVALUATE.                                               00088500
            WRITE FD-RELMERIT FROM WRK-LINHA-SETOR.                     00088600
            ADD 1 TO WRK-SUB-SET.                                       00088700
       3200-99-FIM.              EXIT.                                  00088800
      *-------------------------------------------------------------*   00088900
       4000-TESTARSTATUS                            SECTION.            00089000
      *-------------------------------------------------------------*   00089100
                 PERFORM 4100-TESTARSTATUS-FUNCUNL.                     00089200
                 IF WRK-FS-AVALIAC NOT EQUAL 00                         00089300
                    AND WRK-FS-AVALIAC NOT EQUAL 10                     00089400
                   MOVE 'ERRO NO AVALIAC       ' TO WRK-MSGERRO         00089500
                   MOVE '1100'                   TO WRK-SECAO           00089600
                   MOVE WRK-FS-AVALIAC           TO WRK-STATUS          00089700
                    PERFORM 9000-TRATAERROS                             00089800
                 END-IF.                                                00089900
                 IF WRK-FS-MATRIZM NOT EQUAL 00                         00090000
                    AND WRK-FS-MATRIZM NOT EQUAL 10                     00090100
                   MOVE 'ERRO NO MATRIZM       ' TO WRK-MSGERRO         00090200
                   MOVE '1200'                   TO WRK-SECAO           00090300
                   MOVE WRK-FS-MATRIZM           TO WRK-STATUS          00090400
                    PERFORM 9000-TRATAERROS                             00090500
                 END-IF.                                                00090600
                 IF WRK-FS-FAIXASC NOT EQUAL 00                         00090700
                    AND WRK-FS-FAIXASC NOT EQUAL 10                     00090800
                   MOVE 'ERRO NO FAIXASC       ' TO WRK-MSGERRO         00090900
                   MOVE '1300'                   TO WRK-SECAO           00091000
                   MOVE WRK-FS-FAIXASC           TO WRK-STATUS          00091100
                    PERFORM 9000-TRATAERROS                             00091200
                 END-IF.                                                00091300
                 IF WRK-FS-CARGUNL NOT EQUAL 00                         00091400
                    AND WRK-FS-CARGUNL NOT EQUAL 10                     00091500
                   MOVE 'ERRO NO CARGUNL       ' TO WRK-MSGERRO         00091600
                   MOVE '1500'                   TO WRK-SECAO           00091700
                   MOVE WRK-FS-CARGUNL           TO WRK-STATUS          00091800
                    PERFORM 9000-TRATAERROS                             00091900
                 END-IF.                                                00092000
                 IF WRK-FS-ORCAMENT NOT EQUAL 00                        00092100
                    AND WRK-FS-ORCAMENT NOT EQUAL 10                    00092200
                   MOVE 'ERRO NO ORCAMENT      ' TO WRK-MSGERRO         00092300
                   MOVE '1400'                   TO WRK-SECAO           00092400
                   MOVE WRK-FS-ORCAMENT          TO WRK-STATUS          00092500
                    PERFORM 9000-TRATAERROS                             00092600
                 END-IF.                                                00092700
                 IF WRK-FS-DECKMER NOT EQUAL 00                         00092800
                   MOVE 'ERRO NO OPEN DECKMER  ' TO WRK-MSGERRO         00092900
                   MOVE '1000'                   TO WRK-SECAO           00093000
                   MOVE WRK-FS-DECKMER           TO WRK-STATUS          00093100
                    PERFORM 9000-TRATAERROS                             00093200
                 END-IF.                                                00093300
                 IF WRK-FS-RELMERIT NOT EQUAL 00                        00093400
                   MOVE 'ERRO NO OPEN RELMERIT ' TO WRK-MSGERRO         00093500
                   MOVE '1000'                   TO WRK-SECAO           00093600
                   MOVE WRK-FS-RELMERIT          TO WRK-STATUS          00093700
                    PERFORM 9000-TRATAERROS                             00093800
                 END-IF.                                                00093900
                                                                        00094000
       4000-99-FIM.              EXIT.                                  00094100
      *-------------------------------------------------------------*   00094200
       4100-TESTARSTATUS-FUNCUNL                    SECTION.            00094300
      *-------------------------------------------------------------*   00094400
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00094500
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00094600
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00094700
                 MOVE '2000'                   TO WRK-SECAO             00094800
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00094900
                  PERFORM 9000-TRATAERROS                               00095000
               END-IF.                                                  00095100
                                                                        00095200
       4100-99-FIM.              EXIT.                                  00095300
      *-------------------------------------------------------------*   00095400
       9000-TRATAERROS                              SECTION.            00095500
      *-------------------------------------------------------------*   00095600
           MOVE 'FR19DB54' TO WRK-PROGRAMA                              00095700
           MOVE 'E'        TO WRK-SEVERIDADE                            00095800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00095900
           GOBACK.                                                      00096000
                                                                        00096100
       9000-99-FIM.              EXIT.                                  00096200
