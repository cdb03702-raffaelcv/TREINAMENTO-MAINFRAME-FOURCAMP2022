      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX45.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:05/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: RENTABILIDADE MENSAL POR CONTA E POR AGENCIA.   *   00001200
      *    A CADEIA POSTA TUDO, MAS NINGUEM SABIA QUAIS CONTAS E    *   00001300
      *    AGENCIAS DAVAM RESULTADO. O CLIENTES DO FECHAMENTO DO    *   00001400
      *    MES CONDUZ O BALANCEAMENTO (AGENCIA + CONTA) COM:        *   00001500
      *     HISTMOV  - MOVIMENTOS EFETIVADOS (SITUACAO P): DO SALDO *   00001600
      *                DE FECHAMENTO E DOS MOVIMENTOS DO MES SAI O  *   00001700
      *                SALDO DE CADA DIA E O SALDO MEDIO DIARIO     *   00001800
      *     MOVTAR   - TARIFAS E JUROS DE CHEQUE ESPECIAL DO        *   00001900
      *                FR19EX06 (HISTORICO 'JUROS...' = JUROS,      *   00002000
      *                DEMAIS = TARIFA)                             *   00002100
      *     MOV0106R - RECUSAS DO MES (GERACOES CONCATENADAS), CADA *   00002200
      *                UMA COM CUSTO DE TRATAMENTO DO CARTAO 3      *   00002300
      *    CONTRIBUICAO LIQUIDA = SALDO MEDIO CREDOR X TAXA DE      *   00002400
      *    CAPTACAO DO CARTAO 2 + TARIFAS + JUROS - RECUSAS X       *   00002500
      *    CUSTO. O RELRENT TRAZ O RANKING DAS CONTAS E DAS         *   00002600
      *    AGENCIAS (NOME E REGIAO DO CADASTRO AGENCIAS), O QUADRO  *   00002700
      *    POR REGIAO E, NO FIM, O DECIL INFERIOR DAS CONTAS PARA   *   00002800
      *    REPRECIFICACAO.                                          *   00002900
      *    TODAS AS ENTRADAS CLASSIFICADAS POR AGENCIA + CONTA      *   00003000
      *    (HISTMOV TAMBEM POR DATA) NO SORT DA JCL.                *   00003100
      *    CARTAO SYSIN 1: COMPETENCIA AAAAMM (ZEROS = MES ANTERIOR)*   00003200
      *    CARTAO SYSIN 2: TAXA DE CAPTACAO AO MES (05000 = 0,5000%)*   00003300
      *    CARTAO SYSIN 3: CUSTO POR RECUSA (9(08), ZEROS = 2)      *   00003400
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00003500
      *-------------------------------------------------------------*   00003600
      *   ARQUIVOS...:                                              *   00003700
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003800
      *    CLIENTES             I                  -----------      *   00003900
      *    HISTMOV              I                  -----------      *   00004000
      *    MOVTAR               I                  -----------      *   00004100
      *    MOV0106R             I                  -----------      *   00004200
      *    AGENCIAS             I                  -----------      *   00004300
      *    RELRENT              O                  -----------      *   00004400
      *-------------------------------------------------------------*   00004500
      *   MODULOS....:                             INCLUDE/BOOK     *   00004600
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004700
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00004800
      *=============================================================*   00004900
                                                                        00005000
      *=============================================================*   00005100
       ENVIRONMENT                               DIVISION.              00005200
      *=============================================================*   00005300
                                                                        00005400
      *=============================================================*   00005500
       CONFIGURATION                               SECTION.             00005600
      *=============================================================*   00005700
       SPECIAL-NAMES.                                                   00005800
           DECIMAL-POINT IS COMMA.                                      00005900
                                                                        00006000
       INPUT-OUTPUT                                SECTION.             00006100
       FILE-CONTROL.                                                    00006200
            SELECT CLIENTES ASSIGN TO CLIENTES                          00006300
                 FILE STATUS IS WRK-FS-CLIENTES.                        00006400
                                                                        00006500
            SELECT HISTMOV ASSIGN TO HISTMOV                            00006600
                 FILE STATUS IS WRK-FS-HISTMOV.                         00006700
                                                                        00006800
            SELECT MOVTAR ASSIGN TO MOVTAR                              00006900
                 FILE STATUS IS WRK-FS-MOVTAR.                          00007000
                                                                        00007100
            SELECT MOV0106R ASSIGN TO MOV0106R                          00007200
                 FILE STATUS IS WRK-FS-MOV0106R.                        00007300
                                                                        00007400
            SELECT AGENCIAS ASSIGN TO AGENCIAS                          00007500
                 FILE STATUS IS WRK-FS-AGENCIAS.                        00007600
                                                                        00007700
            SELECT RELRENT ASSIGN TO RELRENT                            00007800
                 FILE STATUS IS WRK-FS-RELRENT.                         00007900
                                                                        00008000
      *=============================================================*   00008100
       DATA                                      DIVISION.              00008200
      *=============================================================*   00008300
       FILE                                      SECTION.               00008400
      *-------------------LRECL 89----------------------------------*   00008500
       FD CLIENTES                                                      00008600
           RECORDING MODE IS F                                          00008700
           LABEL RECORD IS STANDARD                                     00008800
           BLOCK CONTAINS 0 RECORDS.                                    00008900
       01 FD-CLIENTES.                                                  00009000
          05 FD-CHAVE.                                                  00009100
             10 FD-AGENCIA      PIC X(04).                              00009200
             10 FD-CONTA        PIC X(04).                              00009300
          05 FD-NOME            PIC X(30).                              00009400
          05 FD-SALDO           PIC S9(08).                             00009500
          05 FD-STATUS          PIC X(01).                              00009600
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00009700
          05 FD-LIMITE          PIC 9(08).                              00009800
          05 FD-DOCUMENTO       PIC 9(14).                              00009900
                                                                        00010000
      *-------------------LRECL 56----------------------------------*   00010100
       FD HISTMOV                                                       00010200
           RECORDING MODE IS F                                          00010300
           LABEL RECORD IS STANDARD                                     00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-HISTMOV.                                                   00010600
          05 FD-HIS-CHAVE.                                              00010700
             10 FD-HIS-AGENCIA      PIC X(04).                          00010800
             10 FD-HIS-CONTA        PIC X(04).                          00010900
          05 FD-HIS-DATA            PIC 9(08).                          00011000
          05 FD-HIS-DATA-R REDEFINES FD-HIS-DATA.                       00011100
             10 FD-HIS-ANOMES       PIC 9(06).                          00011200
             10 FD-HIS-DIA          PIC 9(02).                          00011300
          05 FD-HIS-HISTORICO       PIC X(30).                          00011400
          05 FD-HIS-VALOR           PIC 9(08).                          00011500
          05 FD-HIS-TIPOMOV         PIC X(01).                          00011600
          05 FD-HIS-SITUACAO        PIC X(01).                          00011700
                                                                        00011800
      *-------------------LRECL 55----------------------------------*   00011900
       FD MOVTAR                                                        00012000
           RECORDING MODE IS F                                          00012100
           LABEL RECORD IS STANDARD                                     00012200
           BLOCK CONTAINS 0 RECORDS.                                    00012300
       01 FD-MOVTAR.                                                    00012400
          05 FD-TAR-CHAVE.                                              00012500
             10 FD-TAR-AGENCIA   PIC X(04).                             00012600
             10 FD-TAR-CONTA     PIC X(04).                             00012700
          05 FD-TAR-MOVIMENTO    PIC X(30).                             00012800
          05 FD-TAR-VLRMOVIMENTO PIC 9(08).                             00012900
          05 FD-TAR-TIPOMOV      PIC X(01).                             00013000
          05 FD-TAR-DATAVALOR    PIC 9(08).                             00013100
                                                                        00013200
      *-------------------LRECL 85----------------------------------*   00013300
       FD MOV0106R                                                      00013400
           RECORDING MODE IS F                                          00013500
           LABEL RECORD IS STANDARD                                     00013600
           BLOCK CONTAINS 0 RECORDS.                                    00013700
       01 FD-MOV0106R.                                                  00013800
          05 FD-MOVR-CHAVE.                                             00013900
             10 FD-MOVR-AGENCIA      PIC X(04).                         00014000
             10 FD-MOVR-CONTA        PIC X(04).                         00014100
          05 FD-MOVR-NOME            PIC X(30).                         00014200
          05 FD-MOVR-SALDO           PIC S9(08).                        00014300
          05 FD-MOVR-VLRMOVIMENTO    PIC 9(08).                         00014400
          05 FD-MOVR-MOTIVO          PIC X(30).                         00014500
          05 FD-MOVR-TIPOMOV         PIC X(01).                         00014600
                                                                        00014700
      *-------------------LRECL 45----------------------------------*   00014800
       FD AGENCIAS                                                      00014900
           RECORDING MODE IS F                                          00015000
           LABEL RECORD IS STANDARD                                     00015100
           BLOCK CONTAINS 0 RECORDS.                                    00015200
       01 FD-AGENCIAS.                                                  00015300
          05 FD-AGC-CODIGO      PIC X(04).                              00015400
          05 FD-AGC-NOME        PIC X(30).                              00015500
          05 FD-AGC-REGIAO      PIC X(10).                              00015600
          05 FD-AGC-STATUS      PIC X(01).                              00015700
                                                                        00015800
      *-------------------LRECL 100---------------------------------*   00015900
       FD RELRENT                                                       00016000
           RECORDING MODE IS F.                                         00016100
       01 FD-RELRENT             PIC X(100).                            00016200
                                                                        00016300
      *=============================================================*   00016400
       WORKING-STORAGE                             SECTION.             00016500
      *=============================================================*   00016600
                                                                        00016700
       01 FILLER          PIC X(64) VALUE                               00016800
           '-----------BOOK LOGERROS------------------------'.          00016900
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00017000
       COPY '#GLOG'.                                                    00017100
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00017200
       COPY '#GSTAT'.                                                   00017300
      *-------------------------------------------------------------*   00017400
                                                                        00017500
       01 FILLER          PIC X(64) VALUE                               00017600
           '-----------VARIAVEIS DE STATUS------------------'.          00017700
                                                                        00017800
       77 WRK-FS-CLIENTES PIC 9(02).                                    00017900
       77 WRK-FS-HISTMOV  PIC 9(02).                                    00018000
       77 WRK-FS-MOVTAR   PIC 9(02).                                    00018100
       77 WRK-FS-MOV0106R PIC 9(02).                                    00018200
       77 WRK-FS-AGENCIAS PIC 9(02).                                    00018300
       77 WRK-FS-RELRENT  PIC 9(02).                                    00018400
                                                                        00018500
       01 FILLER          PIC X(64) VALUE                               00018600
           '-----------PARAMETROS SYSIN---------------------'.          00018700
                                                                        00018800
       01 WRK-CARTAO-COMPET.                                            00018900
          05 FILLER              PIC X(10).                             00019000
          05 WRK-CARTAO-COMPET-AC PIC 9(06).                            00019100
                                                                        00019200
       01 WRK-CARTAO-TAXA.                                              00019300
          05 FILLER              PIC X(10).                             00019400
          05 WRK-CARTAO-TAXA-AC  PIC 9V9999.                            00019500
                                                                        00019600
       01 WRK-CARTAO-CUSTO.                                             00019700
          05 FILLER              PIC X(10).                             00019800
          05 WRK-CARTAO-CUSTO-AC PIC 9(08).                             00019900
                                                                        00020000
       77 WRK-TAXA-CAPTACAO  PIC 9V9999 VALUE ZEROES.                   00020100
       77 WRK-CUSTO-RECUSA   PIC 9(08) VALUE ZEROES.                    00020200
                                                                        00020300
      *-------COMPETENCIA E CALENDARIO DO MES------------------------*  00020400
       01 WRK-DATA-HOJE.                                                00020500
          05 WRK-HOJE-ANO        PIC 9(04).                             00020600
          05 WRK-HOJE-MES        PIC 9(02).                             00020700
          05 WRK-HOJE-DIA        PIC 9(02).                             00020800
       01 WRK-COMPETENCIA.                                              00020900
          05 WRK-COMP-ANO        PIC 9(04).                             00021000
          05 WRK-COMP-MES        PIC 9(02).                             00021100
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA                   00021200
                                 PIC 9(06).                             00021300
       01 WRK-TAB-DIAS-MES.                                             00021400
          05 FILLER              PIC X(24) VALUE                        00021500
             '312831303130313130313031'.                                00021600
       01 WRK-TAB-DIAS-R REDEFINES WRK-TAB-DIAS-MES.                    00021700
          05 WRK-DIAS-MES        PIC 9(02) OCCURS 12 TIMES.             00021800
       77 WRK-DIAS-NO-MES    PIC 9(02) VALUE ZEROES.                    00021900
       77 WRK-QUOCIENTE      PIC 9(04) VALUE ZEROES.                    00022000
       77 WRK-RESTO-4        PIC 9(04) VALUE ZEROES.                    00022100
       77 WRK-RESTO-100      PIC 9(04) VALUE ZEROES.                    00022200
       77 WRK-RESTO-400      PIC 9(04) VALUE ZEROES.                    00022300
                                                                        00022400
       01 FILLER          PIC X(64) VALUE                               00022500
           '-----------APURACAO DA CONTA CORRENTE-----------'.          00022600
                                                                        00022700
       77 WRK-MOV-VALOR      PIC S9(09)     VALUE ZEROES.               00022800
       77 WRK-MOV-POSTERIOR  PIC S9(11)     VALUE ZEROES.               00022900
       77 WRK-MOV-MES        PIC S9(11)     VALUE ZEROES.               00023000
       77 WRK-MOV-PONDERADO  PIC S9(13)     VALUE ZEROES.               00023100
       77 WRK-SALDO-FIMMES   PIC S9(11)     VALUE ZEROES.               00023200
       77 WRK-SALDO-ABERTURA PIC S9(11)     VALUE ZEROES.               00023300
       77 WRK-SALDO-MEDIO    PIC S9(11)     VALUE ZEROES.               00023400
       77 WRK-VLR-TARIFAS    PIC 9(09)      VALUE ZEROES.               00023500
       77 WRK-VLR-JUROS      PIC 9(09)      VALUE ZEROES.               00023600
       77 WRK-QTD-RECUSAS    PIC 9(05)      VALUE ZEROES.               00023700
       77 WRK-RECEITA-SALDO  PIC S9(11)V99  VALUE ZEROES.               00023800
       77 WRK-CONTRIBUICAO   PIC S9(11)V99  VALUE ZEROES.               00023900
                                                                        00024000
       01 FILLER          PIC X(64) VALUE                               00024100
           '-----------RANKING DAS CONTAS-------------------'.          00024200
                                                                        00024300
       77 WRK-QTD-CTA     PIC 9(05) VALUE ZEROES.                       00024400
       77 WRK-SUB-CTA     PIC 9(05) VALUE ZEROES.                       00024500
       77 WRK-PRX-CTA     PIC 9(05) VALUE ZEROES.                       00024600
       77 WRK-QTD-DECIL   PIC 9(05) VALUE ZEROES.                       00024700
       77 WRK-INICIO-DECIL PIC 9(05) VALUE ZEROES.                      00024800
       01 WRK-TAB-CONTAS.                                               00024900
          05 WRK-CTA-LINHA OCCURS 3000 TIMES.                           00025000
             10 WRK-CTA-AGENCIA    PIC X(04).                           00025100
             10 WRK-CTA-CONTA      PIC X(04).                           00025200
             10 WRK-CTA-NOME       PIC X(20).                           00025300
             10 WRK-CTA-SLDMED     PIC S9(11).                          00025400
             10 WRK-CTA-TARIFAS    PIC 9(09).                           00025500
             10 WRK-CTA-JUROS      PIC 9(09).                           00025600
             10 WRK-CTA-RECUSAS    PIC 9(05).                           00025700
             10 WRK-CTA-CONTRIB    PIC S9(11)V99.                       00025800
       01 WRK-CTA-TROCA          PIC X(75).                             00025900
                                                                        00026000
       01 FILLER          PIC X(64) VALUE                               00026100
           '-----------RANKING DAS AGENCIAS-----------------'.          00026200
                                                                        00026300
       77 WRK-AGENCIA-BUSCA PIC X(04) VALUE SPACES.                     00026400
       77 WRK-QTD-AGE     PIC 9(03) VALUE ZEROES.                       00026500
       77 WRK-SUB-AGE     PIC 9(03) VALUE ZEROES.                       00026600
       77 WRK-PRX-AGE     PIC 9(03) VALUE ZEROES.                       00026700
       77 WRK-IDX-AGE     PIC 9(03) VALUE ZEROES.                       00026800
       01 WRK-TAB-AGENCIAS.                                             00026900
          05 WRK-AGE-LINHA OCCURS 200 TIMES.                            00027000
             10 WRK-AGE-AGENCIA    PIC X(04).                           00027100
             10 WRK-AGE-NOME       PIC X(30).                           00027200
             10 WRK-AGE-REGIAO     PIC X(10).                           00027300
             10 WRK-AGE-CONTAS     PIC 9(05).                           00027400
             10 WRK-AGE-SLDMED     PIC S9(13).                          00027500
             10 WRK-AGE-CONTRIB    PIC S9(13)V99.                       00027600
       01 WRK-AGE-TROCA          PIC X(77).                             00027700
                                                                        00027800
      *----CADASTRO DE AGENCIAS (NOME/REGIAO, MANTIDO PELO----------*   00027900
      *----FR19EX31); SEM O ARQUIVO O RELATORIO SAI SO COM CODIGOS---*  00028000
       77 WRK-SW-FIM-CAD  PIC X(01) VALUE 'N'.                          00028100
           88 WRK-FIM-CADASTRO      VALUE 'S'.                          00028200
       77 WRK-QTD-CAD     PIC 9(03) VALUE ZEROES.                       00028300
       77 WRK-SUB-CAD     PIC 9(03) VALUE ZEROES.                       00028400
       77 WRK-IDX-CAD     PIC 9(03) VALUE ZEROES.                       00028500
       01 WRK-TAB-CADASTRO.                                             00028600
          05 WRK-CAD-LINHA OCCURS 200 TIMES.                            00028700
             10 WRK-CAD-CODIGO     PIC X(04).                           00028800
             10 WRK-CAD-NOME       PIC X(30).                           00028900
             10 WRK-CAD-REGIAO     PIC X(10).                           00029000
                                                                        00029100
      *----SUBTOTAIS POR REGIAO--------------------------------------*  00029200
       77 WRK-REGIAO-BUSCA PIC X(10) VALUE SPACES.                      00029300
       77 WRK-QTD-REG     PIC 9(02) VALUE ZEROES.                       00029400
       77 WRK-SUB-REG     PIC 9(02) VALUE ZEROES.                       00029500
       77 WRK-IDX-REG     PIC 9(02) VALUE ZEROES.                       00029600
       01 WRK-TAB-REGIOES.                                              00029700
          05 WRK-REG-LINHA OCCURS 30 TIMES.                             00029800
             10 WRK-REG-REGIAO     PIC X(10).                           00029900
             10 WRK-REG-AGENCIAS   PIC 9(03).                           00030000
             10 WRK-REG-CONTAS     PIC 9(05).                           00030100
             10 WRK-REG-CONTRIB    PIC S9(13)V99.                       00030200
                                                                        00030300
       01 FILLER          PIC X(64) VALUE                               00030400
           '-----------CONTADORES E CONTROLES---------------'.          00030500
                                                                        00030600
       77 WRK-SW-DADO-CLI PIC X(01) VALUE 'N'.                          00030700
           88 WRK-DADO-CLI-OK       VALUE 'S'.                          00030800
       77 WRK-SW-DADO-TAR PIC X(01) VALUE 'N'.                          00030900
           88 WRK-DADO-TAR-OK       VALUE 'S'.                          00031000
       77 WRK-SW-TROCA    PIC X(01) VALUE 'N'.                          00031100
           88 WRK-HOUVE-TROCA       VALUE 'S'.                          00031200
       77 WRK-REGCLIENTES PIC 9(07) VALUE ZEROES.                       00031300
       77 WRK-REGHISTMOV  PIC 9(07) VALUE ZEROES.                       00031400
       77 WRK-REGMOVTAR   PIC 9(07) VALUE ZEROES.                       00031500
       77 WRK-REGRECUSAS  PIC 9(07) VALUE ZEROES.                       00031600
       77 WRK-REGSEMCAD   PIC 9(07) VALUE ZEROES.                       00031700
       77 WRK-REGFORA     PIC 9(07) VALUE ZEROES.                       00031800
       77 WRK-TOT-CONTRIB PIC S9(13)V99 VALUE ZEROES.                   00031900
                                                                        00032000
       01 FILLER          PIC X(64) VALUE                               00032100
           '-----------LINHAS DO RELATORIO------------------'.          00032200
       01 WRK-LINHA-TITULO.                                             00032300
          05 FILLER              PIC X(42) VALUE                        00032400
             'RENTABILIDADE POR CONTA E AGENCIA - MES:  '.              00032500
          05 WRK-TIT-COMPET      PIC 9(06).                             00032600
          05 FILLER              PIC X(18) VALUE                        00032700
             '   TAXA CAPTACAO: '.                                      00032800
          05 WRK-TIT-TAXA        PIC 9,9999.                            00032900
          05 FILLER              PIC X(10) VALUE ' %  CUSTO:'.          00033000
          05 WRK-TIT-CUSTO       PIC ZZZZZZZ9.                          00033100
          05 FILLER              PIC X(10) VALUE SPACES.                00033200
       01 WRK-LINHA-TRACO        PIC X(100) VALUE ALL '-'.              00033300
       01 WRK-LINHA-SECAO.                                              00033400
          05 WRK-SEC-TEXTO       PIC X(60).                             00033500
          05 FILLER              PIC X(40) VALUE SPACES.                00033600
       01 WRK-LINHA-CABCTA.                                             00033700
          05 FILLER              PIC X(50) VALUE                        00033800
             ' POS  AGEN CONTA  NOME                      SALDO '.      00033900
          05 FILLER              PIC X(50) VALUE                        00034000
             'MEDIO     TARIFAS       JUROS  REC  CONTRIBUICAO '.       00034100
       01 WRK-LINHA-CONTA.                                              00034200
          05 WRK-LCT-POSICAO     PIC ZZZZ9.                             00034300
          05 FILLER              PIC X(02) VALUE SPACES.                00034400
          05 WRK-LCT-AGENCIA     PIC X(04).                             00034500
          05 FILLER              PIC X(01) VALUE SPACES.                00034600
          05 WRK-LCT-CONTA       PIC X(04).                             00034700
          05 FILLER              PIC X(02) VALUE SPACES.                00034800
          05 WRK-LCT-NOME        PIC X(20).                             00034900
          05 FILLER              PIC X(02) VALUE SPACES.                00035000
          05 WRK-LCT-SLDMED      PIC ZZZ.ZZZ.ZZ9-.                      00035100
          05 FILLER              PIC X(02) VALUE SPACES.                00035200
          05 WRK-LCT-TARIFAS     PIC ZZ.ZZZ.ZZ9.                        00035300
          05 FILLER              PIC X(02) VALUE SPACES.                00035400
          05 WRK-LCT-JUROS       PIC ZZ.ZZZ.ZZ9.                        00035500
          05 FILLER              PIC X(02) VALUE SPACES.                00035600
          05 WRK-LCT-RECUSAS     PIC ZZZ9.                              00035700
          05 FILLER              PIC X(02) VALUE SPACES.                00035800
          05 WRK-LCT-CONTRIB     PIC ZZZ.ZZZ.ZZ9,99-.                   00035900
          05 FILLER              PIC X(01) VALUE SPACES.                00036000
       01 WRK-LINHA-CABAGE.                                             00036100
          05 FILLER              PIC X(50) VALUE                        00036200
             'POS  AGEN  NOME                            REGIAO'.       00036300
          05 FILLER              PIC X(50) VALUE                        00036400
             '      CONTAS      SALDO MEDIO       CONTRIBUICAO '.       00036500
       01 WRK-LINHA-AGENCIA.                                            00036600
          05 WRK-LAG-POSICAO     PIC ZZ9.                               00036700
          05 FILLER              PIC X(02) VALUE SPACES.                00036800
          05 WRK-LAG-AGENCIA     PIC X(04).                             00036900
          05 FILLER              PIC X(02) VALUE SPACES.                00037000
          05 WRK-LAG-NOME        PIC X(30).                             00037100
          05 FILLER              PIC X(02) VALUE SPACES.                00037200
          05 WRK-LAG-REGIAO      PIC X(10).                             00037300
          05 FILLER              PIC X(02) VALUE SPACES.                00037400
          05 WRK-LAG-CONTAS      PIC ZZZZ9.                             00037500
          05 FILLER              PIC X(02) VALUE SPACES.                00037600
          05 WRK-LAG-SLDMED      PIC ZZZ.ZZZ.ZZZ.ZZ9-.                  00037700
          05 FILLER              PIC X(02) VALUE SPACES.                00037800
          05 WRK-LAG-CONTRIB     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.                00037900
          05 FILLER              PIC X(01) VALUE SPACES.                00038000
       01 WRK-LINHA-REGIAO.                                             00038100
          05 FILLER              PIC X(08) VALUE 'REGIAO: '.            00038200
          05 WRK-LRG-REGIAO      PIC X(10).                             00038300
          05 FILLER              PIC X(12) VALUE '  AGENCIAS: '.        00038400
          05 WRK-LRG-AGENCIAS    PIC ZZ9.                               00038500
          05 FILLER              PIC X(10) VALUE '  CONTAS: '.          00038600
          05 WRK-LRG-CONTAS      PIC ZZZZ9.                             00038700
          05 FILLER              PIC X(16) VALUE                        00038800
             '  CONTRIBUICAO: '.                                        00038900
          05 WRK-LRG-CONTRIB     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.                00039000
          05 FILLER              PIC X(17) VALUE SPACES.                00039100
                                                                        00039200
      *=============================================================*   00039300
       PROCEDURE DIVISION.                                              00039400
      *=============================================================*   00039500
                                                                        00039600
      *-------------------------------------------------------------*   00039700
       0000-PRINCIPAL                           SECTION.                00039800
      *-------------------------------------------------------------*   00039900
                                                                        00040000
            PERFORM  1000-INICIAR.                                      00040100
                                                                        00040200
            PERFORM  1100-LER-CLIENTES.                                 00040300
            PERFORM  1200-LER-HISTMOV.                                  00040400
            PERFORM  1300-LER-MOVTAR.                                   00040500
            PERFORM  1400-LER-MOV0106R.                                 00040600
            PERFORM  2000-PROCESSAR UNTIL FD-CHAVE EQUAL HIGH-VALUES.   00040700
                                                                        00040800
            PERFORM  2700-CLASSIFICAR-CONTAS.                           00040900
            PERFORM  2750-CLASSIFICAR-AGENCIAS.                         00041000
            PERFORM  2800-EMITIR-RELATORIO.                             00041100
                                                                        00041200
            PERFORM  3000-FINALIZAR.                                    00041300
                                                                        00041400
            STOP RUN.                                                   00041500
                                                                        00041600
      *-------------------------------------------------------------*   00041700
       1000-INICIAR                             SECTION.                00041800
      *-------------------------------------------------------------*   00041900
             OPEN INPUT  CLIENTES HISTMOV MOVTAR MOV0106R AGENCIAS      00042000
                  OUTPUT RELRENT.                                       00042100
                                                                        00042200
               PERFORM 4000-TESTARSTATUS.                               00042300
                                                                        00042400
               PERFORM 1600-CARREGAR-CADASTRO                           00042500
                       UNTIL WRK-FIM-CADASTRO.                          00042600
                                                                        00042700
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00042800
                                                                        00042900
               ACCEPT WRK-CARTAO-COMPET FROM SYSIN.                     00043000
               IF WRK-CARTAO-COMPET-AC NOT NUMERIC                      00043100
                  OR WRK-CARTAO-COMPET-AC EQUAL ZEROES                  00043200
                  MOVE WRK-HOJE-ANO TO WRK-COMP-ANO                     00043300
                  MOVE WRK-HOJE-MES TO WRK-COMP-MES                     00043400
                  IF WRK-COMP-MES EQUAL 01                              00043500
                     MOVE 12 TO WRK-COMP-MES                            00043600
                     SUBTRACT 1 FROM WRK-COMP-ANO                       00043700
                  ELSE                                                  00043800
                     SUBTRACT 1 FROM WRK-COMP-MES                       00043900
                  END-IF                                                00044000
               ELSE                                                     00044100
                  MOVE WRK-CARTAO-COMPET-AC TO WRK-COMPETENCIA-R        00044200
               END-IF.                                                  00044300
                                                                        00044400
               ACCEPT WRK-CARTAO-TAXA FROM SYSIN.                       00044500
               IF WRK-CARTAO-TAXA-AC NUMERIC                            00044600
                  MOVE WRK-CARTAO-TAXA-AC TO WRK-TAXA-CAPTACAO          00044700
               END-IF.                                                  00044800
                                                                        00044900
               ACCEPT WRK-CARTAO-CUSTO FROM SYSIN.                      00045000
               IF WRK-CARTAO-CUSTO-AC NOT NUMERIC                       00045100
                  OR WRK-CARTAO-CUSTO-AC EQUAL ZEROES                   00045200
                  MOVE 00000002 TO WRK-CUSTO-RECUSA                     00045300
               ELSE                                                     00045400
                  MOVE WRK-CARTAO-CUSTO-AC TO WRK-CUSTO-RECUSA          00045500
               END-IF.                                                  00045600
                                                                        00045700
               PERFORM 1050-CALCULAR-DIAS-MES.                          00045800
                                                                        00045900
               MOVE 'FR19EX45' TO WRK-EST-PROGRAMA.                     00046000
               MOVE 'I' TO WRK-EST-EVENTO.                              00046100
               MOVE ZEROES TO WRK-EST-LIDOS                             00046200
                              WRK-EST-GRAVADOS                          00046300
                              WRK-EST-REJEITADOS.                       00046400
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00046500
                                                                        00046600
       1000-99-FIM.              EXIT.                                  00046700
      *-------------------------------------------------------------*   00046800
       1050-CALCULAR-DIAS-MES                   SECTION.                00046900
      *-------------------------------------------------------------*   00047000
            MOVE WRK-DIAS-MES (WRK-COMP-MES) TO WRK-DIAS-NO-MES.        00047100
            IF WRK-COMP-MES EQUAL 02                                    00047200
               DIVIDE WRK-COMP-ANO BY 4   GIVING WRK-QUOCIENTE          00047300
                      REMAINDER WRK-RESTO-4                             00047400
               DIVIDE WRK-COMP-ANO BY 100 GIVING WRK-QUOCIENTE          00047500
                      REMAINDER WRK-RESTO-100                           00047600
               DIVIDE WRK-COMP-ANO BY 400 GIVING WRK-QUOCIENTE          00047700
                      REMAINDER WRK-RESTO-400                           00047800
               IF WRK-RESTO-400 EQUAL ZEROES                            00047900
                  OR (WRK-RESTO-4 EQUAL ZEROES                          00048000
                      AND WRK-RESTO-100 NOT EQUAL ZEROES)               00048100
                  MOVE 29 TO WRK-DIAS-NO-MES                            00048200
               END-IF                                                   00048300
            END-IF.                                                     00048400
       1050-99-FIM.              EXIT.                                  00048500
      *-------------------------------------------------------------*   00048600
       1100-LER-CLIENTES                        SECTION.                00048700
      *-------------------------------------------------------------*   00048800
                 MOVE 'N' TO WRK-SW-DADO-CLI.                           00048900
                 PERFORM 1110-LER-REG-CLIENTES UNTIL WRK-DADO-CLI-OK.   00049000
       1100-99-FIM.              EXIT.                                  00049100
      *-------------------------------------------------------------*   00049200
       1110-LER-REG-CLIENTES                    SECTION.                00049300
      *-------------------------------------------------------------*   00049400
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00049500
                 READ CLIENTES                                          00049600
                   AT END                                               00049700
                     MOVE HIGH-VALUES TO FD-CHAVE                       00049800
                     MOVE 'S' TO WRK-SW-DADO-CLI                        00049900
                 END-READ.                                              00050000
                 PERFORM 4100-TESTARSTATUS-CLIENTES.                    00050100
                 IF WRK-FS-CLIENTES EQUAL 00                            00050200
                    IF FD-CLIENTES (1:9) NOT EQUAL 'CABECALHO'          00050300
                       AND FD-CLIENTES (1:6) NOT EQUAL 'RODAPE'         00050400
                       ADD 1 TO WRK-REGCLIENTES                         00050500
                       MOVE 'S' TO WRK-SW-DADO-CLI                      00050600
                    END-IF                                              00050700
                 END-IF.                                                00050800
       1110-99-FIM.              EXIT.                                  00050900
      *-------------------------------------------------------------*   00051000
       1200-LER-HISTMOV                         SECTION.                00051100
      *-------------------------------------------------------------*   00051200
                 READ HISTMOV                                           00051300
                   AT END                                               00051400
                     MOVE HIGH-VALUES TO FD-HIS-CHAVE                   00051500
                 END-READ.                                              00051600
                 PERFORM 4200-TESTARSTATUS-HISTMOV.                     00051700
                 IF WRK-FS-HISTMOV EQUAL 00                             00051800
                    ADD 1 TO WRK-REGHISTMOV                             00051900
                 END-IF.                                                00052000
       1200-99-FIM.              EXIT.                                  00052100
      *-------------------------------------------------------------*   00052200
       1300-LER-MOVTAR                          SECTION.                00052300
      *-------------------------------------------------------------*   00052400
                 MOVE 'N' TO WRK-SW-DADO-TAR.                           00052500
                 PERFORM 1310-LER-REG-MOVTAR UNTIL WRK-DADO-TAR-OK.     00052600
       1300-99-FIM.              EXIT.                                  00052700
      *-------------------------------------------------------------*   00052800
       1310-LER-REG-MOVTAR                      SECTION.                00052900
      *-------------------------------------------------------------*   00053000
                 READ MOVTAR                                            00053100
                   AT END                                               00053200
                     MOVE HIGH-VALUES TO FD-TAR-CHAVE                   00053300
                     MOVE 'S' TO WRK-SW-DADO-TAR                        00053400
                 END-READ.                                              00053500
                 PERFORM 4300-TESTARSTATUS-MOVTAR.                      00053600
                 IF WRK-FS-MOVTAR EQUAL 00                              00053700
                    IF FD-MOVTAR (1:9) NOT EQUAL 'CABECALHO'            00053800
                       AND FD-MOVTAR (1:6) NOT EQUAL 'RODAPE'           00053900
                       ADD 1 TO WRK-REGMOVTAR                           00054000
                       MOVE 'S' TO WRK-SW-DADO-TAR                      00054100
                    END-IF                                              00054200
                 END-IF.                                                00054300
       1310-99-FIM.              EXIT.                                  00054400
      *-------------------------------------------------------------*   00054500
       1400-LER-MOV0106R                        SECTION.                00054600
      *-------------------------------------------------------------*   00054700
                 READ MOV0106R                                          00054800
                   AT END                                               00054900
                     MOVE HIGH-VALUES TO FD-MOVR-CHAVE                  00055000
                 END-READ.                                              00055100
                 PERFORM 4400-TESTARSTATUS-MOV0106R.                    00055200
                 IF WRK-FS-MOV0106R EQUAL 00                            00055300
                    ADD 1 TO WRK-REGRECUSAS                             00055400
                 END-IF.                                                00055500
       1400-99-FIM.              EXIT.                                  00055600
      *-------------------------------------------------------------*   00055700
       1600-CARREGAR-CADASTRO                   SECTION.                00055800
      *-------------------------------------------------------------*   00055900
      *   NOME E REGIAO DAS AGENCIAS PARA ENRIQUECER O RELATORIO;  *    00056000
      *   SEM O ARQUIVO, SEGUE SO COM OS CODIGOS (AVISO).          *    00056100
      *-------------------------------------------------------------*   00056200
            READ AGENCIAS                                               00056300
              AT END                                                    00056400
                MOVE 'S' TO WRK-SW-FIM-CAD                              00056500
            END-READ.                                                   00056600
            IF WRK-FS-AGENCIAS EQUAL 00                                 00056700
               IF WRK-QTD-CAD LESS 200                                  00056800
                  ADD 1 TO WRK-QTD-CAD                                  00056900
                  MOVE FD-AGC-CODIGO TO WRK-CAD-CODIGO (WRK-QTD-CAD)    00057000
                  MOVE FD-AGC-NOME   TO WRK-CAD-NOME (WRK-QTD-CAD)      00057100
                  MOVE FD-AGC-REGIAO TO WRK-CAD-REGIAO (WRK-QTD-CAD)    00057200
               ELSE                                                     00057300
                  DISPLAY ' CADASTRO DE AGENCIAS ESGOTADO (200)'        00057400
               END-IF                                                   00057500
            ELSE                                                        00057600
               IF NOT WRK-FIM-CADASTRO                                  00057700
                  DISPLAY ' AGENCIAS INDISPONIVEL (FS='                 00057800
                          WRK-FS-AGENCIAS ') - SEGUE SO COM CODIGOS'    00057900
                  MOVE 'S' TO WRK-SW-FIM-CAD                            00058000
               END-IF                                                   00058100
            END-IF.                                                     00058200
       1600-99-FIM.              EXIT.                                  00058300
      *-------------------------------------------------------------*   00058400
       1650-BUSCAR-CADASTRO                     SECTION.                00058500
      *-------------------------------------------------------------*   00058600
            MOVE ZEROES TO WRK-IDX-CAD.                                 00058700
            MOVE 1 TO WRK-SUB-CAD.                                      00058800
            PERFORM 1660-COMPARAR-CADASTRO                              00058900
                    UNTIL WRK-SUB-CAD GREATER WRK-QTD-CAD               00059000
                       OR WRK-IDX-CAD GREATER ZEROES.                   00059100
       1650-99-FIM.              EXIT.                                  00059200
      *-------------------------------------------------------------*   00059300
       1660-COMPARAR-CADASTRO                   SECTION.                00059400
      *-------------------------------------------------------------*   00059500
            IF WRK-CAD-CODIGO (WRK-SUB-CAD) EQUAL WRK-AGENCIA-BUSCA     00059600
               MOVE WRK-SUB-CAD TO WRK-IDX-CAD                          00059700
            END-IF.                                                     00059800
            ADD 1 TO WRK-SUB-CAD.                                       00059900
       1660-99-FIM.              EXIT.                                  00060000
      *-------------------------------------------------------------*   00060100
       2000-PROCESSAR                           SECTION.                00060200
      *-------------------------------------------------------------*   00060300
      *   UMA CONTA DO CLIENTES POR VEZ: CADA ARQUIVO SECUNDARIO    *   00060400
      *   AVANCA ATE A CHAVE (O QUE FICA PARA TRAS E CONTA SEM      *   00060500
      *   CADASTRO) E ACUMULA ENQUANTO A CHAVE FOR A MESMA.         *   00060600
      *-------------------------------------------------------------*   00060700
            MOVE ZEROES TO WRK-MOV-POSTERIOR                            00060800
                           WRK-MOV-MES                                  00060900
                           WRK-MOV-PONDERADO                            00061000
                           WRK-VLR-TARIFAS                              00061100
                           WRK-VLR-JUROS                                00061200
                           WRK-QTD-RECUSAS.                             00061300
                                                                        00061400
            PERFORM 2110-DESCARTAR-HISTMOV                              00061500
                    UNTIL FD-HIS-CHAVE NOT LESS FD-CHAVE.               00061600
            PERFORM 2120-SOMAR-HISTMOV                                  00061700
                    UNTIL FD-HIS-CHAVE NOT EQUAL FD-CHAVE.              00061800
                                                                        00061900
            PERFORM 2210-DESCARTAR-MOVTAR                               00062000
                    UNTIL FD-TAR-CHAVE NOT LESS FD-CHAVE.               00062100
            PERFORM 2220-SOMAR-MOVTAR                                   00062200
                    UNTIL FD-TAR-CHAVE NOT EQUAL FD-CHAVE.              00062300
                                                                        00062400
            PERFORM 2310-DESCARTAR-MOV0106R                             00062500
                    UNTIL FD-MOVR-CHAVE NOT LESS FD-CHAVE.              00062600
            PERFORM 2320-SOMAR-MOV0106R                                 00062700
                    UNTIL FD-MOVR-CHAVE NOT EQUAL FD-CHAVE.             00062800
                                                                        00062900
            PERFORM 2400-APURAR-CONTA.                                  00063000
                                                                        00063100
            PERFORM 1100-LER-CLIENTES.                                  00063200
       2000-99-FIM.              EXIT.                                  00063300
      *-------------------------------------------------------------*   00063400
       2110-DESCARTAR-HISTMOV                   SECTION.                00063500
      *-------------------------------------------------------------*   00063600
            ADD 1 TO WRK-REGSEMCAD.                                     00063700
            PERFORM 1200-LER-HISTMOV.                                   00063800
       2110-99-FIM.              EXIT.                                  00063900
      *-------------------------------------------------------------*   00064000
       2120-SOMAR-HISTMOV                       SECTION.                00064100
      *-------------------------------------------------------------*   00064200
      *   SO MOVIMENTO EFETIVADO CONTA. CREDITO (C, ESTORNO E E     *   00064300
      *   PERNA F DE TRANSFERENCIA) SOMA; O RESTO SUBTRAI. O        *   00064400
      *   MOVIMENTO DO DIA D PESA NOS DIAS D ATE O FIM DO MES;      *   00064500
      *   O POSTERIOR AO MES E DESCONTADO DO SALDO DE FECHAMENTO.   *   00064600
      *-------------------------------------------------------------*   00064700
            IF FD-HIS-SITUACAO EQUAL 'P'                                00064800
               IF FD-HIS-TIPOMOV EQUAL 'C' OR 'E' OR 'F'                00064900
                  MOVE FD-HIS-VALOR TO WRK-MOV-VALOR                    00065000
               ELSE                                                     00065100
                  COMPUTE WRK-MOV-VALOR = 0 - FD-HIS-VALOR              00065200
               END-IF                                                   00065300
               EVALUATE TRUE                                            00065400
                 WHEN FD-HIS-ANOMES GREATER WRK-COMPETENCIA-R           00065500
                   ADD WRK-MOV-VALOR TO WRK-MOV-POSTERIOR               00065600
                 WHEN FD-HIS-ANOMES EQUAL WRK-COMPETENCIA-R             00065700
                   ADD WRK-MOV-VALOR TO WRK-MOV-MES                     00065800
                   COMPUTE WRK-MOV-PONDERADO = WRK-MOV-PONDERADO        00065900
                         + WRK-MOV-VALOR                                00066000
                         * (WRK-DIAS-NO-MES - FD-HIS-DIA + 1)           00066100
                 WHEN OTHER                                             00066200
                   ADD 1 TO WRK-REGFORA                                 00066300
               END-EVALUATE                                             00066400
            END-IF.                                                     00066500
            PERFORM 1200-LER-HISTMOV.                                   00066600
       2120-99-FIM.              EXIT.                                  00066700
      *-------------------------------------------------------------*   00066800
       2210-DESCARTAR-MOVTAR                    SECTION.                00066900
      *-------------------------------------------------------------*   00067000
            ADD 1 TO WRK-REGSEMCAD.                                     00067100
            PERFORM 1300-LER-MOVTAR.                                    00067200
       2210-99-FIM.              EXIT.                                  00067300
      *-------------------------------------------------------------*   00067400
       2220-SOMAR-MOVTAR                        SECTION.                00067500
      *-------------------------------------------------------------*   00067600
            IF FD-TAR-MOVIMENTO (1:5) EQUAL 'JUROS'                     00067700
               ADD FD-TAR-VLRMOVIMENTO TO WRK-VLR-JUROS                 00067800
            ELSE                                                        00067900
               ADD FD-TAR-VLRMOVIMENTO TO WRK-VLR-TARIFAS               00068000
            END-IF.                                                     00068100
            PERFORM 1300-LER-MOVTAR.                                    00068200
       2220-99-FIM.              EXIT.                                  00068300
      *-------------------------------------------------------------*   00068400
       2310-DESCARTAR-MOV0106R                  SECTION.                00068500
      *-------------------------------------------------------------*   00068600
            ADD 1 TO WRK-REGSEMCAD.                                     00068700
            PERFORM 1400-LER-MOV0106R.                                  00068800
       2310-99-FIM.              EXIT.                                  00068900
      *-------------------------------------------------------------*   00069000
       2320-SOMAR-MOV0106R                      SECTION.                00069100
      *-------------------------------------------------------------*   00069200
            ADD 1 TO WRK-QTD-RECUSAS.                                   00069300
            PERFORM 1400-LER-MOV0106R.                                  00069400
       2320-99-FIM.              EXIT.                                  00069500
      *-------------------------------------------------------------*   00069600
       2400-APURAR-CONTA                        SECTION.                00069700
      *-------------------------------------------------------------*   00069800
      *   SALDO DO ULTIMO DIA DO MES = FECHAMENTO - POSTERIORES;    *   00069900
      *   ABERTURA = ULTIMO DIA - MOVIMENTO DO MES; SOMA DOS SALDOS *   00070000
      *   DIARIOS = ABERTURA X DIAS + PONDERADO.                    *   00070100
      *-------------------------------------------------------------*   00070200
            COMPUTE WRK-SALDO-FIMMES   = FD-SALDO - WRK-MOV-POSTERIOR.  00070300
            COMPUTE WRK-SALDO-ABERTURA = WRK-SALDO-FIMMES               00070400
                                       - WRK-MOV-MES.                   00070500
            COMPUTE WRK-SALDO-MEDIO ROUNDED =                           00070600
                    (WRK-SALDO-ABERTURA * WRK-DIAS-NO-MES               00070700
                     + WRK-MOV-PONDERADO) / WRK-DIAS-NO-MES.            00070800
                                                                        00070900
            MOVE ZEROES TO WRK-RECEITA-SALDO.                           00071000
            IF WRK-SALDO-MEDIO GREATER ZEROES                           00071100
               COMPUTE WRK-RECEITA-SALDO ROUNDED =                      00071200
                       WRK-SALDO-MEDIO * WRK-TAXA-CAPTACAO / 100        00071300
            END-IF.                                                     00071400
            COMPUTE WRK-CONTRIBUICAO = WRK-RECEITA-SALDO                00071500
                                     + WRK-VLR-TARIFAS                  00071600
                                     + WRK-VLR-JUROS                    00071700
                                     - WRK-QTD-RECUSAS                  00071800
                                     * WRK-CUSTO-RECUSA.                00071900
            ADD WRK-CONTRIBUICAO TO WRK-TOT-CONTRIB.                    00072000
                                                                        00072100
            IF WRK-QTD-CTA NOT LESS 3000                                00072200
               MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO      00072300
               PERFORM 9100-ERRO-CONTROLE                               00072400
            END-IF.                                                     00072500
            ADD 1 TO WRK-QTD-CTA.                                       00072600
            MOVE FD-AGENCIA        TO WRK-CTA-AGENCIA (WRK-QTD-CTA).    00072700
            MOVE FD-CONTA          TO WRK-CTA-CONTA (WRK-QTD-CTA).      00072800
            MOVE FD-NOME           TO WRK-CTA-NOME (WRK-QTD-CTA).       00072900
            MOVE WRK-SALDO-MEDIO   TO WRK-CTA-SLDMED (WRK-QTD-CTA).     00073000
            MOVE WRK-VLR-TARIFAS   TO WRK-CTA-TARIFAS (WRK-QTD-CTA).    00073100
            MOVE WRK-VLR-JUROS     TO WRK-CTA-JUROS (WRK-QTD-CTA).      00073200
            MOVE WRK-QTD-RECUSAS   TO WRK-CTA-RECUSAS (WRK-QTD-CTA).    00073300
            MOVE WRK-CONTRIBUICAO  TO WRK-CTA-CONTRIB (WRK-QTD-CTA).    00073400
                                                                        00073500
            MOVE FD-AGENCIA TO WRK-AGENCIA-BUSCA.                       00073600
            PERFORM 2500-LOCALIZAR-AGENCIA.                             00073700
            IF WRK-IDX-AGE GREATER ZEROES                               00073800
               ADD 1 TO WRK-AGE-CONTAS (WRK-IDX-AGE)                    00073900
               ADD WRK-SALDO-MEDIO  TO WRK-AGE-SLDMED (WRK-IDX-AGE)     00074000
               ADD WRK-CONTRIBUICAO TO WRK-AGE-CONTRIB (WRK-IDX-AGE)    00074100
            END-IF.                                                     00074200
       2400-99-FIM.              EXIT.                                  00074300
      *-------------------------------------------------------------*   00074400
       2500-LOCALIZAR-AGENCIA                   SECTION.                00074500
      *-------------------------------------------------------------*   00074600
      *   DEVOLVE EM WRK-IDX-AGE A LINHA DA AGENCIA, CRIANDO A      *   00074700
      *   LINHA (COM NOME E REGIAO DO CADASTRO) SE FOR NOVA.        *   00074800
      *-------------------------------------------------------------*   00074900
            MOVE ZEROES TO WRK-IDX-AGE.                                 00075000
            MOVE 1 TO WRK-SUB-AGE.                                      00075100
            PERFORM 2510-COMPARAR-AGENCIA                               00075200
                    UNTIL WRK-SUB-AGE GREATER WRK-QTD-AGE               00075300
                       OR WRK-IDX-AGE GREATER ZEROES.                   00075400
            IF WRK-IDX-AGE GREATER ZEROES                               00075500
               GO TO 2500-99-FIM.                                       00075600
                                                                        00075700
            IF WRK-QTD-AGE NOT LESS 200                                 00075800
               DISPLAY ' TABELA DE AGENCIAS ESGOTADA (200) '            00075900
               GO TO 2500-99-FIM.                                       00076000
                                                                        00076100
            ADD 1 TO WRK-QTD-AGE.                                       00076200
            MOVE WRK-QTD-AGE TO WRK-IDX-AGE.                            00076300
            MOVE WRK-AGENCIA-BUSCA TO WRK-AGE-AGENCIA (WRK-IDX-AGE).    00076400
            MOVE ZEROES TO WRK-AGE-CONTAS (WRK-IDX-AGE)                 00076500
                           WRK-AGE-SLDMED (WRK-IDX-AGE)                 00076600
                           WRK-AGE-CONTRIB (WRK-IDX-AGE).               00076700
            PERFORM 1650-BUSCAR-CADASTRO.                               00076800
            IF WRK-IDX-CAD GREATER ZEROES                               00076900
               MOVE WRK-CAD-NOME (WRK-IDX-CAD)                          00077000
                 TO WRK-AGE-NOME (WRK-IDX-AGE)                          00077100
               MOVE WRK-CAD-REGIAO (WRK-IDX-CAD)                        00077200
                 TO WRK-AGE-REGIAO (WRK-IDX-AGE)                        00077300
            ELSE                                                        00077400
               MOVE 'AGENCIA SEM CADASTRO'                              00077500
                 TO WRK-AGE-NOME (WRK-IDX-AGE)                          00077600
               MOVE 'SEM REGIAO' TO WRK-AGE-REGIAO (WRK-IDX-AGE)        00077700
            END-IF.                                                     00077800
       2500-99-FIM.              EXIT.                                  00077900
      *-------------------------------------------------------------*   00078000
       2510-COMPARAR-AGENCIA                    SECTION.                00078100
      *-------------------------------------------------------------*   00078200
            IF WRK-AGE-AGENCIA (WRK-SUB-AGE) EQUAL WRK-AGENCIA-BUSCA    00078300
               MOVE WRK-SUB-AGE TO WRK-IDX-AGE                          00078400
            END-IF.                                                     00078500
            ADD 1 TO WRK-SUB-AGE.                                       00078600
       2510-99-FIM.              EXIT.                                  00078700
      *-------------------------------------------------------------*   00078800
       2700-CLASSIFICAR-CONTAS                  SECTION.                00078900
      *-------------------------------------------------------------*   00079000
      *   ORDENA A TABELA DE CONTAS PELA CONTRIBUICAO DECRESCENTE   *   00079100
      *   (TROCA DE VIZINHOS ATE NAO HAVER MAIS TROCA).             *   00079200
      *-------------------------------------------------------------*   00079300
            MOVE 'S' TO WRK-SW-TROCA.                                   00079400
            PERFORM 2710-PASSAR-CONTAS UNTIL NOT WRK-HOUVE-TROCA.       00079500
       2700-99-FIM.              EXIT.                                  00079600
      *-------------------------------------------------------------*   00079700
       2710-PASSAR-CONTAS                       SECTION.                00079800
      *-------------------------------------------------------------*   00079900
            MOVE 'N' TO WRK-SW-TROCA.                                   00080000
            MOVE 1 TO WRK-SUB-CTA.                                      00080100
            PERFORM 2720-COMPARAR-CONTAS                                00080200
                    UNTIL WRK-SUB-CTA NOT LESS WRK-QTD-CTA.             00080300
       2710-99-FIM.              EXIT.                                  00080400
      *-------------------------------------------------------------*   00080500
       2720-COMPARAR-CONTAS                     SECTION.                00080600
      *-------------------------------------------------------------*   00080700
            COMPUTE WRK-PRX-CTA = WRK-SUB-CTA + 1.                      00080800
            IF WRK-CTA-CONTRIB (WRK-SUB-CTA) LESS                       00080900
               WRK-CTA-CONTRIB (WRK-PRX-CTA)                            00081000
               MOVE WRK-CTA-LINHA (WRK-SUB-CTA) TO WRK-CTA-TROCA        00081100
               MOVE WRK-CTA-LINHA (WRK-PRX-CTA)                         00081200
                 TO WRK-CTA-LINHA (WRK-SUB-CTA)                         00081300
               MOVE WRK-CTA-TROCA TO WRK-CTA-LINHA (WRK-PRX-CTA)        00081400
               MOVE 'S' TO WRK-SW-TROCA                                 00081500
            END-IF.                                                     00081600
            ADD 1 TO WRK-SUB-CTA.                                       00081700
       2720-99-FIM.              EXIT.                                  00081800
      *-------------------------------------------------------------*   00081900
       2750-CLASSIFICAR-AGENCIAS                SECTION.                00082000
      *-------------------------------------------------------------*   00082100
            MOVE 'S' TO WRK-SW-TROCA.                                   00082200
            PERFORM 2760-PASSAR-AGENCIAS UNTIL NOT WRK-HOUVE-TROCA.     00082300
       2750-99-FIM.              EXIT.                                  00082400
      *-------------------------------------------------------------*   00082500
       2760-PASSAR-AGENCIAS                     SECTION.                00082600
      *-------------------------------------------------------------*   00082700
            MOVE 'N' TO WRK-SW-TROCA.                                   00082800
            MOVE 1 TO WRK-SUB-AGE.                                      00082900
            PERFORM 2770-COMPARAR-AGENCIAS                              00083000
                    UNTIL WRK-SUB-AGE NOT LESS WRK-QTD-AGE.             00083100
       2760-99-FIM.              EXIT.                                  00083200
      *-------------------------------------------------------------*   00083300
       2770-COMPARAR-AGENCIAS                   SECTION.                00083400
      *-------------------------------------------------------------*   00083500
            COMPUTE WRK-PRX-AGE = WRK-SUB-AGE + 1.                      00083600
            IF WRK-AGE-CONTRIB (WRK-SUB-AGE) LESS                       00083700
               WRK-AGE-CONTRIB (WRK-PRX-AGE)                            00083800
               MOVE WRK-AGE-LINHA (WRK-SUB-AGE) TO WRK-AGE-TROCA        00083900
               MOVE WRK-AGE-LINHA (WRK-PRX-AGE)                         00084000
                 TO WRK-AGE-LINHA (WRK-SUB-AGE)                         00084100
               MOVE WRK-AGE-TROCA TO WRK-AGE-LINHA (WRK-PRX-AGE)        00084200
               MOVE 'S' TO WRK-SW-TROCA                                 00084300
            END-IF.                                                     00084400
            ADD 1 TO WRK-SUB-AGE.                                       00084500
       2770-99-FIM.              EXIT.                                  00084600
      *-------------------------------------------------------------*   00084700
       2800-EMITIR-RELATORIO                    SECTION.                00084800
      *-------------------------------------------------------------*   00084900
            MOVE WRK-COMPETENCIA-R TO WRK-TIT-COMPET.                   00085000
            MOVE WRK-TAXA-CAPTACAO TO WRK-TIT-TAXA.                     00085100
            MOVE WRK-CUSTO-RECUSA  TO WRK-TIT-CUSTO.                    00085200
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00085300
            WRITE FD-RELRENT FROM WRK-LINHA-TITULO.                     00085400
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00085500
                                                                        00085600
      *----RANKING DAS CONTAS---------------------------------------*   00085700
            MOVE 'RANKING DAS CONTAS POR CONTRIBUICAO LIQUIDA'          00085800
                 TO WRK-SEC-TEXTO.                                      00085900
            WRITE FD-RELRENT FROM WRK-LINHA-SECAO.                      00086000
            WRITE FD-RELRENT FROM WRK-LINHA-CABCTA.                     00086100
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00086200
            MOVE 1 TO WRK-SUB-CTA.                                      00086300
            PERFORM 2810-LISTAR-CONTA                                   00086400
                    UNTIL WRK-SUB-CTA GREATER WRK-QTD-CTA.              00086500
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00086600
                                                                        00086700
      *----RANKING DAS AGENCIAS E QUADRO POR REGIAO-----------------*   00086800
            MOVE 'RANKING DAS AGENCIAS POR CONTRIBUICAO LIQUIDA'        00086900
                 TO WRK-SEC-TEXTO.                                      00087000
            WRITE FD-RELRENT FROM WRK-LINHA-SECAO.                      00087100
            WRITE FD-RELRENT FROM WRK-LINHA-CABAGE.                     00087200
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00087300
            MOVE 1 TO WRK-SUB-AGE.                                      00087400
            PERFORM 2820-LISTAR-AGENCIA                                 00087500
                    UNTIL WRK-SUB-AGE GREATER WRK-QTD-AGE.              00087600
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00087700
            MOVE 'RESULTADO POR REGIAO'                                 00087800
                 TO WRK-SEC-TEXTO.                                      00087900
            WRITE FD-RELRENT FROM WRK-LINHA-SECAO.                      00088000
            MOVE 1 TO WRK-SUB-REG.                                      00088100
            PERFORM 2830-LISTAR-REGIAO                                  00088200
                    UNTIL WRK-SUB-REG GREATER WRK-QTD-REG.              00088300
            WRITE FD-RELRENT FROM WRK-LINHA-TRACO.                      00088400
                                                                        00088500
      *----DECIL INFERIOR: 10% DAS CONTAS (MINIMO 1) DO FIM DO------*   00088600
      *----RANKING, LISTADAS PARA REPRECIFICACAO---------------------*  00088700
            IF WRK-QTD-CTA GREATER ZEROES                               00088800
               COMPUTE WRK-QTD-DECIL = (WRK-QTD-CTA + 9) / 10           00088900
               COMPUTE WRK-INICIO-DECIL = WRK-QTD-CTA                   00089000
                                        - WRK-QTD-DECIL + 1             00089100
               MOVE 'DECIL INFERIOR - CONTAS PARA REPRECIFICACAO'       00089200
                    TO WRK-SEC-TEXTO                                    00089300
               WRITE FD-RELRENT FROM WRK-LINHA-SECAO                    00089400
               WRITE FD-RELRENT FROM WRK-LINHA-CABCTA                   00089500
               WRITE FD-RELRENT FROM WRK-LINHA-TRACO                    00089600
               MOVE WRK-INICIO-DECIL TO WRK-SUB-CTA                     00089700
               PERFORM 2810-LISTAR-CONTA                                00089800
                       UNTIL WRK-SUB-CTA GREATER WRK-QTD-CTA            00089900
               WRITE FD-RELRENT FROM WRK-LINHA-TRACO                    00090000
            END-IF.                                                     00090100
       2800-99-FIM.              EXIT.                                  00090200
      *-------------------------------------------------------------*   00090300
       2810-LISTAR-CONTA                        SECTION.                00090400
      *-------------------------------------------------------------*   00090500
            MOVE WRK-SUB-CTA                  TO WRK-LCT-POSICAO.       00090600
            MOVE WRK-CTA-AGENCIA (WRK-SUB-CTA) TO WRK-LCT-AGENCIA.      00090700
            MOVE WRK-CTA-CONTA (WRK-SUB-CTA)   TO WRK-LCT-CONTA.        00090800
            MOVE WRK-CTA-NOME (WRK-SUB-CTA)    TO WRK-LCT-NOME.         00090900
            MOVE WRK-CTA-SLDMED (WRK-SUB-CTA)  TO WRK-LCT-SLDMED.       00091000
            MOVE WRK-CTA-TARIFAS (WRK-SUB-CTA) TO WRK-LCT-TARIFAS.      00091100
            MOVE WRK-CTA-JUROS (WRK-SUB-CTA)   TO WRK-LCT-JUROS.        00091200
            MOVE WRK-CTA-RECUSAS (WRK-SUB-CTA) TO WRK-LCT-RECUSAS.      00091300
            MOVE WRK-CTA-CONTRIB (WRK-SUB-CTA) TO WRK-LCT-CONTRIB.      00091400
            WRITE FD-RELRENT FROM WRK-LINHA-CONTA.                      00091500
            ADD 1 TO WRK-SUB-CTA.                                       00091600
       2810-99-FIM.              EXIT.                                  00091700
      *-------------------------------------------------------------*   00091800
       2820-LISTAR-AGENCIA                      SECTION.                00091900
      *-------------------------------------------------------------*   00092000
            MOVE WRK-SUB-AGE                   TO WRK-LAG-POSICAO.      00092100
            MOVE WRK-AGE-AGENCIA (WRK-SUB-AGE) TO WRK-LAG-AGENCIA.      00092200
            MOVE WRK-AGE-NOME (WRK-SUB-AGE)    TO WRK-LAG-NOME.         00092300
            MOVE WRK-AGE-REGIAO (WRK-SUB-AGE)  TO WRK-LAG-REGIAO.       00092400
            MOVE WRK-AGE-CONTAS (WRK-SUB-AGE)  TO WRK-LAG-CONTAS.       00092500
            MOVE WRK-AGE-SLDMED (WRK-SUB-AGE)  TO WRK-LAG-SLDMED.       00092600
            MOVE WRK-AGE-CONTRIB (WRK-SUB-AGE) TO WRK-LAG-CONTRIB.      00092700
            WRITE FD-RELRENT FROM WRK-LINHA-AGENCIA.                    00092800
                                                                        00092900
            MOVE WRK-AGE-REGIAO (WRK-SUB-AGE) TO WRK-REGIAO-BUSCA.      00093000
            PERFORM 2840-LOCALIZAR-REGIAO.                              00093100
            IF WRK-IDX-REG GREATER ZEROES                               00093200
               ADD 1 TO WRK-REG-AGENCIAS (WRK-IDX-REG)                  00093300
               ADD WRK-AGE-CONTAS (WRK-SUB-AGE)                         00093400
                TO WRK-REG-CONTAS (WRK-IDX-REG)                         00093500
               ADD WRK-AGE-CONTRIB (WRK-SUB-AGE)                        00093600
                TO WRK-REG-CONTRIB (WRK-IDX-REG)                        00093700
            END-IF.                                                     00093800
            ADD 1 TO WRK-SUB-AGE.                                       00093900
       2820-99-FIM.              EXIT.                                  00094000
      *-------------------------------------------------------------*   00094100
       2830-LISTAR-REGIAO                       SECTION.                00094200
      *-------------------------------------------------------------*   00094300
            MOVE WRK-REG-REGIAO (WRK-SUB-REG)   TO WRK-LRG-REGIAO.      00094400
            MOVE WRK-REG-AGENCIAS (WRK-SUB-REG) TO WRK-LRG-AGENCIAS.    00094500
            MOVE WRK-REG-CONTAS (WRK-SUB-REG)   TO WRK-LRG-CONTAS.      00094600
            MOVE WRK-REG-CONTRIB (WRK-SUB-REG)  TO WRK-LRG-CONTRIB.     00094700
            WRITE FD-RELRENT FROM WRK-LINHA-REGIAO.                     00094800
            ADD 1 TO WRK-SUB-REG.                                       00094900
       2830-99-FIM.              EXIT.                                  00095000
      *-------------------------------------------------------------*   00095100
       2840-LOCALIZAR-REGIAO                    SECTION.                00095200
      *-------------------------------------------------------------*   00095300
            MOVE ZEROES TO WRK-IDX-REG.                                 00095400
            MOVE 1 TO WRK-SUB-REG.                                      00095500
            PERFORM 2850-COMPARAR-REGIAO                                00095600
                    UNTIL WRK-SUB-REG GREATER WRK-QTD-REG               00095700
                       OR WRK-IDX-REG GREATER ZEROES.                   00095800
            IF WRK-IDX-REG EQUAL ZEROES                                 00095900
               IF WRK-QTD-REG LESS 30                                   00096000
                  ADD 1 TO WRK-QTD-REG                                  00096100
                  MOVE WRK-QTD-REG TO WRK-IDX-REG                       00096200
                  MOVE WRK-REGIAO-BUSCA TO WRK-REG-REGIAO (WRK-IDX-REG) 00096300
                  MOVE ZEROES TO WRK-REG-AGENCIAS (WRK-IDX-REG)         00096400
                                 WRK-REG-CONTAS (WRK-IDX-REG)           00096500
                                 WRK-REG-CONTRIB (WRK-IDX-REG)          00096600
               ELSE                                                     00096700
                  DISPLAY ' TABELA DE REGIOES ESGOTADA (30)'            00096800
               END-IF                                                   00096900
            END-IF.                                                     00097000
       2840-99-FIM.              EXIT.                                  00097100
      *-------------------------------------------------------------*   00097200
       2850-COMPARAR-REGIAO                     SECTION.                00097300
      *-------------------------------------------------------------*   00097400
            IF WRK-REG-REGIAO (WRK-SUB-REG) EQUAL WRK-REGIAO-BUSCA      00097500
               MOVE WRK-SUB-REG TO WRK-IDX-REG                          00097600
            END-IF.                                                     00097700
            ADD 1 TO WRK-SUB-REG.                                       00097800
       2850-99-FIM.              EXIT.                                  00097900
      *-------------------------------------------------------------*   00098000
       3000-FINALIZAR                           SECTION.                00098100
      *-------------------------------------------------------------*   00098200
             CLOSE CLIENTES HISTMOV MOVTAR MOV0106R AGENCIAS RELRENT.   00098300
               PERFORM 4000-TESTARSTATUS.                               00098400
              DISPLAY ' ============================================'.  00098500
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX45          '.  00098600
              DISPLAY ' ============================================'.  00098700
              DISPLAY ' COMPETENCIA................' WRK-COMPETENCIA-R. 00098800
              DISPLAY ' CONTAS DO CLIENTES.........' WRK-REGCLIENTES.   00098900
              DISPLAY ' MOVIMENTOS DO HISTMOV......' WRK-REGHISTMOV.    00099000
              DISPLAY ' COBRANCAS DO MOVTAR........' WRK-REGMOVTAR.     00099100
              DISPLAY ' RECUSAS DO MOV0106R........' WRK-REGRECUSAS.    00099200
              DISPLAY ' REGISTROS SEM CADASTRO.....' WRK-REGSEMCAD.     00099300
              DISPLAY ' MOVIMENTOS ANTERIORES AO MES' WRK-REGFORA.      00099400
              DISPLAY ' AGENCIAS NO RANKING........' WRK-QTD-AGE.       00099500
              DISPLAY ' CONTAS NO DECIL INFERIOR...' WRK-QTD-DECIL.     00099600
              DISPLAY ' ============================================'.  00099700
                                                                        00099800
              MOVE 'F' TO WRK-EST-EVENTO.                               00099900
              MOVE WRK-REGCLIENTES TO WRK-EST-LIDOS.                    00100000
              MOVE WRK-QTD-CTA     TO WRK-EST-GRAVADOS.                 00100100
              MOVE WRK-REGSEMCAD   TO WRK-EST-REJEITADOS.               00100200
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00100300
                                                                        00100400
       3000-99-FIM.              EXIT.                                  00100500
      *-------------------------------------------------------------*   00100600
       4000-TESTARSTATUS                            SECTION.            00100700
      *-------------------------------------------------------------*   00100800
                 PERFORM 4100-TESTARSTATUS-CLIENTES.                    00100900
                 PERFORM 4200-TESTARSTATUS-HISTMOV.                     00101000
                 PERFORM 4300-TESTARSTATUS-MOVTAR.                      00101100
                 PERFORM 4400-TESTARSTATUS-MOV0106R.                    00101200
                 IF WRK-FS-RELRENT NOT EQUAL 00                         00101300
                   MOVE 'ERRO NO OPEN RELRENT  ' TO WRK-MSGERRO         00101400
                   MOVE '1000'                   TO WRK-SECAO           00101500
                   MOVE WRK-FS-RELRENT           TO WRK-STATUS          00101600
                    PERFORM 9000-TRATAERROS                             00101700
                 END-IF.                                                00101800
                                                                        00101900
       4000-99-FIM.              EXIT.                                  00102000
      *-------------------------------------------------------------*   00102100
       4100-TESTARSTATUS-CLIENTES                   SECTION.            00102200
      *-------------------------------------------------------------*   00102300
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00102400
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00102500
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00102600
                 MOVE '1100'                   TO WRK-SECAO             00102700
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00102800
                  PERFORM 9000-TRATAERROS                               00102900
               END-IF.                                                  00103000
                                                                        00103100
       4100-99-FIM.              EXIT.                                  00103200
      *-------------------------------------------------------------*   00103300
       4200-TESTARSTATUS-HISTMOV                    SECTION.            00103400
      *-------------------------------------------------------------*   00103500
               IF WRK-FS-HISTMOV NOT EQUAL 00                           00103600
                           AND WRK-FS-HISTMOV NOT EQUAL 10              00103700
                 MOVE 'ERRO NO HISTMOV       ' TO WRK-MSGERRO           00103800
                 MOVE '1200'                   TO WRK-SECAO             00103900
                 MOVE WRK-FS-HISTMOV           TO WRK-STATUS            00104000
                  PERFORM 9000-TRATAERROS                               00104100
               END-IF.                                                  00104200
                                                                        00104300
       4200-99-FIM.              EXIT.                                  00104400
      *-------------------------------------------------------------*   00104500
       4300-TESTARSTATUS-MOVTAR                     SECTION.            00104600
      *-------------------------------------------------------------*   00104700
               IF WRK-FS-MOVTAR NOT EQUAL 00                            00104800
                           AND WRK-FS-MOVTAR NOT EQUAL 10               00104900
                 MOVE 'ERRO NO MOVTAR        ' TO WRK-MSGERRO           00105000
                 MOVE '1300'                   TO WRK-SECAO             00105100
                 MOVE WRK-FS-MOVTAR            TO WRK-STATUS            00105200
                  PERFORM 9000-TRATAERROS                               00105300
               END-IF.                                                  00105400
                                                                        00105500
       4300-99-FIM.              EXIT.                                  00105600
      *-------------------------------------------------------------*   00105700
       4400-TESTARSTATUS-MOV0106R                   SECTION.            00105800
      *-------------------------------------------------------------*   00105900
               IF WRK-FS-MOV0106R NOT EQUAL 00                          00106000
                           AND WRK-FS-MOV0106R NOT EQUAL 10             00106100
                 MOVE 'ERRO NO MOV0106R      ' TO WRK-MSGERRO           00106200
                 MOVE '1400'                   TO WRK-SECAO             00106300
                 MOVE WRK-FS-MOV0106R          TO WRK-STATUS            00106400
                  PERFORM 9000-TRATAERROS                               00106500
               END-IF.                                                  00106600
                                                                        00106700
       4400-99-FIM.              EXIT.                                  00106800
      *-------------------------------------------------------------*   00106900
       9100-ERRO-CONTROLE                           SECTION.            00107000
      *-------------------------------------------------------------*   00107100
           MOVE 'FR19EX45' TO WRK-PROGRAMA.                             00107200
           MOVE '2400'     TO WRK-SECAO.                                00107300
           MOVE 'E'        TO WRK-SEVERIDADE.                           00107400
           MOVE '08'       TO WRK-STATUS.                               00107500
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00107600
           MOVE 8 TO RETURN-CODE.                                       00107700
           STOP RUN.                                                    00107800
                                                                        00107900
       9100-99-FIM.              EXIT.                                  00108000
      *-------------------------------------------------------------*   00108100
       9000-TRATAERROS                              SECTION.            00108200
      *-------------------------------------------------------------*   00108300
           MOVE 'FR19EX45' TO WRK-PROGRAMA                              00108400
           MOVE 'E'        TO WRK-SEVERIDADE                            00108500
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00108600
           GOBACK.                                                      00108700
                                                                        00108800
       9000-99-FIM.              EXIT.                                  00108900
