      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX63.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: AGENDAMENTO DO PAGAMENTO A FORNECEDORES. LE O   *   00001200
      *    CADASTRO DE CONTAS A PAGAR JA ATUALIZADO PELO FR19EX62   *   00001300
      *    E SELECIONA OS TITULOS APROVADOS (SITUACAO A) COM        *   00001400
      *    VENCIMENTO ATE O PROXIMO DIA UTIL DO CALENDARIO (FLAG    *   00001500
      *    'U') APOS A DATA DO CICLO. PARA CADA TITULO SELECIONADO: *   00001600
      *     - DEBITO NA CONTA DA EMPRESA (CARTAO 2) NO MOVPAG,      *   00001700
      *       LAYOUT DO MOV0106, TIPOMOV 'G', A VISTA, HISTORICO    *   00001800
      *       'PAG FORN ' + NUMERO DO TITULO + DOCUMENTO. O         *   00001900
      *       LAYOUT NAO TEM CENTAVOS: O DEBITO SAI ARREDONDADO     *   00002000
      *       PARA A UNIDADE; A ORDEM LEVA O VALOR EXATO.           *   00002100
      *     - ORDEM DE PAGAMENTO NO ORDPAG (BANCO, AGENCIA E CONTA  *   00002200
      *       DO FAVORECIDO NO FORNCAD, DATA DE PAGAMENTO = O       *   00002300
      *       PROXIMO DIA UTIL), QUE O FR19EX14 JUNTA AO SEGMENTO A *   00002400
      *       DA REMESSA QUANDO O DEBITO FOR POSTADO.               *   00002500
      *     - O TITULO PASSA PARA G (AGENDADO) NO APAGEN, COM A     *   00002600
      *       DATA DO AGENDAMENTO, A DATA DE PAGAMENTO E A CONTA    *   00002700
      *       DEBITADA.                                             *   00002800
      *    NUNCA SAO SELECIONADOS: TITULO PENDENTE, RECUSADO,       *   00002900
      *    CANCELADO, JA AGENDADO OU LIQUIDADO; TITULO SEM DATA DE  *   00003000
      *    APROVACAO; E TITULO CUJO FORNECEDOR + DOCUMENTO SE       *   00003100
      *    REPETE EM OUTRO TITULO APROVADO, AGENDADO OU LIQUIDADO   *   00003200
      *    (DUPLICIDADE - OS DOIS FICAM PARA A ANALISE). FORNECEDOR *   00003300
      *    INATIVO OU SEM DADOS BANCARIOS TAMBEM FICA DE FORA.      *   00003400
      *    SEM O PROXIMO DIA UTIL NO CALENDARIO O PROGRAMA ENCERRA  *   00003500
      *    COM RC=8, SEM GERAR PAGAMENTO.                           *   00003600
      *    RELPAG: TITULOS AGENDADOS E RETIDOS, COM OS TOTAIS.      *   00003700
      *    CARTAO SYSIN 1: DATA DO CICLO (9(08); ZEROS = HOJE)      *   00003800
      *    CARTAO SYSIN 2: AGENCIA + CONTA DA EMPRESA (X(08))       *   00003900
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004000
      *-------------------------------------------------------------*   00004100
      *   ARQUIVOS...:                                              *   00004200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004300
      *    APCAD                I                  -----------      *   00004400
      *    FORNCAD              I                  -----------      *   00004500
      *    CALENDAR             I                  -----------      *   00004600
      *    APAGEN               O                  -----------      *   00004700
      *    MOVPAG               O                  -----------      *   00004800
      *    ORDPAG               O                  -----------      *   00004900
      *    RELPAG               O                  -----------      *   00005000
      *-------------------------------------------------------------*   00005100
      *   MODULOS....:                             INCLUDE/BOOK     *   00005200
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005300
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00005400
      *=============================================================*   00005500
                                                                        00005600
      *=============================================================*   00005700
       ENVIRONMENT                               DIVISION.              00005800
      *=============================================================*   00005900
                                                                        00006000
      *=============================================================*   00006100
       CONFIGURATION                               SECTION.             00006200
      *=============================================================*   00006300
       SPECIAL-NAMES.                                                   00006400
           DECIMAL-POINT IS COMMA.                                      00006500
                                                                        00006600
       INPUT-OUTPUT                                SECTION.             00006700
       FILE-CONTROL.                                                    00006800
            SELECT APCAD ASSIGN TO APCAD                                00006900
                 FILE STATUS IS WRK-FS-APCAD.                           00007000
                                                                        00007100
            SELECT FORNCAD ASSIGN TO FORNCAD                            00007200
                 FILE STATUS IS WRK-FS-FORNCAD.                         00007300
                                                                        00007400
            SELECT CALENDAR ASSIGN TO CALENDAR                          00007500
                 FILE STATUS IS WRK-FS-CALENDAR.                        00007600
                                                                        00007700
      *--------------ARQUIVOS SAIDAS--------------------------------*   00007800
                                                                        00007900
            SELECT APAGEN ASSIGN TO APAGEN                              00008000
                 FILE STATUS IS WRK-FS-APAGEN.                          00008100
                                                                        00008200
            SELECT MOVPAG ASSIGN TO MOVPAG                              00008300
                 FILE STATUS IS WRK-FS-MOVPAG.                          00008400
                                                                        00008500
            SELECT ORDPAG ASSIGN TO ORDPAG                              00008600
                 FILE STATUS IS WRK-FS-ORDPAG.                          00008700
                                                                        00008800
            SELECT RELPAG ASSIGN TO RELPAG                              00008900
                 FILE STATUS IS WRK-FS-RELPAG.                          00009000
                                                                        00009100
      *=============================================================*   00009200
       DATA                                      DIVISION.              00009300
      *=============================================================*   00009400
       FILE                                      SECTION.               00009500
      *-------------------LRECL 150---------------------------------*   00009600
       FD APCAD                                                         00009700
           RECORDING MODE IS F                                          00009800
           LABEL RECORD IS STANDARD                                     00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       01 FD-APCAD                PIC X(150).                           00010100
                                                                        00010200
      *-------------------LRECL 80----------------------------------*   00010300
       FD FORNCAD                                                       00010400
           RECORDING MODE IS F                                          00010500
           LABEL RECORD IS STANDARD                                     00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-FORNCAD.                                                   00010800
          05 FD-FOR-CODIGO          PIC X(10).                          00010900
          05 FD-FOR-NOME            PIC X(30).                          00011000
          05 FD-FOR-BANCO           PIC X(03).                          00011100
          05 FD-FOR-AGENCIA         PIC X(04).                          00011200
          05 FD-FOR-CONTA           PIC X(12).                          00011300
          05 FD-FOR-SITUACAO        PIC X(01).                          00011400
          05 FILLER                 PIC X(20).                          00011500
                                                                        00011600
      *-------------------LRECL 39----------------------------------*   00011700
       FD CALENDAR                                                      00011800
           RECORDING MODE IS F                                          00011900
           LABEL RECORD IS STANDARD                                     00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-CALENDAR.                                                  00012200
          05 FD-CAL-DATA        PIC 9(08).                              00012300
          05 FD-CAL-FLAG        PIC X(01).                              00012400
          05 FD-CAL-FERIADO     PIC X(30).                              00012500
                                                                        00012600
      *-------------------LRECL 150---------------------------------*   00012700
       FD APAGEN                                                        00012800
           RECORDING MODE IS F.                                         00012900
       01 FD-APAGEN               PIC X(150).                           00013000
                                                                        00013100
      *-------------------LRECL 55----------------------------------*   00013200
       FD MOVPAG                                                        00013300
           RECORDING MODE IS F.                                         00013400
       01 FD-MOVPAG.                                                    00013500
          05 FD-MPG-AGENCIA          PIC X(04).                         00013600
          05 FD-MPG-CONTA            PIC X(04).                         00013700
          05 FD-MPG-MOVIMENTO        PIC X(30).                         00013800
          05 FD-MPG-VLRMOVIMENTO     PIC 9(08).                         00013900
          05 FD-MPG-TIPOMOV          PIC X(01).                         00014000
          05 FD-MPG-DATAVALOR        PIC 9(08).                         00014100
                                                                        00014200
      *-------------------LRECL 100---------------------------------*   00014300
       FD ORDPAG                                                        00014400
           RECORDING MODE IS F.                                         00014500
       01 FD-ORDPAG.                                                    00014600
          05 FD-ORD-TITULO           PIC 9(10).                         00014700
          05 FD-ORD-CONTA-DEB        PIC X(08).                         00014800
          05 FD-ORD-FORNEC           PIC X(10).                         00014900
          05 FD-ORD-NOME             PIC X(30).                         00015000
          05 FD-ORD-BANCO            PIC X(03).                         00015100
          05 FD-ORD-AGENCIA          PIC X(04).                         00015200
          05 FD-ORD-CONTA            PIC X(12).                         00015300
          05 FD-ORD-DATA-PAGTO       PIC 9(08).                         00015400
          05 FD-ORD-VALOR            PIC 9(09)V99.                      00015500
          05 FILLER                  PIC X(04).                         00015600
                                                                        00015700
      *-------------------LRECL 80----------------------------------*   00015800
       FD RELPAG                                                        00015900
           RECORDING MODE IS F.                                         00016000
       01 FD-RELPAG               PIC X(80).                            00016100
                                                                        00016200
      *=============================================================*   00016300
       WORKING-STORAGE                             SECTION.             00016400
      *=============================================================*   00016500
                                                                        00016600
       01 FILLER          PIC X(64) VALUE                               00016700
           '-----------BOOK LOGERROS------------------------'.          00016800
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00016900
       COPY '#GLOG'.                                                    00017000
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00017100
       COPY '#GSTAT'.                                                   00017200
      *-------------------------------------------------------------*   00017300
                                                                        00017400
       01 FILLER          PIC X(64) VALUE                               00017500
           '-----------VARIAVEIS DE STATUS------------------'.          00017600
                                                                        00017700
       77 WRK-FS-APCAD    PIC 9(02).                                    00017800
       77 WRK-FS-FORNCAD  PIC 9(02).                                    00017900
       77 WRK-FS-CALENDAR PIC 9(02).                                    00018000
       77 WRK-FS-APAGEN   PIC 9(02).                                    00018100
       77 WRK-FS-MOVPAG   PIC 9(02).                                    00018200
       77 WRK-FS-ORDPAG   PIC 9(02).                                    00018300
       77 WRK-FS-RELPAG   PIC 9(02).                                    00018400
                                                                        00018500
       01 FILLER          PIC X(64) VALUE                               00018600
           '-----------PARAMETROS SYSIN---------------------'.          00018700
                                                                        00018800
       01 WRK-DATACICLO.                                                00018900
          05 FILLER              PIC X(10).                             00019000
          05 WRK-DATACICLO-AC    PIC 9(08).                             00019100
                                                                        00019200
       01 WRK-CONTAPAG.                                                 00019300
          05 FILLER              PIC X(10).                             00019400
          05 WRK-CONTAPAG-AC     PIC X(08).                             00019500
                                                                        00019600
       77 WRK-DATA-CICLO     PIC 9(08) VALUE ZEROES.                    00019700
       77 WRK-PROX-UTIL      PIC 9(08) VALUE ZEROES.                    00019800
                                                                        00019900
       01 FILLER          PIC X(64) VALUE                               00020000
           '-----------CADASTRO DE TITULOS EM MEMORIA-------'.          00020100
                                                                        00020200
       77 WRK-QTD-TIT     PIC 9(04) VALUE ZEROES.                       00020300
       77 WRK-SUB-TIT     PIC 9(04) VALUE ZEROES.                       00020400
       77 WRK-SUB-DUP     PIC 9(04) VALUE ZEROES.                       00020500
       77 WRK-IDX-DUP     PIC 9(04) VALUE ZEROES.                       00020600
       01 WRK-TAB-TITULOS.                                              00020700
          05 WRK-TIT-LINHA OCCURS 9999 TIMES.                           00020800
             10 WRK-TAP-REGISTRO.                                       00020900
                15 WRK-TAP-NUMERO       PIC 9(10).                      00021000
                15 WRK-TAP-ORIGEM       PIC X(03).                      00021100
                15 WRK-TAP-FORNEC       PIC X(10).                      00021200
                15 WRK-TAP-NOME         PIC X(30).                      00021300
                15 WRK-TAP-DOCUMENTO    PIC X(12).                      00021400
                15 WRK-TAP-EMISSAO      PIC 9(08).                      00021500
                15 WRK-TAP-VENCIMENTO   PIC 9(08).                      00021600
                15 WRK-TAP-VALOR        PIC 9(09)V99.                   00021700
                15 WRK-TAP-SITUACAO     PIC X(01).                      00021800
                15 WRK-TAP-DATA-APROV   PIC 9(08).                      00021900
                15 WRK-TAP-DATA-AGENDA  PIC 9(08).                      00022000
                15 WRK-TAP-DATA-PAGTO   PIC 9(08).                      00022100
                15 WRK-TAP-CONTA-DEB    PIC X(08).                      00022200
                15 WRK-TAP-DATA-LIQUID  PIC 9(08).                      00022300
                15 WRK-TAP-MOTIVO       PIC X(02).                      00022400
                15 FILLER               PIC X(15).                      00022500
                                                                        00022600
       01 FILLER          PIC X(64) VALUE                               00022700
           '-----------CADASTRO DE FORNECEDORES EM MEMORIA--'.          00022800
                                                                        00022900
       77 WRK-QTD-FOR     PIC 9(04) VALUE ZEROES.                       00023000
       77 WRK-SUB-FOR     PIC 9(04) VALUE ZEROES.                       00023100
       77 WRK-IDX-FOR     PIC 9(04) VALUE ZEROES.                       00023200
       01 WRK-TAB-FORNECEDORES.                                         00023300
          05 WRK-FOR-LINHA OCCURS 2000 TIMES.                           00023400
             10 WRK-TFO-CODIGO      PIC X(10).                          00023500
             10 WRK-TFO-NOME        PIC X(30).                          00023600
             10 WRK-TFO-BANCO       PIC X(03).                          00023700
             10 WRK-TFO-AGENCIA     PIC X(04).                          00023800
             10 WRK-TFO-CONTA       PIC X(12).                          00023900
             10 WRK-TFO-SITUACAO    PIC X(01).                          00024000
                                                                        00024100
       01 FILLER          PIC X(64) VALUE                               00024200
           '-----------CALENDARIO (DIAS UTEIS)--------------'.          00024300
                                                                        00024400
       77 WRK-QTD-CAL     PIC 9(04) VALUE ZEROES.                       00024500
       77 WRK-SUB-CAL     PIC 9(04) VALUE ZEROES.                       00024600
       01 WRK-TAB-CALENDARIO.                                           00024700
          05 WRK-CAL-LINHA OCCURS 800 TIMES.                            00024800
             10 WRK-CAL-DATA       PIC 9(08).                           00024900
             10 WRK-CAL-FLAG       PIC X(01).                           00025000
                                                                        00025100
       01 FILLER          PIC X(64) VALUE                               00025200
           '-----------CONTADORES E CONTROLES---------------'.          00025300
                                                                        00025400
       77 WRK-SW-FIM-APC  PIC X(01) VALUE 'N'.                          00025500
           88 WRK-FIM-APCAD         VALUE 'S'.                          00025600
       77 WRK-SW-FIM-FOR  PIC X(01) VALUE 'N'.                          00025700
           88 WRK-FIM-FORNCAD       VALUE 'S'.                          00025800
       77 WRK-SW-FIM-CAL  PIC X(01) VALUE 'N'.                          00025900
           88 WRK-FIM-CALENDARIO    VALUE 'S'.                          00026000
                                                                        00026100
       77 WRK-REGAPCAD    PIC 9(05) VALUE ZEROES.                       00026200
       77 WRK-QTD-AGENDA  PIC 9(05) VALUE ZEROES.                       00026300
       77 WRK-QTD-DUPLIC  PIC 9(05) VALUE ZEROES.                       00026400
       77 WRK-QTD-FORINV  PIC 9(05) VALUE ZEROES.                       00026500
       77 WRK-QTD-SEMAPR  PIC 9(05) VALUE ZEROES.                       00026600
       77 WRK-REGAPAGEN   PIC 9(05) VALUE ZEROES.                       00026700
       77 WRK-REGMOVPAG   PIC 9(05) VALUE ZEROES.                       00026800
       77 WRK-HASH-MOVPAG PIC 9(12) VALUE ZEROES.                       00026900
       77 WRK-REGORDPAG   PIC 9(05) VALUE ZEROES.                       00027000
       77 WRK-TOT-ORDPAG  PIC 9(13)V99 VALUE ZEROES.                    00027100
       77 WRK-TOT-ABERTO  PIC 9(13)V99 VALUE ZEROES.                    00027200
                                                                        00027300
       77 WRK-VLR-INTEIRO PIC 9(08) VALUE ZEROES.                       00027400
       77 WRK-RESULTADO   PIC X(14) VALUE SPACES.                       00027500
                                                                        00027600
       01 WRK-HIST-PAGAMENTO.                                           00027700
          05 FILLER              PIC X(09) VALUE 'PAG FORN '.           00027800
          05 WRK-HPG-TITULO      PIC 9(10).                             00027900
          05 FILLER              PIC X(01) VALUE SPACE.                 00028000
          05 WRK-HPG-DOCUMENTO   PIC X(10).                             00028100
                                                                        00028200
       01 FILLER          PIC X(64) VALUE                               00028300
           '-----------CONTROLE GRAVADO NAS SAIDAS----------'.          00028400
                                                                        00028500
       01 WRK-APAGEN-CAB.                                               00028600
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00028700
          05 FILLER              PIC X(01) VALUE SPACE.                 00028800
          05 WRK-CABN-DATA       PIC 9(08).                             00028900
          05 FILLER              PIC X(01) VALUE SPACE.                 00029000
          05 FILLER              PIC X(08) VALUE 'FR19EX63'.            00029100
          05 FILLER              PIC X(123) VALUE SPACES.               00029200
                                                                        00029300
       01 WRK-APAGEN-TRL.                                               00029400
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00029500
          05 FILLER              PIC X(01) VALUE SPACE.                 00029600
          05 WRK-TRLN-QTD        PIC 9(05).                             00029700
          05 FILLER              PIC X(01) VALUE SPACE.                 00029800
          05 WRK-TRLN-ABERTO     PIC 9(13)V99.                          00029900
          05 FILLER              PIC X(119) VALUE SPACES.               00030000
                                                                        00030100
       01 WRK-ORDPAG-CAB.                                               00030200
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00030300
          05 FILLER              PIC X(01) VALUE SPACE.                 00030400
          05 WRK-CABO-DATA       PIC 9(08).                             00030500
          05 FILLER              PIC X(01) VALUE SPACE.                 00030600
          05 FILLER              PIC X(08) VALUE 'FR19EX63'.            00030700
          05 FILLER              PIC X(73) VALUE SPACES.                00030800
                                                                        00030900
       01 WRK-ORDPAG-TRL.                                               00031000
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00031100
          05 FILLER              PIC X(01) VALUE SPACE.                 00031200
          05 WRK-TRLO-QTD        PIC 9(05).                             00031300
          05 FILLER              PIC X(01) VALUE SPACE.                 00031400
          05 WRK-TRLO-VALOR      PIC 9(13)V99.                          00031500
          05 FILLER              PIC X(69) VALUE SPACES.                00031600
                                                                        00031700
      *----CONTROLE CABECALHO/RODAPE DO MOVPAG, NO MESMO LAYOUT-----*   00031800
      *----DO MOVTAR, PARA A CONFERENCIA DE ENTRADA DO FR19EX04----*    00031900
       01 WRK-MOVPAG-CAB.                                               00032000
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00032100
          05 FILLER              PIC X(01) VALUE SPACE.                 00032200
          05 FILLER              PIC X(08) VALUE 'FR19EX63'.            00032300
          05 FILLER              PIC X(01) VALUE SPACE.                 00032400
          05 FILLER              PIC X(09) VALUE 'PAGFORN  '.           00032500
          05 FILLER              PIC X(01) VALUE SPACE.                 00032600
          05 WRK-CABM-DATA       PIC 9(08).                             00032700
          05 FILLER              PIC X(18) VALUE SPACES.                00032800
                                                                        00032900
       01 WRK-MOVPAG-TRL.                                               00033000
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00033100
          05 FILLER              PIC X(01) VALUE SPACE.                 00033200
          05 WRK-TRLM-QTD        PIC 9(05).                             00033300
          05 FILLER              PIC X(01) VALUE SPACE.                 00033400
          05 WRK-TRLM-HASH       PIC 9(12).                             00033500
          05 FILLER              PIC X(27) VALUE SPACES.                00033600
                                                                        00033700
       01 FILLER          PIC X(64) VALUE                               00033800
           '-----------LINHAS DO RELATORIO------------------'.          00033900
                                                                        00034000
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00034100
                                                                        00034200
       01 WRK-LINHA-TITULO.                                             00034300
          05 FILLER              PIC X(46) VALUE                        00034400
             'CONTAS A PAGAR - AGENDAMENTO DE PAGAMENTOS    '.          00034500
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00034600
          05 WRK-TIT-DATA        PIC 9(08).                             00034700
          05 FILLER              PIC X(18) VALUE SPACES.                00034800
                                                                        00034900
       01 WRK-LINHA-PARAM.                                              00035000
          05 FILLER              PIC X(20) VALUE                        00035100
             'PROXIMO DIA UTIL..: '.                                    00035200
          05 WRK-PAR-PROXUTIL    PIC 9(08).                             00035300
          05 FILLER              PIC X(22) VALUE                        00035400
             '   CONTA DEBITADA..: '.                                   00035500
          05 WRK-PAR-CONTA       PIC X(08).                             00035600
          05 FILLER              PIC X(22) VALUE SPACES.                00035700
                                                                        00035800
       01 WRK-LINHA-COLUNAS.                                            00035900
          05 FILLER              PIC X(40) VALUE                        00036000
             'TITULO     FORNECEDOR DOCUMENTO    VENCT'.                00036100
          05 FILLER              PIC X(40) VALUE                        00036200
             'O           VALOR RESULTADO            '.                 00036300
                                                                        00036400
       01 WRK-LINHA-DETALHE.                                            00036500
          05 WRK-LDT-NUMERO      PIC 9(10).                             00036600
          05 FILLER              PIC X(01) VALUE SPACE.                 00036700
          05 WRK-LDT-FORNEC      PIC X(10).                             00036800
          05 FILLER              PIC X(01) VALUE SPACE.                 00036900
          05 WRK-LDT-DOCUMENTO   PIC X(12).                             00037000
          05 FILLER              PIC X(01) VALUE SPACE.                 00037100
          05 WRK-LDT-VENCIMENTO  PIC 9(08).                             00037200
          05 FILLER              PIC X(01) VALUE SPACE.                 00037300
          05 WRK-LDT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.                    00037400
          05 FILLER              PIC X(01) VALUE SPACE.                 00037500
          05 WRK-LDT-RESULTADO   PIC X(14).                             00037600
          05 FILLER              PIC X(07) VALUE SPACES.                00037700
                                                                        00037800
       01 WRK-LINHA-TOTAL.                                              00037900
          05 WRK-TOT-ROTULO      PIC X(30).                             00038000
          05 WRK-TOT-QTD         PIC ZZZZ9.                             00038100
          05 FILLER              PIC X(09) VALUE '  VALOR: '.           00038200
          05 WRK-TOT-VALOR       PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.             00038300
          05 FILLER              PIC X(15) VALUE SPACES.                00038400
                                                                        00038500
      *=============================================================*   00038600
       PROCEDURE DIVISION.                                              00038700
      *=============================================================*   00038800
                                                                        00038900
      *-------------------------------------------------------------*   00039000
       0000-PRINCIPAL                           SECTION.                00039100
      *-------------------------------------------------------------*   00039200
                                                                        00039300
            PERFORM  1000-INICIAR.                                      00039400
            PERFORM  1100-CARREGAR-APCAD UNTIL WRK-FIM-APCAD.           00039500
            PERFORM  1200-CARREGAR-FORNCAD UNTIL WRK-FIM-FORNCAD.       00039600
            PERFORM  1300-CARREGAR-CALENDARIO UNTIL WRK-FIM-CALENDARIO. 00039700
            PERFORM  1400-ACHAR-PROXIMO-UTIL.                           00039800
                                                                        00039900
            MOVE 1 TO WRK-SUB-TIT.                                      00040000
            PERFORM  2000-SELECIONAR-TITULO                             00040100
                     UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.             00040200
                                                                        00040300
            WRITE FD-APAGEN FROM WRK-APAGEN-CAB.                        00040400
            MOVE 1 TO WRK-SUB-TIT.                                      00040500
            PERFORM  2500-GRAVAR-APAGEN                                 00040600
                     UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.             00040700
                                                                        00040800
            PERFORM  3000-FINALIZAR.                                    00040900
                                                                        00041000
            STOP RUN.                                                   00041100
                                                                        00041200
      *-------------------------------------------------------------*   00041300
       1000-INICIAR                             SECTION.                00041400
      *-------------------------------------------------------------*   00041500
             OPEN INPUT  APCAD FORNCAD CALENDAR                         00041600
                  OUTPUT APAGEN MOVPAG ORDPAG RELPAG.                   00041700
                                                                        00041800
               PERFORM 4000-TESTARSTATUS.                               00041900
                                                                        00042000
               ACCEPT WRK-DATACICLO FROM SYSIN.                         00042100
               IF WRK-DATACICLO-AC EQUAL ZEROS                          00042200
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00042300
               ELSE                                                     00042400
                  MOVE WRK-DATACICLO-AC TO WRK-DATA-CICLO               00042500
               END-IF.                                                  00042600
               ACCEPT WRK-CONTAPAG FROM SYSIN.                          00042700
               IF WRK-CONTAPAG-AC EQUAL SPACES                          00042800
                  MOVE 'CONTA DA EMPRESA NAO INFORMADA' TO WRK-MSGERRO  00042900
                  MOVE '1000' TO WRK-SECAO                              00043000
                  PERFORM 9100-ERRO-CONTROLE                            00043100
               END-IF.                                                  00043200
                                                                        00043300
               MOVE WRK-DATA-CICLO TO WRK-CABN-DATA WRK-CABO-DATA       00043400
                                      WRK-CABM-DATA WRK-TIT-DATA.       00043500
               WRITE FD-MOVPAG FROM WRK-MOVPAG-CAB.                     00043600
               WRITE FD-ORDPAG FROM WRK-ORDPAG-CAB.                     00043700
                                                                        00043800
               MOVE 'FR19EX63' TO WRK-EST-PROGRAMA.                     00043900
               MOVE 'I' TO WRK-EST-EVENTO.                              00044000
               MOVE ZEROES TO WRK-EST-LIDOS                             00044100
                              WRK-EST-GRAVADOS                          00044200
                              WRK-EST-REJEITADOS.                       00044300
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00044400
                                                                        00044500
       1000-99-FIM.              EXIT.                                  00044600
      *-------------------------------------------------------------*   00044700
       1100-CARREGAR-APCAD                      SECTION.                00044800
      *-------------------------------------------------------------*   00044900
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00045000
             READ APCAD                                                 00045100
               AT END                                                   00045200
                 MOVE 'S' TO WRK-SW-FIM-APC                             00045300
             END-READ.                                                  00045400
             PERFORM 4100-TESTARSTATUS-APCAD.                           00045500
             IF WRK-FS-APCAD NOT EQUAL 00                               00045600
                GO TO 1100-99-FIM.                                      00045700
             IF FD-APCAD (1:9) EQUAL 'CABECALHO'                        00045800
                OR FD-APCAD (1:6) EQUAL 'RODAPE'                        00045900
                GO TO 1100-99-FIM.                                      00046000
             IF WRK-QTD-TIT NOT LESS 9999                               00046100
                MOVE 'TABELA DE TITULOS ESGOTADA   ' TO WRK-MSGERRO     00046200
                MOVE '1100' TO WRK-SECAO                                00046300
                PERFORM 9100-ERRO-CONTROLE                              00046400
             END-IF.                                                    00046500
             ADD 1 TO WRK-QTD-TIT.                                      00046600
             ADD 1 TO WRK-REGAPCAD.                                     00046700
             MOVE FD-APCAD TO WRK-TAP-REGISTRO (WRK-QTD-TIT).           00046800
       1100-99-FIM.              EXIT.                                  00046900
      *-------------------------------------------------------------*   00047000
       1200-CARREGAR-FORNCAD                    SECTION.                00047100
      *-------------------------------------------------------------*   00047200
             READ FORNCAD                                               00047300
               AT END                                                   00047400
                 MOVE 'S' TO WRK-SW-FIM-FOR                             00047500
             END-READ.                                                  00047600
             PERFORM 4200-TESTARSTATUS-FORNCAD.                         00047700
             IF WRK-FS-FORNCAD NOT EQUAL 00                             00047800
                GO TO 1200-99-FIM.                                      00047900
             IF WRK-QTD-FOR NOT LESS 2000                               00048000
                MOVE 'TABELA DE FORNECEDORES ESGOT.' TO WRK-MSGERRO     00048100
                MOVE '1200' TO WRK-SECAO                                00048200
                PERFORM 9100-ERRO-CONTROLE                              00048300
             END-IF.                                                    00048400
             ADD 1 TO WRK-QTD-FOR.                                      00048500
             MOVE FD-FOR-CODIGO   TO WRK-TFO-CODIGO (WRK-QTD-FOR).      00048600
             MOVE FD-FOR-NOME     TO WRK-TFO-NOME (WRK-QTD-FOR).        00048700
             MOVE FD-FOR-BANCO    TO WRK-TFO-BANCO (WRK-QTD-FOR).       00048800
             MOVE FD-FOR-AGENCIA  TO WRK-TFO-AGENCIA (WRK-QTD-FOR).     00048900
             MOVE FD-FOR-CONTA    TO WRK-TFO-CONTA (WRK-QTD-FOR).       00049000
             MOVE FD-FOR-SITUACAO TO WRK-TFO-SITUACAO (WRK-QTD-FOR).    00049100
       1200-99-FIM.              EXIT.                                  00049200
      *-------------------------------------------------------------*   00049300
       1300-CARREGAR-CALENDARIO                 SECTION.                00049400
      *-------------------------------------------------------------*   00049500
             READ CALENDAR                                              00049600
               AT END                                                   00049700
                 MOVE 'S' TO WRK-SW-FIM-CAL                             00049800
             END-READ.                                                  00049900
             PERFORM 4300-TESTARSTATUS-CALENDAR.                        00050000
             IF WRK-FS-CALENDAR NOT EQUAL 00                            00050100
                GO TO 1300-99-FIM.                                      00050200
             IF WRK-QTD-CAL LESS 800                                    00050300
                ADD 1 TO WRK-QTD-CAL                                    00050400
                MOVE FD-CAL-DATA TO WRK-CAL-DATA (WRK-QTD-CAL)          00050500
                MOVE FD-CAL-FLAG TO WRK-CAL-FLAG (WRK-QTD-CAL)          00050600
             ELSE                                                       00050700
                DISPLAY ' CALENDARIO ESGOTADO (800 DIAS)'               00050800
             END-IF.                                                    00050900
       1300-99-FIM.              EXIT.                                  00051000
      *-------------------------------------------------------------*   00051100
       1400-ACHAR-PROXIMO-UTIL                  SECTION.                00051200
      *-------------------------------------------------------------*   00051300
      *   PRIMEIRO DIA 'U' DO CALENDARIO DEPOIS DO CICLO; PAGAMENTO *   00051400
      *   NAO SE AGENDA NO ESCURO.                                  *   00051500
      *-------------------------------------------------------------*   00051600
            MOVE ZEROES TO WRK-PROX-UTIL.                               00051700
            MOVE 1 TO WRK-SUB-CAL.                                      00051800
            PERFORM 1410-TESTAR-DIA                                     00051900
                    UNTIL WRK-SUB-CAL GREATER WRK-QTD-CAL.              00052000
            IF WRK-PROX-UTIL EQUAL ZEROES                               00052100
               MOVE 'CALENDARIO SEM O PROXIMO DIA  ' TO WRK-MSGERRO     00052200
               MOVE '1400' TO WRK-SECAO                                 00052300
               PERFORM 9100-ERRO-CONTROLE                               00052400
            END-IF.                                                     00052500
            MOVE WRK-PROX-UTIL     TO WRK-PAR-PROXUTIL.                 00052600
            MOVE WRK-CONTAPAG-AC   TO WRK-PAR-CONTA.                    00052700
            WRITE FD-RELPAG FROM WRK-LINHA-TRACO.                       00052800
            WRITE FD-RELPAG FROM WRK-LINHA-TITULO.                      00052900
            WRITE FD-RELPAG FROM WRK-LINHA-PARAM.                       00053000
            WRITE FD-RELPAG FROM WRK-LINHA-TRACO.                       00053100
            WRITE FD-RELPAG FROM WRK-LINHA-COLUNAS.                     00053200
       1400-99-FIM.              EXIT.                                  00053300
      *-------------------------------------------------------------*   00053400
       1410-TESTAR-DIA                          SECTION.                00053500
      *-------------------------------------------------------------*   00053600
            IF WRK-CAL-FLAG (WRK-SUB-CAL) EQUAL 'U'                     00053700
               AND WRK-CAL-DATA (WRK-SUB-CAL) GREATER WRK-DATA-CICLO    00053800
               IF WRK-PROX-UTIL EQUAL ZEROES                            00053900
                  OR WRK-CAL-DATA (WRK-SUB-CAL) LESS WRK-PROX-UTIL      00054000
                  MOVE WRK-CAL-DATA (WRK-SUB-CAL) TO WRK-PROX-UTIL      00054100
               END-IF                                                   00054200
            END-IF.                                                     00054300
            ADD 1 TO WRK-SUB-CAL.                                       00054400
       1410-99-FIM.              EXIT.                                  00054500
      *-------------------------------------------------------------*   00054600
       2000-SELECIONAR-TITULO                   SECTION.                00054700
      *-------------------------------------------------------------*   00054800
      *   SO O APROVADO QUE VENCE ATE O PROXIMO DIA UTIL; O RETIDO  *   00054900
      *   SAI NO RELATORIO COM O MOTIVO E CONTINUA APROVADO.        *   00055000
      *-------------------------------------------------------------*   00055100
            IF WRK-TAP-SITUACAO (WRK-SUB-TIT) NOT EQUAL 'A'             00055200
               OR WRK-TAP-VENCIMENTO (WRK-SUB-TIT) GREATER              00055300
                  WRK-PROX-UTIL                                         00055400
               GO TO 2000-90-PROXIMO.                                   00055500
                                                                        00055600
            IF WRK-TAP-DATA-APROV (WRK-SUB-TIT) NOT NUMERIC             00055700
               OR WRK-TAP-DATA-APROV (WRK-SUB-TIT) EQUAL ZEROES         00055800
               MOVE 'SEM APROVACAO ' TO WRK-RESULTADO                   00055900
               ADD 1 TO WRK-QTD-SEMAPR                                  00056000
               GO TO 2000-80-LISTAR.                                    00056100
                                                                        00056200
            MOVE ZEROES TO WRK-IDX-DUP.                                 00056300
            MOVE 1 TO WRK-SUB-DUP.                                      00056400
            PERFORM 2100-PROCURAR-DUPLICIDADE                           00056500
                    UNTIL WRK-SUB-DUP GREATER WRK-QTD-TIT               00056600
                       OR WRK-IDX-DUP GREATER ZEROES.                   00056700
            IF WRK-IDX-DUP GREATER ZEROES                               00056800
               MOVE 'DUPLICIDADE   ' TO WRK-RESULTADO                   00056900
               ADD 1 TO WRK-QTD-DUPLIC                                  00057000
               GO TO 2000-80-LISTAR.                                    00057100
                                                                        00057200
            MOVE ZEROES TO WRK-IDX-FOR.                                 00057300
            MOVE 1 TO WRK-SUB-FOR.                                      00057400
            PERFORM 2200-LOCALIZAR-FORNECEDOR                           00057500
                    UNTIL WRK-SUB-FOR GREATER WRK-QTD-FOR               00057600
                       OR WRK-IDX-FOR GREATER ZEROES.                   00057700
            IF WRK-IDX-FOR EQUAL ZEROES                                 00057800
               MOVE 'FORN INEXIST. ' TO WRK-RESULTADO                   00057900
               ADD 1 TO WRK-QTD-FORINV                                  00058000
               GO TO 2000-80-LISTAR.                                    00058100
            IF WRK-TFO-SITUACAO (WRK-IDX-FOR) NOT EQUAL 'A'             00058200
               OR WRK-TFO-BANCO (WRK-IDX-FOR) EQUAL SPACES              00058300
               OR WRK-TFO-AGENCIA (WRK-IDX-FOR) EQUAL SPACES            00058400
               OR WRK-TFO-CONTA (WRK-IDX-FOR) EQUAL SPACES              00058500
               MOVE 'FORN SEM BANCO' TO WRK-RESULTADO                   00058600
               ADD 1 TO WRK-QTD-FORINV                                  00058700
               GO TO 2000-80-LISTAR.                                    00058800
                                                                        00058900
            PERFORM 2300-GERAR-PAGAMENTO.                               00059000
            MOVE 'AGENDADO      ' TO WRK-RESULTADO.                     00059100
                                                                        00059200
       2000-80-LISTAR.                                                  00059300
            MOVE WRK-TAP-NUMERO (WRK-SUB-TIT)     TO WRK-LDT-NUMERO.    00059400
            MOVE WRK-TAP-FORNEC (WRK-SUB-TIT)     TO WRK-LDT-FORNEC.    00059500
            MOVE WRK-TAP-DOCUMENTO (WRK-SUB-TIT)  TO WRK-LDT-DOCUMENTO. 00059600
            MOVE WRK-TAP-VENCIMENTO (WRK-SUB-TIT)                       00059700
                 TO WRK-LDT-VENCIMENTO.                                 00059800
            MOVE WRK-TAP-VALOR (WRK-SUB-TIT)      TO WRK-LDT-VALOR.     00059900
            MOVE WRK-RESULTADO                    TO WRK-LDT-RESULTADO. 00060000
            WRITE FD-RELPAG FROM WRK-LINHA-DETALHE.                     00060100
                                                                        00060200
       2000-90-PROXIMO.                                                 00060300
            ADD 1 TO WRK-SUB-TIT.                                       00060400
                                                                        00060500
       2000-99-FIM.              EXIT.                                  00060600
      *-------------------------------------------------------------*   00060700
       2100-PROCURAR-DUPLICIDADE                SECTION.                00060800
      *-------------------------------------------------------------*   00060900
      *   OUTRO TITULO COM O MESMO FORNECEDOR + DOCUMENTO QUE AINDA *   00061000
      *   PODE SER OU JA FOI PAGO (A, G OU L) BLOQUEIA A SELECAO.   *   00061100
      *-------------------------------------------------------------*   00061200
            IF WRK-SUB-DUP NOT EQUAL WRK-SUB-TIT                        00061300
               AND WRK-TAP-FORNEC (WRK-SUB-DUP) EQUAL                   00061400
                   WRK-TAP-FORNEC (WRK-SUB-TIT)                         00061500
               AND WRK-TAP-DOCUMENTO (WRK-SUB-DUP) EQUAL                00061600
                   WRK-TAP-DOCUMENTO (WRK-SUB-TIT)                      00061700
               AND (WRK-TAP-SITUACAO (WRK-SUB-DUP) EQUAL 'A'            00061800
                 OR WRK-TAP-SITUACAO (WRK-SUB-DUP) EQUAL 'G'            00061900
                 OR WRK-TAP-SITUACAO (WRK-SUB-DUP) EQUAL 'L')           00062000
               MOVE WRK-SUB-DUP TO WRK-IDX-DUP                          00062100
            END-IF.                                                     00062200
            ADD 1 TO WRK-SUB-DUP.                                       00062300
       2100-99-FIM.              EXIT.                                  00062400
      *-------------------------------------------------------------*   00062500
       2200-LOCALIZAR-FORNECEDOR                SECTION.                00062600
      *-------------------------------------------------------------*   00062700
            IF WRK-TFO-CODIGO (WRK-SUB-FOR) EQUAL                       00062800
               WRK-TAP-FORNEC (WRK-SUB-TIT)                             00062900
               MOVE WRK-SUB-FOR TO WRK-IDX-FOR                          00063000
            END-IF.                                                     00063100
            ADD 1 TO WRK-SUB-FOR.                                       00063200
       2200-99-FIM.              EXIT.                                  00063300
      *-------------------------------------------------------------*   00063400
       2300-GERAR-PAGAMENTO                     SECTION.                00063500
      *-------------------------------------------------------------*   00063600
            COMPUTE WRK-VLR-INTEIRO ROUNDED =                           00063700
                    WRK-TAP-VALOR (WRK-SUB-TIT).                        00063800
            MOVE WRK-TAP-NUMERO (WRK-SUB-TIT) TO WRK-HPG-TITULO.        00063900
            MOVE WRK-TAP-DOCUMENTO (WRK-SUB-TIT) TO WRK-HPG-DOCUMENTO.  00064000
            MOVE WRK-CONTAPAG-AC (1:4) TO FD-MPG-AGENCIA.               00064100
            MOVE WRK-CONTAPAG-AC (5:4) TO FD-MPG-CONTA.                 00064200
            MOVE WRK-HIST-PAGAMENTO    TO FD-MPG-MOVIMENTO.             00064300
            MOVE WRK-VLR-INTEIRO       TO FD-MPG-VLRMOVIMENTO.          00064400
            MOVE 'G'                   TO FD-MPG-TIPOMOV.               00064500
            MOVE ZEROES                TO FD-MPG-DATAVALOR.             00064600
            WRITE FD-MOVPAG.                                            00064700
            ADD 1 TO WRK-REGMOVPAG.                                     00064800
            ADD WRK-VLR-INTEIRO TO WRK-HASH-MOVPAG.                     00064900
                                                                        00065000
            MOVE SPACES TO FD-ORDPAG.                                   00065100
            MOVE WRK-TAP-NUMERO (WRK-SUB-TIT) TO FD-ORD-TITULO.         00065200
            MOVE WRK-CONTAPAG-AC              TO FD-ORD-CONTA-DEB.      00065300
            MOVE WRK-TAP-FORNEC (WRK-SUB-TIT) TO FD-ORD-FORNEC.         00065400
            MOVE WRK-TFO-NOME (WRK-IDX-FOR)    TO FD-ORD-NOME.          00065500
            MOVE WRK-TFO-BANCO (WRK-IDX-FOR)   TO FD-ORD-BANCO.         00065600
            MOVE WRK-TFO-AGENCIA (WRK-IDX-FOR) TO FD-ORD-AGENCIA.       00065700
            MOVE WRK-TFO-CONTA (WRK-IDX-FOR)   TO FD-ORD-CONTA.         00065800
            MOVE WRK-PROX-UTIL                 TO FD-ORD-DATA-PAGTO.    00065900
            MOVE WRK-TAP-VALOR (WRK-SUB-TIT)  TO FD-ORD-VALOR.          00066000
            WRITE FD-ORDPAG.                                            00066100
            ADD 1 TO WRK-REGORDPAG.                                     00066200
            ADD WRK-TAP-VALOR (WRK-SUB-TIT) TO WRK-TOT-ORDPAG.          00066300
                                                                        00066400
            MOVE 'G'             TO WRK-TAP-SITUACAO (WRK-SUB-TIT).     00066500
            MOVE WRK-DATA-CICLO  TO WRK-TAP-DATA-AGENDA (WRK-SUB-TIT).  00066600
            MOVE WRK-PROX-UTIL   TO WRK-TAP-DATA-PAGTO (WRK-SUB-TIT).   00066700
            MOVE WRK-CONTAPAG-AC TO WRK-TAP-CONTA-DEB (WRK-SUB-TIT).    00066800
            ADD 1 TO WRK-QTD-AGENDA.                                    00066900
       2300-99-FIM.              EXIT.                                  00067000
      *-------------------------------------------------------------*   00067100
       2500-GRAVAR-APAGEN                       SECTION.                00067200
      *-------------------------------------------------------------*   00067300
            MOVE WRK-TAP-REGISTRO (WRK-SUB-TIT) TO FD-APAGEN.           00067400
            WRITE FD-APAGEN.                                            00067500
            ADD 1 TO WRK-REGAPAGEN.                                     00067600
            IF WRK-TAP-SITUACAO (WRK-SUB-TIT) NOT EQUAL 'L'             00067700
               AND WRK-TAP-SITUACAO (WRK-SUB-TIT) NOT EQUAL 'C'         00067800
               ADD WRK-TAP-VALOR (WRK-SUB-TIT) TO WRK-TOT-ABERTO        00067900
            END-IF.                                                     00068000
            ADD 1 TO WRK-SUB-TIT.                                       00068100
       2500-99-FIM.              EXIT.                                  00068200
      *-------------------------------------------------------------*   00068300
       3000-FINALIZAR                           SECTION.                00068400
      *-------------------------------------------------------------*   00068500
             MOVE WRK-REGAPAGEN  TO WRK-TRLN-QTD.                       00068600
             MOVE WRK-TOT-ABERTO TO WRK-TRLN-ABERTO.                    00068700
             WRITE FD-APAGEN FROM WRK-APAGEN-TRL.                       00068800
             MOVE WRK-REGMOVPAG   TO WRK-TRLM-QTD.                      00068900
             MOVE WRK-HASH-MOVPAG TO WRK-TRLM-HASH.                     00069000
             WRITE FD-MOVPAG FROM WRK-MOVPAG-TRL.                       00069100
             MOVE WRK-REGORDPAG  TO WRK-TRLO-QTD.                       00069200
             MOVE WRK-TOT-ORDPAG TO WRK-TRLO-VALOR.                     00069300
             WRITE FD-ORDPAG FROM WRK-ORDPAG-TRL.                       00069400
                                                                        00069500
             WRITE FD-RELPAG FROM WRK-LINHA-TRACO.                      00069600
             MOVE 'ORDENS DE PAGAMENTO GERADAS.:' TO WRK-TOT-ROTULO.    00069700
             MOVE WRK-REGORDPAG  TO WRK-TOT-QTD.                        00069800
             MOVE WRK-TOT-ORDPAG TO WRK-TOT-VALOR.                      00069900
             WRITE FD-RELPAG FROM WRK-LINHA-TOTAL.                      00070000
             MOVE 'DEBITADO NA CONTA (MOVPAG)..:' TO WRK-TOT-ROTULO.    00070100
             MOVE WRK-REGMOVPAG   TO WRK-TOT-QTD.                       00070200
             MOVE WRK-HASH-MOVPAG TO WRK-TOT-VALOR.                     00070300
             WRITE FD-RELPAG FROM WRK-LINHA-TOTAL.                      00070400
             MOVE 'EM ABERTO NO CADASTRO.......:' TO WRK-TOT-ROTULO.    00070500
             MOVE WRK-REGAPAGEN  TO WRK-TOT-QTD.                        00070600
             MOVE WRK-TOT-ABERTO TO WRK-TOT-VALOR.                      00070700
             WRITE FD-RELPAG FROM WRK-LINHA-TOTAL.                      00070800
             WRITE FD-RELPAG FROM WRK-LINHA-TRACO.                      00070900
                                                                        00071000
             CLOSE APCAD FORNCAD CALENDAR APAGEN MOVPAG ORDPAG RELPAG.  00071100
              DISPLAY ' ============================================'.  00071200
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX63          '.  00071300
              DISPLAY ' ============================================'.  00071400
              DISPLAY ' TITULOS NO CADASTRO........' WRK-REGAPCAD.      00071500
              DISPLAY ' PROXIMO DIA UTIL...........' WRK-PROX-UTIL.     00071600
              DISPLAY ' TITULOS AGENDADOS..........' WRK-QTD-AGENDA.    00071700
              DISPLAY ' RETIDOS POR DUPLICIDADE....' WRK-QTD-DUPLIC.    00071800
              DISPLAY ' RETIDOS SEM APROVACAO......' WRK-QTD-SEMAPR.    00071900
              DISPLAY ' RETIDOS POR FORNECEDOR.....' WRK-QTD-FORINV.    00072000
              DISPLAY ' DEBITOS GERADOS NO MOVPAG..' WRK-REGMOVPAG.     00072100
              DISPLAY ' TOTAL DEBITADO.............' WRK-HASH-MOVPAG.   00072200
              DISPLAY ' REGISTROS NO APAGEN........' WRK-REGAPAGEN.     00072300
              DISPLAY ' ============================================'.  00072400
                                                                        00072500
              MOVE 'F' TO WRK-EST-EVENTO.                               00072600
              MOVE WRK-REGAPCAD   TO WRK-EST-LIDOS.                     00072700
              MOVE WRK-REGORDPAG  TO WRK-EST-GRAVADOS.                  00072800
              COMPUTE WRK-EST-REJEITADOS = WRK-QTD-DUPLIC               00072900
                                         + WRK-QTD-SEMAPR               00073000
                                         + WRK-QTD-FORINV.              00073100
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00073200
                                                                        00073300
       3000-99-FIM.              EXIT.                                  00073400
      *-------------------------------------------------------------*   00073500
       4000-TESTARSTATUS                            SECTION.            00073600
      *-------------------------------------------------------------*   00073700
                 PERFORM 4100-TESTARSTATUS-APCAD.                       00073800
                 PERFORM 4200-TESTARSTATUS-FORNCAD.                     00073900
                 PERFORM 4300-TESTARSTATUS-CALENDAR.                    00074000
                 IF WRK-FS-APAGEN NOT EQUAL 00                          00074100
                   MOVE 'ERRO NO OPEN APAGEN   ' TO WRK-MSGERRO         00074200
                   MOVE '1000'                   TO WRK-SECAO           00074300
                   MOVE WRK-FS-APAGEN            TO WRK-STATUS          00074400
                    PERFORM 9000-TRATAERROS                             00074500
                 END-IF.                                                00074600
                 IF WRK-FS-MOVPAG NOT EQUAL 00                          00074700
                   MOVE 'ERRO NO OPEN MOVPAG   ' TO WRK-MSGERRO         00074800
                   MOVE '1000'                   TO WRK-SECAO           00074900
                   MOVE WRK-FS-MOVPAG            TO WRK-STATUS          00075000
                    PERFORM 9000-TRATAERROS                             00075100
                 END-IF.                                                00075200
                 IF WRK-FS-ORDPAG NOT EQUAL 00                          00075300
                   MOVE 'ERRO NO OPEN ORDPAG   ' TO WRK-MSGERRO         00075400
                   MOVE '1000'                   TO WRK-SECAO           00075500
                   MOVE WRK-FS-ORDPAG            TO WRK-STATUS          00075600
                    PERFORM 9000-TRATAERROS                             00075700
                 END-IF.                                                00075800
                 IF WRK-FS-RELPAG NOT EQUAL 00                          00075900
                   MOVE 'ERRO NO OPEN RELPAG   ' TO WRK-MSGERRO         00076000
                   MOVE '1000'                   TO WRK-SECAO           00076100
                   MOVE WRK-FS-RELPAG            TO WRK-STATUS          00076200
                    PERFORM 9000-TRATAERROS                             00076300
                 END-IF.                                                00076400
                                                                        00076500
       4000-99-FIM.              EXIT.                                  00076600
      *-------------------------------------------------------------*   00076700
       4100-TESTARSTATUS-APCAD                      SECTION.            00076800
      *-------------------------------------------------------------*   00076900
               IF WRK-FS-APCAD NOT EQUAL 00                             00077000
                           AND WRK-FS-APCAD NOT EQUAL 10                00077100
                 MOVE 'ERRO NO APCAD         ' TO WRK-MSGERRO           00077200
                 MOVE '1100'                   TO WRK-SECAO             00077300
                 MOVE WRK-FS-APCAD             TO WRK-STATUS            00077400
                  PERFORM 9000-TRATAERROS                               00077500
               END-IF.                                                  00077600
                                                                        00077700
       4100-99-FIM.              EXIT.                                  00077800
      *-------------------------------------------------------------*   00077900
       4200-TESTARSTATUS-FORNCAD                    SECTION.            00078000
      *-------------------------------------------------------------*   00078100
               IF WRK-FS-FORNCAD NOT EQUAL 00                           00078200
                           AND WRK-FS-FORNCAD NOT EQUAL 10              00078300
                 MOVE 'ERRO NO FORNCAD       ' TO WRK-MSGERRO           00078400
                 MOVE '1200'                   TO WRK-SECAO             00078500
                 MOVE WRK-FS-FORNCAD           TO WRK-STATUS            00078600
                  PERFORM 9000-TRATAERROS                               00078700
               END-IF.                                                  00078800
                                                                        00078900
       4200-99-FIM.              EXIT.                                  00079000
      *-------------------------------------------------------------*   00079100
       4300-TESTARSTATUS-CALENDAR                   SECTION.            00079200
      *-------------------------------------------------------------*   00079300
               IF WRK-FS-CALENDAR NOT EQUAL 00                          00079400
                           AND WRK-FS-CALENDAR NOT EQUAL 10             00079500
                 MOVE 'ERRO NO CALENDAR      ' TO WRK-MSGERRO           00079600
                 MOVE '1300'                   TO WRK-SECAO             00079700
                 MOVE WRK-FS-CALENDAR          TO WRK-STATUS            00079800
                  PERFORM 9000-TRATAERROS                               00079900
               END-IF.                                                  00080000
                                                                        00080100
       4300-99-FIM.              EXIT.                                  00080200
      *-------------------------------------------------------------*   00080300
       9100-ERRO-CONTROLE                           SECTION.            00080400
      *-------------------------------------------------------------*   00080500
           MOVE 'FR19EX63' TO WRK-PROGRAMA.                             00080600
           MOVE 'E'        TO WRK-SEVERIDADE.                           00080700
           MOVE '08'       TO WRK-STATUS.                               00080800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00080900
           MOVE 8 TO RETURN-CODE.                                       00081000
           STOP RUN.                                                    00081100
                                                                        00081200
       9100-99-FIM.              EXIT.                                  00081300
      *-------------------------------------------------------------*   00081400
       9000-TRATAERROS                              SECTION.            00081500
      *-------------------------------------------------------------*   00081600
           MOVE 'FR19EX63' TO WRK-PROGRAMA                              00081700
           MOVE 'E'        TO WRK-SEVERIDADE                            00081800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00081900
           GOBACK.                                                      00082000
                                                                        00082100
       9000-99-FIM.              EXIT.                                  00082200
