      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX62.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: MANUTENCAO DO CADASTRO DE CONTAS A PAGAR        *   00001200
      *    (APCAD). AS FATURAS DE FORNECEDOR ERAM PAGAS FORA DO     *   00001300
      *    SISTEMA; AGORA CADA FATURA CONFERIDA VIRA UM TITULO A    *   00001400
      *    PAGAR, AGENDADO PELO FR19EX63 E PAGO PELA REMESSA DO     *   00001500
      *    FR19EX14. SITUACOES DO TITULO:                           *   00001600
      *     P - PENDENTE DE APROVACAO   A - APROVADO                *   00001700
      *     G - AGENDADO (DEBITO E ORDEM DE PAGAMENTO GERADOS)      *   00001800
      *     L - LIQUIDADO (BANCO CONFIRMOU O PAGAMENTO)             *   00001900
      *     R - RECUSADO PELO BANCO (EXIGE NOVA APROVACAO)          *   00002000
      *     C - CANCELADO                                           *   00002100
      *    A CADA EXECUCAO, NESTA ORDEM:                            *   00002200
      *     APENTRA  - TITULOS NOVOS NO LAYOUT #APAG (FATURA DA     *   00002300
      *                OPERADORA DE BENEFICIOS DO FR19DB34 E, NA    *   00002400
      *                JCL, AS DEMAIS ORIGENS CONCATENADAS). O      *   00002500
      *                TITULO GANHA O PROXIMO NUMERO (MAIOR DO      *   00002600
      *                APCAD + 1) E ENTRA COMO A OU P CONFORME A    *   00002700
      *                APROVACAO DA ORIGEM. FORNECEDOR FORA DO      *   00002800
      *                FORNCAD (OU INATIVO), VALOR ZERADO,          *   00002900
      *                VENCIMENTO INVALIDO E FORNECEDOR + DOCUMENTO *   00003000
      *                JA CADASTRADOS (EM QUALQUER SITUACAO) SAO    *   00003100
      *                RECUSADOS - FATURA REENVIADA NAO DUPLICA.    *   00003200
      *     PAGCONF  - CONFIRMACOES DO BANCO (FR19EX15): TITULO     *   00003300
      *                AGENDADO COM A MESMA DATA DE PAGAMENTO VAI   *   00003400
      *                PARA L (ACEITO) OU R (RECUSADO, COM O        *   00003500
      *                MOTIVO). CONFIRMACAO REPETIDA E IGNORADA.    *   00003600
      *     MOV0106R - DEBITO DA CONTA DA EMPRESA (TIPOMOV 'G')     *   00003700
      *                RECUSADO NA POSTAGEM DA NOITE ANTERIOR: O    *   00003800
      *                TITULO AGENDADO DA MESMA CONTA E VALOR (O    *   00003900
      *                DE AGENDA MAIS RECENTE) VOLTA PARA A, SEM O  *   00004000
      *                AGENDAMENTO, E E SELECIONADO DE NOVO. O      *   00004100
      *                MOV0106R NAO TRAZ HISTORICO, POR ISSO O      *   00004200
      *                CASAMENTO E POR CONTA + VALOR.               *   00004300
      *     TRANSAP  - CARTOES DE MANUTENCAO POR NUMERO DO TITULO:  *   00004400
      *                APROVA  (P OU R PARA A)                      *   00004500
      *                CANCELA (P, A OU R PARA C)                   *   00004600
      *                TITULO AGENDADO OU LIQUIDADO NAO E ALTERADO. *   00004700
      *    RELAP: UMA LINHA POR EVENTO COM O RESULTADO E OS TOTAIS  *   00004800
      *    POR SITUACAO NO APNOVO.                                  *   00004900
      *    CARTAO SYSIN 1: DATA DO CICLO (9(08); ZEROS = HOJE)      *   00005000
      *    CARTAO SYSIN 2: OPERADOR (COLS 11-18 O OPERADOR QUE      *   00005014
      *    LIBEROU O LOTE DO TRANSAP). ANTES DE APLICAR CADA CARTAO *   00005028
      *    DO TRANSAP O MODULO AUTORIZA CONFERE SE O PERFIL DELE    *   00005042
      *    PODE FAZER A OPERACAO NO FR19EX62; SEM PERMISSAO, OU COM *   00005057
      *    OPERADOR DESCONHECIDO/INATIVO, O CARTAO E RECUSADO E SAI *   00005071
      *    NO RELAP COM O NOME DO OPERADOR.                         *   00005085
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00005100
      *-------------------------------------------------------------*   00005200
      *   ARQUIVOS...:                                              *   00005300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00005400
      *    APCAD                I                  -----------      *   00005500
      *    FORNCAD              I                  -----------      *   00005600
      *    APENTRA              I                  #APAG            *   00005700
      *    PAGCONF              I                  -----------      *   00005800
      *    MOV0106R             I                  -----------      *   00005900
      *    TRANSAP              I                  -----------      *   00006000
      *    APNOVO               O                  -----------      *   00006100
      *    RELAP                O                  -----------      *   00006200
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00006225
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00006250
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00006275
      *-------------------------------------------------------------*   00006300
      *   MODULOS....:                             INCLUDE/BOOK     *   00006400
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00006500
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00006600
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00006650
      *=============================================================*   00006700
                                                                        00006800
      *=============================================================*   00006900
       ENVIRONMENT                               DIVISION.              00007000
      *=============================================================*   00007100
                                                                        00007200
      *=============================================================*   00007300
       CONFIGURATION                               SECTION.             00007400
      *=============================================================*   00007500
       SPECIAL-NAMES.                                                   00007600
           DECIMAL-POINT IS COMMA.                                      00007700
                                                                        00007800
       INPUT-OUTPUT                                SECTION.             00007900
       FILE-CONTROL.                                                    00008000
            SELECT APCAD ASSIGN TO APCAD                                00008100
                 FILE STATUS IS WRK-FS-APCAD.                           00008200
                                                                        00008300
            SELECT FORNCAD ASSIGN TO FORNCAD                            00008400
                 FILE STATUS IS WRK-FS-FORNCAD.                         00008500
                                                                        00008600
            SELECT APENTRA ASSIGN TO APENTRA                            00008700
                 FILE STATUS IS WRK-FS-APENTRA.                         00008800
                                                                        00008900
            SELECT PAGCONF ASSIGN TO PAGCONF                            00009000
                 FILE STATUS IS WRK-FS-PAGCONF.                         00009100
                                                                        00009200
            SELECT MOV0106R ASSIGN TO MOV0106R                          00009300
                 FILE STATUS IS WRK-FS-MOV0106R.                        00009400
                                                                        00009500
            SELECT TRANSAP ASSIGN TO TRANSAP                            00009600
                 FILE STATUS IS WRK-FS-TRANSAP.                         00009700
                                                                        00009800
      *--------------ARQUIVOS SAIDAS--------------------------------*   00009900
                                                                        00010000
            SELECT APNOVO ASSIGN TO APNOVO                              00010100
                 FILE STATUS IS WRK-FS-APNOVO.                          00010200
                                                                        00010300
            SELECT RELAP ASSIGN TO RELAP                                00010400
                 FILE STATUS IS WRK-FS-RELAP.                           00010500
                                                                        00010600
      *=============================================================*   00010700
       DATA                                      DIVISION.              00010800
      *=============================================================*   00010900
       FILE                                      SECTION.               00011000
      *-------------------LRECL 150---------------------------------*   00011100
       FD APCAD                                                         00011200
           RECORDING MODE IS F                                          00011300
           LABEL RECORD IS STANDARD                                     00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       01 FD-APCAD.                                                     00011600
          05 FD-AP-NUMERO           PIC 9(10).                          00011700
          05 FD-AP-ORIGEM           PIC X(03).                          00011800
          05 FD-AP-FORNEC           PIC X(10).                          00011900
          05 FD-AP-NOME             PIC X(30).                          00012000
          05 FD-AP-DOCUMENTO        PIC X(12).                          00012100
          05 FD-AP-EMISSAO          PIC 9(08).                          00012200
          05 FD-AP-VENCIMENTO       PIC 9(08).                          00012300
          05 FD-AP-VALOR            PIC 9(09)V99.                       00012400
          05 FD-AP-SITUACAO         PIC X(01).                          00012500
          05 FD-AP-DATA-APROV       PIC 9(08).                          00012600
          05 FD-AP-DATA-AGENDA      PIC 9(08).                          00012700
          05 FD-AP-DATA-PAGTO       PIC 9(08).                          00012800
          05 FD-AP-CONTA-DEB        PIC X(08).                          00012900
          05 FD-AP-DATA-LIQUID      PIC 9(08).                          00013000
          05 FD-AP-MOTIVO           PIC X(02).                          00013100
          05 FILLER                 PIC X(15).                          00013200
                                                                        00013300
      *-------------------LRECL 80----------------------------------*   00013400
       FD FORNCAD                                                       00013500
           RECORDING MODE IS F                                          00013600
           LABEL RECORD IS STANDARD                                     00013700
           BLOCK CONTAINS 0 RECORDS.                                    00013800
       01 FD-FORNCAD.                                                   00013900
          05 FD-FOR-CODIGO          PIC X(10).                          00014000
          05 FD-FOR-NOME            PIC X(30).                          00014100
          05 FD-FOR-BANCO           PIC X(03).                          00014200
          05 FD-FOR-AGENCIA         PIC X(04).                          00014300
          05 FD-FOR-CONTA           PIC X(12).                          00014400
          05 FD-FOR-SITUACAO        PIC X(01).                          00014500
          05 FILLER                 PIC X(20).                          00014600
                                                                        00014700
      *-------------------LRECL 80----------------------------------*   00014800
       FD APENTRA                                                       00014900
           RECORDING MODE IS F                                          00015000
           LABEL RECORD IS STANDARD                                     00015100
           BLOCK CONTAINS 0 RECORDS.                                    00015200
       COPY '#APAG'.                                                    00015300
                                                                        00015400
      *-------------------LRECL 40----------------------------------*   00015500
       FD PAGCONF                                                       00015600
           RECORDING MODE IS F                                          00015700
           LABEL RECORD IS STANDARD                                     00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
       01 FD-PAGCONF.                                                   00016000
          05 FD-PGC-TITULO          PIC 9(10).                          00016100
          05 FD-PGC-DATA-PAGTO      PIC 9(08).                          00016200
          05 FD-PGC-VALOR           PIC 9(08).                          00016300
          05 FD-PGC-PARECER         PIC X(01).                          00016400
          05 FD-PGC-MOTIVO          PIC X(02).                          00016500
          05 FILLER                 PIC X(11).                          00016600
                                                                        00016700
      *-------------------LRECL 85----------------------------------*   00016800
       FD MOV0106R                                                      00016900
           RECORDING MODE IS F                                          00017000
           LABEL RECORD IS STANDARD                                     00017100
           BLOCK CONTAINS 0 RECORDS.                                    00017200
       01 FD-MOV0106R.                                                  00017300
          05 FD-REJ-AGENCIA         PIC X(04).                          00017400
          05 FD-REJ-CONTA           PIC X(04).                          00017500
          05 FD-REJ-NOME            PIC X(30).                          00017600
          05 FD-REJ-SALDO           PIC S9(08).                         00017700
          05 FD-REJ-VLRMOVIMENTO    PIC 9(08).                          00017800
          05 FD-REJ-MOTIVO          PIC X(30).                          00017900
          05 FD-REJ-TIPOMOV         PIC X(01).                          00018000
                                                                        00018100
      *-------------------LRECL 80----------------------------------*   00018200
       FD TRANSAP                                                       00018300
           RECORDING MODE IS F                                          00018400
           LABEL RECORD IS STANDARD                                     00018500
           BLOCK CONTAINS 0 RECORDS.                                    00018600
       01 FD-TRANSAP.                                                   00018700
          05 FD-TAP-OPERACAO        PIC X(08).                          00018800
          05 FD-TAP-TITULO          PIC 9(10).                          00018900
          05 FILLER                 PIC X(62).                          00019000
                                                                        00019100
      *-------------------LRECL 150---------------------------------*   00019200
       FD APNOVO                                                        00019300
           RECORDING MODE IS F.                                         00019400
       01 FD-APNOVO               PIC X(150).                           00019500
                                                                        00019600
      *-------------------LRECL 80----------------------------------*   00019700
       FD RELAP                                                         00019800
           RECORDING MODE IS F.                                         00019900
       01 FD-RELAP                PIC X(80).                            00020000
                                                                        00020100
      *=============================================================*   00020200
       WORKING-STORAGE                             SECTION.             00020300
      *=============================================================*   00020400
                                                                        00020500
       01 FILLER          PIC X(64) VALUE                               00020600
           '-----------BOOK LOGERROS------------------------'.          00020700
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00020800
       COPY '#GLOG'.                                                    00020900
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00021000
       COPY '#GSTAT'.                                                   00021100
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00021133
       COPY '#GAUT'.                                                    00021166
      *-------------------------------------------------------------*   00021200
                                                                        00021300
       01 FILLER          PIC X(64) VALUE                               00021400
           '-----------VARIAVEIS DE STATUS------------------'.          00021500
                                                                        00021600
       77 WRK-FS-APCAD    PIC 9(02).                                    00021700
       77 WRK-FS-FORNCAD  PIC 9(02).                                    00021800
       77 WRK-FS-APENTRA  PIC 9(02).                                    00021900
       77 WRK-FS-PAGCONF  PIC 9(02).                                    00022000
       77 WRK-FS-MOV0106R PIC 9(02).                                    00022100
       77 WRK-FS-TRANSAP  PIC 9(02).                                    00022200
       77 WRK-FS-APNOVO   PIC 9(02).                                    00022300
       77 WRK-FS-RELAP    PIC 9(02).                                    00022400
                                                                        00022500
       01 FILLER          PIC X(64) VALUE                               00022600
           '-----------PARAMETROS SYSIN---------------------'.          00022700
                                                                        00022800
       01 WRK-DATACICLO.                                                00022900
          05 FILLER              PIC X(10).                             00023000
          05 WRK-DATACICLO-AC    PIC 9(08).                             00023100
                                                                        00023120
       01 WRK-OPERCARD.                                                 00023140
          05 FILLER              PIC X(10).                             00023160
          05 WRK-OPERADOR-AC     PIC X(08).                             00023180
                                                                        00023200
       77 WRK-DATA-CICLO     PIC 9(08) VALUE ZEROES.                    00023300
                                                                        00023400
       01 FILLER          PIC X(64) VALUE                               00023500
           '-----------CADASTRO DE TITULOS EM MEMORIA-------'.          00023600
                                                                        00023700
       77 WRK-QTD-TIT     PIC 9(04) VALUE ZEROES.                       00023800
       77 WRK-SUB-TIT     PIC 9(04) VALUE ZEROES.                       00023900
       77 WRK-IDX-TIT     PIC 9(04) VALUE ZEROES.                       00024000
       77 WRK-ULTIMO-NUMERO PIC 9(10) VALUE ZEROES.                     00024100
       01 WRK-TAB-TITULOS.                                              00024200
          05 WRK-TIT-LINHA OCCURS 9999 TIMES.                           00024300
             10 WRK-TAP-REGISTRO.                                       00024400
                15 WRK-TAP-NUMERO       PIC 9(10).                      00024500
                15 WRK-TAP-ORIGEM       PIC X(03).                      00024600
                15 WRK-TAP-FORNEC       PIC X(10).                      00024700
                15 WRK-TAP-NOME         PIC X(30).                      00024800
                15 WRK-TAP-DOCUMENTO    PIC X(12).                      00024900
                15 WRK-TAP-EMISSAO      PIC 9(08).                      00025000
                15 WRK-TAP-VENCIMENTO   PIC 9(08).                      00025100
                15 WRK-TAP-VALOR        PIC 9(09)V99.                   00025200
                15 WRK-TAP-SITUACAO     PIC X(01).                      00025300
                15 WRK-TAP-DATA-APROV   PIC 9(08).                      00025400
                15 WRK-TAP-DATA-AGENDA  PIC 9(08).                      00025500
                15 WRK-TAP-DATA-PAGTO   PIC 9(08).                      00025600
                15 WRK-TAP-CONTA-DEB    PIC X(08).                      00025700
                15 WRK-TAP-DATA-LIQUID  PIC 9(08).                      00025800
                15 WRK-TAP-MOTIVO       PIC X(02).                      00025900
                15 FILLER               PIC X(15).                      00026000
                                                                        00026100
       01 FILLER          PIC X(64) VALUE                               00026200
           '-----------CADASTRO DE FORNECEDORES EM MEMORIA--'.          00026300
                                                                        00026400
       77 WRK-QTD-FOR     PIC 9(04) VALUE ZEROES.                       00026500
       77 WRK-SUB-FOR     PIC 9(04) VALUE ZEROES.                       00026600
       77 WRK-IDX-FOR     PIC 9(04) VALUE ZEROES.                       00026700
       01 WRK-TAB-FORNECEDORES.                                         00026800
          05 WRK-FOR-LINHA OCCURS 2000 TIMES.                           00026900
             10 WRK-TFO-CODIGO      PIC X(10).                          00027000
             10 WRK-TFO-NOME        PIC X(30).                          00027100
             10 WRK-TFO-SITUACAO    PIC X(01).                          00027200
                                                                        00027300
       01 FILLER          PIC X(64) VALUE                               00027400
           '-----------CONTADORES E CONTROLES---------------'.          00027500
                                                                        00027600
       77 WRK-SW-FIM-APC  PIC X(01) VALUE 'N'.                          00027700
           88 WRK-FIM-APCAD         VALUE 'S'.                          00027800
       77 WRK-SW-FIM-FOR  PIC X(01) VALUE 'N'.                          00027900
           88 WRK-FIM-FORNCAD       VALUE 'S'.                          00028000
       77 WRK-SW-FIM-ENT  PIC X(01) VALUE 'N'.                          00028100
           88 WRK-FIM-APENTRA       VALUE 'S'.                          00028200
       77 WRK-SW-FIM-PGC  PIC X(01) VALUE 'N'.                          00028300
           88 WRK-FIM-PAGCONF       VALUE 'S'.                          00028400
       77 WRK-SW-FIM-REJ  PIC X(01) VALUE 'N'.                          00028500
           88 WRK-FIM-MOV0106R      VALUE 'S'.                          00028600
       77 WRK-SW-FIM-TAP  PIC X(01) VALUE 'N'.                          00028700
           88 WRK-FIM-TRANSAP       VALUE 'S'.                          00028800
                                                                        00028900
       77 WRK-REGAPCAD    PIC 9(05) VALUE ZEROES.                       00029000
       77 WRK-REGENTRA    PIC 9(05) VALUE ZEROES.                       00029100
       77 WRK-QTD-INCLUI  PIC 9(05) VALUE ZEROES.                       00029200
       77 WRK-QTD-DUPLIC  PIC 9(05) VALUE ZEROES.                       00029300
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00029400
       77 WRK-REGPAGCONF  PIC 9(05) VALUE ZEROES.                       00029500
       77 WRK-QTD-PAGOS   PIC 9(05) VALUE ZEROES.                       00029600
       77 WRK-QTD-RECBCO  PIC 9(05) VALUE ZEROES.                       00029700
       77 WRK-QTD-IGNORA  PIC 9(05) VALUE ZEROES.                       00029800
       77 WRK-QTD-REAGEN  PIC 9(05) VALUE ZEROES.                       00029900
       77 WRK-REGTRANS    PIC 9(05) VALUE ZEROES.                       00030000
       77 WRK-QTD-APROVA  PIC 9(05) VALUE ZEROES.                       00030100
       77 WRK-QTD-CANCELA PIC 9(05) VALUE ZEROES.                       00030200
       77 WRK-QTD-RECTRN  PIC 9(05) VALUE ZEROES.                       00030300
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00030350
       77 WRK-REGAPNOVO   PIC 9(05) VALUE ZEROES.                       00030400
       77 WRK-TOT-ABERTO  PIC 9(13)V99 VALUE ZEROES.                    00030500
                                                                        00030600
       77 WRK-VLR-INTEIRO PIC 9(08) VALUE ZEROES.                       00030700
       77 WRK-CHAVE-REJ   PIC X(08) VALUE SPACES.                       00030800
       77 WRK-EVENTO      PIC X(08) VALUE SPACES.                       00030900
       77 WRK-RESULTADO   PIC X(12) VALUE SPACES.                       00031000
                                                                        00031100
       01 FILLER          PIC X(64) VALUE                               00031200
           '-----------TITULO EM CURSO (ENTRADA)------------'.          00031300
                                                                        00031400
       01 WRK-ENT-TITULO.                                               00031500
          05 WRK-ENT-ORIGEM        PIC X(03).                           00031600
          05 WRK-ENT-FORNEC        PIC X(10).                           00031700
          05 WRK-ENT-DOCUMENTO     PIC X(12).                           00031800
          05 WRK-ENT-VENCIMENTO    PIC 9(08).                           00031900
          05 WRK-ENT-VENC-R REDEFINES WRK-ENT-VENCIMENTO.               00032000
             10 WRK-ENT-VENC-ANO   PIC 9(04).                           00032100
             10 WRK-ENT-VENC-MES   PIC 9(02).                           00032200
             10 WRK-ENT-VENC-DIA   PIC 9(02).                           00032300
          05 WRK-ENT-VALOR         PIC 9(09)V99.                        00032400
          05 WRK-ENT-APROVACAO     PIC X(01).                           00032500
                                                                        00032600
      *----TITULOS NO APNOVO POR SITUACAO: P A G L R C----------------* 00032700
       77 WRK-IDX-SIT     PIC 9(01) VALUE ZEROES.                       00032800
       01 WRK-TAB-SITUACOES.                                            00032900
          05 WRK-SIT-LINHA OCCURS 6 TIMES.                              00033000
             10 WRK-SIT-QTD         PIC 9(05).                          00033100
             10 WRK-SIT-VALOR       PIC 9(13)V99.                       00033200
       01 WRK-SIT-CODIGOS        PIC X(06) VALUE 'PAGLRC'.              00033300
       01 WRK-SIT-CODIGOS-R REDEFINES WRK-SIT-CODIGOS.                  00033400
          05 WRK-SIT-CODIGO OCCURS 6 TIMES PIC X(01).                   00033500
       01 WRK-SIT-NOMES.                                                00033600
          05 FILLER              PIC X(20) VALUE                        00033700
             'PENDENTES APROVACAO '.                                    00033800
          05 FILLER              PIC X(20) VALUE                        00033900
             'APROVADOS A AGENDAR '.                                    00034000
          05 FILLER              PIC X(20) VALUE                        00034100
             'AGENDADOS           '.                                    00034200
          05 FILLER              PIC X(20) VALUE                        00034300
             'LIQUIDADOS          '.                                    00034400
          05 FILLER              PIC X(20) VALUE                        00034500
             'RECUSADOS PELO BANCO'.                                    00034600
          05 FILLER              PIC X(20) VALUE                        00034700
             'CANCELADOS          '.                                    00034800
       01 WRK-SIT-NOMES-R REDEFINES WRK-SIT-NOMES.                      00034900
          05 WRK-SIT-NOME OCCURS 6 TIMES PIC X(20).                     00035000
                                                                        00035100
       01 FILLER          PIC X(64) VALUE                               00035200
           '-----------CONTROLE GRAVADO NO APNOVO-----------'.          00035300
                                                                        00035400
       01 WRK-APNOVO-CAB.                                               00035500
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00035600
          05 FILLER              PIC X(01) VALUE SPACE.                 00035700
          05 WRK-CABN-DATA       PIC 9(08).                             00035800
          05 FILLER              PIC X(01) VALUE SPACE.                 00035900
          05 FILLER              PIC X(08) VALUE 'FR19EX62'.            00036000
          05 FILLER              PIC X(123) VALUE SPACES.               00036100
                                                                        00036200
       01 WRK-APNOVO-TRL.                                               00036300
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00036400
          05 FILLER              PIC X(01) VALUE SPACE.                 00036500
          05 WRK-TRLN-QTD        PIC 9(05).                             00036600
          05 FILLER              PIC X(01) VALUE SPACE.                 00036700
          05 WRK-TRLN-ABERTO     PIC 9(13)V99.                          00036800
          05 FILLER              PIC X(119) VALUE SPACES.               00036900
                                                                        00037000
       01 FILLER          PIC X(64) VALUE                               00037100
           '-----------LINHAS DO RELATORIO------------------'.          00037200
                                                                        00037300
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00037400
                                                                        00037500
       01 WRK-LINHA-TITULO.                                             00037600
          05 FILLER              PIC X(46) VALUE                        00037700
             'CONTAS A PAGAR - MANUTENCAO DO CADASTRO       '.          00037800
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00037900
          05 WRK-TIT-DATA        PIC 9(08).                             00038000
          05 FILLER              PIC X(18) VALUE SPACES.                00038100
                                                                        00038200
       01 WRK-LINHA-COLUNAS.                                            00038300
          05 FILLER              PIC X(40) VALUE                        00038400
             'TITULO     EVENTO   FORNECEDOR DOCUMENTO'.                00038500
          05 FILLER              PIC X(40) VALUE                        00038600
             '    VENCTO           VALOR RESULTADO   '.                 00038700
                                                                        00038800
       01 WRK-LINHA-DETALHE.                                            00038900
          05 WRK-LDT-NUMERO      PIC X(10).                             00039000
          05 FILLER              PIC X(01) VALUE SPACE.                 00039100
          05 WRK-LDT-EVENTO      PIC X(08).                             00039200
          05 FILLER              PIC X(01) VALUE SPACE.                 00039300
          05 WRK-LDT-FORNEC      PIC X(10).                             00039400
          05 FILLER              PIC X(01) VALUE SPACE.                 00039500
          05 WRK-LDT-DOCUMENTO   PIC X(12).                             00039600
          05 FILLER              PIC X(01) VALUE SPACE.                 00039700
          05 WRK-LDT-VENCIMENTO  PIC 9(08).                             00039800
          05 FILLER              PIC X(01) VALUE SPACE.                 00039900
          05 WRK-LDT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.                    00040000
          05 FILLER              PIC X(01) VALUE SPACE.                 00040100
          05 WRK-LDT-RESULTADO   PIC X(12).                             00040200
                                                                        00040209
       01 WRK-LINHA-NEGADO.                                             00040218
          05 FILLER              PIC X(10) VALUE SPACES.                00040227
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00040236
          05 WRK-NEG-OPERADOR    PIC X(08).                             00040245
          05 FILLER              PIC X(03) VALUE ' - '.                 00040254
          05 WRK-NEG-NOME        PIC X(30).                             00040263
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00040272
          05 WRK-NEG-PERFIL      PIC X(08).                             00040281
          05 FILLER              PIC X(03) VALUE SPACES.                00040290
                                                                        00040300
       01 WRK-LINHA-SITUACAO.                                           00040400
          05 WRK-LSI-NOME        PIC X(20).                             00040500
          05 FILLER              PIC X(07) VALUE ' QTD.: '.             00040600
          05 WRK-LSI-QTD         PIC ZZZZ9.                             00040700
          05 FILLER              PIC X(09) VALUE '  VALOR: '.           00040800
          05 WRK-LSI-VALOR       PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.             00040900
          05 FILLER              PIC X(18) VALUE SPACES.                00041000
                                                                        00041100
      *=============================================================*   00041200
       PROCEDURE DIVISION.                                              00041300
      *=============================================================*   00041400
                                                                        00041500
      *-------------------------------------------------------------*   00041600
       0000-PRINCIPAL                           SECTION.                00041700
      *-------------------------------------------------------------*   00041800
                                                                        00041900
            PERFORM  1000-INICIAR.                                      00042000
            PERFORM  1100-CARREGAR-APCAD UNTIL WRK-FIM-APCAD.           00042100
            PERFORM  1200-CARREGAR-FORNCAD UNTIL WRK-FIM-FORNCAD.       00042200
                                                                        00042300
            PERFORM  2000-LER-APENTRA UNTIL WRK-FIM-APENTRA.            00042400
            PERFORM  2200-LER-PAGCONF UNTIL WRK-FIM-PAGCONF.            00042500
            PERFORM  2300-LER-MOV0106R UNTIL WRK-FIM-MOV0106R.          00042600
            PERFORM  2400-LER-TRANSAP UNTIL WRK-FIM-TRANSAP.            00042700
                                                                        00042800
            WRITE FD-APNOVO FROM WRK-APNOVO-CAB.                        00042900
            MOVE 1 TO WRK-SUB-TIT.                                      00043000
            PERFORM  2500-GRAVAR-APNOVO                                 00043100
                     UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.             00043200
                                                                        00043300
            PERFORM  3000-FINALIZAR.                                    00043400
                                                                        00043500
            STOP RUN.                                                   00043600
                                                                        00043700
      *-------------------------------------------------------------*   00043800
       1000-INICIAR                             SECTION.                00043900
      *-------------------------------------------------------------*   00044000
             OPEN INPUT  APCAD FORNCAD APENTRA PAGCONF MOV0106R TRANSAP 00044100
                  OUTPUT APNOVO RELAP.                                  00044200
                                                                        00044300
               PERFORM 4000-TESTARSTATUS.                               00044400
                                                                        00044500
               ACCEPT WRK-DATACICLO FROM SYSIN.                         00044600
               IF WRK-DATACICLO-AC EQUAL ZEROS                          00044700
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00044800
               ELSE                                                     00044900
                  MOVE WRK-DATACICLO-AC TO WRK-DATA-CICLO               00045000
               END-IF.                                                  00045100
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00045150
                                                                        00045200
               MOVE WRK-DATA-CICLO TO WRK-CABN-DATA                     00045300
                                      WRK-TIT-DATA.                     00045400
               MOVE ZEROES TO WRK-TAB-SITUACOES.                        00045500
                                                                        00045600
               WRITE FD-RELAP FROM WRK-LINHA-TRACO.                     00045700
               WRITE FD-RELAP FROM WRK-LINHA-TITULO.                    00045800
               WRITE FD-RELAP FROM WRK-LINHA-TRACO.                     00045900
               WRITE FD-RELAP FROM WRK-LINHA-COLUNAS.                   00046000
                                                                        00046100
               MOVE 'FR19EX62' TO WRK-EST-PROGRAMA.                     00046200
               MOVE 'I' TO WRK-EST-EVENTO.                              00046300
               MOVE ZEROES TO WRK-EST-LIDOS                             00046400
                              WRK-EST-GRAVADOS                          00046500
                              WRK-EST-REJEITADOS.                       00046600
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00046700
                                                                        00046800
       1000-99-FIM.              EXIT.                                  00046900
      *-------------------------------------------------------------*   00047000
       1100-CARREGAR-APCAD                      SECTION.                00047100
      *-------------------------------------------------------------*   00047200
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00047300
             READ APCAD                                                 00047400
               AT END                                                   00047500
                 MOVE 'S' TO WRK-SW-FIM-APC                             00047600
             END-READ.                                                  00047700
             PERFORM 4100-TESTARSTATUS-APCAD.                           00047800
             IF WRK-FS-APCAD NOT EQUAL 00                               00047900
                GO TO 1100-99-FIM.                                      00048000
             IF FD-APCAD (1:9) EQUAL 'CABECALHO'                        00048100
                OR FD-APCAD (1:6) EQUAL 'RODAPE'                        00048200
                GO TO 1100-99-FIM.                                      00048300
             IF WRK-QTD-TIT NOT LESS 9999                               00048400
                MOVE 'TABELA DE TITULOS ESGOTADA   ' TO WRK-MSGERRO     00048500
                MOVE '1100' TO WRK-SECAO                                00048600
                PERFORM 9100-ERRO-CONTROLE                              00048700
             END-IF.                                                    00048800
             ADD 1 TO WRK-QTD-TIT.                                      00048900
             ADD 1 TO WRK-REGAPCAD.                                     00049000
             MOVE FD-APCAD TO WRK-TAP-REGISTRO (WRK-QTD-TIT).           00049100
             IF FD-AP-NUMERO GREATER WRK-ULTIMO-NUMERO                  00049200
                MOVE FD-AP-NUMERO TO WRK-ULTIMO-NUMERO                  00049300
             END-IF.                                                    00049400
       1100-99-FIM.              EXIT.                                  00049500
      *-------------------------------------------------------------*   00049600
       1200-CARREGAR-FORNCAD                    SECTION.                00049700
      *-------------------------------------------------------------*   00049800
             READ FORNCAD                                               00049900
               AT END                                                   00050000
                 MOVE 'S' TO WRK-SW-FIM-FOR                             00050100
             END-READ.                                                  00050200
             PERFORM 4200-TESTARSTATUS-FORNCAD.                         00050300
             IF WRK-FS-FORNCAD NOT EQUAL 00                             00050400
                GO TO 1200-99-FIM.                                      00050500
             IF WRK-QTD-FOR NOT LESS 2000                               00050600
                MOVE 'TABELA DE FORNECEDORES ESGOT.' TO WRK-MSGERRO     00050700
                MOVE '1200' TO WRK-SECAO                                00050800
                PERFORM 9100-ERRO-CONTROLE                              00050900
             END-IF.                                                    00051000
             ADD 1 TO WRK-QTD-FOR.                                      00051100
             MOVE FD-FOR-CODIGO   TO WRK-TFO-CODIGO (WRK-QTD-FOR).      00051200
             MOVE FD-FOR-NOME     TO WRK-TFO-NOME (WRK-QTD-FOR).        00051300
             MOVE FD-FOR-SITUACAO TO WRK-TFO-SITUACAO (WRK-QTD-FOR).    00051400
       1200-99-FIM.              EXIT.                                  00051500
      *-------------------------------------------------------------*   00051600
       2000-LER-APENTRA                         SECTION.                00051700
      *-------------------------------------------------------------*   00051800
      *   CRITICA O TITULO NOVO E, SE ACEITO, ABRE-O NO CADASTRO    *   00051900
      *   COM O PROXIMO NUMERO.                                     *   00052000
      *-------------------------------------------------------------*   00052100
            READ APENTRA                                                00052200
              AT END                                                    00052300
                MOVE 'S' TO WRK-SW-FIM-ENT                              00052400
            END-READ.                                                   00052500
            PERFORM 4300-TESTARSTATUS-APENTRA.                          00052600
            IF WRK-FS-APENTRA NOT EQUAL 00                              00052700
               GO TO 2000-99-FIM.                                       00052800
            ADD 1 TO WRK-REGENTRA.                                      00052900
            MOVE FD-APG-ORIGEM      TO WRK-ENT-ORIGEM.                  00053000
            MOVE FD-APG-FORNEC      TO WRK-ENT-FORNEC.                  00053100
            MOVE FD-APG-DOCUMENTO   TO WRK-ENT-DOCUMENTO.               00053200
            MOVE FD-APG-VENCIMENTO  TO WRK-ENT-VENCIMENTO.              00053300
            MOVE FD-APG-VALOR       TO WRK-ENT-VALOR.                   00053400
            MOVE FD-APG-APROVACAO   TO WRK-ENT-APROVACAO.               00053500
            MOVE 'CARGA   ' TO WRK-EVENTO.                              00053600
            MOVE SPACES TO WRK-RESULTADO WRK-LDT-NUMERO.                00053700
                                                                        00053800
            MOVE ZEROES TO WRK-IDX-FOR.                                 00053900
            MOVE 1 TO WRK-SUB-FOR.                                      00054000
            PERFORM 2100-LOCALIZAR-FORNECEDOR                           00054100
                    UNTIL WRK-SUB-FOR GREATER WRK-QTD-FOR               00054200
                       OR WRK-IDX-FOR GREATER ZEROES.                   00054300
                                                                        00054400
            EVALUATE TRUE                                               00054500
              WHEN WRK-ENT-ORIGEM NOT EQUAL 'BEN'                       00054600
                   AND WRK-ENT-ORIGEM NOT EQUAL 'TRP'                   00054700
                MOVE 'ORIGEM INVAL' TO WRK-RESULTADO                    00054800
              WHEN WRK-IDX-FOR EQUAL ZEROES                             00054900
                MOVE 'FORN INEXIST' TO WRK-RESULTADO                    00055000
              WHEN WRK-TFO-SITUACAO (WRK-IDX-FOR) NOT EQUAL 'A'         00055100
                MOVE 'FORN INATIVO' TO WRK-RESULTADO                    00055200
              WHEN WRK-ENT-DOCUMENTO EQUAL SPACES                       00055300
                MOVE 'SEM DOCUMENT' TO WRK-RESULTADO                    00055400
              WHEN WRK-ENT-VALOR NOT NUMERIC                            00055500
                   OR WRK-ENT-VALOR EQUAL ZEROES                        00055600
                MOVE 'VALOR ZERADO' TO WRK-RESULTADO                    00055700
              WHEN WRK-ENT-VENCIMENTO NOT NUMERIC                       00055800
                   OR WRK-ENT-VENC-MES LESS 01                          00055900
                   OR WRK-ENT-VENC-MES GREATER 12                       00056000
                   OR WRK-ENT-VENC-DIA LESS 01                          00056100
                   OR WRK-ENT-VENC-DIA GREATER 31                       00056200
                MOVE 'VENC INVALID' TO WRK-RESULTADO                    00056300
              WHEN WRK-ENT-APROVACAO NOT EQUAL 'A'                      00056400
                   AND WRK-ENT-APROVACAO NOT EQUAL 'P'                  00056500
                MOVE 'APROV INVALI' TO WRK-RESULTADO                    00056600
            END-EVALUATE.                                               00056700
                                                                        00056800
            IF WRK-RESULTADO EQUAL SPACES                               00056900
               MOVE ZEROES TO WRK-IDX-TIT                               00057000
               MOVE 1 TO WRK-SUB-TIT                                    00057100
               PERFORM 2050-COMPARAR-DOCUMENTO                          00057200
                       UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT            00057300
                          OR WRK-IDX-TIT GREATER ZEROES                 00057400
               IF WRK-IDX-TIT GREATER ZEROES                            00057500
                  MOVE 'JA CARREGADO' TO WRK-RESULTADO                  00057600
                  MOVE WRK-TAP-NUMERO (WRK-IDX-TIT) TO WRK-LDT-NUMERO   00057700
                  ADD 1 TO WRK-QTD-DUPLIC                               00057800
               END-IF                                                   00057900
            END-IF.                                                     00058000
                                                                        00058100
            IF WRK-RESULTADO NOT EQUAL SPACES                           00058200
               ADD 1 TO WRK-QTD-RECUSA                                  00058300
               GO TO 2000-90-LISTAR.                                    00058400
                                                                        00058500
            IF WRK-QTD-TIT NOT LESS 9999                                00058600
               MOVE 'TABELA DE TITULOS ESGOTADA   ' TO WRK-MSGERRO      00058700
               MOVE '2000' TO WRK-SECAO                                 00058800
               PERFORM 9100-ERRO-CONTROLE                               00058900
            END-IF.                                                     00059000
            ADD 1 TO WRK-QTD-TIT WRK-ULTIMO-NUMERO.                     00059100
            MOVE SPACES TO WRK-TAP-REGISTRO (WRK-QTD-TIT).              00059200
            MOVE WRK-ULTIMO-NUMERO  TO WRK-TAP-NUMERO (WRK-QTD-TIT)     00059300
                                       WRK-LDT-NUMERO.                  00059400
            MOVE WRK-ENT-ORIGEM     TO WRK-TAP-ORIGEM (WRK-QTD-TIT).    00059500
            MOVE WRK-ENT-FORNEC     TO WRK-TAP-FORNEC (WRK-QTD-TIT).    00059600
            MOVE WRK-TFO-NOME (WRK-IDX-FOR)                             00059700
                                    TO WRK-TAP-NOME (WRK-QTD-TIT).      00059800
            MOVE WRK-ENT-DOCUMENTO  TO WRK-TAP-DOCUMENTO (WRK-QTD-TIT). 00059900
            MOVE WRK-DATA-CICLO     TO WRK-TAP-EMISSAO (WRK-QTD-TIT).   00060000
            MOVE WRK-ENT-VENCIMENTO                                     00060100
                 TO WRK-TAP-VENCIMENTO (WRK-QTD-TIT).                   00060200
            MOVE WRK-ENT-VALOR      TO WRK-TAP-VALOR (WRK-QTD-TIT).     00060300
            MOVE WRK-ENT-APROVACAO  TO WRK-TAP-SITUACAO (WRK-QTD-TIT).  00060400
            MOVE ZEROES TO WRK-TAP-DATA-APROV (WRK-QTD-TIT)             00060500
                           WRK-TAP-DATA-AGENDA (WRK-QTD-TIT)            00060600
                           WRK-TAP-DATA-PAGTO (WRK-QTD-TIT)             00060700
                           WRK-TAP-DATA-LIQUID (WRK-QTD-TIT).           00060800
            IF WRK-ENT-APROVACAO EQUAL 'A'                              00060900
               MOVE WRK-DATA-CICLO TO WRK-TAP-DATA-APROV (WRK-QTD-TIT)  00061000
               MOVE 'INCLUIDO APR' TO WRK-RESULTADO                     00061100
            ELSE                                                        00061200
               MOVE 'INCLUIDO PEN' TO WRK-RESULTADO                     00061300
            END-IF.                                                     00061400
            ADD 1 TO WRK-QTD-INCLUI.                                    00061500
                                                                        00061600
       2000-90-LISTAR.                                                  00061700
            MOVE WRK-EVENTO         TO WRK-LDT-EVENTO.                  00061800
            MOVE WRK-ENT-FORNEC     TO WRK-LDT-FORNEC.                  00061900
            MOVE WRK-ENT-DOCUMENTO  TO WRK-LDT-DOCUMENTO.               00062000
            MOVE WRK-ENT-VENCIMENTO TO WRK-LDT-VENCIMENTO.              00062100
            MOVE WRK-ENT-VALOR      TO WRK-LDT-VALOR.                   00062200
            MOVE WRK-RESULTADO      TO WRK-LDT-RESULTADO.               00062300
            WRITE FD-RELAP FROM WRK-LINHA-DETALHE.                      00062400
                                                                        00062500
       2000-99-FIM.              EXIT.                                  00062600
      *-------------------------------------------------------------*   00062700
       2050-COMPARAR-DOCUMENTO                  SECTION.                00062800
      *-------------------------------------------------------------*   00062900
            IF WRK-TAP-FORNEC (WRK-SUB-TIT) EQUAL WRK-ENT-FORNEC        00063000
               AND WRK-TAP-DOCUMENTO (WRK-SUB-TIT)                      00063100
                   EQUAL WRK-ENT-DOCUMENTO                              00063200
               MOVE WRK-SUB-TIT TO WRK-IDX-TIT                          00063300
            END-IF.                                                     00063400
            ADD 1 TO WRK-SUB-TIT.                                       00063500
       2050-99-FIM.              EXIT.                                  00063600
      *-------------------------------------------------------------*   00063700
       2100-LOCALIZAR-FORNECEDOR                SECTION.                00063800
      *-------------------------------------------------------------*   00063900
            IF WRK-TFO-CODIGO (WRK-SUB-FOR) EQUAL WRK-ENT-FORNEC        00064000
               MOVE WRK-SUB-FOR TO WRK-IDX-FOR                          00064100
            END-IF.                                                     00064200
            ADD 1 TO WRK-SUB-FOR.                                       00064300
       2100-99-FIM.              EXIT.                                  00064400
      *-------------------------------------------------------------*   00064500
       2200-LER-PAGCONF                         SECTION.                00064600
      *-------------------------------------------------------------*   00064700
      *   SO O TITULO AGENDADO PARA A MESMA DATA DE PAGAMENTO E     *   00064800
      *   BAIXADO; O MESMO PAGCONF LIDO DUAS VEZES NAO ALTERA NADA. *   00064900
      *-------------------------------------------------------------*   00065000
            READ PAGCONF                                                00065100
              AT END                                                    00065200
                MOVE 'S' TO WRK-SW-FIM-PGC                              00065300
            END-READ.                                                   00065400
            PERFORM 4400-TESTARSTATUS-PAGCONF.                          00065500
            IF WRK-FS-PAGCONF NOT EQUAL 00                              00065600
               GO TO 2200-99-FIM.                                       00065700
            ADD 1 TO WRK-REGPAGCONF.                                    00065800
            MOVE 'CONFIRMA' TO WRK-EVENTO.                              00065900
            PERFORM 2160-PROCURAR-NUMERO-PAGCONF.                       00066000
            IF WRK-IDX-TIT EQUAL ZEROES                                 00066100
               MOVE 'NAO EXISTE  ' TO WRK-RESULTADO                     00066200
               ADD 1 TO WRK-QTD-IGNORA                                  00066300
               GO TO 2200-90-LISTAR.                                    00066400
            IF WRK-TAP-SITUACAO (WRK-IDX-TIT) NOT EQUAL 'G'             00066500
               OR WRK-TAP-DATA-PAGTO (WRK-IDX-TIT) NOT EQUAL            00066600
                  FD-PGC-DATA-PAGTO                                     00066700
               MOVE 'IGNORADA    ' TO WRK-RESULTADO                     00066800
               ADD 1 TO WRK-QTD-IGNORA                                  00066900
               GO TO 2200-90-LISTAR.                                    00067000
            IF FD-PGC-PARECER EQUAL 'A'                                 00067100
               MOVE 'L' TO WRK-TAP-SITUACAO (WRK-IDX-TIT)               00067200
               MOVE FD-PGC-DATA-PAGTO                                   00067300
                    TO WRK-TAP-DATA-LIQUID (WRK-IDX-TIT)                00067400
               MOVE 'LIQUIDADO   ' TO WRK-RESULTADO                     00067500
               ADD 1 TO WRK-QTD-PAGOS                                   00067600
            ELSE                                                        00067700
               MOVE 'R' TO WRK-TAP-SITUACAO (WRK-IDX-TIT)               00067800
               MOVE FD-PGC-MOTIVO TO WRK-TAP-MOTIVO (WRK-IDX-TIT)       00067900
               MOVE SPACES TO WRK-RESULTADO                             00068000
               STRING 'RECUSADO ' FD-PGC-MOTIVO                         00068100
                      DELIMITED BY SIZE INTO WRK-RESULTADO              00068200
               ADD 1 TO WRK-QTD-RECBCO                                  00068300
            END-IF.                                                     00068400
                                                                        00068500
       2200-90-LISTAR.                                                  00068600
            PERFORM 2900-LISTAR-TITULO.                                 00068700
                                                                        00068800
       2200-99-FIM.              EXIT.                                  00068900
      *-------------------------------------------------------------*   00069000
       2160-PROCURAR-NUMERO-PAGCONF             SECTION.                00069100
      *-------------------------------------------------------------*   00069200
            MOVE ZEROES TO WRK-IDX-TIT.                                 00069300
            MOVE FD-PGC-TITULO TO WRK-LDT-NUMERO.                       00069400
            MOVE 1 TO WRK-SUB-TIT.                                      00069500
            PERFORM 2170-COMPARAR-NUMERO-PAGCONF                        00069600
                    UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT               00069700
                       OR WRK-IDX-TIT GREATER ZEROES.                   00069800
       2160-99-FIM.              EXIT.                                  00069900
      *-------------------------------------------------------------*   00070000
       2170-COMPARAR-NUMERO-PAGCONF             SECTION.                00070100
      *-------------------------------------------------------------*   00070200
            IF WRK-TAP-NUMERO (WRK-SUB-TIT) EQUAL FD-PGC-TITULO         00070300
               MOVE WRK-SUB-TIT TO WRK-IDX-TIT                          00070400
            END-IF.                                                     00070500
            ADD 1 TO WRK-SUB-TIT.                                       00070600
       2170-99-FIM.              EXIT.                                  00070700
      *-------------------------------------------------------------*   00070800
       2300-LER-MOV0106R                        SECTION.                00070900
      *-------------------------------------------------------------*   00071000
      *   DEBITO 'G' RECUSADO NA POSTAGEM: O AGENDAMENTO E DESFEITO *   00071100
      *   E O TITULO, AINDA APROVADO, VOLTA PARA A SELECAO.         *   00071200
      *-------------------------------------------------------------*   00071300
            READ MOV0106R                                               00071400
              AT END                                                    00071500
                MOVE 'S' TO WRK-SW-FIM-REJ                              00071600
            END-READ.                                                   00071700
            PERFORM 4500-TESTARSTATUS-MOV0106R.                         00071800
            IF WRK-FS-MOV0106R NOT EQUAL 00                             00071900
               GO TO 2300-99-FIM.                                       00072000
            IF FD-REJ-TIPOMOV NOT EQUAL 'G'                             00072100
               OR FD-MOV0106R (1:9) EQUAL 'CABECALHO'                   00072200
               OR FD-MOV0106R (1:6) EQUAL 'RODAPE'                      00072300
               GO TO 2300-99-FIM.                                       00072400
            MOVE 'POSTAGEM' TO WRK-EVENTO.                              00072500
            MOVE FD-MOV0106R (1:8) TO WRK-CHAVE-REJ.                    00072600
            MOVE ZEROES TO WRK-IDX-TIT.                                 00072700
            MOVE 1 TO WRK-SUB-TIT.                                      00072800
            PERFORM 2310-COMPARAR-DEBITO                                00072900
                    UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.              00073000
            IF WRK-IDX-TIT EQUAL ZEROES                                 00073100
               DISPLAY ' DEBITO G RECUSADO SEM TITULO AGENDADO: '       00073200
                       WRK-CHAVE-REJ ' ' FD-REJ-VLRMOVIMENTO            00073300
               GO TO 2300-99-FIM.                                       00073400
            MOVE 'A' TO WRK-TAP-SITUACAO (WRK-IDX-TIT).                 00073500
            MOVE ZEROES TO WRK-TAP-DATA-AGENDA (WRK-IDX-TIT)            00073600
                           WRK-TAP-DATA-PAGTO (WRK-IDX-TIT).            00073700
            MOVE SPACES TO WRK-TAP-CONTA-DEB (WRK-IDX-TIT).             00073800
            MOVE WRK-TAP-NUMERO (WRK-IDX-TIT) TO WRK-LDT-NUMERO.        00073900
            MOVE 'DEB RECUSADO' TO WRK-RESULTADO.                       00074000
            ADD 1 TO WRK-QTD-REAGEN.                                    00074100
            PERFORM 2900-LISTAR-TITULO.                                 00074200
       2300-99-FIM.              EXIT.                                  00074300
      *-------------------------------------------------------------*   00074400
       2310-COMPARAR-DEBITO                     SECTION.                00074500
      *-------------------------------------------------------------*   00074600
      *   DENTRE OS AGENDADOS DA CONTA E VALOR, FICA O DE AGENDA    *   00074700
      *   MAIS RECENTE (O DA NOITE DO MOV0106R).                    *   00074800
      *-------------------------------------------------------------*   00074900
            IF WRK-TAP-SITUACAO (WRK-SUB-TIT) EQUAL 'G'                 00075000
               AND WRK-TAP-CONTA-DEB (WRK-SUB-TIT) EQUAL WRK-CHAVE-REJ  00075100
               COMPUTE WRK-VLR-INTEIRO ROUNDED =                        00075200
                       WRK-TAP-VALOR (WRK-SUB-TIT)                      00075300
               IF WRK-VLR-INTEIRO EQUAL FD-REJ-VLRMOVIMENTO             00075400
                  IF WRK-IDX-TIT EQUAL ZEROES                           00075500
                     MOVE WRK-SUB-TIT TO WRK-IDX-TIT                    00075600
                  ELSE                                                  00075700
                     IF WRK-TAP-DATA-AGENDA (WRK-SUB-TIT) GREATER       00075800
                        WRK-TAP-DATA-AGENDA (WRK-IDX-TIT)               00075900
                        MOVE WRK-SUB-TIT TO WRK-IDX-TIT                 00076000
                     END-IF                                             00076100
                  END-IF                                                00076200
               END-IF                                                   00076300
            END-IF.                                                     00076400
            ADD 1 TO WRK-SUB-TIT.                                       00076500
       2310-99-FIM.              EXIT.                                  00076600
      *-------------------------------------------------------------*   00076700
       2400-LER-TRANSAP                         SECTION.                00076800
      *-------------------------------------------------------------*   00076900
            READ TRANSAP                                                00077000
              AT END                                                    00077100
                MOVE 'S' TO WRK-SW-FIM-TAP                              00077200
            END-READ.                                                   00077300
            PERFORM 4600-TESTARSTATUS-TRANSAP.                          00077400
            IF WRK-FS-TRANSAP NOT EQUAL 00                              00077500
               GO TO 2400-99-FIM.                                       00077600
            ADD 1 TO WRK-REGTRANS.                                      00077700
            MOVE FD-TAP-OPERACAO TO WRK-EVENTO.                         00077800
            MOVE FD-TAP-TITULO TO WRK-LDT-NUMERO.                       00077900
            MOVE ZEROES TO WRK-IDX-TIT.                                 00078000
            MOVE 1 TO WRK-SUB-TIT.                                      00078100
            PERFORM 2410-COMPARAR-NUMERO-TRANSAP                        00078200
                    UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT               00078300
                       OR WRK-IDX-TIT GREATER ZEROES.                   00078400
            PERFORM 2420-VERIFICAR-AUTORIZACAO.                         00078425
            IF NOT WRK-AUT-AUTORIZADO                                   00078450
               GO TO 2400-90-LISTAR.                                    00078475
            IF WRK-IDX-TIT EQUAL ZEROES                                 00078500
               MOVE 'NAO EXISTE  ' TO WRK-RESULTADO                     00078600
               ADD 1 TO WRK-QTD-RECTRN                                  00078700
               GO TO 2400-90-LISTAR.                                    00078800
                                                                        00078900
            EVALUATE TRUE                                               00079000
              WHEN FD-TAP-OPERACAO EQUAL 'APROVA  '                     00079100
                   AND (WRK-TAP-SITUACAO (WRK-IDX-TIT) EQUAL 'P'        00079200
                     OR WRK-TAP-SITUACAO (WRK-IDX-TIT) EQUAL 'R')       00079300
                MOVE 'A' TO WRK-TAP-SITUACAO (WRK-IDX-TIT)              00079400
                MOVE WRK-DATA-CICLO                                     00079500
                     TO WRK-TAP-DATA-APROV (WRK-IDX-TIT)                00079600
                MOVE ZEROES TO WRK-TAP-DATA-AGENDA (WRK-IDX-TIT)        00079700
                               WRK-TAP-DATA-PAGTO (WRK-IDX-TIT)         00079800
                MOVE SPACES TO WRK-TAP-CONTA-DEB (WRK-IDX-TIT)          00079900
                               WRK-TAP-MOTIVO (WRK-IDX-TIT)             00080000
                MOVE 'APROVADO    ' TO WRK-RESULTADO                    00080100
                ADD 1 TO WRK-QTD-APROVA                                 00080200
              WHEN FD-TAP-OPERACAO EQUAL 'CANCELA '                     00080300
                   AND (WRK-TAP-SITUACAO (WRK-IDX-TIT) EQUAL 'P'        00080400
                     OR WRK-TAP-SITUACAO (WRK-IDX-TIT) EQUAL 'A'        00080500
                     OR WRK-TAP-SITUACAO (WRK-IDX-TIT) EQUAL 'R')       00080600
                MOVE 'C' TO WRK-TAP-SITUACAO (WRK-IDX-TIT)              00080700
                MOVE 'CANCELADO   ' TO WRK-RESULTADO                    00080800
                ADD 1 TO WRK-QTD-CANCELA                                00080900
              WHEN FD-TAP-OPERACAO NOT EQUAL 'APROVA  '                 00081000
                   AND FD-TAP-OPERACAO NOT EQUAL 'CANCELA '             00081100
                MOVE 'OPER INVALID' TO WRK-RESULTADO                    00081200
                ADD 1 TO WRK-QTD-RECTRN                                 00081300
              WHEN OTHER                                                00081400
                MOVE SPACES TO WRK-RESULTADO                            00081500
                STRING 'SITUACAO ' WRK-TAP-SITUACAO (WRK-IDX-TIT)       00081600
                       DELIMITED BY SIZE INTO WRK-RESULTADO             00081700
                ADD 1 TO WRK-QTD-RECTRN                                 00081800
            END-EVALUATE.                                               00081900
                                                                        00082000
       2400-90-LISTAR.                                                  00082100
            IF WRK-IDX-TIT GREATER ZEROES                               00082200
               PERFORM 2900-LISTAR-TITULO                               00082300
            ELSE                                                        00082400
               MOVE WRK-EVENTO    TO WRK-LDT-EVENTO                     00082500
               MOVE SPACES        TO WRK-LDT-FORNEC WRK-LDT-DOCUMENTO   00082600
               MOVE ZEROES        TO WRK-LDT-VENCIMENTO WRK-LDT-VALOR   00082700
               MOVE WRK-RESULTADO TO WRK-LDT-RESULTADO                  00082800
               WRITE FD-RELAP FROM WRK-LINHA-DETALHE                    00082900
            END-IF.                                                     00083000
            IF NOT WRK-AUT-AUTORIZADO                                   00083014
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00083028
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00083042
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00083057
               WRITE FD-RELAP FROM WRK-LINHA-NEGADO                     00083071
            END-IF.                                                     00083085
                                                                        00083100
       2400-99-FIM.              EXIT.                                  00083200
      *-------------------------------------------------------------*   00083300
       2410-COMPARAR-NUMERO-TRANSAP             SECTION.                00083400
      *-------------------------------------------------------------*   00083500
            IF WRK-TAP-NUMERO (WRK-SUB-TIT) EQUAL FD-TAP-TITULO         00083600
               MOVE WRK-SUB-TIT TO WRK-IDX-TIT                          00083700
            END-IF.                                                     00083800
            ADD 1 TO WRK-SUB-TIT.                                       00083900
       2410-99-FIM.              EXIT.                                  00084000
      *-------------------------------------------------------------*   00084004
       2420-VERIFICAR-AUTORIZACAO               SECTION.                00084008
      *-------------------------------------------------------------*   00084013
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00084017
      *   DO CARTAO NO FR19EX62 (MODULO AUTORIZA). SEM ELA, OU COM  *   00084021
      *   OPERADOR DESCONHECIDO/INATIVO, O CARTAO E RECUSADO.       *   00084026
      *-------------------------------------------------------------*   00084030
            MOVE 'FR19EX62'      TO WRK-AUT-PROGRAMA.                   00084034
            MOVE FD-TAP-OPERACAO TO WRK-AUT-OPERACAO.                   00084039
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00084043
            MOVE FD-TAP-TITULO   TO WRK-AUT-CHAVE.                      00084047
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00084052
            IF NOT WRK-AUT-AUTORIZADO                                   00084056
               IF WRK-AUT-NEGADO                                        00084060
                  MOVE 'SEM PERMISS ' TO WRK-RESULTADO                  00084065
               ELSE                                                     00084069
                  MOVE 'OPERADOR INV' TO WRK-RESULTADO                  00084073
               END-IF                                                   00084078
               ADD 1 TO WRK-QTD-RECTRN                                  00084082
                        WRK-QTD-NEGADA                                  00084086
            END-IF.                                                     00084091
       2420-99-FIM.              EXIT.                                  00084095
      *-------------------------------------------------------------*   00084100
       2500-GRAVAR-APNOVO                       SECTION.                00084200
      *-------------------------------------------------------------*   00084300
            MOVE WRK-TAP-REGISTRO (WRK-SUB-TIT) TO FD-APNOVO.           00084400
            WRITE FD-APNOVO.                                            00084500
            ADD 1 TO WRK-REGAPNOVO.                                     00084600
            MOVE 1 TO WRK-IDX-SIT.                                      00084700
            PERFORM 2510-LOCALIZAR-SITUACAO                             00084800
                    UNTIL WRK-IDX-SIT GREATER 5                         00084900
                       OR WRK-SIT-CODIGO (WRK-IDX-SIT) EQUAL            00085000
                          WRK-TAP-SITUACAO (WRK-SUB-TIT).               00085100
            ADD 1 TO WRK-SIT-QTD (WRK-IDX-SIT).                         00085200
            ADD WRK-TAP-VALOR (WRK-SUB-TIT)                             00085300
                TO WRK-SIT-VALOR (WRK-IDX-SIT).                         00085400
            IF WRK-TAP-SITUACAO (WRK-SUB-TIT) NOT EQUAL 'L'             00085500
               AND WRK-TAP-SITUACAO (WRK-SUB-TIT) NOT EQUAL 'C'         00085600
               ADD WRK-TAP-VALOR (WRK-SUB-TIT) TO WRK-TOT-ABERTO        00085700
            END-IF.                                                     00085800
            ADD 1 TO WRK-SUB-TIT.                                       00085900
       2500-99-FIM.              EXIT.                                  00086000
      *-------------------------------------------------------------*   00086100
       2510-LOCALIZAR-SITUACAO                  SECTION.                00086200
      *-------------------------------------------------------------*   00086300
            ADD 1 TO WRK-IDX-SIT.                                       00086400
       2510-99-FIM.              EXIT.                                  00086500
      *-------------------------------------------------------------*   00086600
       2900-LISTAR-TITULO                       SECTION.                00086700
      *-------------------------------------------------------------*   00086800
            MOVE WRK-EVENTO         TO WRK-LDT-EVENTO.                  00086900
            MOVE WRK-TAP-FORNEC (WRK-IDX-TIT)     TO WRK-LDT-FORNEC.    00087000
            MOVE WRK-TAP-DOCUMENTO (WRK-IDX-TIT)  TO WRK-LDT-DOCUMENTO. 00087100
            MOVE WRK-TAP-VENCIMENTO (WRK-IDX-TIT)                       00087200
                 TO WRK-LDT-VENCIMENTO.                                 00087300
            MOVE WRK-TAP-VALOR (WRK-IDX-TIT)      TO WRK-LDT-VALOR.     00087400
            MOVE WRK-RESULTADO      TO WRK-LDT-RESULTADO.               00087500
            WRITE FD-RELAP FROM WRK-LINHA-DETALHE.                      00087600
       2900-99-FIM.              EXIT.                                  00087700
      *-------------------------------------------------------------*   00087800
       3000-FINALIZAR                           SECTION.                00087900
      *-------------------------------------------------------------*   00088000
             MOVE WRK-REGAPNOVO  TO WRK-TRLN-QTD.                       00088100
             MOVE WRK-TOT-ABERTO TO WRK-TRLN-ABERTO.                    00088200
             WRITE FD-APNOVO FROM WRK-APNOVO-TRL.                       00088300
                                                                        00088400
             WRITE FD-RELAP FROM WRK-LINHA-TRACO.                       00088500
             MOVE 1 TO WRK-IDX-SIT.                                     00088600
             PERFORM 3100-LISTAR-SITUACAO                               00088700
                     UNTIL WRK-IDX-SIT GREATER 6.                       00088800
             WRITE FD-RELAP FROM WRK-LINHA-TRACO.                       00088900
                                                                        00089000
             CLOSE APCAD FORNCAD APENTRA PAGCONF MOV0106R TRANSAP       00089100
                   APNOVO RELAP.                                        00089200
              DISPLAY ' ============================================'.  00089300
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX62          '.  00089400
              DISPLAY ' ============================================'.  00089500
              DISPLAY ' TITULOS NO CADASTRO........' WRK-REGAPCAD.      00089600
              DISPLAY ' TITULOS LIDOS NA CARGA.....' WRK-REGENTRA.      00089700
              DISPLAY ' TITULOS INCLUIDOS..........' WRK-QTD-INCLUI.    00089800
              DISPLAY ' TITULOS RECUSADOS..........' WRK-QTD-RECUSA.    00089900
              DISPLAY '  DOS QUAIS JA CARREGADOS...' WRK-QTD-DUPLIC.    00090000
              DISPLAY ' CONFIRMACOES LIDAS.........' WRK-REGPAGCONF.    00090100
              DISPLAY ' TITULOS LIQUIDADOS.........' WRK-QTD-PAGOS.     00090200
              DISPLAY ' RECUSADOS PELO BANCO.......' WRK-QTD-RECBCO.    00090300
              DISPLAY ' CONFIRMACOES IGNORADAS.....' WRK-QTD-IGNORA.    00090400
              DISPLAY ' DEBITOS RECUSADOS (REAGEN.)' WRK-QTD-REAGEN.    00090500
              DISPLAY ' CARTOES TRANSAP LIDOS......' WRK-REGTRANS.      00090600
              DISPLAY ' TITULOS APROVADOS..........' WRK-QTD-APROVA.    00090700
              DISPLAY ' TITULOS CANCELADOS.........' WRK-QTD-CANCELA.   00090800
              DISPLAY ' CARTOES RECUSADOS..........' WRK-QTD-RECTRN.    00090900
              DISPLAY '  DOS QUAIS SEM AUTORIZACAO.' WRK-QTD-NEGADA.    00090950
              DISPLAY ' REGISTROS NO APNOVO........' WRK-REGAPNOVO.     00091000
              DISPLAY ' ============================================'.  00091100
                                                                        00091200
              MOVE 'F' TO WRK-EST-EVENTO.                               00091300
              COMPUTE WRK-EST-LIDOS = WRK-REGENTRA + WRK-REGPAGCONF     00091400
                                    + WRK-REGTRANS.                     00091500
              MOVE WRK-REGAPNOVO  TO WRK-EST-GRAVADOS.                  00091600
              COMPUTE WRK-EST-REJEITADOS = WRK-QTD-RECUSA               00091700
                                         + WRK-QTD-RECTRN.              00091800
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00091900
                                                                        00092000
       3000-99-FIM.              EXIT.                                  00092100
      *-------------------------------------------------------------*   00092200
       3100-LISTAR-SITUACAO                     SECTION.                00092300
      *-------------------------------------------------------------*   00092400
             MOVE WRK-SIT-NOME (WRK-IDX-SIT)  TO WRK-LSI-NOME.          00092500
             MOVE WRK-SIT-QTD (WRK-IDX-SIT)   TO WRK-LSI-QTD.           00092600
             MOVE WRK-SIT-VALOR (WRK-IDX-SIT) TO WRK-LSI-VALOR.         00092700
             WRITE FD-RELAP FROM WRK-LINHA-SITUACAO.                    00092800
             ADD 1 TO WRK-IDX-SIT.                                      00092900
       3100-99-FIM.              EXIT.                                  00093000
      *-------------------------------------------------------------*   00093100
       4000-TESTARSTATUS                            SECTION.            00093200
      *-------------------------------------------------------------*   00093300
                 PERFORM 4100-TESTARSTATUS-APCAD.                       00093400
                 PERFORM 4200-TESTARSTATUS-FORNCAD.                     00093500
                 PERFORM 4300-TESTARSTATUS-APENTRA.                     00093600
                 PERFORM 4400-TESTARSTATUS-PAGCONF.                     00093700
                 PERFORM 4500-TESTARSTATUS-MOV0106R.                    00093800
                 PERFORM 4600-TESTARSTATUS-TRANSAP.                     00093900
                 IF WRK-FS-APNOVO NOT EQUAL 00                          00094000
                   MOVE 'ERRO NO OPEN APNOVO   ' TO WRK-MSGERRO         00094100
                   MOVE '1000'                   TO WRK-SECAO           00094200
                   MOVE WRK-FS-APNOVO            TO WRK-STATUS          00094300
                    PERFORM 9000-TRATAERROS                             00094400
                 END-IF.                                                00094500
                 IF WRK-FS-RELAP NOT EQUAL 00                           00094600
                   MOVE 'ERRO NO OPEN RELAP    ' TO WRK-MSGERRO         00094700
                   MOVE '1000'                   TO WRK-SECAO           00094800
                   MOVE WRK-FS-RELAP             TO WRK-STATUS          00094900
                    PERFORM 9000-TRATAERROS                             00095000
                 END-IF.                                                00095100
                                                                        00095200
       4000-99-FIM.              EXIT.                                  00095300
      *-------------------------------------------------------------*   00095400
       4100-TESTARSTATUS-APCAD                      SECTION.            00095500
      *-------------------------------------------------------------*   00095600
               IF WRK-FS-APCAD NOT EQUAL 00                             00095700
                           AND WRK-FS-APCAD NOT EQUAL 10                00095800
                 MOVE 'ERRO NO APCAD         ' TO WRK-MSGERRO           00095900
                 MOVE '1100'                   TO WRK-SECAO             00096000
                 MOVE WRK-FS-APCAD             TO WRK-STATUS            00096100
                  PERFORM 9000-TRATAERROS                               00096200
               END-IF.                                                  00096300
                                                                        00096400
       4100-99-FIM.              EXIT.                                  00096500
      *-------------------------------------------------------------*   00096600
       4200-TESTARSTATUS-FORNCAD                    SECTION.            00096700
      *-------------------------------------------------------------*   00096800
               IF WRK-FS-FORNCAD NOT EQUAL 00                           00096900
                           AND WRK-FS-FORNCAD NOT EQUAL 10              00097000
                 MOVE 'ERRO NO FORNCAD       ' TO WRK-MSGERRO           00097100
                 MOVE '1200'                   TO WRK-SECAO             00097200
                 MOVE WRK-FS-FORNCAD           TO WRK-STATUS            00097300
                  PERFORM 9000-TRATAERROS                               00097400
               END-IF.                                                  00097500
                                                                        00097600
       4200-99-FIM.              EXIT.                                  00097700
      *-------------------------------------------------------------*   00097800
       4300-TESTARSTATUS-APENTRA                    SECTION.            00097900
      *-------------------------------------------------------------*   00098000
               IF WRK-FS-APENTRA NOT EQUAL 00                           00098100
                           AND WRK-FS-APENTRA NOT EQUAL 10              00098200
                 MOVE 'ERRO NO APENTRA       ' TO WRK-MSGERRO           00098300
                 MOVE '2000'                   TO WRK-SECAO             00098400
                 MOVE WRK-FS-APENTRA           TO WRK-STATUS            00098500
                  PERFORM 9000-TRATAERROS                               00098600
               END-IF.                                                  00098700
                                                                        00098800
       4300-99-FIM.              EXIT.                                  00098900
      *-------------------------------------------------------------*   00099000
       4400-TESTARSTATUS-PAGCONF                    SECTION.            00099100
      *-------------------------------------------------------------*   00099200
               IF WRK-FS-PAGCONF NOT EQUAL 00                           00099300
                           AND WRK-FS-PAGCONF NOT EQUAL 10              00099400
                 MOVE 'ERRO NO PAGCONF       ' TO WRK-MSGERRO           00099500
                 MOVE '2200'                   TO WRK-SECAO             00099600
                 MOVE WRK-FS-PAGCONF           TO WRK-STATUS            00099700
                  PERFORM 9000-TRATAERROS                               00099800
               END-IF.                                                  00099900
                                                                        00100000
       4400-99-FIM.              EXIT.                                  00100100
      *-------------------------------------------------------------*   00100200
       4500-TESTARSTATUS-MOV0106R                   SECTION.            00100300
      *-------------------------------------------------------------*   00100400
               IF WRK-FS-MOV0106R NOT EQUAL 00                          00100500
                           AND WRK-FS-MOV0106R NOT EQUAL 10             00100600
                 MOVE 'ERRO NO MOV0106R      ' TO WRK-MSGERRO           00100700
                 MOVE '2300'                   TO WRK-SECAO             00100800
                 MOVE WRK-FS-MOV0106R          TO WRK-STATUS            00100900
                  PERFORM 9000-TRATAERROS                               00101000
               END-IF.                                                  00101100
                                                                        00101200
       4500-99-FIM.              EXIT.                                  00101300
      *-------------------------------------------------------------*   00101400
       4600-TESTARSTATUS-TRANSAP                    SECTION.            00101500
      *-------------------------------------------------------------*   00101600
               IF WRK-FS-TRANSAP NOT EQUAL 00                           00101700
                           AND WRK-FS-TRANSAP NOT EQUAL 10              00101800
                 MOVE 'ERRO NO TRANSAP       ' TO WRK-MSGERRO           00101900
                 MOVE '2400'                   TO WRK-SECAO             00102000
                 MOVE WRK-FS-TRANSAP           TO WRK-STATUS            00102100
                  PERFORM 9000-TRATAERROS                               00102200
               END-IF.                                                  00102300
                                                                        00102400
       4600-99-FIM.              EXIT.                                  00102500
      *-------------------------------------------------------------*   00102600
       9100-ERRO-CONTROLE                           SECTION.            00102700
      *-------------------------------------------------------------*   00102800
           MOVE 'FR19EX62' TO WRK-PROGRAMA.                             00102900
           MOVE 'E'        TO WRK-SEVERIDADE.                           00103000
           MOVE '08'       TO WRK-STATUS.                               00103100
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00103200
           MOVE 8 TO RETURN-CODE.                                       00103300
           STOP RUN.                                                    00103400
                                                                        00103500
       9100-99-FIM.              EXIT.                                  00103600
      *-------------------------------------------------------------*   00103700
       9000-TRATAERROS                              SECTION.            00103800
      *-------------------------------------------------------------*   00103900
           MOVE 'FR19EX62' TO WRK-PROGRAMA                              00104000
           MOVE 'E'        TO WRK-SEVERIDADE                            00104100
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00104200
           GOBACK.                                                      00104300
                                                                        00104400
       9000-99-FIM.              EXIT.                                  00104500
