      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX67.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: APROVACAO DAS HORAS APONTADAS PELO GESTOR DO    *   00001200
      *    PROJETO (GESTOR DO CADASTRO PROJMST). RODA DEPOIS DO     *   00001300
      *    FR19EX09 E ANTES DO FR19EX02:                            *   00001400
      *     - CARREGA AS PENDENCIAS DA RODADA ANTERIOR (PENDAPR) E  *   00001500
      *       ACRESCENTA OS APONTAMENTOS LIMPOS DO PROJOK, CADA UM  *   00001600
      *       COM UM NUMERO DE APROVACAO E A DATA DE ENTRADA        *   00001700
      *     - APLICA O DECK DE DECISOES DOS GESTORES (DECISAO):     *   00001800
      *       APROVADO VAI PARA O PROJAPR (LAYOUT DO PROJ, COM      *   00001900
      *       CABECALHO/RODAPE DE CONTROLE, QUE E A ENTRADA PROJ    *   00002000
      *       DO FR19EX02 E, POR ELE, DO FUNPROJ FATURADO NO        *   00002100
      *       FR19EX42); REJEITADO VOLTA AO FUNCIONARIO NO PROJDEV  *   00002200
      *       (LAYOUT DO PROJREJ, CODIGO 06 E O MOTIVO DO GESTOR)   *   00002300
      *     - O QUE CONTINUA PENDENTE VAI PARA O PENDNOVO E SAI NA  *   00002400
      *       LISTA DE APROVACAO POR GESTOR (RELAPROV)              *   00002500
      *    DECISAO INVALIDA (NUMERO INEXISTENTE, JA DECIDIDO,       *   00002600
      *    GESTOR QUE NAO E O DO PROJETO, REJEICAO SEM MOTIVO) E    *   00002700
      *    PENDENCIA QUE ENTROU ANTES DA DATA DE CORTE SAEM NO      *   00002800
      *    RELPMO PARA O PMO (RC=4).                                *   00002900
      *    CARTAO SYSIN 1: DATA DE CORTE (9(08); ZEROS = HOJE)      *   00003000
      *    (CARTAO COM 10 DE FILLER)                                *   00003100
      *-------------------------------------------------------------*   00003200
      *   ARQUIVOS...:                                              *   00003300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003400
      *    PROJMST              I                  -----------      *   00003500
      *    PENDAPR              I                  -----------      *   00003600
      *    PROJOK               I                  #PROJ            *   00003700
      *    DECISAO              I                  -----------      *   00003800
      *    PROJAPR              O                  -----------      *   00003900
      *    PROJDEV              O                  -----------      *   00004000
      *    PENDNOVO             O                  -----------      *   00004100
      *    RELAPROV             O                  -----------      *   00004200
      *    RELPMO               O                  -----------      *   00004300
      *-------------------------------------------------------------*   00004400
      *   MODULOS....:                             INCLUDE/BOOK     *   00004500
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004600
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00004700
      *=============================================================*   00004800
                                                                        00004900
      *=============================================================*   00005000
       ENVIRONMENT                               DIVISION.              00005100
      *=============================================================*   00005200
                                                                        00005300
      *=============================================================*   00005400
       CONFIGURATION                               SECTION.             00005500
      *=============================================================*   00005600
       SPECIAL-NAMES.                                                   00005700
           DECIMAL-POINT IS COMMA.                                      00005800
                                                                        00005900
       INPUT-OUTPUT                                SECTION.             00006000
       FILE-CONTROL.                                                    00006100
            SELECT PROJMST ASSIGN TO PROJMST                            00006200
                 FILE STATUS IS WRK-FS-PROJMST.                         00006300
                                                                        00006400
            SELECT PENDAPR ASSIGN TO PENDAPR                            00006500
                 FILE STATUS IS WRK-FS-PENDAPR.                         00006600
                                                                        00006700
            SELECT PROJOK ASSIGN TO PROJOK                              00006800
                 FILE STATUS IS WRK-FS-PROJOK.                          00006900
                                                                        00007000
            SELECT DECISAO ASSIGN TO DECISAO                            00007100
                 FILE STATUS IS WRK-FS-DECISAO.                         00007200
                                                                        00007300
      *--------------ARQUIVOS SAIDAS--------------------------------*   00007400
                                                                        00007500
            SELECT PROJAPR ASSIGN TO PROJAPR                            00007600
                 FILE STATUS IS WRK-FS-PROJAPR.                         00007700
                                                                        00007800
            SELECT PROJDEV ASSIGN TO PROJDEV                            00007900
                 FILE STATUS IS WRK-FS-PROJDEV.                         00008000
                                                                        00008100
            SELECT PENDNOVO ASSIGN TO PENDNOVO                          00008200
                 FILE STATUS IS WRK-FS-PENDNOVO.                        00008300
                                                                        00008400
            SELECT RELAPROV ASSIGN TO RELAPROV                          00008500
                 FILE STATUS IS WRK-FS-RELAPROV.                        00008600
                                                                        00008700
            SELECT RELPMO ASSIGN TO RELPMO                              00008800
                 FILE STATUS IS WRK-FS-RELPMO.                          00008900
                                                                        00009000
      *=============================================================*   00009100
       DATA                                      DIVISION.              00009200
      *=============================================================*   00009300
       FILE                                      SECTION.               00009400
      *-------------------LRECL 80----------------------------------*   00009500
       FD PROJMST                                                       00009600
           RECORDING MODE IS F                                          00009700
           LABEL RECORD IS STANDARD                                     00009800
           BLOCK CONTAINS 0 RECORDS.                                    00009900
       01 FD-PROJMST.                                                   00010000
          05 FD-PRM-CODIGO         PIC X(08).                           00010100
          05 FD-PRM-NOME           PIC X(30).                           00010200
          05 FD-PRM-GESTOR         PIC X(20).                           00010300
          05 FD-PRM-HORASORC       PIC 9(06).                           00010400
          05 FD-PRM-STATUS         PIC X(01).                           00010500
          05 FD-PRM-TAXAFAT        PIC 9(06)V99.                        00010600
          05 FD-PRM-CLIENTE        PIC X(05).                           00010700
          05 FD-PRM-PRAZO          PIC 9(02).                           00010800
                                                                        00010900
      *-------------------LRECL 50----------------------------------*   00011000
       FD PENDAPR                                                       00011100
           RECORDING MODE IS F                                          00011200
           LABEL RECORD IS STANDARD                                     00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011400
       01 FD-PENDAPR.                                                   00011500
          05 FD-PND-NUMAPR         PIC 9(06).                           00011600
          05 FD-PND-DATAENT        PIC 9(08).                           00011700
          05 FD-PND-APONTAMENTO.                                        00011800
             10 FD-PND-IDFUNC      PIC 9(05).                           00011900
             10 FD-PND-PROJETO     PIC X(20).                           00012000
             10 FD-PND-QTHORAS     PIC 9(03).                           00012100
          05 FILLER                PIC X(08).                           00012200
                                                                        00012300
      *-------------------LRECL 28----------------------------------*   00012400
       FD PROJOK                                                        00012500
           RECORDING MODE IS F                                          00012600
           LABEL RECORD IS STANDARD                                     00012700
           BLOCK CONTAINS 0 RECORDS.                                    00012800
       COPY '#PROJ'.                                                    00012900
                                                                        00013000
      *-------------------LRECL 80----------------------------------*   00013100
       FD DECISAO                                                       00013200
           RECORDING MODE IS F                                          00013300
           LABEL RECORD IS STANDARD                                     00013400
           BLOCK CONTAINS 0 RECORDS.                                    00013500
       01 FD-DECISAO.                                                   00013600
          05 FD-DEC-NUMAPR         PIC 9(06).                           00013700
          05 FD-DEC-DECISAO        PIC X(01).                           00013800
             88 FD-DEC-APROVA              VALUE 'A'.                   00013900
             88 FD-DEC-REJEITA             VALUE 'R'.                   00014000
          05 FD-DEC-GESTOR         PIC X(20).                           00014100
          05 FD-DEC-MOTIVO         PIC X(30).                           00014200
          05 FILLER                PIC X(23).                           00014300
                                                                        00014400
      *-------------------LRECL 28----------------------------------*   00014500
       FD PROJAPR                                                       00014600
           RECORDING MODE IS F.                                         00014700
       01 FD-PROJAPR               PIC X(28).                           00014800
                                                                        00014900
      *-------------------LRECL 60----------------------------------*   00015000
       FD PROJDEV                                                       00015100
           RECORDING MODE IS F.                                         00015200
       01 FD-PROJDEV.                                                   00015300
          05 FD-DEV-APONTAMENTO    PIC X(28).                           00015400
          05 FD-DEV-CODIGO         PIC X(02).                           00015500
          05 FD-DEV-MOTIVO         PIC X(30).                           00015600
                                                                        00015700
      *-------------------LRECL 50----------------------------------*   00015800
       FD PENDNOVO                                                      00015900
           RECORDING MODE IS F.                                         00016000
       01 FD-PENDNOVO.                                                  00016100
          05 FD-PNV-NUMAPR         PIC 9(06).                           00016200
          05 FD-PNV-DATAENT        PIC 9(08).                           00016300
          05 FD-PNV-APONTAMENTO    PIC X(28).                           00016400
          05 FILLER                PIC X(08).                           00016500
                                                                        00016600
      *-------------------LRECL 80----------------------------------*   00016700
       FD RELAPROV                                                      00016800
           RECORDING MODE IS F.                                         00016900
       01 FD-RELAPROV              PIC X(80).                           00017000
                                                                        00017100
      *-------------------LRECL 100---------------------------------*   00017200
       FD RELPMO                                                        00017300
           RECORDING MODE IS F.                                         00017400
       01 FD-RELPMO                PIC X(100).                          00017500
                                                                        00017600
      *=============================================================*   00017700
       WORKING-STORAGE                             SECTION.             00017800
      *=============================================================*   00017900
                                                                        00018000
       01 FILLER          PIC X(64) VALUE                               00018100
           '-----------BOOK LOGERROS------------------------'.          00018200
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00018300
       COPY '#GLOG'.                                                    00018400
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00018500
       COPY '#GSTAT'.                                                   00018600
      *-------------------------------------------------------------*   00018700
                                                                        00018800
       01 FILLER          PIC X(64) VALUE                               00018900
           '-----------VARIAVEIS DE STATUS------------------'.          00019000
                                                                        00019100
       77 WRK-FS-PROJMST  PIC 9(02).                                    00019200
       77 WRK-FS-PENDAPR  PIC 9(02).                                    00019300
       77 WRK-FS-PROJOK   PIC 9(02).                                    00019400
       77 WRK-FS-DECISAO  PIC 9(02).                                    00019500
       77 WRK-FS-PROJAPR  PIC 9(02).                                    00019600
       77 WRK-FS-PROJDEV  PIC 9(02).                                    00019700
       77 WRK-FS-PENDNOVO PIC 9(02).                                    00019800
       77 WRK-FS-RELAPROV PIC 9(02).                                    00019900
       77 WRK-FS-RELPMO   PIC 9(02).                                    00020000
                                                                        00020100
       01 FILLER          PIC X(64) VALUE                               00020200
           '-----------PARAMETROS SYSIN---------------------'.          00020300
                                                                        00020400
       01 WRK-DATACORTE.                                                00020500
          05 FILLER              PIC X(10).                             00020600
          05 WRK-DATACORTE-AC    PIC 9(08).                             00020700
                                                                        00020800
       77 WRK-DATA-CORTE  PIC 9(08) VALUE ZEROES.                       00020900
                                                                        00021000
       01 FILLER          PIC X(64) VALUE                               00021100
           '-----------CADASTRO DE PROJETOS EM MEMORIA------'.          00021200
                                                                        00021300
       77 WRK-SW-FIM-PRM  PIC X(01) VALUE 'N'.                          00021400
           88 WRK-FIM-PROJMST       VALUE 'S'.                          00021500
       77 WRK-QTD-PRM     PIC 9(04) VALUE ZEROES.                       00021600
       77 WRK-SUB-PRM     PIC 9(04) VALUE ZEROES.                       00021700
       77 WRK-IDX-PRM     PIC 9(04) VALUE ZEROES.                       00021800
       01 WRK-TAB-PROJETOS.                                             00021900
          05 WRK-PRM-LINHA OCCURS 500 TIMES.                            00022000
             10 WRK-PRM-CODIGO     PIC X(08).                           00022100
             10 WRK-PRM-GESTOR     PIC X(20).                           00022200
                                                                        00022300
       01 FILLER          PIC X(64) VALUE                               00022400
           '-----------APONTAMENTOS EM APROVACAO------------'.          00022500
                                                                        00022600
       77 WRK-QTD-APR     PIC 9(04) VALUE ZEROES.                       00022700
       77 WRK-SUB-APR     PIC 9(04) VALUE ZEROES.                       00022800
       77 WRK-IDX-APR     PIC 9(04) VALUE ZEROES.                       00022900
       77 WRK-ULT-NUMAPR  PIC 9(06) VALUE ZEROES.                       00023000
       01 WRK-TAB-APROVACAO.                                            00023100
          05 WRK-APR-LINHA OCCURS 5000 TIMES.                           00023200
             10 WRK-APR-NUMAPR       PIC 9(06).                         00023300
             10 WRK-APR-DATAENT      PIC 9(08).                         00023400
             10 WRK-APR-APONTAMENTO.                                    00023500
                15 WRK-APR-IDFUNC    PIC 9(05).                         00023600
                15 WRK-APR-PROJETO   PIC X(20).                         00023700
                15 WRK-APR-QTHORAS   PIC 9(03).                         00023800
             10 WRK-APR-GESTOR       PIC X(20).                         00023900
             10 WRK-APR-SITUACAO     PIC X(01).                         00024000
                88 WRK-APR-PENDENTE          VALUE 'P'.                 00024100
                88 WRK-APR-APROVADO          VALUE 'A'.                 00024200
                88 WRK-APR-REJEITADO         VALUE 'R'.                 00024300
             10 WRK-APR-MOTIVO       PIC X(30).                         00024400
             10 WRK-APR-IMPRESSO     PIC X(01).                         00024500
                                                                        00024600
       01 FILLER          PIC X(64) VALUE                               00024700
           '-----------QUEBRA POR GESTOR--------------------'.          00024800
                                                                        00024900
       77 WRK-SW-FIM-GES  PIC X(01) VALUE 'N'.                          00025000
           88 WRK-FIM-GESTORES      VALUE 'S'.                          00025100
       77 WRK-GESTOR-ATUAL PIC X(20) VALUE SPACES.                      00025200
       77 WRK-QTD-GESTOR  PIC 9(05) VALUE ZEROES.                       00025300
       77 WRK-HRS-GESTOR  PIC 9(07) VALUE ZEROES.                       00025400
                                                                        00025500
       01 FILLER          PIC X(64) VALUE                               00025600
           '-----------CONTADORES E CONTROLES---------------'.          00025700
                                                                        00025800
       77 WRK-SW-FIM-PND  PIC X(01) VALUE 'N'.                          00025900
           88 WRK-FIM-PENDAPR       VALUE 'S'.                          00026000
       77 WRK-SW-FIM-OK   PIC X(01) VALUE 'N'.                          00026100
           88 WRK-FIM-PROJOK        VALUE 'S'.                          00026200
       77 WRK-SW-FIM-DEC  PIC X(01) VALUE 'N'.                          00026300
           88 WRK-FIM-DECISAO       VALUE 'S'.                          00026400
                                                                        00026500
       77 WRK-REGPENDANT  PIC 9(05) VALUE ZEROES.                       00026600
       77 WRK-REGPROJOK   PIC 9(05) VALUE ZEROES.                       00026700
       77 WRK-REGDECISAO  PIC 9(05) VALUE ZEROES.                       00026800
       77 WRK-QTD-APROVA  PIC 9(05) VALUE ZEROES.                       00026900
       77 WRK-QTD-REJEITA PIC 9(05) VALUE ZEROES.                       00027000
       77 WRK-QTD-PENDE   PIC 9(05) VALUE ZEROES.                       00027100
       77 WRK-QTD-ATRASO  PIC 9(05) VALUE ZEROES.                       00027200
       77 WRK-QTD-INVALIDA PIC 9(05) VALUE ZEROES.                      00027300
       77 WRK-HASH-APROVA PIC 9(12) VALUE ZEROES.                       00027400
       77 WRK-HASH-PENDE  PIC 9(12) VALUE ZEROES.                       00027500
       77 WRK-MOTIVO-INV  PIC X(20) VALUE SPACES.                       00027600
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00027700
                                                                        00027800
      *-------VERIFICACAO DE CABECALHO/RODAPE DAS ENTRADAS---------*    00027900
       77 WRK-CT-PND      PIC 9(05)  VALUE ZEROES.                      00028000
       77 WRK-HASH-PND    PIC 9(12)  VALUE ZEROES.                      00028100
       77 WRK-TRLCT-PND   PIC 9(05)  VALUE ZEROES.                      00028200
       77 WRK-TRLHASH-PND PIC 9(12)  VALUE ZEROES.                      00028300
       77 WRK-SW-TRL-PND  PIC X(01) VALUE 'N'.                          00028400
           88 WRK-TEM-TRL-PND         VALUE 'S'.                        00028500
       77 WRK-CT-OK       PIC 9(05)  VALUE ZEROES.                      00028600
       77 WRK-HASH-OK     PIC 9(12)  VALUE ZEROES.                      00028700
       77 WRK-TRLCT-OK    PIC 9(05)  VALUE ZEROES.                      00028800
       77 WRK-TRLHASH-OK  PIC 9(12)  VALUE ZEROES.                      00028900
       77 WRK-SW-CAB-OK   PIC X(01) VALUE 'N'.                          00029000
           88 WRK-TEM-CAB-OK          VALUE 'S'.                        00029100
       77 WRK-SW-TRL-OK   PIC X(01) VALUE 'N'.                          00029200
           88 WRK-TEM-TRL-OK          VALUE 'S'.                        00029300
       77 WRK-PARSE-CT    PIC 9(05)  VALUE ZEROES.                      00029400
       77 WRK-PARSE-HASH  PIC 9(12)  VALUE ZEROES.                      00029500
                                                                        00029600
       01 FILLER          PIC X(64) VALUE                               00029700
           '-----------CONTROLE GRAVADO NAS SAIDAS----------'.          00029800
                                                                        00029900
       01 WRK-PROJAPR-CAB.                                              00030000
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00030100
          05 FILLER              PIC X(01) VALUE SPACE.                 00030200
          05 WRK-CABA-PROGRAMA   PIC X(08) VALUE 'FR19EX67'.            00030300
          05 FILLER              PIC X(01) VALUE SPACE.                 00030400
          05 WRK-CABA-DATA       PIC 9(08).                             00030500
          05 FILLER              PIC X(01) VALUE SPACE.                 00030600
                                                                        00030700
       01 WRK-PROJAPR-TRL.                                              00030800
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00030900
          05 FILLER              PIC X(01) VALUE SPACE.                 00031000
          05 WRK-TRLA-QTD        PIC 9(05).                             00031100
          05 FILLER              PIC X(01) VALUE SPACE.                 00031200
          05 WRK-TRLA-HASH       PIC 9(12).                             00031300
                                                                        00031400
       01 WRK-PENDNOVO-CAB.                                             00031500
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00031600
          05 FILLER              PIC X(01) VALUE SPACE.                 00031700
          05 WRK-CABN-PROGRAMA   PIC X(08) VALUE 'FR19EX67'.            00031800
          05 FILLER              PIC X(01) VALUE SPACE.                 00031900
          05 WRK-CABN-DATA       PIC 9(08).                             00032000
          05 FILLER              PIC X(01) VALUE SPACE.                 00032100
          05 WRK-CABN-ULTNUM     PIC 9(06).                             00032200
          05 FILLER              PIC X(16) VALUE SPACES.                00032300
                                                                        00032400
       01 WRK-PENDNOVO-TRL.                                             00032500
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00032600
          05 FILLER              PIC X(01) VALUE SPACE.                 00032700
          05 WRK-TRLN-QTD        PIC 9(05).                             00032800
          05 FILLER              PIC X(01) VALUE SPACE.                 00032900
          05 WRK-TRLN-HASH       PIC 9(12).                             00033000
          05 FILLER              PIC X(22) VALUE SPACES.                00033100
                                                                        00033200
       01 FILLER          PIC X(64) VALUE                               00033300
           '-----------LINHAS DO RELATORIO------------------'.          00033400
                                                                        00033500
       01 WRK-LINHA-TITULO.                                             00033600
          05 FILLER              PIC X(46) VALUE                        00033700
             'LISTA DE APROVACAO DE HORAS POR GESTOR        '.          00033800
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00033900
          05 WRK-TIT-DATA        PIC 9(08).                             00034000
          05 FILLER              PIC X(18) VALUE SPACES.                00034100
                                                                        00034200
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00034300
                                                                        00034400
       01 WRK-LINHA-GESTOR.                                             00034500
          05 FILLER              PIC X(08) VALUE 'GESTOR: '.            00034600
          05 WRK-GES-NOME        PIC X(20).                             00034700
          05 FILLER              PIC X(52) VALUE SPACES.                00034800
                                                                        00034900
       01 WRK-LINHA-COLUNAS.                                            00035000
          05 FILLER              PIC X(40) VALUE                        00035100
             'NUMERO FUNC  PROJETO              HORAS'.                 00035200
          05 FILLER              PIC X(40) VALUE                        00035300
             ' ENTRADA   DECISAO                      '.                00035400
                                                                        00035500
       01 WRK-LINHA-ITEM.                                               00035600
          05 WRK-ITM-NUMAPR      PIC 9(06).                             00035700
          05 FILLER              PIC X(01) VALUE SPACE.                 00035800
          05 WRK-ITM-IDFUNC      PIC 9(05).                             00035900
          05 FILLER              PIC X(01) VALUE SPACE.                 00036000
          05 WRK-ITM-PROJETO     PIC X(20).                             00036100
          05 FILLER              PIC X(01) VALUE SPACE.                 00036200
          05 WRK-ITM-HORAS       PIC ZZ9.                               00036300
          05 FILLER              PIC X(01) VALUE SPACE.                 00036400
          05 WRK-ITM-DATAENT     PIC 9(08).                             00036500
          05 FILLER              PIC X(02) VALUE SPACES.                00036600
          05 FILLER              PIC X(20) VALUE                        00036700
             '[ ]APROVA [ ]REJEITA'.                                    00036800
          05 FILLER              PIC X(12) VALUE SPACES.                00036900
                                                                        00037000
       01 WRK-LINHA-TOTGES.                                             00037100
          05 FILLER              PIC X(20) VALUE                        00037200
             'TOTAL DO GESTOR.....'.                                    00037300
          05 WRK-TGS-QTD         PIC ZZ.ZZ9.                            00037400
          05 FILLER              PIC X(12) VALUE ' PENDENCIAS '.        00037500
          05 WRK-TGS-HORAS       PIC Z.ZZZ.ZZ9.                         00037600
          05 FILLER              PIC X(06) VALUE ' HORAS'.              00037700
          05 FILLER              PIC X(27) VALUE SPACES.                00037800
                                                                        00037900
       01 WRK-LINHA-PMO-TITULO.                                         00038000
          05 FILLER              PIC X(46) VALUE                        00038100
             'APROVACAO DE HORAS - EXCECOES PARA O PMO      '.          00038200
          05 FILLER              PIC X(08) VALUE ' CORTE: '.            00038300
          05 WRK-PMT-CORTE       PIC 9(08).                             00038400
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00038500
          05 WRK-PMT-DATA        PIC 9(08).                             00038600
          05 FILLER              PIC X(22) VALUE SPACES.                00038700
                                                                        00038800
       01 WRK-LINHA-PMO-TRACO    PIC X(100) VALUE ALL '-'.              00038900
                                                                        00039000
       01 WRK-LINHA-PMO.                                                00039100
          05 WRK-PMO-SITUACAO    PIC X(10).                             00039200
          05 FILLER              PIC X(01) VALUE SPACE.                 00039300
          05 WRK-PMO-NUMAPR      PIC 9(06).                             00039400
          05 FILLER              PIC X(01) VALUE SPACE.                 00039500
          05 WRK-PMO-IDFUNC      PIC 9(05).                             00039600
          05 FILLER              PIC X(01) VALUE SPACE.                 00039700
          05 WRK-PMO-PROJETO     PIC X(20).                             00039800
          05 FILLER              PIC X(01) VALUE SPACE.                 00039900
          05 WRK-PMO-HORAS       PIC ZZ9.                               00040000
          05 FILLER              PIC X(01) VALUE SPACE.                 00040100
          05 WRK-PMO-DATAENT     PIC 9(08).                             00040200
          05 FILLER              PIC X(01) VALUE SPACE.                 00040300
          05 WRK-PMO-GESTOR      PIC X(20).                             00040400
          05 FILLER              PIC X(01) VALUE SPACE.                 00040500
          05 WRK-PMO-OBS         PIC X(20).                             00040600
          05 FILLER              PIC X(01) VALUE SPACE.                 00040700
                                                                        00040800
       01 WRK-LINHA-QTD.                                                00040900
          05 WRK-QTD-ROTULO      PIC X(30).                             00041000
          05 WRK-QTD-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9.                   00041100
          05 FILLER              PIC X(55) VALUE SPACES.                00041200
                                                                        00041300
      *=============================================================*   00041400
       PROCEDURE DIVISION.                                              00041500
      *=============================================================*   00041600
                                                                        00041700
      *-------------------------------------------------------------*   00041800
       0000-PRINCIPAL                           SECTION.                00041900
      *-------------------------------------------------------------*   00042000
                                                                        00042100
            PERFORM  1000-INICIAR.                                      00042200
                                                                        00042300
            PERFORM  1100-CARREGAR-PROJMST UNTIL WRK-FIM-PROJMST.       00042400
            PERFORM  1200-CARREGAR-PENDAPR UNTIL WRK-FIM-PENDAPR.       00042500
            PERFORM  1300-CARREGAR-PROJOK UNTIL WRK-FIM-PROJOK.         00042600
                                                                        00042700
            PERFORM  1400-LER-DECISAO.                                  00042800
                                                                        00042900
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-DECISAO.              00043000
                                                                        00043100
            MOVE WRK-DATA-HOJE  TO WRK-CABN-DATA.                       00043200
            MOVE WRK-ULT-NUMAPR TO WRK-CABN-ULTNUM.                     00043300
            WRITE FD-PENDNOVO FROM WRK-PENDNOVO-CAB.                    00043400
                                                                        00043500
            MOVE 1 TO WRK-SUB-APR.                                      00043600
            PERFORM  2500-DISTRIBUIR UNTIL WRK-SUB-APR GREATER          00043700
                                           WRK-QTD-APR.                 00043800
                                                                        00043900
            PERFORM  2700-LISTAR-GESTOR UNTIL WRK-FIM-GESTORES.         00044000
                                                                        00044100
            PERFORM  3000-FINALIZAR.                                    00044200
                                                                        00044300
            STOP RUN.                                                   00044400
                                                                        00044500
      *-------------------------------------------------------------*   00044600
       1000-INICIAR                             SECTION.                00044700
      *-------------------------------------------------------------*   00044800
             OPEN INPUT  PROJMST PENDAPR PROJOK DECISAO                 00044900
                  OUTPUT PROJAPR PROJDEV PENDNOVO RELAPROV RELPMO.      00045000
                                                                        00045100
               PERFORM 4000-TESTARSTATUS.                               00045200
                                                                        00045300
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00045400
                                                                        00045500
               ACCEPT WRK-DATACORTE FROM SYSIN.                         00045600
               IF WRK-DATACORTE-AC NUMERIC                              00045700
                  AND WRK-DATACORTE-AC GREATER ZEROES                   00045800
                  MOVE WRK-DATACORTE-AC TO WRK-DATA-CORTE               00045900
               ELSE                                                     00046000
                  MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE                  00046100
               END-IF.                                                  00046200
                                                                        00046300
               MOVE WRK-DATA-HOJE  TO WRK-CABA-DATA.                    00046400
               WRITE FD-PROJAPR FROM WRK-PROJAPR-CAB.                   00046500
                                                                        00046600
               MOVE WRK-DATA-HOJE  TO WRK-TIT-DATA.                     00046700
               WRITE FD-RELAPROV FROM WRK-LINHA-TRACO.                  00046800
               WRITE FD-RELAPROV FROM WRK-LINHA-TITULO.                 00046900
               WRITE FD-RELAPROV FROM WRK-LINHA-TRACO.                  00047000
                                                                        00047100
               MOVE WRK-DATA-CORTE TO WRK-PMT-CORTE.                    00047200
               MOVE WRK-DATA-HOJE  TO WRK-PMT-DATA.                     00047300
               WRITE FD-RELPMO FROM WRK-LINHA-PMO-TRACO.                00047400
               WRITE FD-RELPMO FROM WRK-LINHA-PMO-TITULO.               00047500
               WRITE FD-RELPMO FROM WRK-LINHA-PMO-TRACO.                00047600
                                                                        00047700
               MOVE 'FR19EX67' TO WRK-EST-PROGRAMA.                     00047800
               MOVE 'I' TO WRK-EST-EVENTO.                              00047900
               MOVE ZEROES TO WRK-EST-LIDOS                             00048000
                              WRK-EST-GRAVADOS                          00048100
                              WRK-EST-REJEITADOS.                       00048200
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00048300
                                                                        00048400
       1000-99-FIM.              EXIT.                                  00048500
      *-------------------------------------------------------------*   00048600
       1100-CARREGAR-PROJMST                    SECTION.                00048700
      *-------------------------------------------------------------*   00048800
            READ PROJMST                                                00048900
              AT END                                                    00049000
                MOVE 'S' TO WRK-SW-FIM-PRM                              00049100
            END-READ.                                                   00049200
            PERFORM 4100-TESTARSTATUS-PROJMST.                          00049300
            IF WRK-FS-PROJMST EQUAL 00                                  00049400
               IF FD-PROJMST (1:9) NOT EQUAL 'CABECALHO'                00049500
                  AND FD-PROJMST (1:6) NOT EQUAL 'RODAPE'               00049600
                  IF WRK-QTD-PRM LESS 500                               00049700
                     ADD 1 TO WRK-QTD-PRM                               00049800
                     MOVE FD-PRM-CODIGO TO WRK-PRM-CODIGO (WRK-QTD-PRM) 00049900
                     MOVE FD-PRM-GESTOR TO WRK-PRM-GESTOR (WRK-QTD-PRM) 00050000
                  ELSE                                                  00050100
                     MOVE 'TABELA DE PROJETOS CHEIA     '               00050200
                          TO WRK-MSGERRO                                00050300
                     MOVE '1100' TO WRK-SECAO                           00050400
                     PERFORM 9100-ERRO-CONTROLE                         00050500
                  END-IF                                                00050600
               END-IF                                                   00050700
            END-IF.                                                     00050800
       1100-99-FIM.              EXIT.                                  00050900
      *-------------------------------------------------------------*   00051000
       1200-CARREGAR-PENDAPR                    SECTION.                00051100
      *-------------------------------------------------------------*   00051200
      *   PENDENCIAS DA RODADA ANTERIOR. O CABECALHO TRAZ O ULTIMO *    00051300
      *   NUMERO DE APROVACAO USADO; O RODAPE E CONFERIDO NO FIM.  *    00051400
      *-------------------------------------------------------------*   00051500
            READ PENDAPR                                                00051600
              AT END                                                    00051700
                PERFORM 4510-VERIFICAR-CONTROLE-PND                     00051800
                MOVE 'S' TO WRK-SW-FIM-PND                              00051900
            END-READ.                                                   00052000
            PERFORM 4200-TESTARSTATUS-PENDAPR.                          00052100
            IF WRK-FS-PENDAPR EQUAL 00                                  00052200
               EVALUATE TRUE                                            00052300
                WHEN FD-PENDAPR (1:9) EQUAL 'CABECALHO'                 00052400
                  IF FD-PENDAPR (30:6) NUMERIC                          00052500
                     MOVE FD-PENDAPR (30:6) TO WRK-ULT-NUMAPR           00052600
                  END-IF                                                00052700
                WHEN FD-PENDAPR (1:6) EQUAL 'RODAPE'                    00052800
                  MOVE 'S' TO WRK-SW-TRL-PND                            00052900
                  MOVE FD-PENDAPR (11:5) TO WRK-PARSE-CT                00053000
                  ADD WRK-PARSE-CT TO WRK-TRLCT-PND                     00053100
                  MOVE FD-PENDAPR (17:12) TO WRK-PARSE-HASH             00053200
                  ADD WRK-PARSE-HASH TO WRK-TRLHASH-PND                 00053300
                WHEN OTHER                                              00053400
                  ADD 1 TO WRK-CT-PND                                   00053500
                  ADD FD-PND-QTHORAS TO WRK-HASH-PND                    00053600
                  ADD 1 TO WRK-REGPENDANT                               00053700
                  PERFORM 1250-INCLUIR-PENDENCIA                        00053800
               END-EVALUATE                                             00053900
            END-IF.                                                     00054000
       1200-99-FIM.              EXIT.                                  00054100
      *-------------------------------------------------------------*   00054200
       1250-INCLUIR-PENDENCIA                   SECTION.                00054300
      *-------------------------------------------------------------*   00054400
            IF WRK-QTD-APR NOT LESS 5000                                00054500
               MOVE 'TABELA DE APROVACAO CHEIA    ' TO WRK-MSGERRO      00054600
               MOVE '1250' TO WRK-SECAO                                 00054700
               PERFORM 9100-ERRO-CONTROLE                               00054800
            END-IF.                                                     00054900
            ADD 1 TO WRK-QTD-APR.                                       00055000
            MOVE FD-PND-NUMAPR  TO WRK-APR-NUMAPR (WRK-QTD-APR).        00055100
            MOVE FD-PND-DATAENT TO WRK-APR-DATAENT (WRK-QTD-APR).       00055200
            MOVE FD-PND-APONTAMENTO                                     00055300
                 TO WRK-APR-APONTAMENTO (WRK-QTD-APR).                  00055400
            PERFORM 1500-ATRIBUIR-GESTOR.                               00055500
            IF FD-PND-NUMAPR GREATER WRK-ULT-NUMAPR                     00055600
               MOVE FD-PND-NUMAPR TO WRK-ULT-NUMAPR                     00055700
            END-IF.                                                     00055800
       1250-99-FIM.              EXIT.                                  00055900
      *-------------------------------------------------------------*   00056000
       1300-CARREGAR-PROJOK                     SECTION.                00056100
      *-------------------------------------------------------------*   00056200
      *   APONTAMENTOS LIMPOS DO FR19EX09: CADA UM RECEBE O PROXIMO *   00056300
      *   NUMERO DE APROVACAO E A DATA DE HOJE COMO ENTRADA.        *   00056400
      *-------------------------------------------------------------*   00056500
            READ PROJOK                                                 00056600
              AT END                                                    00056700
                PERFORM 4520-VERIFICAR-CONTROLE-OK                      00056800
                MOVE 'S' TO WRK-SW-FIM-OK                               00056900
            END-READ.                                                   00057000
            PERFORM 4300-TESTARSTATUS-PROJOK.                           00057100
            IF WRK-FS-PROJOK EQUAL 00                                   00057200
               EVALUATE TRUE                                            00057300
                WHEN FD-PROJ (1:9) EQUAL 'CABECALHO'                    00057400
                  MOVE 'S' TO WRK-SW-CAB-OK                             00057500
                WHEN FD-PROJ (1:6) EQUAL 'RODAPE'                       00057600
                  MOVE 'S' TO WRK-SW-TRL-OK                             00057700
                  MOVE FD-PROJ (11:5) TO WRK-PARSE-CT                   00057800
                  ADD WRK-PARSE-CT TO WRK-TRLCT-OK                      00057900
                  MOVE FD-PROJ (17:12) TO WRK-PARSE-HASH                00058000
                  ADD WRK-PARSE-HASH TO WRK-TRLHASH-OK                  00058100
                WHEN OTHER                                              00058200
                  ADD 1 TO WRK-CT-OK                                    00058300
                  ADD FD-PROJ-QTHORAS TO WRK-HASH-OK                    00058400
                  ADD 1 TO WRK-REGPROJOK                                00058500
                  PERFORM 1350-INCLUIR-APONTAMENTO                      00058600
               END-EVALUATE                                             00058700
            END-IF.                                                     00058800
       1300-99-FIM.              EXIT.                                  00058900
      *-------------------------------------------------------------*   00059000
       1350-INCLUIR-APONTAMENTO                 SECTION.                00059100
      *-------------------------------------------------------------*   00059200
            IF WRK-QTD-APR NOT LESS 5000                                00059300
               MOVE 'TABELA DE APROVACAO CHEIA    ' TO WRK-MSGERRO      00059400
               MOVE '1350' TO WRK-SECAO                                 00059500
               PERFORM 9100-ERRO-CONTROLE                               00059600
            END-IF.                                                     00059700
            ADD 1 TO WRK-QTD-APR.                                       00059800
            ADD 1 TO WRK-ULT-NUMAPR.                                    00059900
            MOVE WRK-ULT-NUMAPR TO WRK-APR-NUMAPR (WRK-QTD-APR).        00060000
            MOVE WRK-DATA-HOJE  TO WRK-APR-DATAENT (WRK-QTD-APR).       00060100
            MOVE FD-PROJ        TO WRK-APR-APONTAMENTO (WRK-QTD-APR).   00060200
            PERFORM 1500-ATRIBUIR-GESTOR.                               00060300
       1350-99-FIM.              EXIT.                                  00060400
      *-------------------------------------------------------------*   00060500
       1400-LER-DECISAO                         SECTION.                00060600
      *-------------------------------------------------------------*   00060700
            READ DECISAO                                                00060800
              AT END                                                    00060900
                MOVE 'S' TO WRK-SW-FIM-DEC                              00061000
            END-READ.                                                   00061100
            PERFORM 4400-TESTARSTATUS-DECISAO.                          00061200
            IF WRK-FS-DECISAO EQUAL 00                                  00061300
               ADD 1 TO WRK-REGDECISAO                                  00061400
            END-IF.                                                     00061500
       1400-99-FIM.              EXIT.                                  00061600
      *-------------------------------------------------------------*   00061700
       1500-ATRIBUIR-GESTOR                     SECTION.                00061800
      *-------------------------------------------------------------*   00061900
      *   O CODIGO DO PROJETO VEM NAS POSICOES 1-8 DO APONTAMENTO,  *   00062000
      *   COMO NO FR19EX09. PROJETO FORA DO CADASTRO FICA SEM       *   00062100
      *   GESTOR E SO PODE SER RESOLVIDO PELO PMO.                  *   00062200
      *-------------------------------------------------------------*   00062300
            MOVE 'P'    TO WRK-APR-SITUACAO (WRK-QTD-APR).              00062400
            MOVE 'N'    TO WRK-APR-IMPRESSO (WRK-QTD-APR).              00062500
            MOVE SPACES TO WRK-APR-MOTIVO (WRK-QTD-APR).                00062600
            MOVE '*** SEM GESTOR ***' TO WRK-APR-GESTOR (WRK-QTD-APR).  00062700
            MOVE ZEROES TO WRK-IDX-PRM.                                 00062800
            MOVE 1 TO WRK-SUB-PRM.                                      00062900
            PERFORM 1510-COMPARAR-PROJETO                               00063000
                    UNTIL WRK-SUB-PRM GREATER WRK-QTD-PRM               00063100
                       OR WRK-IDX-PRM GREATER ZEROES.                   00063200
            IF WRK-IDX-PRM GREATER ZEROES                               00063300
               MOVE WRK-PRM-GESTOR (WRK-IDX-PRM)                        00063400
                    TO WRK-APR-GESTOR (WRK-QTD-APR)                     00063500
            END-IF.                                                     00063600
       1500-99-FIM.              EXIT.                                  00063700
      *-------------------------------------------------------------*   00063800
       1510-COMPARAR-PROJETO                    SECTION.                00063900
      *-------------------------------------------------------------*   00064000
            IF WRK-PRM-CODIGO (WRK-SUB-PRM) EQUAL                       00064100
               WRK-APR-PROJETO (WRK-QTD-APR) (1:8)                      00064200
               MOVE WRK-SUB-PRM TO WRK-IDX-PRM                          00064300
            END-IF.                                                     00064400
            ADD 1 TO WRK-SUB-PRM.                                       00064500
       1510-99-FIM.              EXIT.                                  00064600
      *-------------------------------------------------------------*   00064700
       2000-PROCESSAR                           SECTION.                00064800
      *-------------------------------------------------------------*   00064900
      *   APLICA UMA DECISAO DO DECK. A DECISAO SO VALE SE VIER DO  *   00065000
      *   GESTOR DO PROJETO E PARA UM APONTAMENTO AINDA PENDENTE.   *   00065100
      *-------------------------------------------------------------*   00065200
            MOVE SPACES TO WRK-MOTIVO-INV.                              00065300
            MOVE ZEROES TO WRK-IDX-APR.                                 00065400
            IF FD-DEC-NUMAPR NUMERIC                                    00065500
               MOVE 1 TO WRK-SUB-APR                                    00065600
               PERFORM 2100-BUSCAR-NUMAPR                               00065700
                       UNTIL WRK-SUB-APR GREATER WRK-QTD-APR            00065800
                          OR WRK-IDX-APR GREATER ZEROES                 00065900
            END-IF.                                                     00066000
                                                                        00066100
            EVALUATE TRUE                                               00066200
              WHEN WRK-IDX-APR EQUAL ZEROES                             00066300
                MOVE 'NUMERO INEXISTENTE  ' TO WRK-MOTIVO-INV           00066400
              WHEN NOT WRK-APR-PENDENTE (WRK-IDX-APR)                   00066500
                MOVE 'JA DECIDIDO         ' TO WRK-MOTIVO-INV           00066600
              WHEN NOT FD-DEC-APROVA AND NOT FD-DEC-REJEITA             00066700
                MOVE 'DECISAO NAO E A/R   ' TO WRK-MOTIVO-INV           00066800
              WHEN FD-DEC-GESTOR NOT EQUAL                              00066900
                   WRK-APR-GESTOR (WRK-IDX-APR)                         00067000
                MOVE 'NAO E O GESTOR      ' TO WRK-MOTIVO-INV           00067100
              WHEN FD-DEC-REJEITA AND FD-DEC-MOTIVO EQUAL SPACES        00067200
                MOVE 'REJEICAO SEM MOTIVO ' TO WRK-MOTIVO-INV           00067300
              WHEN OTHER                                                00067400
                MOVE FD-DEC-DECISAO TO WRK-APR-SITUACAO (WRK-IDX-APR)   00067500
                MOVE FD-DEC-MOTIVO  TO WRK-APR-MOTIVO (WRK-IDX-APR)     00067600
            END-EVALUATE.                                               00067700
                                                                        00067800
            IF WRK-MOTIVO-INV NOT EQUAL SPACES                          00067900
               PERFORM 2200-LISTAR-INVALIDA                             00068000
            END-IF.                                                     00068100
                                                                        00068200
            PERFORM 1400-LER-DECISAO.                                   00068300
                                                                        00068400
       2000-99-FIM.              EXIT.                                  00068500
      *-------------------------------------------------------------*   00068600
       2100-BUSCAR-NUMAPR                       SECTION.                00068700
      *-------------------------------------------------------------*   00068800
            IF WRK-APR-NUMAPR (WRK-SUB-APR) EQUAL FD-DEC-NUMAPR         00068900
               MOVE WRK-SUB-APR TO WRK-IDX-APR                          00069000
            END-IF.                                                     00069100
            ADD 1 TO WRK-SUB-APR.                                       00069200
       2100-99-FIM.              EXIT.                                  00069300
      *-------------------------------------------------------------*   00069400
       2200-LISTAR-INVALIDA                     SECTION.                00069500
      *-------------------------------------------------------------*   00069600
            ADD 1 TO WRK-QTD-INVALIDA.                                  00069700
            MOVE 'INVALIDA  '   TO WRK-PMO-SITUACAO.                    00069800
            MOVE ZEROES         TO WRK-PMO-NUMAPR                       00069900
                                   WRK-PMO-IDFUNC                       00070000
                                   WRK-PMO-HORAS                        00070100
                                   WRK-PMO-DATAENT.                     00070200
            MOVE SPACES         TO WRK-PMO-PROJETO.                     00070300
            IF FD-DEC-NUMAPR NUMERIC                                    00070400
               MOVE FD-DEC-NUMAPR TO WRK-PMO-NUMAPR                     00070500
            END-IF.                                                     00070600
            IF WRK-IDX-APR GREATER ZEROES                               00070700
               MOVE WRK-APR-IDFUNC (WRK-IDX-APR)  TO WRK-PMO-IDFUNC     00070800
               MOVE WRK-APR-PROJETO (WRK-IDX-APR) TO WRK-PMO-PROJETO    00070900
               MOVE WRK-APR-QTHORAS (WRK-IDX-APR) TO WRK-PMO-HORAS      00071000
               MOVE WRK-APR-DATAENT (WRK-IDX-APR) TO WRK-PMO-DATAENT    00071100
            END-IF.                                                     00071200
            MOVE FD-DEC-GESTOR  TO WRK-PMO-GESTOR.                      00071300
            MOVE WRK-MOTIVO-INV TO WRK-PMO-OBS.                         00071400
            WRITE FD-RELPMO FROM WRK-LINHA-PMO.                         00071500
       2200-99-FIM.              EXIT.                                  00071600
      *-------------------------------------------------------------*   00071700
       2500-DISTRIBUIR                          SECTION.                00071800
      *-------------------------------------------------------------*   00071900
      *   APROVADO VAI PARA O PROJAPR, REJEITADO DEVOLVE AO         *   00072000
      *   FUNCIONARIO, PENDENTE SEGUE NO PENDNOVO (E, SE ENTROU     *   00072100
      *   ANTES DA DATA DE CORTE, E COBRADO PELO PMO).              *   00072200
      *-------------------------------------------------------------*   00072300
            EVALUATE TRUE                                               00072400
              WHEN WRK-APR-APROVADO (WRK-SUB-APR)                       00072500
                WRITE FD-PROJAPR FROM WRK-APR-APONTAMENTO (WRK-SUB-APR) 00072600
                ADD 1 TO WRK-QTD-APROVA                                 00072700
                ADD WRK-APR-QTHORAS (WRK-SUB-APR) TO WRK-HASH-APROVA    00072800
              WHEN WRK-APR-REJEITADO (WRK-SUB-APR)                      00072900
                MOVE WRK-APR-APONTAMENTO (WRK-SUB-APR)                  00073000
                     TO FD-DEV-APONTAMENTO                              00073100
                MOVE '06' TO FD-DEV-CODIGO                              00073200
                MOVE WRK-APR-MOTIVO (WRK-SUB-APR) TO FD-DEV-MOTIVO      00073300
                WRITE FD-PROJDEV                                        00073400
                ADD 1 TO WRK-QTD-REJEITA                                00073500
              WHEN OTHER                                                00073600
                PERFORM 2600-MANTER-PENDENTE                            00073700
            END-EVALUATE.                                               00073800
            ADD 1 TO WRK-SUB-APR.                                       00073900
       2500-99-FIM.              EXIT.                                  00074000
      *-------------------------------------------------------------*   00074100
       2600-MANTER-PENDENTE                     SECTION.                00074200
      *-------------------------------------------------------------*   00074300
            MOVE SPACES TO FD-PENDNOVO.                                 00074400
            MOVE WRK-APR-NUMAPR (WRK-SUB-APR)  TO FD-PNV-NUMAPR.        00074500
            MOVE WRK-APR-DATAENT (WRK-SUB-APR) TO FD-PNV-DATAENT.       00074600
            MOVE WRK-APR-APONTAMENTO (WRK-SUB-APR)                      00074700
                 TO FD-PNV-APONTAMENTO.                                 00074800
            WRITE FD-PENDNOVO.                                          00074900
            ADD 1 TO WRK-QTD-PENDE.                                     00075000
            ADD WRK-APR-QTHORAS (WRK-SUB-APR) TO WRK-HASH-PENDE.        00075100
                                                                        00075200
            IF WRK-APR-DATAENT (WRK-SUB-APR) LESS WRK-DATA-CORTE        00075300
               ADD 1 TO WRK-QTD-ATRASO                                  00075400
               MOVE 'ATRASADO  ' TO WRK-PMO-SITUACAO                    00075500
               MOVE WRK-APR-NUMAPR (WRK-SUB-APR)  TO WRK-PMO-NUMAPR     00075600
               MOVE WRK-APR-IDFUNC (WRK-SUB-APR)  TO WRK-PMO-IDFUNC     00075700
               MOVE WRK-APR-PROJETO (WRK-SUB-APR) TO WRK-PMO-PROJETO    00075800
               MOVE WRK-APR-QTHORAS (WRK-SUB-APR) TO WRK-PMO-HORAS      00075900
               MOVE WRK-APR-DATAENT (WRK-SUB-APR) TO WRK-PMO-DATAENT    00076000
               MOVE WRK-APR-GESTOR (WRK-SUB-APR)  TO WRK-PMO-GESTOR     00076100
               MOVE 'PENDENTE APOS CORTE ' TO WRK-PMO-OBS               00076200
               WRITE FD-RELPMO FROM WRK-LINHA-PMO                       00076300
            END-IF.                                                     00076400
       2600-99-FIM.              EXIT.                                  00076500
      *-------------------------------------------------------------*   00076600
       2700-LISTAR-GESTOR                       SECTION.                00076700
      *-------------------------------------------------------------*   00076800
      *   A CADA PASSADA ESCOLHE O MENOR GESTOR COM PENDENCIA AINDA *   00076900
      *   NAO LISTADA E IMPRIME O BLOCO DELE NO RELAPROV.           *   00077000
      *-------------------------------------------------------------*   00077100
            MOVE HIGH-VALUES TO WRK-GESTOR-ATUAL.                       00077200
            MOVE 1 TO WRK-SUB-APR.                                      00077300
            PERFORM 2710-ESCOLHER-GESTOR                                00077400
                    UNTIL WRK-SUB-APR GREATER WRK-QTD-APR.              00077500
            IF WRK-GESTOR-ATUAL EQUAL HIGH-VALUES                       00077600
               MOVE 'S' TO WRK-SW-FIM-GES                               00077700
               GO TO 2700-99-FIM.                                       00077800
                                                                        00077900
            MOVE WRK-GESTOR-ATUAL TO WRK-GES-NOME.                      00078000
            WRITE FD-RELAPROV FROM WRK-LINHA-GESTOR.                    00078100
            WRITE FD-RELAPROV FROM WRK-LINHA-COLUNAS.                   00078200
            MOVE ZEROES TO WRK-QTD-GESTOR WRK-HRS-GESTOR.               00078300
            MOVE 1 TO WRK-SUB-APR.                                      00078400
            PERFORM 2720-IMPRIMIR-PENDENCIA                             00078500
                    UNTIL WRK-SUB-APR GREATER WRK-QTD-APR.              00078600
            MOVE WRK-QTD-GESTOR TO WRK-TGS-QTD.                         00078700
            MOVE WRK-HRS-GESTOR TO WRK-TGS-HORAS.                       00078800
            WRITE FD-RELAPROV FROM WRK-LINHA-TOTGES.                    00078900
            WRITE FD-RELAPROV FROM WRK-LINHA-TRACO.                     00079000
                                                                        00079100
       2700-99-FIM.              EXIT.                                  00079200
      *-------------------------------------------------------------*   00079300
       2710-ESCOLHER-GESTOR                     SECTION.                00079400
      *-------------------------------------------------------------*   00079500
            IF WRK-APR-PENDENTE (WRK-SUB-APR)                           00079600
               AND WRK-APR-IMPRESSO (WRK-SUB-APR) EQUAL 'N'             00079700
               AND WRK-APR-GESTOR (WRK-SUB-APR) LESS WRK-GESTOR-ATUAL   00079800
               MOVE WRK-APR-GESTOR (WRK-SUB-APR) TO WRK-GESTOR-ATUAL    00079900
            END-IF.                                                     00080000
            ADD 1 TO WRK-SUB-APR.                                       00080100
       2710-99-FIM.              EXIT.                                  00080200
      *-------------------------------------------------------------*   00080300
       2720-IMPRIMIR-PENDENCIA                  SECTION.                00080400
      *-------------------------------------------------------------*   00080500
            IF WRK-APR-PENDENTE (WRK-SUB-APR)                           00080600
               AND WRK-APR-GESTOR (WRK-SUB-APR) EQUAL WRK-GESTOR-ATUAL  00080700
               MOVE 'S' TO WRK-APR-IMPRESSO (WRK-SUB-APR)               00080800
               MOVE WRK-APR-NUMAPR (WRK-SUB-APR)  TO WRK-ITM-NUMAPR     00080900
               MOVE WRK-APR-IDFUNC (WRK-SUB-APR)  TO WRK-ITM-IDFUNC     00081000
               MOVE WRK-APR-PROJETO (WRK-SUB-APR) TO WRK-ITM-PROJETO    00081100
               MOVE WRK-APR-QTHORAS (WRK-SUB-APR) TO WRK-ITM-HORAS      00081200
               MOVE WRK-APR-DATAENT (WRK-SUB-APR) TO WRK-ITM-DATAENT    00081300
               WRITE FD-RELAPROV FROM WRK-LINHA-ITEM                    00081400
               ADD 1 TO WRK-QTD-GESTOR                                  00081500
               ADD WRK-APR-QTHORAS (WRK-SUB-APR) TO WRK-HRS-GESTOR      00081600
            END-IF.                                                     00081700
            ADD 1 TO WRK-SUB-APR.                                       00081800
       2720-99-FIM.              EXIT.                                  00081900
      *-------------------------------------------------------------*   00082000
       3000-FINALIZAR                           SECTION.                00082100
      *-------------------------------------------------------------*   00082200
             MOVE WRK-QTD-APROVA  TO WRK-TRLA-QTD.                      00082300
             MOVE WRK-HASH-APROVA TO WRK-TRLA-HASH.                     00082400
             WRITE FD-PROJAPR FROM WRK-PROJAPR-TRL.                     00082500
                                                                        00082600
             MOVE WRK-QTD-PENDE  TO WRK-TRLN-QTD.                       00082700
             MOVE WRK-HASH-PENDE TO WRK-TRLN-HASH.                      00082800
             WRITE FD-PENDNOVO FROM WRK-PENDNOVO-TRL.                   00082900
                                                                        00083000
             IF WRK-QTD-PENDE EQUAL ZEROES                              00083100
                MOVE 'NENHUMA PENDENCIA DE APROVACAO' TO FD-RELAPROV    00083200
                WRITE FD-RELAPROV                                       00083300
                WRITE FD-RELAPROV FROM WRK-LINHA-TRACO                  00083400
             END-IF.                                                    00083500
                                                                        00083600
             WRITE FD-RELPMO FROM WRK-LINHA-PMO-TRACO.                  00083700
             MOVE 'DECISOES INVALIDAS..........: '                      00083800
                  TO WRK-QTD-ROTULO.                                    00083900
             MOVE WRK-QTD-INVALIDA TO WRK-QTD-VALOR.                    00084000
             WRITE FD-RELPMO FROM WRK-LINHA-QTD.                        00084100
             MOVE 'PENDENTES APOS O CORTE......: '                      00084200
                  TO WRK-QTD-ROTULO.                                    00084300
             MOVE WRK-QTD-ATRASO TO WRK-QTD-VALOR.                      00084400
             WRITE FD-RELPMO FROM WRK-LINHA-QTD.                        00084500
             WRITE FD-RELPMO FROM WRK-LINHA-PMO-TRACO.                  00084600
                                                                        00084700
             CLOSE PROJMST PENDAPR PROJOK DECISAO PROJAPR PROJDEV       00084800
                   PENDNOVO RELAPROV RELPMO.                            00084900
               PERFORM 4000-TESTARSTATUS.                               00085000
              DISPLAY ' ============================================'.  00085100
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX67          '.  00085200
              DISPLAY ' ============================================'.  00085300
              DISPLAY ' PENDENCIAS ANTERIORES......' WRK-REGPENDANT.    00085400
              DISPLAY ' APONTAMENTOS DO PROJOK.....' WRK-REGPROJOK.     00085500
              DISPLAY ' DECISOES LIDAS.............' WRK-REGDECISAO.    00085600
              DISPLAY ' DECISOES INVALIDAS.........' WRK-QTD-INVALIDA.  00085700
              DISPLAY ' APROVADOS (PROJAPR)........' WRK-QTD-APROVA.    00085800
              DISPLAY ' HORAS APROVADAS............' WRK-HASH-APROVA.   00085900
              DISPLAY ' REJEITADOS (PROJDEV).......' WRK-QTD-REJEITA.   00086000
              DISPLAY ' PENDENTES (PENDNOVO).......' WRK-QTD-PENDE.     00086100
              DISPLAY ' PENDENTES APOS O CORTE.....' WRK-QTD-ATRASO.    00086200
              DISPLAY ' ============================================'.  00086300
                                                                        00086400
              MOVE 'F' TO WRK-EST-EVENTO.                               00086500
              COMPUTE WRK-EST-LIDOS = WRK-REGPENDANT + WRK-REGPROJOK.   00086600
              MOVE WRK-QTD-APROVA  TO WRK-EST-GRAVADOS.                 00086700
              MOVE WRK-QTD-REJEITA TO WRK-EST-REJEITADOS.               00086800
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00086900
              IF WRK-QTD-ATRASO GREATER ZEROES                          00087000
                 OR WRK-QTD-INVALIDA GREATER ZEROES                     00087100
                 MOVE 4 TO RETURN-CODE                                  00087200
              END-IF.                                                   00087300
                                                                        00087400
       3000-99-FIM.              EXIT.                                  00087500
      *-------------------------------------------------------------*   00087600
       4000-TESTARSTATUS                            SECTION.            00087700
      *-------------------------------------------------------------*   00087800
                 PERFORM 4100-TESTARSTATUS-PROJMST.                     00087900
                 PERFORM 4200-TESTARSTATUS-PENDAPR.                     00088000
                 PERFORM 4300-TESTARSTATUS-PROJOK.                      00088100
                 PERFORM 4400-TESTARSTATUS-DECISAO.                     00088200
                 IF WRK-FS-PROJAPR NOT EQUAL 00                         00088300
                   MOVE 'ERRO NO OPEN PROJAPR  ' TO WRK-MSGERRO         00088400
                   MOVE '1000'                   TO WRK-SECAO           00088500
                   MOVE WRK-FS-PROJAPR           TO WRK-STATUS          00088600
                    PERFORM 9000-TRATAERROS                             00088700
                 END-IF.                                                00088800
                 IF WRK-FS-PROJDEV NOT EQUAL 00                         00088900
                   MOVE 'ERRO NO OPEN PROJDEV  ' TO WRK-MSGERRO         00089000
                   MOVE '1000'                   TO WRK-SECAO           00089100
                   MOVE WRK-FS-PROJDEV           TO WRK-STATUS          00089200
                    PERFORM 9000-TRATAERROS                             00089300
                 END-IF.                                                00089400
                 IF WRK-FS-PENDNOVO NOT EQUAL 00                        00089500
                   MOVE 'ERRO NO OPEN PENDNOVO ' TO WRK-MSGERRO         00089600
                   MOVE '1000'                   TO WRK-SECAO           00089700
                   MOVE WRK-FS-PENDNOVO          TO WRK-STATUS          00089800
                    PERFORM 9000-TRATAERROS                             00089900
                 END-IF.                                                00090000
                 IF WRK-FS-RELAPROV NOT EQUAL 00                        00090100
                   MOVE 'ERRO NO OPEN RELAPROV ' TO WRK-MSGERRO         00090200
                   MOVE '1000'                   TO WRK-SECAO           00090300
                   MOVE WRK-FS-RELAPROV          TO WRK-STATUS          00090400
                    PERFORM 9000-TRATAERROS                             00090500
                 END-IF.                                                00090600
                 IF WRK-FS-RELPMO NOT EQUAL 00                          00090700
                   MOVE 'ERRO NO OPEN RELPMO   ' TO WRK-MSGERRO         00090800
                   MOVE '1000'                   TO WRK-SECAO           00090900
                   MOVE WRK-FS-RELPMO            TO WRK-STATUS          00091000
                    PERFORM 9000-TRATAERROS                             00091100
                 END-IF.                                                00091200
                                                                        00091300
       4000-99-FIM.              EXIT.                                  00091400
      *-------------------------------------------------------------*   00091500
       4100-TESTARSTATUS-PROJMST                    SECTION.            00091600
      *-------------------------------------------------------------*   00091700
               IF WRK-FS-PROJMST NOT EQUAL 00                           00091800
                           AND WRK-FS-PROJMST NOT EQUAL 10              00091900
                 MOVE 'ERRO NO PROJMST       ' TO WRK-MSGERRO           00092000
                 MOVE '1100'                   TO WRK-SECAO             00092100
                 MOVE WRK-FS-PROJMST           TO WRK-STATUS            00092200
                  PERFORM 9000-TRATAERROS                               00092300
               END-IF.                                                  00092400
                                                                        00092500
       4100-99-FIM.              EXIT.                                  00092600
      *-------------------------------------------------------------*   00092700
       4200-TESTARSTATUS-PENDAPR                    SECTION.            00092800
      *-------------------------------------------------------------*   00092900
               IF WRK-FS-PENDAPR NOT EQUAL 00                           00093000
                           AND WRK-FS-PENDAPR NOT EQUAL 10              00093100
                 MOVE 'ERRO NO PENDAPR       ' TO WRK-MSGERRO           00093200
                 MOVE '1200'                   TO WRK-SECAO             00093300
                 MOVE WRK-FS-PENDAPR           TO WRK-STATUS            00093400
                  PERFORM 9000-TRATAERROS                               00093500
               END-IF.                                                  00093600
                                                                        00093700
       4200-99-FIM.              EXIT.                                  00093800
      *-------------------------------------------------------------*   00093900
       4300-TESTARSTATUS-PROJOK                     SECTION.            00094000
      *-------------------------------------------------------------*   00094100
               IF WRK-FS-PROJOK NOT EQUAL 00                            00094200
                           AND WRK-FS-PROJOK NOT EQUAL 10               00094300
                 MOVE 'ERRO NO PROJOK        ' TO WRK-MSGERRO           00094400
                 MOVE '1300'                   TO WRK-SECAO             00094500
                 MOVE WRK-FS-PROJOK            TO WRK-STATUS            00094600
                  PERFORM 9000-TRATAERROS                               00094700
               END-IF.                                                  00094800
                                                                        00094900
       4300-99-FIM.              EXIT.                                  00095000
      *-------------------------------------------------------------*   00095100
       4400-TESTARSTATUS-DECISAO                    SECTION.            00095200
      *-------------------------------------------------------------*   00095300
               IF WRK-FS-DECISAO NOT EQUAL 00                           00095400
                           AND WRK-FS-DECISAO NOT EQUAL 10              00095500
                 MOVE 'ERRO NO DECISAO       ' TO WRK-MSGERRO           00095600
                 MOVE '1400'                   TO WRK-SECAO             00095700
                 MOVE WRK-FS-DECISAO           TO WRK-STATUS            00095800
                  PERFORM 9000-TRATAERROS                               00095900
               END-IF.                                                  00096000
                                                                        00096100
       4400-99-FIM.              EXIT.                                  00096200
      *-------------------------------------------------------------*   00096300
       4510-VERIFICAR-CONTROLE-PND                  SECTION.            00096400
      *-------------------------------------------------------------*   00096500
      *   NA PRIMEIRA RODADA O PENDAPR VEM VAZIO; COM PENDENCIAS,   *   00096600
      *   O RODAPE E OBRIGATORIO E TEM DE BATER.                    *   00096700
      *-------------------------------------------------------------*   00096800
               IF WRK-CT-PND EQUAL ZEROES                               00096900
                  AND NOT WRK-TEM-TRL-PND                               00097000
                 GO TO 4510-99-FIM.                                     00097100
               IF NOT WRK-TEM-TRL-PND                                   00097200
                 MOVE 'SEM RODAPE NO PENDAPR        ' TO WRK-MSGERRO    00097300
                 MOVE '1200'                          TO WRK-SECAO      00097400
                 PERFORM 9100-ERRO-CONTROLE                             00097500
               END-IF.                                                  00097600
               IF WRK-TRLCT-PND NOT EQUAL WRK-CT-PND                    00097700
                 DISPLAY ' PENDAPR: RODAPE=' WRK-TRLCT-PND              00097800
                         ' LIDOS=' WRK-CT-PND                           00097900
                 MOVE 'QTD DO RODAPE PENDAPR DIVERGE' TO WRK-MSGERRO    00098000
                 MOVE '1200'                          TO WRK-SECAO      00098100
                 PERFORM 9100-ERRO-CONTROLE                             00098200
               END-IF.                                                  00098300
               IF WRK-TRLHASH-PND NOT EQUAL WRK-HASH-PND                00098400
                 DISPLAY ' PENDAPR: HASH RODAPE=' WRK-TRLHASH-PND       00098500
                         ' CALCULADO=' WRK-HASH-PND                     00098600
                 MOVE 'TOTAL DO RODAPE PENDAPR DIVER' TO WRK-MSGERRO    00098700
                 MOVE '1200'                          TO WRK-SECAO      00098800
                 PERFORM 9100-ERRO-CONTROLE                             00098900
               END-IF.                                                  00099000
                                                                        00099100
       4510-99-FIM.              EXIT.                                  00099200
      *-------------------------------------------------------------*   00099300
       4520-VERIFICAR-CONTROLE-OK                   SECTION.            00099400
      *-------------------------------------------------------------*   00099500
               IF NOT WRK-TEM-CAB-OK                                    00099600
                 MOVE 'SEM CABECALHO NO PROJOK      ' TO WRK-MSGERRO    00099700
                 MOVE '1300'                          TO WRK-SECAO      00099800
                 PERFORM 9100-ERRO-CONTROLE                             00099900
               END-IF.                                                  00100000
               IF NOT WRK-TEM-TRL-OK                                    00100100
                 MOVE 'SEM RODAPE NO PROJOK         ' TO WRK-MSGERRO    00100200
                 MOVE '1300'                          TO WRK-SECAO      00100300
                 PERFORM 9100-ERRO-CONTROLE                             00100400
               END-IF.                                                  00100500
               IF WRK-TRLCT-OK NOT EQUAL WRK-CT-OK                      00100600
                 DISPLAY ' PROJOK: RODAPE=' WRK-TRLCT-OK                00100700
                         ' LIDOS=' WRK-CT-OK                            00100800
                 MOVE 'QTD DO RODAPE PROJOK DIVERGE ' TO WRK-MSGERRO    00100900
                 MOVE '1300'                          TO WRK-SECAO      00101000
                 PERFORM 9100-ERRO-CONTROLE                             00101100
               END-IF.                                                  00101200
               IF WRK-TRLHASH-OK NOT EQUAL WRK-HASH-OK                  00101300
                 DISPLAY ' PROJOK: HASH RODAPE=' WRK-TRLHASH-OK         00101400
                         ' CALCULADO=' WRK-HASH-OK                      00101500
                 MOVE 'TOTAL DO RODAPE PROJOK DIVERG' TO WRK-MSGERRO    00101600
                 MOVE '1300'                          TO WRK-SECAO      00101700
                 PERFORM 9100-ERRO-CONTROLE                             00101800
               END-IF.                                                  00101900
                                                                        00102000
       4520-99-FIM.              EXIT.                                  00102100
      *-------------------------------------------------------------*   00102200
       9100-ERRO-CONTROLE                           SECTION.            00102300
      *-------------------------------------------------------------*   00102400
      *   ENTRADA SEM CONTROLE OU COM TOTAIS DIVERGENTES: NAO      *    00102500
      *   APROVA NADA - REGISTRA NO LOG E ENCERRA COM RC=8.        *    00102600
      *-------------------------------------------------------------*   00102700
           MOVE 'FR19EX67' TO WRK-PROGRAMA.                             00102800
           MOVE 'E'        TO WRK-SEVERIDADE.                           00102900
           MOVE '08'       TO WRK-STATUS.                               00103000
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00103100
           MOVE 8 TO RETURN-CODE.                                       00103200
           STOP RUN.                                                    00103300
                                                                        00103400
       9100-99-FIM.              EXIT.                                  00103500
      *-------------------------------------------------------------*   00103600
       9000-TRATAERROS                              SECTION.            00103700
      *-------------------------------------------------------------*   00103800
           MOVE 'FR19EX67' TO WRK-PROGRAMA                              00103900
           MOVE 'E'        TO WRK-SEVERIDADE                            00104000
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00104100
           GOBACK.                                                      00104200
                                                                        00104300
       9000-99-FIM.              EXIT.                                  00104400
