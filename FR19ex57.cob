      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX57.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: DEBITO AUTOMATICO POR CONVENIO. DIFERENTE DAS   *   00001200
      *    ORDENS PERMANENTES (FR19EX19/FR19EX20), O VALOR VEM DA   *   00001300
      *    EMPRESA CONVENIADA, FATURA A FATURA.                     *   00001400
      *    CADASTRO DEBAUT: UMA AUTORIZACAO POR CONVENIO +          *   00001500
      *    CONSUMIDOR (IDENTIFICACAO DO CLIENTE NA CONVENIADA), COM *   00001600
      *    A CONTA A DEBITAR E O TETO POR FATURA. O TRANSAUT O      *   00001700
      *    MANTEM, ANTES DAS FATURAS:                               *   00001800
      *     INCLUI   - CONTA EXISTENTE NO CLIENTES, TETO MAIOR QUE  *   00001900
      *                ZERO, SEM AUTORIZACAO IGUAL JA CADASTRADA    *   00002000
      *     ALTERA   - NOVA CONTA E/OU NOVO TETO (BRANCOS/ZEROS     *   00002100
      *                MANTEM O ATUAL)                              *   00002200
      *     EXCLUI   - CANCELA A AUTORIZACAO                        *   00002300
      *    FATURAS: O FATCONV (ARQUIVOS DAS CONVENIADAS DA NOITE)   *   00002400
      *    E O FATPEND (FATURAS A VENCER GUARDADAS NAS NOITES       *   00002500
      *    ANTERIORES). TODA NOITE CADA FATURA E CONFERIDA:         *   00002600
      *     - SEM AUTORIZACAO           -> RETORNO 02               *   00002700
      *     - VALOR ACIMA DO TETO       -> RETORNO 03 (NAO DEBITA)  *   00002800
      *     - VENCIMENTO APOS O CICLO   -> FICA NO FATPNOV          *   00002900
      *     - VENCIDA ATE O CICLO       -> DEBITO NO MOVDEB         *   00003000
      *    O MOVDEB SAI NO LAYOUT DO MOV0106 COM TIPOMOV 'U' E      *   00003100
      *    'DEB AUT' + CONVENIO + FATURA NO HISTORICO, E ENTRA NA   *   00003200
      *    POSTAGEM PELO SORT DO MOV0106S (LIMITE E BLOQUEIO SAO    *   00003300
      *    CRITICADOS NO FR19EX04). CADA FATURA DEBITADA OU         *   00003400
      *    RECUSADA VAI PARA O DEBCONV, DE ONDE O FR19EX58 MONTA O  *   00003500
      *    RETORNO AS CONVENIADAS DEPOIS DA POSTAGEM. O AUTNOVO E O *   00003600
      *    FATPNOV SO VIRAM SOBRE O DEBAUT E O FATPEND COM A        *   00003700
      *    POSTAGEM CONCLUIDA.                                      *   00003800
      *    CARTAO SYSIN 1: DATA DO CICLO (9(08); ZEROS = HOJE)      *   00003900
      *    CARTAO SYSIN 2: OPERADOR QUE LIBEROU O TRANSAUT          *   00003950
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004000
      *    MATRIZ DE AUTORIZACAO: ANTES DE INCLUIR, ALTERAR OU      *   00004012
      *    EXCLUIR, O MODULO AUTORIZA CONFERE SE O PERFIL DO        *   00004025
      *    OPERADOR DO CARTAO 2 PODE FAZER A OPERACAO NO FR19EX57;  *   00004037
      *    SEM PERMISSAO, OU COM OPERADOR DESCONHECIDO/INATIVO, A   *   00004050
      *    TRANSACAO E RECUSADA E SAI NO RELDEB COM O NOME E O      *   00004062
      *    PERFIL DO OPERADOR (CHAVE NO ACESSLOG: CONVENIO + 10     *   00004075
      *    PRIMEIRAS POSICOES DO CONSUMIDOR).                       *   00004087
      *-------------------------------------------------------------*   00004100
      *   ARQUIVOS...:                                              *   00004200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004300
      *    CLIENTES             I                  -----------      *   00004400
      *    DEBAUT               I                  -----------      *   00004500
      *    TRANSAUT             I                  -----------      *   00004600
      *    FATPEND              I                  -----------      *   00004700
      *    FATCONV              I                  -----------      *   00004800
      *    AUTNOVO              O                  -----------      *   00004900
      *    FATPNOV              O                  -----------      *   00005000
      *    MOVDEB               O                  -----------      *   00005100
      *    DEBCONV              O                  -----------      *   00005200
      *    RELDEB               O                  -----------      *   00005300
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00005325
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00005350
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00005375
      *-------------------------------------------------------------*   00005400
      *   MODULOS....:                             INCLUDE/BOOK     *   00005500
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005600
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00005700
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00005750
      *=============================================================*   00005800
                                                                        00005900
      *=============================================================*   00006000
       ENVIRONMENT                               DIVISION.              00006100
      *=============================================================*   00006200
                                                                        00006300
      *=============================================================*   00006400
       CONFIGURATION                               SECTION.             00006500
      *=============================================================*   00006600
       SPECIAL-NAMES.                                                   00006700
           DECIMAL-POINT IS COMMA.                                      00006800
                                                                        00006900
       INPUT-OUTPUT                                SECTION.             00007000
       FILE-CONTROL.                                                    00007100
            SELECT CLIENTES ASSIGN TO CLIENTES                          00007200
                 FILE STATUS IS WRK-FS-CLIENTES.                        00007300
                                                                        00007400
            SELECT DEBAUT ASSIGN TO DEBAUT                              00007500
                 FILE STATUS IS WRK-FS-DEBAUT.                          00007600
                                                                        00007700
            SELECT TRANSAUT ASSIGN TO TRANSAUT                          00007800
                 FILE STATUS IS WRK-FS-TRANSAUT.                        00007900
                                                                        00008000
            SELECT FATPEND ASSIGN TO FATPEND                            00008100
                 FILE STATUS IS WRK-FS-FATPEND.                         00008200
                                                                        00008300
            SELECT FATCONV ASSIGN TO FATCONV                            00008400
                 FILE STATUS IS WRK-FS-FATCONV.                         00008500
                                                                        00008600
      *--------------ARQUIVOS SAIDAS--------------------------------*   00008700
                                                                        00008800
            SELECT AUTNOVO ASSIGN TO AUTNOVO                            00008900
                 FILE STATUS IS WRK-FS-AUTNOVO.                         00009000
                                                                        00009100
            SELECT FATPNOV ASSIGN TO FATPNOV                            00009200
                 FILE STATUS IS WRK-FS-FATPNOV.                         00009300
                                                                        00009400
            SELECT MOVDEB ASSIGN TO MOVDEB                              00009500
                 FILE STATUS IS WRK-FS-MOVDEB.                          00009600
                                                                        00009700
            SELECT DEBCONV ASSIGN TO DEBCONV                            00009800
                 FILE STATUS IS WRK-FS-DEBCONV.                         00009900
                                                                        00010000
            SELECT RELDEB ASSIGN TO RELDEB                              00010100
                 FILE STATUS IS WRK-FS-RELDEB.                          00010200
                                                                        00010300
      *=============================================================*   00010400
       DATA                                      DIVISION.              00010500
      *=============================================================*   00010600
       FILE                                      SECTION.               00010700
      *-------------------LRECL 89----------------------------------*   00010800
       FD CLIENTES                                                      00010900
           RECORDING MODE IS F                                          00011000
           LABEL RECORD IS STANDARD                                     00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-CLIENTES.                                                  00011300
          05 FD-CHAVE.                                                  00011400
             10 FD-AGENCIA      PIC X(04).                              00011500
             10 FD-CONTA        PIC X(04).                              00011600
          05 FD-NOME            PIC X(30).                              00011700
          05 FD-SALDO           PIC S9(08).                             00011800
          05 FD-STATUS          PIC X(01).                              00011900
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00012000
          05 FD-LIMITE          PIC 9(08).                              00012100
          05 FD-DOCUMENTO       PIC 9(14).                              00012200
                                                                        00012300
      *-------------------LRECL 60----------------------------------*   00012400
       FD DEBAUT                                                        00012500
           RECORDING MODE IS F                                          00012600
           LABEL RECORD IS STANDARD                                     00012700
           BLOCK CONTAINS 0 RECORDS.                                    00012800
       01 FD-DEBAUT.                                                    00012900
          05 FD-AUT-CONVENIO        PIC X(06).                          00013000
          05 FD-AUT-CONSUMIDOR      PIC X(20).                          00013100
          05 FD-AUT-CHAVE           PIC X(08).                          00013200
          05 FD-AUT-TETO            PIC 9(08).                          00013300
          05 FD-AUT-DATA-ADESAO     PIC 9(08).                          00013400
          05 FILLER                 PIC X(10).                          00013500
                                                                        00013600
      *-------------------LRECL 60----------------------------------*   00013700
       FD TRANSAUT                                                      00013800
           RECORDING MODE IS F                                          00013900
           LABEL RECORD IS STANDARD                                     00014000
           BLOCK CONTAINS 0 RECORDS.                                    00014100
       01 FD-TRANSAUT.                                                  00014200
          05 FD-TAU-OPERACAO        PIC X(08).                          00014300
          05 FD-TAU-CONVENIO        PIC X(06).                          00014400
          05 FD-TAU-CONSUMIDOR      PIC X(20).                          00014500
          05 FD-TAU-CHAVE           PIC X(08).                          00014600
          05 FD-TAU-TETO            PIC 9(08).                          00014700
          05 FILLER                 PIC X(10).                          00014800
                                                                        00014900
      *-------------------LRECL 80----------------------------------*   00015000
       FD FATPEND                                                       00015100
           RECORDING MODE IS F                                          00015200
           LABEL RECORD IS STANDARD                                     00015300
           BLOCK CONTAINS 0 RECORDS.                                    00015400
       01 FD-FATPEND                PIC X(80).                          00015500
                                                                        00015600
      *-------------------LRECL 80----------------------------------*   00015700
       FD FATCONV                                                       00015800
           RECORDING MODE IS F                                          00015900
           LABEL RECORD IS STANDARD                                     00016000
           BLOCK CONTAINS 0 RECORDS.                                    00016100
       01 FD-FATCONV                PIC X(80).                          00016200
                                                                        00016300
      *-------------------LRECL 60----------------------------------*   00016400
       FD AUTNOVO                                                       00016500
           RECORDING MODE IS F.                                         00016600
       01 FD-AUTNOVO                PIC X(60).                          00016700
                                                                        00016800
      *-------------------LRECL 80----------------------------------*   00016900
       FD FATPNOV                                                       00017000
           RECORDING MODE IS F.                                         00017100
       01 FD-FATPNOV                PIC X(80).                          00017200
                                                                        00017300
      *-------------------LRECL 55----------------------------------*   00017400
       FD MOVDEB                                                        00017500
           RECORDING MODE IS F.                                         00017600
       01 FD-MOVDEB.                                                    00017700
          05 FD-MDB-AGENCIA          PIC X(04).                         00017800
          05 FD-MDB-CONTA            PIC X(04).                         00017900
          05 FD-MDB-MOVIMENTO        PIC X(30).                         00018000
          05 FD-MDB-VLRMOVIMENTO     PIC 9(08).                         00018100
          05 FD-MDB-TIPOMOV          PIC X(01).                         00018200
          05 FD-MDB-DATAVALOR        PIC 9(08).                         00018300
                                                                        00018400
      *-------------------LRECL 80----------------------------------*   00018500
       FD DEBCONV                                                       00018600
           RECORDING MODE IS F.                                         00018700
       01 FD-DEBCONV.                                                   00018800
          05 FD-DBC-FATURA           PIC X(54).                         00018900
          05 FD-DBC-CHAVE            PIC X(08).                         00019000
          05 FD-DBC-SITUACAO         PIC X(01).                         00019100
          05 FD-DBC-DATA-CICLO       PIC 9(08).                         00019200
          05 FILLER                  PIC X(09).                         00019300
                                                                        00019400
      *-------------------LRECL 80----------------------------------*   00019500
       FD RELDEB                                                        00019600
           RECORDING MODE IS F.                                         00019700
       01 FD-RELDEB                 PIC X(80).                          00019800
                                                                        00019900
      *=============================================================*   00020000
       WORKING-STORAGE                             SECTION.             00020100
      *=============================================================*   00020200
                                                                        00020300
       01 FILLER          PIC X(64) VALUE                               00020400
           '-----------BOOK LOGERROS------------------------'.          00020500
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00020600
       COPY '#GLOG'.                                                    00020700
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00020800
       COPY '#GSTAT'.                                                   00020900
                                                                        00020916
       01 FILLER          PIC X(64) VALUE                               00020933
           '-----------BOOK AUTORIZA------------------------'.          00020950
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00020966
       COPY '#GAUT'.                                                    00020983
      *-------------------------------------------------------------*   00021000
                                                                        00021100
       01 FILLER          PIC X(64) VALUE                               00021200
           '-----------VARIAVEIS DE STATUS------------------'.          00021300
                                                                        00021400
       77 WRK-FS-CLIENTES PIC 9(02).                                    00021500
       77 WRK-FS-DEBAUT   PIC 9(02).                                    00021600
       77 WRK-FS-TRANSAUT PIC 9(02).                                    00021700
       77 WRK-FS-FATPEND  PIC 9(02).                                    00021800
       77 WRK-FS-FATCONV  PIC 9(02).                                    00021900
       77 WRK-FS-AUTNOVO  PIC 9(02).                                    00022000
       77 WRK-FS-FATPNOV  PIC 9(02).                                    00022100
       77 WRK-FS-MOVDEB   PIC 9(02).                                    00022200
       77 WRK-FS-DEBCONV  PIC 9(02).                                    00022300
       77 WRK-FS-RELDEB   PIC 9(02).                                    00022400
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
           '-----------FATURA EM CURSO (FATCONV/FATPEND)----'.          00023600
                                                                        00023700
       01 WRK-FATURA.                                                   00023800
          05 WRK-FAT-CONVENIO       PIC X(06).                          00023900
          05 WRK-FAT-CONSUMIDOR     PIC X(20).                          00024000
          05 WRK-FAT-NUMERO         PIC X(12).                          00024100
          05 WRK-FAT-VENCIMENTO     PIC 9(08).                          00024200
          05 WRK-FAT-VALOR          PIC 9(08).                          00024300
          05 FILLER                 PIC X(26).                          00024400
                                                                        00024500
       01 FILLER          PIC X(64) VALUE                               00024600
           '-----------CADASTRO DE CONTAS EM MEMORIA--------'.          00024700
                                                                        00024800
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00024900
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00025000
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00025100
       77 WRK-CHAVE-BUSCA PIC X(08) VALUE SPACES.                       00025200
       01 WRK-TAB-CONTAS.                                               00025300
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00025400
             10 WRK-CTA-CHAVE       PIC X(08).                          00025500
                                                                        00025600
       01 FILLER          PIC X(64) VALUE                               00025700
           '-----------AUTORIZACOES EM MEMORIA--------------'.          00025800
                                                                        00025900
       77 WRK-QTD-AUT     PIC 9(04) VALUE ZEROES.                       00026000
       77 WRK-SUB-AUT     PIC 9(04) VALUE ZEROES.                       00026100
       77 WRK-IDX-AUT     PIC 9(04) VALUE ZEROES.                       00026200
       77 WRK-BUSCA-CONVENIO   PIC X(06) VALUE SPACES.                  00026300
       77 WRK-BUSCA-CONSUMIDOR PIC X(20) VALUE SPACES.                  00026400
       01 WRK-TAB-AUTORIZACOES.                                         00026500
          05 WRK-AUT-LINHA OCCURS 3000 TIMES.                           00026600
             10 WRK-TAU-REGISTRO.                                       00026700
                15 WRK-TAU-CONVENIO     PIC X(06).                      00026800
                15 WRK-TAU-CONSUMIDOR   PIC X(20).                      00026900
                15 WRK-TAU-CHAVE        PIC X(08).                      00027000
                15 WRK-TAU-TETO         PIC 9(08).                      00027100
                15 WRK-TAU-DATA-ADESAO  PIC 9(08).                      00027200
                15 FILLER               PIC X(10).                      00027300
             10 WRK-TAU-SW-EXCLUIDA     PIC X(01).                      00027400
                                                                        00027500
       01 FILLER          PIC X(64) VALUE                               00027600
           '-----------CONTADORES E CONTROLES---------------'.          00027700
                                                                        00027800
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00027900
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00028000
       77 WRK-SW-FIM-AUT  PIC X(01) VALUE 'N'.                          00028100
           88 WRK-FIM-DEBAUT        VALUE 'S'.                          00028200
       77 WRK-SW-FIM-TAU  PIC X(01) VALUE 'N'.                          00028300
           88 WRK-FIM-TRANSAUT      VALUE 'S'.                          00028400
       77 WRK-SW-FIM-PEN  PIC X(01) VALUE 'N'.                          00028500
           88 WRK-FIM-FATPEND       VALUE 'S'.                          00028600
       77 WRK-SW-FIM-FAT  PIC X(01) VALUE 'N'.                          00028700
           88 WRK-FIM-FATCONV       VALUE 'S'.                          00028800
                                                                        00028900
       77 WRK-REGDEBAUT   PIC 9(05) VALUE ZEROES.                       00029000
       77 WRK-REGTRANS    PIC 9(05) VALUE ZEROES.                       00029100
       77 WRK-QTD-RECTRN  PIC 9(05) VALUE ZEROES.                       00029200
       77 WRK-QTD-INCLUI  PIC 9(05) VALUE ZEROES.                       00029300
       77 WRK-QTD-ALTERA  PIC 9(05) VALUE ZEROES.                       00029400
       77 WRK-QTD-EXCLUI  PIC 9(05) VALUE ZEROES.                       00029500
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00029550
       77 WRK-REGAUTNOVO  PIC 9(05) VALUE ZEROES.                       00029600
       77 WRK-REGFATPEND  PIC 9(05) VALUE ZEROES.                       00029700
       77 WRK-REGFATCONV  PIC 9(05) VALUE ZEROES.                       00029800
       77 WRK-QTD-SEMAUT  PIC 9(05) VALUE ZEROES.                       00029900
       77 WRK-QTD-TETO    PIC 9(05) VALUE ZEROES.                       00030000
       77 WRK-REGFATPNOV  PIC 9(05) VALUE ZEROES.                       00030100
       77 WRK-HASH-FATPNOV PIC 9(12) VALUE ZEROES.                      00030200
       77 WRK-REGMOVDEB   PIC 9(05) VALUE ZEROES.                       00030300
       77 WRK-HASH-MOVDEB PIC 9(12) VALUE ZEROES.                       00030400
       77 WRK-REGDEBCONV  PIC 9(05) VALUE ZEROES.                       00030500
                                                                        00030600
       77 WRK-OCORRENCIA  PIC X(30) VALUE SPACES.                       00030700
                                                                        00030800
       01 WRK-HIST-DEBITO.                                              00030900
          05 FILLER              PIC X(08) VALUE 'DEB AUT '.            00031000
          05 WRK-HDB-CONVENIO    PIC X(06).                             00031100
          05 FILLER              PIC X(01) VALUE SPACE.                 00031200
          05 WRK-HDB-FATURA      PIC X(12).                             00031300
          05 FILLER              PIC X(03) VALUE SPACES.                00031400
                                                                        00031500
       01 FILLER          PIC X(64) VALUE                               00031600
           '-----------CONTROLE GRAVADO NOS CADASTROS-------'.          00031700
                                                                        00031800
       01 WRK-AUTNOVO-CAB.                                              00031900
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00032000
          05 FILLER              PIC X(01) VALUE SPACE.                 00032100
          05 WRK-CABA-DATA       PIC 9(08).                             00032200
          05 FILLER              PIC X(01) VALUE SPACE.                 00032300
          05 FILLER              PIC X(08) VALUE 'FR19EX57'.            00032400
          05 FILLER              PIC X(33) VALUE SPACES.                00032500
                                                                        00032600
       01 WRK-AUTNOVO-TRL.                                              00032700
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00032800
          05 FILLER              PIC X(01) VALUE SPACE.                 00032900
          05 WRK-TRLA-QTD        PIC 9(05).                             00033000
          05 FILLER              PIC X(45) VALUE SPACES.                00033100
                                                                        00033200
       01 WRK-FATPNOV-CAB.                                              00033300
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00033400
          05 FILLER              PIC X(01) VALUE SPACE.                 00033500
          05 WRK-CABF-DATA       PIC 9(08).                             00033600
          05 FILLER              PIC X(01) VALUE SPACE.                 00033700
          05 FILLER              PIC X(08) VALUE 'FR19EX57'.            00033800
          05 FILLER              PIC X(53) VALUE SPACES.                00033900
                                                                        00034000
       01 WRK-FATPNOV-TRL.                                              00034100
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00034200
          05 FILLER              PIC X(01) VALUE SPACE.                 00034300
          05 WRK-TRLF-QTD        PIC 9(05).                             00034400
          05 FILLER              PIC X(01) VALUE SPACE.                 00034500
          05 WRK-TRLF-HASH       PIC 9(12).                             00034600
          05 FILLER              PIC X(52) VALUE SPACES.                00034700
                                                                        00034800
      *----CONTROLE CABECALHO/RODAPE DO MOVDEB, NO MESMO LAYOUT-----*   00034900
      *----DO MOVTAR, PARA A CONFERENCIA DE ENTRADA DO FR19EX04----*    00035000
       01 WRK-MOVDEB-CAB.                                               00035100
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00035200
          05 FILLER              PIC X(01) VALUE SPACE.                 00035300
          05 FILLER              PIC X(08) VALUE 'FR19EX57'.            00035400
          05 FILLER              PIC X(01) VALUE SPACE.                 00035500
          05 FILLER              PIC X(09) VALUE 'DEBAUTOM '.           00035600
          05 FILLER              PIC X(01) VALUE SPACE.                 00035700
          05 WRK-CABM-DATA       PIC 9(08).                             00035800
          05 FILLER              PIC X(18) VALUE SPACES.                00035900
                                                                        00036000
       01 WRK-MOVDEB-TRL.                                               00036100
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00036200
          05 FILLER              PIC X(01) VALUE SPACE.                 00036300
          05 WRK-TRLM-QTD        PIC 9(05).                             00036400
          05 FILLER              PIC X(01) VALUE SPACE.                 00036500
          05 WRK-TRLM-HASH       PIC 9(12).                             00036600
          05 FILLER              PIC X(27) VALUE SPACES.                00036700
                                                                        00036800
       01 FILLER          PIC X(64) VALUE                               00036900
           '-----------LINHAS DO RELATORIO------------------'.          00037000
                                                                        00037100
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00037200
                                                                        00037300
       01 WRK-LINHA-TITULO.                                             00037400
          05 FILLER              PIC X(50) VALUE                        00037500
             'DEBITO AUTOMATICO POR CONVENIO - OCORRENCIAS      '.      00037600
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00037700
          05 WRK-TIT-DATA        PIC 9(08).                             00037800
          05 FILLER              PIC X(14) VALUE SPACES.                00037900
                                                                        00038000
       01 WRK-LINHA-AUT-CABEC.                                          00038100
          05 FILLER              PIC X(50) VALUE                        00038200
             'OPERACAO CONVEN CONSUMIDOR           CONTA        '.      00038300
          05 FILLER              PIC X(30) VALUE                        00038400
             '   TETO  OCORRENCIA           '.                          00038500
                                                                        00038600
       01 WRK-LINHA-AUTORIZACAO.                                        00038700
          05 WRK-LAU-OPERACAO    PIC X(08).                             00038800
          05 FILLER              PIC X(01) VALUE SPACE.                 00038900
          05 WRK-LAU-CONVENIO    PIC X(06).                             00039000
          05 FILLER              PIC X(01) VALUE SPACE.                 00039100
          05 WRK-LAU-CONSUMIDOR  PIC X(20).                             00039200
          05 FILLER              PIC X(01) VALUE SPACE.                 00039300
          05 WRK-LAU-AGENCIA     PIC X(04).                             00039400
          05 FILLER              PIC X(01) VALUE '/'.                   00039500
          05 WRK-LAU-CONTA       PIC X(04).                             00039600
          05 FILLER              PIC X(01) VALUE SPACE.                 00039700
          05 WRK-LAU-TETO        PIC ZZ.ZZZ.ZZ9.                        00039800
          05 FILLER              PIC X(01) VALUE SPACE.                 00039900
          05 WRK-LAU-OCORRENCIA  PIC X(22).                             00040000
                                                                        00040009
       01 WRK-LINHA-NEGADO.                                             00040018
          05 FILLER              PIC X(10) VALUE SPACES.                00040027
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00040036
          05 WRK-NEG-OPERADOR    PIC X(08).                             00040045
          05 FILLER              PIC X(03) VALUE ' - '.                 00040054
          05 WRK-NEG-NOME        PIC X(30).                             00040063
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00040072
          05 WRK-NEG-PERFIL      PIC X(08).                             00040081
          05 FILLER              PIC X(03) VALUE SPACES.                00040090
                                                                        00040100
       01 WRK-LINHA-FAT-CABEC.                                          00040200
          05 FILLER              PIC X(50) VALUE                        00040300
             'CONVEN CONSUMIDOR           FATURA       VENCIMENT'.      00040400
          05 FILLER              PIC X(30) VALUE                        00040500
             'O    VALOR  OCORRENCIA        '.                          00040600
                                                                        00040700
       01 WRK-LINHA-FATURA.                                             00040800
          05 WRK-LFT-CONVENIO    PIC X(06).                             00040900
          05 FILLER              PIC X(01) VALUE SPACE.                 00041000
          05 WRK-LFT-CONSUMIDOR  PIC X(20).                             00041100
          05 FILLER              PIC X(01) VALUE SPACE.                 00041200
          05 WRK-LFT-FATURA      PIC X(12).                             00041300
          05 FILLER              PIC X(01) VALUE SPACE.                 00041400
          05 WRK-LFT-VENCIMENTO  PIC 9(08).                             00041500
          05 FILLER              PIC X(01) VALUE SPACE.                 00041600
          05 WRK-LFT-VALOR       PIC ZZ.ZZZ.ZZ9.                        00041700
          05 FILLER              PIC X(02) VALUE SPACES.                00041800
          05 WRK-LFT-OCORRENCIA  PIC X(18).                             00041900
                                                                        00042000
      *=============================================================*   00042100
       PROCEDURE DIVISION.                                              00042200
      *=============================================================*   00042300
                                                                        00042400
      *-------------------------------------------------------------*   00042500
       0000-PRINCIPAL                           SECTION.                00042600
      *-------------------------------------------------------------*   00042700
                                                                        00042800
            PERFORM  1000-INICIAR.                                      00042900
            PERFORM  1100-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00043000
            PERFORM  1200-CARREGAR-DEBAUT UNTIL WRK-FIM-DEBAUT.         00043100
                                                                        00043200
            WRITE FD-RELDEB FROM WRK-LINHA-AUT-CABEC.                   00043300
            WRITE FD-RELDEB FROM WRK-LINHA-TRACO.                       00043400
            PERFORM  2000-PROCESSAR-TRANSAUT UNTIL WRK-FIM-TRANSAUT.    00043500
                                                                        00043600
            WRITE FD-RELDEB FROM WRK-LINHA-TRACO.                       00043700
            WRITE FD-RELDEB FROM WRK-LINHA-FAT-CABEC.                   00043800
            WRITE FD-RELDEB FROM WRK-LINHA-TRACO.                       00043900
            PERFORM  2200-LER-FATPEND UNTIL WRK-FIM-FATPEND.            00044000
            PERFORM  2300-LER-FATCONV UNTIL WRK-FIM-FATCONV.            00044100
                                                                        00044200
            WRITE FD-AUTNOVO FROM WRK-AUTNOVO-CAB.                      00044300
            MOVE 1 TO WRK-SUB-AUT.                                      00044400
            PERFORM  2500-GRAVAR-AUTNOVO                                00044500
                     UNTIL WRK-SUB-AUT GREATER WRK-QTD-AUT.             00044600
                                                                        00044700
            PERFORM  3000-FINALIZAR.                                    00044800
                                                                        00044900
            STOP RUN.                                                   00045000
                                                                        00045100
      *-------------------------------------------------------------*   00045200
       1000-INICIAR                             SECTION.                00045300
      *-------------------------------------------------------------*   00045400
             OPEN INPUT  CLIENTES DEBAUT TRANSAUT FATPEND FATCONV       00045500
                  OUTPUT AUTNOVO FATPNOV MOVDEB DEBCONV RELDEB.         00045600
                                                                        00045700
               PERFORM 4000-TESTARSTATUS.                               00045800
                                                                        00045900
               ACCEPT WRK-DATACICLO FROM SYSIN.                         00046000
               IF WRK-DATACICLO-AC EQUAL ZEROS                          00046100
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00046200
               ELSE                                                     00046300
                  MOVE WRK-DATACICLO-AC TO WRK-DATA-CICLO               00046400
               END-IF.                                                  00046500
                                                                        00046533
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00046566
                                                                        00046600
               MOVE WRK-DATA-CICLO TO WRK-CABA-DATA                     00046700
                                      WRK-CABF-DATA                     00046800
                                      WRK-CABM-DATA                     00046900
                                      WRK-TIT-DATA.                     00047000
               WRITE FD-MOVDEB FROM WRK-MOVDEB-CAB.                     00047100
               WRITE FD-FATPNOV FROM WRK-FATPNOV-CAB.                   00047200
                                                                        00047300
               WRITE FD-RELDEB FROM WRK-LINHA-TRACO.                    00047400
               WRITE FD-RELDEB FROM WRK-LINHA-TITULO.                   00047500
               WRITE FD-RELDEB FROM WRK-LINHA-TRACO.                    00047600
                                                                        00047700
               MOVE 'FR19EX57' TO WRK-EST-PROGRAMA.                     00047800
               MOVE 'I' TO WRK-EST-EVENTO.                              00047900
               MOVE ZEROES TO WRK-EST-LIDOS                             00048000
                              WRK-EST-GRAVADOS                          00048100
                              WRK-EST-REJEITADOS.                       00048200
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00048300
                                                                        00048400
       1000-99-FIM.              EXIT.                                  00048500
      *-------------------------------------------------------------*   00048600
       1100-CARREGAR-CLIENTES                   SECTION.                00048700
      *-------------------------------------------------------------*   00048800
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00048900
             READ CLIENTES                                              00049000
               AT END                                                   00049100
                 MOVE 'S' TO WRK-SW-FIM-CLI                             00049200
             END-READ.                                                  00049300
             PERFORM 4100-TESTARSTATUS-CLIENTES.                        00049400
             IF WRK-FS-CLIENTES NOT EQUAL 00                            00049500
                GO TO 1100-99-FIM.                                      00049600
             IF FD-CLIENTES (1:9) EQUAL 'CABECALHO'                     00049700
                OR FD-CLIENTES (1:6) EQUAL 'RODAPE'                     00049800
                GO TO 1100-99-FIM.                                      00049900
             IF WRK-QTD-CONTAS NOT LESS 2000                            00050000
                MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO     00050100
                MOVE '1100' TO WRK-SECAO                                00050200
                PERFORM 9100-ERRO-CONTROLE                              00050300
             END-IF.                                                    00050400
             ADD 1 TO WRK-QTD-CONTAS.                                   00050500
             MOVE FD-CHAVE TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).           00050600
       1100-99-FIM.              EXIT.                                  00050700
      *-------------------------------------------------------------*   00050800
       1200-CARREGAR-DEBAUT                     SECTION.                00050900
      *-------------------------------------------------------------*   00051000
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00051100
             READ DEBAUT                                                00051200
               AT END                                                   00051300
                 MOVE 'S' TO WRK-SW-FIM-AUT                             00051400
             END-READ.                                                  00051500
             PERFORM 4200-TESTARSTATUS-DEBAUT.                          00051600
             IF WRK-FS-DEBAUT NOT EQUAL 00                              00051700
                GO TO 1200-99-FIM.                                      00051800
             IF FD-DEBAUT (1:9) EQUAL 'CABECALHO'                       00051900
                OR FD-DEBAUT (1:6) EQUAL 'RODAPE'                       00052000
                GO TO 1200-99-FIM.                                      00052100
             IF WRK-QTD-AUT NOT LESS 3000                               00052200
                MOVE 'TABELA DE AUTORIZACOES CHEIA ' TO WRK-MSGERRO     00052300
                MOVE '1200' TO WRK-SECAO                                00052400
                PERFORM 9100-ERRO-CONTROLE                              00052500
             END-IF.                                                    00052600
             ADD 1 TO WRK-QTD-AUT.                                      00052700
             ADD 1 TO WRK-REGDEBAUT.                                    00052800
             MOVE FD-DEBAUT TO WRK-TAU-REGISTRO (WRK-QTD-AUT).          00052900
             MOVE 'N' TO WRK-TAU-SW-EXCLUIDA (WRK-QTD-AUT).             00053000
       1200-99-FIM.              EXIT.                                  00053100
      *-------------------------------------------------------------*   00053200
       2000-PROCESSAR-TRANSAUT                  SECTION.                00053300
      *-------------------------------------------------------------*   00053400
            READ TRANSAUT                                               00053500
              AT END                                                    00053600
                MOVE 'S' TO WRK-SW-FIM-TAU                              00053700
            END-READ.                                                   00053800
            PERFORM 4300-TESTARSTATUS-TRANSAUT.                         00053900
            IF WRK-FS-TRANSAUT NOT EQUAL 00                             00054000
               GO TO 2000-99-FIM.                                       00054100
            ADD 1 TO WRK-REGTRANS.                                      00054200
                                                                        00054300
            MOVE SPACES TO WRK-OCORRENCIA.                              00054400
            MOVE FD-TAU-CONVENIO   TO WRK-BUSCA-CONVENIO.               00054500
            MOVE FD-TAU-CONSUMIDOR TO WRK-BUSCA-CONSUMIDOR.             00054600
            PERFORM 2900-LOCALIZAR-AUTORIZACAO.                         00054700
            MOVE FD-TAU-CHAVE TO WRK-CHAVE-BUSCA.                       00054800
            PERFORM 2950-LOCALIZAR-CONTA.                               00054900
            PERFORM 2005-VERIFICAR-PERMISSAO.                           00054925
            IF NOT WRK-AUT-AUTORIZADO                                   00054950
               GO TO 2000-99-FIM.                                       00054975
                                                                        00055000
            EVALUATE TRUE                                               00055100
              WHEN FD-TAU-OPERACAO EQUAL 'INCLUI  '                     00055200
                PERFORM 2010-INCLUIR                                    00055300
              WHEN FD-TAU-OPERACAO EQUAL 'ALTERA  '                     00055400
                PERFORM 2020-ALTERAR                                    00055500
              WHEN FD-TAU-OPERACAO EQUAL 'EXCLUI  '                     00055600
                PERFORM 2030-EXCLUIR                                    00055700
              WHEN OTHER                                                00055800
                MOVE 'OPERACAO INVALIDA    ' TO WRK-OCORRENCIA          00055900
            END-EVALUATE.                                               00056000
            IF WRK-OCORRENCIA NOT EQUAL 'ACEITA'                        00056100
               ADD 1 TO WRK-QTD-RECTRN                                  00056200
            END-IF.                                                     00056300
                                                                        00056400
            MOVE FD-TAU-OPERACAO    TO WRK-LAU-OPERACAO.                00056500
            MOVE FD-TAU-CONVENIO    TO WRK-LAU-CONVENIO.                00056600
            MOVE FD-TAU-CONSUMIDOR  TO WRK-LAU-CONSUMIDOR.              00056700
            MOVE FD-TAU-CHAVE (1:4) TO WRK-LAU-AGENCIA.                 00056800
            MOVE FD-TAU-CHAVE (5:4) TO WRK-LAU-CONTA.                   00056900
            IF FD-TAU-TETO NUMERIC                                      00057000
               MOVE FD-TAU-TETO     TO WRK-LAU-TETO                     00057100
            ELSE                                                        00057200
               MOVE ZEROES          TO WRK-LAU-TETO                     00057300
            END-IF.                                                     00057400
            MOVE WRK-OCORRENCIA     TO WRK-LAU-OCORRENCIA.              00057500
            WRITE FD-RELDEB FROM WRK-LINHA-AUTORIZACAO.                 00057600
                                                                        00057700
       2000-99-FIM.              EXIT.                                  00057800
      *-------------------------------------------------------------*   00057802
       2005-VERIFICAR-PERMISSAO                 SECTION.                00057804
      *-------------------------------------------------------------*   00057807
      *   O OPERADOR DO TRANSAUT PRECISA DE PERMISSAO PARA A        *   00057809
      *   OPERACAO NO FR19EX57 (MODULO AUTORIZA). SEM ELA, OU COM   *   00057811
      *   OPERADOR DESCONHECIDO/INATIVO, O CADASTRO DE DEBITO       *   00057814
      *   AUTOMATICO NAO E TOCADO E O RELDEB MOSTRA QUEM LIBEROU O  *   00057816
      *   ARQUIVO.                                                  *   00057819
      *-------------------------------------------------------------*   00057821
            MOVE 'FR19EX57'        TO WRK-AUT-PROGRAMA.                 00057823
            MOVE FD-TAU-OPERACAO   TO WRK-AUT-OPERACAO.                 00057826
            MOVE WRK-OPERADOR-AC   TO WRK-AUT-OPERADOR.                 00057828
            MOVE FD-TAU-CONVENIO   TO WRK-AUT-CHAVE (1:6).              00057830
            MOVE FD-TAU-CONSUMIDOR TO WRK-AUT-CHAVE (7:10).             00057833
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00057835
            IF WRK-AUT-AUTORIZADO                                       00057838
               GO TO 2005-99-FIM.                                       00057840
                                                                        00057842
            IF WRK-AUT-NEGADO                                           00057845
               MOVE 'NAO AUTORIZADO'        TO WRK-LAU-OCORRENCIA       00057847
            ELSE                                                        00057850
               MOVE 'OPERADOR DESC/INATIVO' TO WRK-LAU-OCORRENCIA       00057852
            END-IF.                                                     00057854
            ADD 1 TO WRK-QTD-RECTRN                                     00057857
                     WRK-QTD-NEGADA.                                    00057859
            MOVE FD-TAU-OPERACAO    TO WRK-LAU-OPERACAO.                00057861
            MOVE FD-TAU-CONVENIO    TO WRK-LAU-CONVENIO.                00057864
            MOVE FD-TAU-CONSUMIDOR  TO WRK-LAU-CONSUMIDOR.              00057866
            MOVE FD-TAU-CHAVE (1:4) TO WRK-LAU-AGENCIA.                 00057869
            MOVE FD-TAU-CHAVE (5:4) TO WRK-LAU-CONTA.                   00057871
            IF FD-TAU-TETO NUMERIC                                      00057873
               MOVE FD-TAU-TETO     TO WRK-LAU-TETO                     00057876
            ELSE                                                        00057878
               MOVE ZEROES          TO WRK-LAU-TETO                     00057880
            END-IF.                                                     00057883
            WRITE FD-RELDEB FROM WRK-LINHA-AUTORIZACAO.                 00057885
            MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR.                   00057888
            MOVE WRK-AUT-NOME    TO WRK-NEG-NOME.                       00057890
            MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL.                     00057892
            WRITE FD-RELDEB FROM WRK-LINHA-NEGADO.                      00057895
       2005-99-FIM.              EXIT.                                  00057897
      *-------------------------------------------------------------*   00057900
       2010-INCLUIR                             SECTION.                00058000
      *-------------------------------------------------------------*   00058100
            EVALUATE TRUE                                               00058200
              WHEN WRK-IDX-AUT GREATER ZEROES                           00058300
                MOVE 'AUTORIZACAO EXISTENTE' TO WRK-OCORRENCIA          00058400
              WHEN WRK-IDX-CONTA EQUAL ZEROES                           00058500
                MOVE 'CONTA INEXISTENTE    ' TO WRK-OCORRENCIA          00058600
              WHEN FD-TAU-TETO NOT NUMERIC                              00058700
                   OR FD-TAU-TETO EQUAL ZEROES                          00058800
                MOVE 'TETO NAO INFORMADO   ' TO WRK-OCORRENCIA          00058900
              WHEN WRK-QTD-AUT NOT LESS 3000                            00059000
                MOVE 'TABELA DE AUTORIZACOES CHEIA ' TO WRK-MSGERRO     00059100
                MOVE '2010' TO WRK-SECAO                                00059200
                PERFORM 9100-ERRO-CONTROLE                              00059300
              WHEN OTHER                                                00059400
                ADD 1 TO WRK-QTD-AUT                                    00059500
                MOVE SPACES TO WRK-TAU-REGISTRO (WRK-QTD-AUT)           00059600
                MOVE FD-TAU-CONVENIO   TO                               00059700
                     WRK-TAU-CONVENIO (WRK-QTD-AUT)                     00059800
                MOVE FD-TAU-CONSUMIDOR TO                               00059900
                     WRK-TAU-CONSUMIDOR (WRK-QTD-AUT)                   00060000
                MOVE FD-TAU-CHAVE   TO WRK-TAU-CHAVE (WRK-QTD-AUT)      00060100
                MOVE FD-TAU-TETO    TO WRK-TAU-TETO (WRK-QTD-AUT)       00060200
                MOVE WRK-DATA-CICLO TO                                  00060300
                     WRK-TAU-DATA-ADESAO (WRK-QTD-AUT)                  00060400
                MOVE 'N' TO WRK-TAU-SW-EXCLUIDA (WRK-QTD-AUT)           00060500
                ADD 1 TO WRK-QTD-INCLUI                                 00060600
                MOVE 'ACEITA' TO WRK-OCORRENCIA                         00060700
            END-EVALUATE.                                               00060800
       2010-99-FIM.              EXIT.                                  00060900
      *-------------------------------------------------------------*   00061000
       2020-ALTERAR                             SECTION.                00061100
      *-------------------------------------------------------------*   00061200
            EVALUATE TRUE                                               00061300
              WHEN WRK-IDX-AUT EQUAL ZEROES                             00061400
                MOVE 'AUTORIZACAO INEXIST. ' TO WRK-OCORRENCIA          00061500
              WHEN FD-TAU-CHAVE NOT EQUAL SPACES                        00061600
                   AND WRK-IDX-CONTA EQUAL ZEROES                       00061700
                MOVE 'CONTA INEXISTENTE    ' TO WRK-OCORRENCIA          00061800
              WHEN FD-TAU-TETO NOT NUMERIC                              00061900
                MOVE 'TETO INVALIDO        ' TO WRK-OCORRENCIA          00062000
              WHEN OTHER                                                00062100
                IF FD-TAU-CHAVE NOT EQUAL SPACES                        00062200
                   MOVE FD-TAU-CHAVE TO WRK-TAU-CHAVE (WRK-IDX-AUT)     00062300
                END-IF                                                  00062400
                IF FD-TAU-TETO GREATER ZEROES                           00062500
                   MOVE FD-TAU-TETO TO WRK-TAU-TETO (WRK-IDX-AUT)       00062600
                END-IF                                                  00062700
                ADD 1 TO WRK-QTD-ALTERA                                 00062800
                MOVE 'ACEITA' TO WRK-OCORRENCIA                         00062900
            END-EVALUATE.                                               00063000
       2020-99-FIM.              EXIT.                                  00063100
      *-------------------------------------------------------------*   00063200
       2030-EXCLUIR                             SECTION.                00063300
      *-------------------------------------------------------------*   00063400
            IF WRK-IDX-AUT EQUAL ZEROES                                 00063500
               MOVE 'AUTORIZACAO INEXIST. ' TO WRK-OCORRENCIA           00063600
            ELSE                                                        00063700
               MOVE 'S' TO WRK-TAU-SW-EXCLUIDA (WRK-IDX-AUT)            00063800
               ADD 1 TO WRK-QTD-EXCLUI                                  00063900
               MOVE 'ACEITA' TO WRK-OCORRENCIA                          00064000
            END-IF.                                                     00064100
       2030-99-FIM.              EXIT.                                  00064200
      *-------------------------------------------------------------*   00064300
       2200-LER-FATPEND                         SECTION.                00064400
      *-------------------------------------------------------------*   00064500
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00064600
             READ FATPEND                                               00064700
               AT END                                                   00064800
                 MOVE 'S' TO WRK-SW-FIM-PEN                             00064900
             END-READ.                                                  00065000
             PERFORM 4400-TESTARSTATUS-FATPEND.                         00065100
             IF WRK-FS-FATPEND NOT EQUAL 00                             00065200
                GO TO 2200-99-FIM.                                      00065300
             IF FD-FATPEND (1:9) EQUAL 'CABECALHO'                      00065400
                OR FD-FATPEND (1:6) EQUAL 'RODAPE'                      00065500
                GO TO 2200-99-FIM.                                      00065600
             ADD 1 TO WRK-REGFATPEND.                                   00065700
             MOVE FD-FATPEND TO WRK-FATURA.                             00065800
             PERFORM 2400-TRATAR-FATURA.                                00065900
       2200-99-FIM.              EXIT.                                  00066000
      *-------------------------------------------------------------*   00066100
       2300-LER-FATCONV                         SECTION.                00066200
      *-------------------------------------------------------------*   00066300
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE DOS--------*   00066400
      *----ARQUIVOS DAS CONVENIADAS---------------------------------*   00066500
             READ FATCONV                                               00066600
               AT END                                                   00066700
                 MOVE 'S' TO WRK-SW-FIM-FAT                             00066800
             END-READ.                                                  00066900
             PERFORM 4500-TESTARSTATUS-FATCONV.                         00067000
             IF WRK-FS-FATCONV NOT EQUAL 00                             00067100
                GO TO 2300-99-FIM.                                      00067200
             IF FD-FATCONV (1:9) EQUAL 'CABECALHO'                      00067300
                OR FD-FATCONV (1:6) EQUAL 'RODAPE'                      00067400
                GO TO 2300-99-FIM.                                      00067500
             ADD 1 TO WRK-REGFATCONV.                                   00067600
             MOVE FD-FATCONV TO WRK-FATURA.                             00067700
             PERFORM 2400-TRATAR-FATURA.                                00067800
       2300-99-FIM.              EXIT.                                  00067900
      *-------------------------------------------------------------*   00068000
       2400-TRATAR-FATURA                       SECTION.                00068100
      *-------------------------------------------------------------*   00068200
      *   A AUTORIZACAO E O TETO SAO CONFERIDOS EM TODA NOITE, POIS *   00068300
      *   PODEM MUDAR ENTRE A CHEGADA E O VENCIMENTO DA FATURA.     *   00068400
      *-------------------------------------------------------------*   00068500
            MOVE WRK-FAT-CONVENIO   TO WRK-BUSCA-CONVENIO               00068600
                                       WRK-LFT-CONVENIO.                00068700
            MOVE WRK-FAT-CONSUMIDOR TO WRK-BUSCA-CONSUMIDOR             00068800
                                       WRK-LFT-CONSUMIDOR.              00068900
            MOVE WRK-FAT-NUMERO     TO WRK-LFT-FATURA.                  00069000
            MOVE WRK-FAT-VENCIMENTO TO WRK-LFT-VENCIMENTO.              00069100
            MOVE WRK-FAT-VALOR      TO WRK-LFT-VALOR.                   00069200
            PERFORM 2900-LOCALIZAR-AUTORIZACAO.                         00069300
                                                                        00069400
            MOVE WRK-FATURA      TO FD-DBC-FATURA.                      00069500
            MOVE SPACES          TO FD-DBC-CHAVE.                       00069600
            MOVE WRK-DATA-CICLO  TO FD-DBC-DATA-CICLO.                  00069700
            MOVE SPACES          TO FD-DEBCONV (72:9).                  00069800
                                                                        00069900
            IF WRK-IDX-AUT EQUAL ZEROES                                 00070000
               MOVE 'A' TO FD-DBC-SITUACAO                              00070100
               WRITE FD-DEBCONV                                         00070200
               ADD 1 TO WRK-REGDEBCONV                                  00070300
               ADD 1 TO WRK-QTD-SEMAUT                                  00070400
               MOVE 'SEM AUTORIZACAO   ' TO WRK-LFT-OCORRENCIA          00070500
               WRITE FD-RELDEB FROM WRK-LINHA-FATURA                    00070600
               GO TO 2400-99-FIM.                                       00070700
                                                                        00070800
            MOVE WRK-TAU-CHAVE (WRK-IDX-AUT) TO FD-DBC-CHAVE.           00070900
            IF WRK-FAT-VALOR GREATER WRK-TAU-TETO (WRK-IDX-AUT)         00071000
               MOVE 'L' TO FD-DBC-SITUACAO                              00071100
               WRITE FD-DEBCONV                                         00071200
               ADD 1 TO WRK-REGDEBCONV                                  00071300
               ADD 1 TO WRK-QTD-TETO                                    00071400
               MOVE 'ACIMA DO TETO     ' TO WRK-LFT-OCORRENCIA          00071500
               WRITE FD-RELDEB FROM WRK-LINHA-FATURA                    00071600
               GO TO 2400-99-FIM.                                       00071700
                                                                        00071800
            IF WRK-FAT-VENCIMENTO GREATER WRK-DATA-CICLO                00071900
               WRITE FD-FATPNOV FROM WRK-FATURA                         00072000
               ADD 1 TO WRK-REGFATPNOV                                  00072100
               ADD WRK-FAT-VALOR TO WRK-HASH-FATPNOV                    00072200
               MOVE 'A VENCER - GUARDA ' TO WRK-LFT-OCORRENCIA          00072300
               WRITE FD-RELDEB FROM WRK-LINHA-FATURA                    00072400
               GO TO 2400-99-FIM.                                       00072500
                                                                        00072600
            MOVE 'D' TO FD-DBC-SITUACAO.                                00072700
            WRITE FD-DEBCONV.                                           00072800
            ADD 1 TO WRK-REGDEBCONV.                                    00072900
                                                                        00073000
            MOVE WRK-FAT-CONVENIO TO WRK-HDB-CONVENIO.                  00073100
            MOVE WRK-FAT-NUMERO   TO WRK-HDB-FATURA.                    00073200
            MOVE WRK-TAU-CHAVE (WRK-IDX-AUT) (1:4) TO FD-MDB-AGENCIA.   00073300
            MOVE WRK-TAU-CHAVE (WRK-IDX-AUT) (5:4) TO FD-MDB-CONTA.     00073400
            MOVE WRK-HIST-DEBITO  TO FD-MDB-MOVIMENTO.                  00073500
            MOVE WRK-FAT-VALOR    TO FD-MDB-VLRMOVIMENTO.               00073600
            MOVE 'U'              TO FD-MDB-TIPOMOV.                    00073700
            MOVE ZEROES           TO FD-MDB-DATAVALOR.                  00073800
            WRITE FD-MOVDEB.                                            00073900
            ADD 1 TO WRK-REGMOVDEB.                                     00074000
            ADD WRK-FAT-VALOR TO WRK-HASH-MOVDEB.                       00074100
            MOVE 'DEBITO GERADO     ' TO WRK-LFT-OCORRENCIA.            00074200
            WRITE FD-RELDEB FROM WRK-LINHA-FATURA.                      00074300
       2400-99-FIM.              EXIT.                                  00074400
      *-------------------------------------------------------------*   00074500
       2500-GRAVAR-AUTNOVO                      SECTION.                00074600
      *-------------------------------------------------------------*   00074700
            IF WRK-TAU-SW-EXCLUIDA (WRK-SUB-AUT) EQUAL 'N'              00074800
               MOVE WRK-TAU-REGISTRO (WRK-SUB-AUT) TO FD-AUTNOVO        00074900
               WRITE FD-AUTNOVO                                         00075000
               ADD 1 TO WRK-REGAUTNOVO                                  00075100
            END-IF.                                                     00075200
            ADD 1 TO WRK-SUB-AUT.                                       00075300
       2500-99-FIM.              EXIT.                                  00075400
      *-------------------------------------------------------------*   00075500
       2900-LOCALIZAR-AUTORIZACAO               SECTION.                00075600
      *-------------------------------------------------------------*   00075700
            MOVE ZEROES TO WRK-IDX-AUT.                                 00075800
            MOVE 1 TO WRK-SUB-AUT.                                      00075900
            PERFORM 2910-COMPARAR-AUTORIZACAO                           00076000
                    UNTIL WRK-SUB-AUT GREATER WRK-QTD-AUT               00076100
                       OR WRK-IDX-AUT GREATER ZEROES.                   00076200
       2900-99-FIM.              EXIT.                                  00076300
      *-------------------------------------------------------------*   00076400
       2910-COMPARAR-AUTORIZACAO                SECTION.                00076500
      *-------------------------------------------------------------*   00076600
            IF WRK-TAU-CONVENIO (WRK-SUB-AUT) EQUAL WRK-BUSCA-CONVENIO  00076700
               AND WRK-TAU-CONSUMIDOR (WRK-SUB-AUT)                     00076800
                   EQUAL WRK-BUSCA-CONSUMIDOR                           00076900
               AND WRK-TAU-SW-EXCLUIDA (WRK-SUB-AUT) EQUAL 'N'          00077000
               MOVE WRK-SUB-AUT TO WRK-IDX-AUT                          00077100
            END-IF.                                                     00077200
            ADD 1 TO WRK-SUB-AUT.                                       00077300
       2910-99-FIM.              EXIT.                                  00077400
      *-------------------------------------------------------------*   00077500
       2950-LOCALIZAR-CONTA                     SECTION.                00077600
      *-------------------------------------------------------------*   00077700
            MOVE ZEROES TO WRK-IDX-CONTA.                               00077800
            MOVE 1 TO WRK-SUB-CONTAS.                                   00077900
            PERFORM 2960-COMPARAR-CONTA                                 00078000
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00078100
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00078200
       2950-99-FIM.              EXIT.                                  00078300
      *-------------------------------------------------------------*   00078400
       2960-COMPARAR-CONTA                      SECTION.                00078500
      *-------------------------------------------------------------*   00078600
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) EQUAL WRK-CHAVE-BUSCA     00078700
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00078800
            END-IF.                                                     00078900
            ADD 1 TO WRK-SUB-CONTAS.                                    00079000
       2960-99-FIM.              EXIT.                                  00079100
      *-------------------------------------------------------------*   00079200
       3000-FINALIZAR                           SECTION.                00079300
      *-------------------------------------------------------------*   00079400
             MOVE WRK-REGAUTNOVO TO WRK-TRLA-QTD.                       00079500
             WRITE FD-AUTNOVO FROM WRK-AUTNOVO-TRL.                     00079600
             MOVE WRK-REGFATPNOV TO WRK-TRLF-QTD.                       00079700
             MOVE WRK-HASH-FATPNOV TO WRK-TRLF-HASH.                    00079800
             WRITE FD-FATPNOV FROM WRK-FATPNOV-TRL.                     00079900
             MOVE WRK-REGMOVDEB  TO WRK-TRLM-QTD.                       00080000
             MOVE WRK-HASH-MOVDEB TO WRK-TRLM-HASH.                     00080100
             WRITE FD-MOVDEB FROM WRK-MOVDEB-TRL.                       00080200
             WRITE FD-RELDEB FROM WRK-LINHA-TRACO.                      00080300
                                                                        00080400
             CLOSE CLIENTES DEBAUT TRANSAUT FATPEND FATCONV             00080500
                   AUTNOVO FATPNOV MOVDEB DEBCONV RELDEB.               00080600
              DISPLAY ' ============================================'.  00080700
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX57          '.  00080800
              DISPLAY ' ============================================'.  00080900
              DISPLAY ' AUTORIZACOES NO CADASTRO...' WRK-REGDEBAUT.     00081000
              DISPLAY ' TRANSACOES LIDAS...........' WRK-REGTRANS.      00081100
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECTRN.    00081200
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00081250
              DISPLAY ' AUTORIZACOES INCLUIDAS.....' WRK-QTD-INCLUI.    00081300
              DISPLAY ' AUTORIZACOES ALTERADAS.....' WRK-QTD-ALTERA.    00081400
              DISPLAY ' AUTORIZACOES EXCLUIDAS.....' WRK-QTD-EXCLUI.    00081500
              DISPLAY ' REGISTROS NO AUTNOVO.......' WRK-REGAUTNOVO.    00081600
              DISPLAY ' FATURAS GUARDADAS LIDAS....' WRK-REGFATPEND.    00081700
              DISPLAY ' FATURAS RECEBIDAS..........' WRK-REGFATCONV.    00081800
              DISPLAY ' FATURAS SEM AUTORIZACAO....' WRK-QTD-SEMAUT.    00081900
              DISPLAY ' FATURAS ACIMA DO TETO......' WRK-QTD-TETO.      00082000
              DISPLAY ' FATURAS A VENCER GUARDADAS.' WRK-REGFATPNOV.    00082100
              DISPLAY ' DEBITOS GERADOS NO MOVDEB..' WRK-REGMOVDEB.     00082200
              DISPLAY ' TOTAL DEBITADO.............' WRK-HASH-MOVDEB.   00082300
              DISPLAY ' REGISTROS NO DEBCONV.......' WRK-REGDEBCONV.    00082400
              DISPLAY ' ============================================'.  00082500
                                                                        00082600
              MOVE 'F' TO WRK-EST-EVENTO.                               00082700
              COMPUTE WRK-EST-LIDOS = WRK-REGFATPEND + WRK-REGFATCONV.  00082800
              MOVE WRK-REGMOVDEB  TO WRK-EST-GRAVADOS.                  00082900
              COMPUTE WRK-EST-REJEITADOS = WRK-QTD-SEMAUT               00083000
                                         + WRK-QTD-TETO.                00083100
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00083200
                                                                        00083300
       3000-99-FIM.              EXIT.                                  00083400
      *-------------------------------------------------------------*   00083500
       4000-TESTARSTATUS                            SECTION.            00083600
      *-------------------------------------------------------------*   00083700
                 PERFORM 4100-TESTARSTATUS-CLIENTES.                    00083800
                 PERFORM 4200-TESTARSTATUS-DEBAUT.                      00083900
                 PERFORM 4300-TESTARSTATUS-TRANSAUT.                    00084000
                 PERFORM 4400-TESTARSTATUS-FATPEND.                     00084100
                 PERFORM 4500-TESTARSTATUS-FATCONV.                     00084200
                 IF WRK-FS-AUTNOVO NOT EQUAL 00                         00084300
                   MOVE 'ERRO NO OPEN AUTNOVO  ' TO WRK-MSGERRO         00084400
                   MOVE '1000'                   TO WRK-SECAO           00084500
                   MOVE WRK-FS-AUTNOVO           TO WRK-STATUS          00084600
                    PERFORM 9000-TRATAERROS                             00084700
                 END-IF.                                                00084800
                 IF WRK-FS-FATPNOV NOT EQUAL 00                         00084900
                   MOVE 'ERRO NO OPEN FATPNOV  ' TO WRK-MSGERRO         00085000
                   MOVE '1000'                   TO WRK-SECAO           00085100
                   MOVE WRK-FS-FATPNOV           TO WRK-STATUS          00085200
                    PERFORM 9000-TRATAERROS                             00085300
                 END-IF.                                                00085400
                 IF WRK-FS-MOVDEB NOT EQUAL 00                          00085500
                   MOVE 'ERRO NO OPEN MOVDEB   ' TO WRK-MSGERRO         00085600
                   MOVE '1000'                   TO WRK-SECAO           00085700
                   MOVE WRK-FS-MOVDEB            TO WRK-STATUS          00085800
                    PERFORM 9000-TRATAERROS                             00085900
                 END-IF.                                                00086000
                 IF WRK-FS-DEBCONV NOT EQUAL 00                         00086100
                   MOVE 'ERRO NO OPEN DEBCONV  ' TO WRK-MSGERRO         00086200
                   MOVE '1000'                   TO WRK-SECAO           00086300
                   MOVE WRK-FS-DEBCONV           TO WRK-STATUS          00086400
                    PERFORM 9000-TRATAERROS                             00086500
                 END-IF.                                                00086600
                 IF WRK-FS-RELDEB NOT EQUAL 00                          00086700
                   MOVE 'ERRO NO OPEN RELDEB   ' TO WRK-MSGERRO         00086800
                   MOVE '1000'                   TO WRK-SECAO           00086900
                   MOVE WRK-FS-RELDEB            TO WRK-STATUS          00087000
                    PERFORM 9000-TRATAERROS                             00087100
                 END-IF.                                                00087200
                                                                        00087300
       4000-99-FIM.              EXIT.                                  00087400
      *-------------------------------------------------------------*   00087500
       4100-TESTARSTATUS-CLIENTES                   SECTION.            00087600
      *-------------------------------------------------------------*   00087700
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00087800
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00087900
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00088000
                 MOVE '1100'                   TO WRK-SECAO             00088100
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00088200
                  PERFORM 9000-TRATAERROS                               00088300
               END-IF.                                                  00088400
                                                                        00088500
       4100-99-FIM.              EXIT.                                  00088600
      *-------------------------------------------------------------*   00088700
       4200-TESTARSTATUS-DEBAUT                     SECTION.            00088800
      *-------------------------------------------------------------*   00088900
               IF WRK-FS-DEBAUT NOT EQUAL 00                            00089000
                           AND WRK-FS-DEBAUT NOT EQUAL 10               00089100
                 MOVE 'ERRO NO DEBAUT        ' TO WRK-MSGERRO           00089200
                 MOVE '1200'                   TO WRK-SECAO             00089300
                 MOVE WRK-FS-DEBAUT            TO WRK-STATUS            00089400
                  PERFORM 9000-TRATAERROS                               00089500
               END-IF.                                                  00089600
                                                                        00089700
       4200-99-FIM.              EXIT.                                  00089800
      *-------------------------------------------------------------*   00089900
       4300-TESTARSTATUS-TRANSAUT                   SECTION.            00090000
      *-------------------------------------------------------------*   00090100
               IF WRK-FS-TRANSAUT NOT EQUAL 00                          00090200
                           AND WRK-FS-TRANSAUT NOT EQUAL 10             00090300
                 MOVE 'ERRO NO TRANSAUT      ' TO WRK-MSGERRO           00090400
                 MOVE '2000'                   TO WRK-SECAO             00090500
                 MOVE WRK-FS-TRANSAUT          TO WRK-STATUS            00090600
                  PERFORM 9000-TRATAERROS                               00090700
               END-IF.                                                  00090800
                                                                        00090900
       4300-99-FIM.              EXIT.                                  00091000
      *-------------------------------------------------------------*   00091100
       4400-TESTARSTATUS-FATPEND                    SECTION.            00091200
      *-------------------------------------------------------------*   00091300
               IF WRK-FS-FATPEND NOT EQUAL 00                           00091400
                           AND WRK-FS-FATPEND NOT EQUAL 10              00091500
                 MOVE 'ERRO NO FATPEND       ' TO WRK-MSGERRO           00091600
                 MOVE '2200'                   TO WRK-SECAO             00091700
                 MOVE WRK-FS-FATPEND           TO WRK-STATUS            00091800
                  PERFORM 9000-TRATAERROS                               00091900
               END-IF.                                                  00092000
                                                                        00092100
       4400-99-FIM.              EXIT.                                  00092200
      *-------------------------------------------------------------*   00092300
       4500-TESTARSTATUS-FATCONV                    SECTION.            00092400
      *-------------------------------------------------------------*   00092500
               IF WRK-FS-FATCONV NOT EQUAL 00                           00092600
                           AND WRK-FS-FATCONV NOT EQUAL 10              00092700
                 MOVE 'ERRO NO FATCONV       ' TO WRK-MSGERRO           00092800
                 MOVE '2300'                   TO WRK-SECAO             00092900
                 MOVE WRK-FS-FATCONV           TO WRK-STATUS            00093000
                  PERFORM 9000-TRATAERROS                               00093100
               END-IF.                                                  00093200
                                                                        00093300
       4500-99-FIM.              EXIT.                                  00093400
      *-------------------------------------------------------------*   00093500
       9100-ERRO-CONTROLE                           SECTION.            00093600
      *-------------------------------------------------------------*   00093700
           MOVE 'FR19EX57' TO WRK-PROGRAMA.                             00093800
           MOVE 'E'        TO WRK-SEVERIDADE.                           00093900
           MOVE '08'       TO WRK-STATUS.                               00094000
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00094100
           MOVE 8 TO RETURN-CODE.                                       00094200
           STOP RUN.                                                    00094300
                                                                        00094400
       9100-99-FIM.              EXIT.                                  00094500
      *-------------------------------------------------------------*   00094600
       9000-TRATAERROS                              SECTION.            00094700
      *-------------------------------------------------------------*   00094800
           MOVE 'FR19EX57' TO WRK-PROGRAMA                              00094900
           MOVE 'E'        TO WRK-SEVERIDADE                            00095000
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00095100
           GOBACK.                                                      00095200
                                                                        00095300
       9000-99-FIM.              EXIT.                                  00095400
