      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX64.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: EXTRATOR DE NOTIFICACOES AO CLIENTE (E-MAIL OU  *   00001200
      *    SMS), RODADO DEPOIS DA POSTAGEM. O CLIENTE SO SABIA DO   *   00001300
      *    DEBITO RECUSADO, DO CHEQUE DEVOLVIDO OU DO BLOQUEIO      *   00001400
      *    QUANDO LIGAVA. CADA EVENTO DAS SAIDAS DA NOITE VIRA UM   *   00001500
      *    REGISTRO NO NOTIFIC PARA O GATEWAY DE MENSAGENS:         *   00001600
      *     MODELO   ORIGEM    EVENTO                   CANAL       *   00001700
      *     DEBRECUS MOV0106R  DEBITO RECUSADO          SMS         *   00001800
      *     CHQRECUS CHQR      CHEQUE RECUSADO          SMS         *   00001900
      *     BLOQCOBR TRANSCOB  BLOQUEIO POR COBRANCA    SMS         *   00002000
      *     BLOQDORM TRANSDOR  BLOQUEIO POR DORMENCIA   E-MAIL      *   00002100
      *     NEGATIVO NEGSAI    1o DIA DE SALDO NEGATIVO SMS         *   00002200
      *     AGENDAMT MOVPEND   LANCAMENTO PARA O        E-MAIL      *   00002300
      *                        PROXIMO DIA UTIL                     *   00002400
      *    DO TRANSCOB/TRANSDOR SO OS CARTOES 'BLOQUEIA'; DO NEGSAI *   00002500
      *    SO A CONTA COM 1 DIA EM NEGATIVO; DO MOVPEND SO O        *   00002600
      *    LANCAMENTO COM DATA-VALOR NO PROXIMO DIA 'U' DO          *   00002700
      *    CALENDARIO APOS O CICLO (SEM ESSE DIA NO CALENDARIO O    *   00002800
      *    EVENTO NAO E GERADO, COM AVISO).                         *   00002900
      *    OPTOUT (POR CONTA): CANAL E = SEM E-MAIL, S = SEM SMS,   *   00003000
      *    T = SEM NOTIFICACAO. O EVENTO SAI PELO CANAL DO QUADRO   *   00003100
      *    ACIMA; SE A CONTA RECUSOU ESSE CANAL, PELO OUTRO; SE     *   00003200
      *    RECUSOU OS DOIS, NAO SAI. CONTA FORA DO CLIENTES NAO E   *   00003300
      *    NOTIFICADA. O ENDERECO (E-MAIL/CELULAR) E RESOLVIDO PELO *   00003400
      *    GATEWAY PELA CONTA E DOCUMENTO DO TITULAR.               *   00003500
      *    VARIAVEIS DO MODELO: VALOR, DATA (VALOR DO LANCAMENTO OU *   00003600
      *    CICLO), TIPO DO MOVIMENTO E TEXTO (MOTIVO OU HISTORICO). *   00003700
      *    RELNOT: QUANTIDADE DO DIA POR TIPO DE EVENTO (GERADAS,   *   00003800
      *    RECUSADAS PELO OPTOUT E SEM CONTA), PARA A OPERACAO.     *   00003900
      *    CHQR, TRANSCOB, TRANSDOR, NEGSAI E OPTOUT SAO OPCIONAIS: *   00004000
      *    INDISPONIVEIS, O EXTRATOR SEGUE SEM ELES, COM AVISO.     *   00004100
      *    CARTAO SYSIN 1: DATA DO CICLO (9(08); ZEROS = HOJE)      *   00004200
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004300
      *-------------------------------------------------------------*   00004400
      *   ARQUIVOS...:                                              *   00004500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004600
      *    CLIENTES             I                  -----------      *   00004700
      *    OPTOUT               I                  -----------      *   00004800
      *    CALENDAR             I                  -----------      *   00004900
      *    MOV0106R             I                  -----------      *   00005000
      *    CHQR                 I                  -----------      *   00005100
      *    TRANSCOB             I                  -----------      *   00005200
      *    TRANSDOR             I                  -----------      *   00005300
      *    NEGSAI               I                  -----------      *   00005400
      *    MOVPEND              I                  -----------      *   00005500
      *    NOTIFIC              O                  -----------      *   00005600
      *    RELNOT               O                  -----------      *   00005700
      *-------------------------------------------------------------*   00005800
      *   MODULOS....:                             INCLUDE/BOOK     *   00005900
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00006000
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00006100
      *=============================================================*   00006200
                                                                        00006300
      *=============================================================*   00006400
       ENVIRONMENT                               DIVISION.              00006500
      *=============================================================*   00006600
                                                                        00006700
      *=============================================================*   00006800
       CONFIGURATION                               SECTION.             00006900
      *=============================================================*   00007000
       SPECIAL-NAMES.                                                   00007100
           DECIMAL-POINT IS COMMA.                                      00007200
                                                                        00007300
       INPUT-OUTPUT                                SECTION.             00007400
       FILE-CONTROL.                                                    00007500
            SELECT CLIENTES ASSIGN TO CLIENTES                          00007600
                 FILE STATUS IS WRK-FS-CLIENTES.                        00007700
                                                                        00007800
            SELECT OPTOUT ASSIGN TO OPTOUT                              00007900
                 FILE STATUS IS WRK-FS-OPTOUT.                          00008000
                                                                        00008100
            SELECT CALENDAR ASSIGN TO CALENDAR                          00008200
                 FILE STATUS IS WRK-FS-CALENDAR.                        00008300
                                                                        00008400
            SELECT MOV0106R ASSIGN TO MOV0106R                          00008500
                 FILE STATUS IS WRK-FS-MOV0106R.                        00008600
                                                                        00008700
            SELECT CHQR ASSIGN TO CHQR                                  00008800
                 FILE STATUS IS WRK-FS-CHQR.                            00008900
                                                                        00009000
            SELECT TRANSCOB ASSIGN TO TRANSCOB                          00009100
                 FILE STATUS IS WRK-FS-TRANSCOB.                        00009200
                                                                        00009300
            SELECT TRANSDOR ASSIGN TO TRANSDOR                          00009400
                 FILE STATUS IS WRK-FS-TRANSDOR.                        00009500
                                                                        00009600
            SELECT NEGSAI ASSIGN TO NEGSAI                              00009700
                 FILE STATUS IS WRK-FS-NEGSAI.                          00009800
                                                                        00009900
            SELECT MOVPEND ASSIGN TO MOVPEND                            00010000
                 FILE STATUS IS WRK-FS-MOVPEND.                         00010100
                                                                        00010200
      *--------------ARQUIVOS SAIDAS--------------------------------*   00010300
                                                                        00010400
            SELECT NOTIFIC ASSIGN TO NOTIFIC                            00010500
                 FILE STATUS IS WRK-FS-NOTIFIC.                         00010600
                                                                        00010700
            SELECT RELNOT ASSIGN TO RELNOT                              00010800
                 FILE STATUS IS WRK-FS-RELNOT.                          00010900
                                                                        00011000
      *=============================================================*   00011100
       DATA                                      DIVISION.              00011200
      *=============================================================*   00011300
       FILE                                      SECTION.               00011400
      *-------------------LRECL 89----------------------------------*   00011500
       FD CLIENTES                                                      00011600
           RECORDING MODE IS F                                          00011700
           LABEL RECORD IS STANDARD                                     00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-CLIENTES.                                                  00012000
          05 FD-CHAVE.                                                  00012100
             10 FD-AGENCIA      PIC X(04).                              00012200
             10 FD-CONTA        PIC X(04).                              00012300
          05 FD-NOME            PIC X(30).                              00012400
          05 FD-SALDO           PIC S9(08).                             00012500
          05 FD-STATUS          PIC X(01).                              00012600
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00012700
          05 FD-LIMITE          PIC 9(08).                              00012800
          05 FD-DOCUMENTO       PIC 9(14).                              00012900
                                                                        00013000
      *-------------------LRECL 20----------------------------------*   00013100
       FD OPTOUT                                                        00013200
           RECORDING MODE IS F                                          00013300
           LABEL RECORD IS STANDARD                                     00013400
           BLOCK CONTAINS 0 RECORDS.                                    00013500
       01 FD-OPTOUT.                                                    00013600
          05 FD-OPT-CHAVE       PIC X(08).                              00013700
          05 FD-OPT-CANAL       PIC X(01).                              00013800
          05 FD-OPT-DATA        PIC 9(08).                              00013900
          05 FILLER             PIC X(03).                              00014000
                                                                        00014100
      *-------------------LRECL 39----------------------------------*   00014200
       FD CALENDAR                                                      00014300
           RECORDING MODE IS F                                          00014400
           LABEL RECORD IS STANDARD                                     00014500
           BLOCK CONTAINS 0 RECORDS.                                    00014600
       01 FD-CALENDAR.                                                  00014700
          05 FD-CAL-DATA        PIC 9(08).                              00014800
          05 FD-CAL-FLAG        PIC X(01).                              00014900
          05 FD-CAL-FERIADO     PIC X(30).                              00015000
                                                                        00015100
      *-------------------LRECL 85----------------------------------*   00015200
       FD MOV0106R                                                      00015300
           RECORDING MODE IS F                                          00015400
           LABEL RECORD IS STANDARD                                     00015500
           BLOCK CONTAINS 0 RECORDS.                                    00015600
       01 FD-MOV0106R.                                                  00015700
          05 FD-MOVR-CHAVE          PIC X(08).                          00015800
          05 FD-MOVR-NOME           PIC X(30).                          00015900
          05 FD-MOVR-SALDO          PIC S9(08).                         00016000
          05 FD-MOVR-VLRMOVIMENTO   PIC 9(08).                          00016100
          05 FD-MOVR-MOTIVO         PIC X(30).                          00016200
          05 FD-MOVR-TIPOMOV        PIC X(01).                          00016300
                                                                        00016400
      *-------------------LRECL 85----------------------------------*   00016500
       FD CHQR                                                          00016600
           RECORDING MODE IS F                                          00016700
           LABEL RECORD IS STANDARD                                     00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
       01 FD-CHQR.                                                      00017000
          05 FD-CQR-CHAVE           PIC X(08).                          00017100
          05 FD-CQR-NOME            PIC X(30).                          00017200
          05 FD-CQR-SALDO           PIC S9(08).                         00017300
          05 FD-CQR-VLRMOVIMENTO    PIC 9(08).                          00017400
          05 FD-CQR-MOTIVO          PIC X(30).                          00017500
          05 FD-CQR-TIPOMOV         PIC X(01).                          00017600
                                                                        00017700
      *-------------------LRECL 60----------------------------------*   00017800
       FD TRANSCOB                                                      00017900
           RECORDING MODE IS F                                          00018000
           LABEL RECORD IS STANDARD                                     00018100
           BLOCK CONTAINS 0 RECORDS.                                    00018200
       01 FD-TRANSCOB.                                                  00018300
          05 FD-TRB-OPERACAO    PIC X(08).                              00018400
          05 FD-TRB-CHAVE       PIC X(08).                              00018500
          05 FD-TRB-NOME        PIC X(30).                              00018600
          05 FD-TRB-DOCUMENTO   PIC X(14).                              00018700
                                                                        00018800
      *-------------------LRECL 60----------------------------------*   00018900
       FD TRANSDOR                                                      00019000
           RECORDING MODE IS F                                          00019100
           LABEL RECORD IS STANDARD                                     00019200
           BLOCK CONTAINS 0 RECORDS.                                    00019300
       01 FD-TRANSDOR.                                                  00019400
          05 FD-TRD-OPERACAO    PIC X(08).                              00019500
          05 FD-TRD-CHAVE       PIC X(08).                              00019600
          05 FD-TRD-NOME        PIC X(30).                              00019700
          05 FD-TRD-DOCUMENTO   PIC X(14).                              00019800
                                                                        00019900
      *-------------------LRECL 29----------------------------------*   00020000
       FD NEGSAI                                                        00020100
           RECORDING MODE IS F                                          00020200
           LABEL RECORD IS STANDARD                                     00020300
           BLOCK CONTAINS 0 RECORDS.                                    00020400
       01 FD-NEGSAI.                                                    00020500
          05 FD-NSA-CHAVE       PIC X(08).                              00020600
          05 FD-NSA-DIAS        PIC 9(05).                              00020700
          05 FD-NSA-SALDO       PIC S9(08).                             00020800
          05 FD-NSA-DATAINI     PIC 9(08).                              00020900
                                                                        00021000
      *-------------------LRECL 55----------------------------------*   00021100
       FD MOVPEND                                                       00021200
           RECORDING MODE IS F                                          00021300
           LABEL RECORD IS STANDARD                                     00021400
           BLOCK CONTAINS 0 RECORDS.                                    00021500
       01 FD-MOVPEND.                                                   00021600
          05 FD-PND-CHAVE           PIC X(08).                          00021700
          05 FD-PND-MOVIMENTO       PIC X(30).                          00021800
          05 FD-PND-VLRMOVIMENTO    PIC 9(08).                          00021900
          05 FD-PND-TIPOMOV         PIC X(01).                          00022000
          05 FD-PND-DATAVALOR       PIC 9(08).                          00022100
                                                                        00022200
      *-------------------LRECL 150---------------------------------*   00022300
       FD NOTIFIC                                                       00022400
           RECORDING MODE IS F.                                         00022500
       01 FD-NOTIFIC.                                                   00022600
          05 FD-NTF-AGENCIA         PIC X(04).                          00022700
          05 FD-NTF-CONTA           PIC X(04).                          00022800
          05 FD-NTF-NOME            PIC X(30).                          00022900
          05 FD-NTF-DOCUMENTO       PIC 9(14).                          00023000
          05 FD-NTF-CANAL           PIC X(01).                          00023100
          05 FD-NTF-MODELO          PIC X(08).                          00023200
          05 FD-NTF-DATA-EVENTO     PIC 9(08).                          00023300
          05 FD-NTF-VARIAVEIS.                                          00023400
             10 FD-NTF-VAR-VALOR    PIC 9(08).                          00023500
             10 FD-NTF-VAR-DATA     PIC 9(08).                          00023600
             10 FD-NTF-VAR-TIPOMOV  PIC X(01).                          00023700
             10 FD-NTF-VAR-TEXTO    PIC X(30).                          00023800
          05 FILLER                 PIC X(34).                          00023900
                                                                        00024000
      *-------------------LRECL 80----------------------------------*   00024100
       FD RELNOT                                                        00024200
           RECORDING MODE IS F.                                         00024300
       01 FD-RELNOT               PIC X(80).                            00024400
                                                                        00024500
      *=============================================================*   00024600
       WORKING-STORAGE                             SECTION.             00024700
      *=============================================================*   00024800
                                                                        00024900
       01 FILLER          PIC X(64) VALUE                               00025000
           '-----------BOOK LOGERROS------------------------'.          00025100
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00025200
       COPY '#GLOG'.                                                    00025300
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00025400
       COPY '#GSTAT'.                                                   00025500
      *-------------------------------------------------------------*   00025600
                                                                        00025700
       01 FILLER          PIC X(64) VALUE                               00025800
           '-----------VARIAVEIS DE STATUS------------------'.          00025900
                                                                        00026000
       77 WRK-FS-CLIENTES PIC 9(02).                                    00026100
       77 WRK-FS-OPTOUT   PIC 9(02).                                    00026200
       77 WRK-FS-CALENDAR PIC 9(02).                                    00026300
       77 WRK-FS-MOV0106R PIC 9(02).                                    00026400
       77 WRK-FS-CHQR     PIC 9(02).                                    00026500
       77 WRK-FS-TRANSCOB PIC 9(02).                                    00026600
       77 WRK-FS-TRANSDOR PIC 9(02).                                    00026700
       77 WRK-FS-NEGSAI   PIC 9(02).                                    00026800
       77 WRK-FS-MOVPEND  PIC 9(02).                                    00026900
       77 WRK-FS-NOTIFIC  PIC 9(02).                                    00027000
       77 WRK-FS-RELNOT   PIC 9(02).                                    00027100
                                                                        00027200
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.                          00027300
           88 WRK-FIM-ARQUIVO       VALUE 'S'.                          00027400
                                                                        00027500
       01 FILLER          PIC X(64) VALUE                               00027600
           '-----------PARAMETROS SYSIN---------------------'.          00027700
                                                                        00027800
       01 WRK-DATACICLO.                                                00027900
          05 FILLER              PIC X(10).                             00028000
          05 WRK-DATACICLO-AC    PIC 9(08).                             00028100
                                                                        00028200
       77 WRK-DATA-CICLO     PIC 9(08) VALUE ZEROES.                    00028300
       77 WRK-PROX-UTIL      PIC 9(08) VALUE ZEROES.                    00028400
                                                                        00028500
       01 FILLER          PIC X(64) VALUE                               00028600
           '-----------CADASTRO DE CONTAS EM MEMORIA--------'.          00028700
                                                                        00028800
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00028900
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00029000
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00029100
       01 WRK-TAB-CONTAS.                                               00029200
          05 WRK-CONTA-LINHA OCCURS 5000 TIMES.                         00029300
             10 WRK-CTA-CHAVE       PIC X(08).                          00029400
             10 WRK-CTA-NOME        PIC X(30).                          00029500
             10 WRK-CTA-DOCUMENTO   PIC 9(14).                          00029600
                                                                        00029700
       01 FILLER          PIC X(64) VALUE                               00029800
           '-----------OPTOUT EM MEMORIA--------------------'.          00029900
                                                                        00030000
       77 WRK-QTD-OPT     PIC 9(04) VALUE ZEROES.                       00030100
       77 WRK-SUB-OPT     PIC 9(04) VALUE ZEROES.                       00030200
       01 WRK-TAB-OPTOUT.                                               00030300
          05 WRK-OPT-LINHA OCCURS 5000 TIMES.                           00030400
             10 WRK-OPT-CHAVE       PIC X(08).                          00030500
             10 WRK-OPT-CANAL       PIC X(01).                          00030600
       77 WRK-SW-SEM-EMAIL PIC X(01) VALUE 'N'.                         00030700
           88 WRK-SEM-EMAIL         VALUE 'S'.                          00030800
       77 WRK-SW-SEM-SMS   PIC X(01) VALUE 'N'.                         00030900
           88 WRK-SEM-SMS           VALUE 'S'.                          00031000
                                                                        00031100
       01 FILLER          PIC X(64) VALUE                               00031200
           '-----------CALENDARIO (DIAS UTEIS)--------------'.          00031300
                                                                        00031400
       77 WRK-QTD-CAL     PIC 9(04) VALUE ZEROES.                       00031500
       77 WRK-SUB-CAL     PIC 9(04) VALUE ZEROES.                       00031600
       01 WRK-TAB-CALENDARIO.                                           00031700
          05 WRK-CAL-LINHA OCCURS 800 TIMES.                            00031800
             10 WRK-CAL-DATA       PIC 9(08).                           00031900
             10 WRK-CAL-FLAG       PIC X(01).                           00032000
                                                                        00032100
       01 FILLER          PIC X(64) VALUE                               00032200
           '-----------EVENTO CORRENTE----------------------'.          00032300
                                                                        00032400
       77 WRK-EVT-TIPO    PIC 9(01) VALUE ZEROES.                       00032500
       77 WRK-EVT-CHAVE   PIC X(08) VALUE SPACES.                       00032600
       77 WRK-EVT-CANAL   PIC X(01) VALUE SPACES.                       00032700
       01 WRK-EVT-VARIAVEIS.                                            00032800
          05 WRK-EVT-VALOR       PIC 9(08).                             00032900
          05 WRK-EVT-DATA        PIC 9(08).                             00033000
          05 WRK-EVT-TIPOMOV     PIC X(01).                             00033100
          05 WRK-EVT-TEXTO       PIC X(30).                             00033200
                                                                        00033300
      *----EVENTOS: DEBRECUS CHQRECUS BLOQCOBR BLOQDORM NEGATIVO-----*  00033400
      *----AGENDAMT, CADA UM COM O CANAL PREFERIDO (S OU E)----------*  00033500
       77 WRK-IDX-EVT     PIC 9(01) VALUE ZEROES.                       00033600
       01 WRK-TAB-EVENTOS.                                              00033700
          05 WRK-EVT-LINHA OCCURS 6 TIMES.                              00033800
             10 WRK-EVT-QTD-LIDO    PIC 9(05).                          00033900
             10 WRK-EVT-QTD-GERADO  PIC 9(05).                          00034000
             10 WRK-EVT-QTD-OPTOUT  PIC 9(05).                          00034100
             10 WRK-EVT-QTD-SEMCTA  PIC 9(05).                          00034200
       01 WRK-EVT-MODELOS.                                              00034300
          05 FILLER              PIC X(08) VALUE 'DEBRECUS'.            00034400
          05 FILLER              PIC X(08) VALUE 'CHQRECUS'.            00034500
          05 FILLER              PIC X(08) VALUE 'BLOQCOBR'.            00034600
          05 FILLER              PIC X(08) VALUE 'BLOQDORM'.            00034700
          05 FILLER              PIC X(08) VALUE 'NEGATIVO'.            00034800
          05 FILLER              PIC X(08) VALUE 'AGENDAMT'.            00034900
       01 WRK-EVT-MODELOS-R REDEFINES WRK-EVT-MODELOS.                  00035000
          05 WRK-EVT-MODELO OCCURS 6 TIMES PIC X(08).                   00035100
       01 WRK-EVT-CANAIS         PIC X(06) VALUE 'SSSESE'.              00035200
       01 WRK-EVT-CANAIS-R REDEFINES WRK-EVT-CANAIS.                    00035300
          05 WRK-EVT-PREFERIDO OCCURS 6 TIMES PIC X(01).                00035400
       01 WRK-EVT-NOMES.                                                00035500
          05 FILLER              PIC X(24) VALUE                        00035600
             'DEBITO RECUSADO         '.                                00035700
          05 FILLER              PIC X(24) VALUE                        00035800
             'CHEQUE RECUSADO         '.                                00035900
          05 FILLER              PIC X(24) VALUE                        00036000
             'BLOQUEIO POR COBRANCA   '.                                00036100
          05 FILLER              PIC X(24) VALUE                        00036200
             'BLOQUEIO POR DORMENCIA  '.                                00036300
          05 FILLER              PIC X(24) VALUE                        00036400
             '1o DIA DE SALDO NEGATIVO'.                                00036500
          05 FILLER              PIC X(24) VALUE                        00036600
             'LANCAMENTO DIA UTIL SEG.'.                                00036700
       01 WRK-EVT-NOMES-R REDEFINES WRK-EVT-NOMES.                      00036800
          05 WRK-EVT-NOME OCCURS 6 TIMES PIC X(24).                     00036900
                                                                        00037000
       01 FILLER          PIC X(64) VALUE                               00037100
           '-----------CONTADORES E CONTROLES---------------'.          00037200
                                                                        00037300
       77 WRK-REGCLIENTES PIC 9(05) VALUE ZEROES.                       00037400
       77 WRK-REGOPTOUT   PIC 9(05) VALUE ZEROES.                       00037500
       77 WRK-REGNOTIFIC  PIC 9(05) VALUE ZEROES.                       00037600
       77 WRK-TOT-LIDOS   PIC 9(05) VALUE ZEROES.                       00037700
       77 WRK-TOT-OPTOUT  PIC 9(05) VALUE ZEROES.                       00037800
       77 WRK-TOT-SEMCTA  PIC 9(05) VALUE ZEROES.                       00037900
                                                                        00038000
       01 WRK-NOTIFIC-CAB.                                              00038100
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00038200
          05 FILLER              PIC X(01) VALUE SPACE.                 00038300
          05 WRK-CABN-DATA       PIC 9(08).                             00038400
          05 FILLER              PIC X(01) VALUE SPACE.                 00038500
          05 FILLER              PIC X(08) VALUE 'FR19EX64'.            00038600
          05 FILLER              PIC X(123) VALUE SPACES.               00038700
                                                                        00038800
       01 WRK-NOTIFIC-TRL.                                              00038900
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00039000
          05 FILLER              PIC X(01) VALUE SPACE.                 00039100
          05 WRK-TRLN-QTD        PIC 9(05).                             00039200
          05 FILLER              PIC X(135) VALUE SPACES.               00039300
                                                                        00039400
       01 FILLER          PIC X(64) VALUE                               00039500
           '-----------LINHAS DO RELATORIO------------------'.          00039600
                                                                        00039700
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00039800
                                                                        00039900
       01 WRK-LINHA-TITULO.                                             00040000
          05 FILLER              PIC X(46) VALUE                        00040100
             'NOTIFICACOES AO CLIENTE - EVENTOS DO DIA      '.          00040200
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00040300
          05 WRK-TIT-DATA        PIC 9(08).                             00040400
          05 FILLER              PIC X(18) VALUE SPACES.                00040500
                                                                        00040600
       01 WRK-LINHA-COLUNAS.                                            00040700
          05 FILLER              PIC X(40) VALUE                        00040800
             'MODELO   EVENTO                     LIDO'.                00040900
          05 FILLER              PIC X(40) VALUE                        00041000
             'S GERADAS  OPTOUT SEM CONTA            '.                 00041100
                                                                        00041200
       01 WRK-LINHA-EVENTO.                                             00041300
          05 WRK-LEV-MODELO      PIC X(08).                             00041400
          05 FILLER              PIC X(01) VALUE SPACE.                 00041500
          05 WRK-LEV-NOME        PIC X(24).                             00041600
          05 FILLER              PIC X(03) VALUE SPACES.                00041700
          05 WRK-LEV-LIDO        PIC ZZZZ9.                             00041800
          05 FILLER              PIC X(03) VALUE SPACES.                00041900
          05 WRK-LEV-GERADO      PIC ZZZZ9.                             00042000
          05 FILLER              PIC X(03) VALUE SPACES.                00042100
          05 WRK-LEV-OPTOUT      PIC ZZZZ9.                             00042200
          05 FILLER              PIC X(05) VALUE SPACES.                00042300
          05 WRK-LEV-SEMCTA      PIC ZZZZ9.                             00042400
          05 FILLER              PIC X(13) VALUE SPACES.                00042500
                                                                        00042600
      *=============================================================*   00042700
       PROCEDURE DIVISION.                                              00042800
      *=============================================================*   00042900
                                                                        00043000
      *-------------------------------------------------------------*   00043100
       0000-PRINCIPAL                           SECTION.                00043200
      *-------------------------------------------------------------*   00043300
                                                                        00043400
            PERFORM  1000-INICIAR.                                      00043500
                                                                        00043600
            MOVE 'N' TO WRK-SW-FIM.                                     00043700
            PERFORM  1100-CARREGAR-CLIENTES UNTIL WRK-FIM-ARQUIVO.      00043800
            MOVE 'N' TO WRK-SW-FIM.                                     00043900
            PERFORM  1200-CARREGAR-OPTOUT UNTIL WRK-FIM-ARQUIVO.        00044000
            MOVE 'N' TO WRK-SW-FIM.                                     00044100
            PERFORM  1300-CARREGAR-CALENDARIO UNTIL WRK-FIM-ARQUIVO.    00044200
            PERFORM  1400-ACHAR-PROXIMO-UTIL.                           00044300
                                                                        00044400
            MOVE 'N' TO WRK-SW-FIM.                                     00044500
            PERFORM  2100-LER-MOV0106R UNTIL WRK-FIM-ARQUIVO.           00044600
            MOVE 'N' TO WRK-SW-FIM.                                     00044700
            PERFORM  2200-LER-CHQR UNTIL WRK-FIM-ARQUIVO.               00044800
            MOVE 'N' TO WRK-SW-FIM.                                     00044900
            PERFORM  2300-LER-TRANSCOB UNTIL WRK-FIM-ARQUIVO.           00045000
            MOVE 'N' TO WRK-SW-FIM.                                     00045100
            PERFORM  2400-LER-TRANSDOR UNTIL WRK-FIM-ARQUIVO.           00045200
            MOVE 'N' TO WRK-SW-FIM.                                     00045300
            PERFORM  2500-LER-NEGSAI UNTIL WRK-FIM-ARQUIVO.             00045400
            MOVE 'N' TO WRK-SW-FIM.                                     00045500
            PERFORM  2600-LER-MOVPEND UNTIL WRK-FIM-ARQUIVO.            00045600
                                                                        00045700
            PERFORM  3000-FINALIZAR.                                    00045800
                                                                        00045900
            STOP RUN.                                                   00046000
                                                                        00046100
      *-------------------------------------------------------------*   00046200
       1000-INICIAR                             SECTION.                00046300
      *-------------------------------------------------------------*   00046400
             OPEN INPUT  CLIENTES OPTOUT CALENDAR MOV0106R CHQR         00046500
                         TRANSCOB TRANSDOR NEGSAI MOVPEND               00046600
                  OUTPUT NOTIFIC RELNOT.                                00046700
                                                                        00046800
               PERFORM 4000-TESTARSTATUS.                               00046900
                                                                        00047000
               ACCEPT WRK-DATACICLO FROM SYSIN.                         00047100
               IF WRK-DATACICLO-AC EQUAL ZEROS                          00047200
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00047300
               ELSE                                                     00047400
                  MOVE WRK-DATACICLO-AC TO WRK-DATA-CICLO               00047500
               END-IF.                                                  00047600
                                                                        00047700
               INITIALIZE WRK-TAB-EVENTOS.                              00047800
               MOVE WRK-DATA-CICLO TO WRK-CABN-DATA WRK-TIT-DATA.       00047900
               WRITE FD-NOTIFIC FROM WRK-NOTIFIC-CAB.                   00048000
                                                                        00048100
               MOVE 'FR19EX64' TO WRK-EST-PROGRAMA.                     00048200
               MOVE 'I' TO WRK-EST-EVENTO.                              00048300
               MOVE ZEROES TO WRK-EST-LIDOS                             00048400
                              WRK-EST-GRAVADOS                          00048500
                              WRK-EST-REJEITADOS.                       00048600
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00048700
                                                                        00048800
       1000-99-FIM.              EXIT.                                  00048900
      *-------------------------------------------------------------*   00049000
       1100-CARREGAR-CLIENTES                   SECTION.                00049100
      *-------------------------------------------------------------*   00049200
            READ CLIENTES                                               00049300
              AT END                                                    00049400
                MOVE 'S' TO WRK-SW-FIM                                  00049500
            END-READ.                                                   00049600
            PERFORM 4100-TESTARSTATUS-CLIENTES.                         00049700
            IF WRK-FS-CLIENTES NOT EQUAL 00                             00049800
               GO TO 1100-99-FIM.                                       00049900
            IF WRK-QTD-CONTAS NOT LESS 5000                             00050000
               MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO      00050100
               MOVE '1100' TO WRK-SECAO                                 00050200
               PERFORM 9100-ERRO-CONTROLE                               00050300
            END-IF.                                                     00050400
            ADD 1 TO WRK-QTD-CONTAS.                                    00050500
            ADD 1 TO WRK-REGCLIENTES.                                   00050600
            MOVE FD-CHAVE     TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).        00050700
            MOVE FD-NOME      TO WRK-CTA-NOME (WRK-QTD-CONTAS).         00050800
            MOVE FD-DOCUMENTO TO WRK-CTA-DOCUMENTO (WRK-QTD-CONTAS).    00050900
       1100-99-FIM.              EXIT.                                  00051000
      *-------------------------------------------------------------*   00051100
       1200-CARREGAR-OPTOUT                     SECTION.                00051200
      *-------------------------------------------------------------*   00051300
            READ OPTOUT                                                 00051400
              AT END                                                    00051500
                MOVE 'S' TO WRK-SW-FIM                                  00051600
            END-READ.                                                   00051700
            IF WRK-FS-OPTOUT NOT EQUAL 00                               00051800
               IF NOT WRK-FIM-ARQUIVO                                   00051900
                  DISPLAY ' OPTOUT INDISPONIVEL (FS='                   00052000
                          WRK-FS-OPTOUT ') - SEM RECUSAS DE CANAL'      00052100
                  MOVE 'S' TO WRK-SW-FIM                                00052200
               END-IF                                                   00052300
               GO TO 1200-99-FIM.                                       00052400
            IF WRK-QTD-OPT LESS 5000                                    00052500
               ADD 1 TO WRK-QTD-OPT                                     00052600
               ADD 1 TO WRK-REGOPTOUT                                   00052700
               MOVE FD-OPT-CHAVE TO WRK-OPT-CHAVE (WRK-QTD-OPT)         00052800
               MOVE FD-OPT-CANAL TO WRK-OPT-CANAL (WRK-QTD-OPT)         00052900
            ELSE                                                        00053000
               DISPLAY ' TABELA DE OPTOUT ESGOTADA (5000)'              00053100
            END-IF.                                                     00053200
       1200-99-FIM.              EXIT.                                  00053300
      *-------------------------------------------------------------*   00053400
       1300-CARREGAR-CALENDARIO                 SECTION.                00053500
      *-------------------------------------------------------------*   00053600
            READ CALENDAR                                               00053700
              AT END                                                    00053800
                MOVE 'S' TO WRK-SW-FIM                                  00053900
            END-READ.                                                   00054000
            PERFORM 4300-TESTARSTATUS-CALENDAR.                         00054100
            IF WRK-FS-CALENDAR NOT EQUAL 00                             00054200
               GO TO 1300-99-FIM.                                       00054300
            IF WRK-QTD-CAL LESS 800                                     00054400
               ADD 1 TO WRK-QTD-CAL                                     00054500
               MOVE FD-CAL-DATA TO WRK-CAL-DATA (WRK-QTD-CAL)           00054600
               MOVE FD-CAL-FLAG TO WRK-CAL-FLAG (WRK-QTD-CAL)           00054700
            ELSE                                                        00054800
               DISPLAY ' CALENDARIO ESGOTADO (800 DIAS)'                00054900
            END-IF.                                                     00055000
       1300-99-FIM.              EXIT.                                  00055100
      *-------------------------------------------------------------*   00055200
       1400-ACHAR-PROXIMO-UTIL                  SECTION.                00055300
      *-------------------------------------------------------------*   00055400
            MOVE ZEROES TO WRK-PROX-UTIL.                               00055500
            MOVE 1 TO WRK-SUB-CAL.                                      00055600
            PERFORM 1410-TESTAR-DIA                                     00055700
                    UNTIL WRK-SUB-CAL GREATER WRK-QTD-CAL.              00055800
            IF WRK-PROX-UTIL EQUAL ZEROES                               00055900
               DISPLAY ' CALENDARIO SEM O PROXIMO DIA UTIL - SEM'       00056000
                       ' AVISO DE LANCAMENTO AGENDADO'                  00056100
            END-IF.                                                     00056200
       1400-99-FIM.              EXIT.                                  00056300
      *-------------------------------------------------------------*   00056400
       1410-TESTAR-DIA                          SECTION.                00056500
      *-------------------------------------------------------------*   00056600
            IF WRK-CAL-FLAG (WRK-SUB-CAL) EQUAL 'U'                     00056700
               AND WRK-CAL-DATA (WRK-SUB-CAL) GREATER WRK-DATA-CICLO    00056800
               IF WRK-PROX-UTIL EQUAL ZEROES                            00056900
                  OR WRK-CAL-DATA (WRK-SUB-CAL) LESS WRK-PROX-UTIL      00057000
                  MOVE WRK-CAL-DATA (WRK-SUB-CAL) TO WRK-PROX-UTIL      00057100
               END-IF                                                   00057200
            END-IF.                                                     00057300
            ADD 1 TO WRK-SUB-CAL.                                       00057400
       1410-99-FIM.              EXIT.                                  00057500
      *-------------------------------------------------------------*   00057600
       2100-LER-MOV0106R                        SECTION.                00057700
      *-------------------------------------------------------------*   00057800
            READ MOV0106R                                               00057900
              AT END                                                    00058000
                MOVE 'S' TO WRK-SW-FIM                                  00058100
            END-READ.                                                   00058200
            PERFORM 4400-TESTARSTATUS-MOV0106R.                         00058300
            IF WRK-FS-MOV0106R NOT EQUAL 00                             00058400
               GO TO 2100-99-FIM.                                       00058500
            IF FD-MOV0106R (1:9) EQUAL 'CABECALHO'                      00058600
               OR FD-MOV0106R (1:6) EQUAL 'RODAPE'                      00058700
               GO TO 2100-99-FIM.                                       00058800
            MOVE 1                    TO WRK-EVT-TIPO.                  00058900
            MOVE FD-MOVR-CHAVE        TO WRK-EVT-CHAVE.                 00059000
            MOVE FD-MOVR-VLRMOVIMENTO TO WRK-EVT-VALOR.                 00059100
            MOVE WRK-DATA-CICLO       TO WRK-EVT-DATA.                  00059200
            MOVE FD-MOVR-TIPOMOV      TO WRK-EVT-TIPOMOV.               00059300
            MOVE FD-MOVR-MOTIVO       TO WRK-EVT-TEXTO.                 00059400
            PERFORM 2900-EMITIR-NOTIFICACAO.                            00059500
       2100-99-FIM.              EXIT.                                  00059600
      *-------------------------------------------------------------*   00059700
       2200-LER-CHQR                            SECTION.                00059800
      *-------------------------------------------------------------*   00059900
            READ CHQR                                                   00060000
              AT END                                                    00060100
                MOVE 'S' TO WRK-SW-FIM                                  00060200
            END-READ.                                                   00060300
            IF WRK-FS-CHQR NOT EQUAL 00                                 00060400
               IF NOT WRK-FIM-ARQUIVO                                   00060500
                  DISPLAY ' CHQR INDISPONIVEL (FS='                     00060600
                          WRK-FS-CHQR ')'                               00060700
                  MOVE 'S' TO WRK-SW-FIM                                00060800
               END-IF                                                   00060900
               GO TO 2200-99-FIM.                                       00061000
            IF FD-CHQR (1:9) EQUAL 'CABECALHO'                          00061100
               OR FD-CHQR (1:6) EQUAL 'RODAPE'                          00061200
               GO TO 2200-99-FIM.                                       00061300
            MOVE 2                    TO WRK-EVT-TIPO.                  00061400
            MOVE FD-CQR-CHAVE         TO WRK-EVT-CHAVE.                 00061500
            MOVE FD-CQR-VLRMOVIMENTO  TO WRK-EVT-VALOR.                 00061600
            MOVE WRK-DATA-CICLO       TO WRK-EVT-DATA.                  00061700
            MOVE FD-CQR-TIPOMOV       TO WRK-EVT-TIPOMOV.               00061800
            MOVE FD-CQR-MOTIVO        TO WRK-EVT-TEXTO.                 00061900
            PERFORM 2900-EMITIR-NOTIFICACAO.                            00062000
       2200-99-FIM.              EXIT.                                  00062100
      *-------------------------------------------------------------*   00062200
       2300-LER-TRANSCOB                        SECTION.                00062300
      *-------------------------------------------------------------*   00062400
            READ TRANSCOB                                               00062500
              AT END                                                    00062600
                MOVE 'S' TO WRK-SW-FIM                                  00062700
            END-READ.                                                   00062800
            IF WRK-FS-TRANSCOB NOT EQUAL 00                             00062900
               IF NOT WRK-FIM-ARQUIVO                                   00063000
                  DISPLAY ' TRANSCOB INDISPONIVEL (FS='                 00063100
                          WRK-FS-TRANSCOB ')'                           00063200
                  MOVE 'S' TO WRK-SW-FIM                                00063300
               END-IF                                                   00063400
               GO TO 2300-99-FIM.                                       00063500
            IF FD-TRB-OPERACAO NOT EQUAL 'BLOQUEIA'                     00063600
               GO TO 2300-99-FIM.                                       00063700
            MOVE 3                    TO WRK-EVT-TIPO.                  00063800
            MOVE FD-TRB-CHAVE         TO WRK-EVT-CHAVE.                 00063900
            MOVE ZEROES               TO WRK-EVT-VALOR.                 00064000
            MOVE WRK-DATA-CICLO       TO WRK-EVT-DATA.                  00064100
            MOVE SPACES               TO WRK-EVT-TIPOMOV.               00064200
            MOVE 'COBRANCA'           TO WRK-EVT-TEXTO.                 00064300
            PERFORM 2900-EMITIR-NOTIFICACAO.                            00064400
       2300-99-FIM.              EXIT.                                  00064500
      *-------------------------------------------------------------*   00064600
       2400-LER-TRANSDOR                        SECTION.                00064700
      *-------------------------------------------------------------*   00064800
            READ TRANSDOR                                               00064900
              AT END                                                    00065000
                MOVE 'S' TO WRK-SW-FIM                                  00065100
            END-READ.                                                   00065200
            IF WRK-FS-TRANSDOR NOT EQUAL 00                             00065300
               IF NOT WRK-FIM-ARQUIVO                                   00065400
                  DISPLAY ' TRANSDOR INDISPONIVEL (FS='                 00065500
                          WRK-FS-TRANSDOR ')'                           00065600
                  MOVE 'S' TO WRK-SW-FIM                                00065700
               END-IF                                                   00065800
               GO TO 2400-99-FIM.                                       00065900
            IF FD-TRD-OPERACAO NOT EQUAL 'BLOQUEIA'                     00066000
               GO TO 2400-99-FIM.                                       00066100
            MOVE 4                    TO WRK-EVT-TIPO.                  00066200
            MOVE FD-TRD-CHAVE         TO WRK-EVT-CHAVE.                 00066300
            MOVE ZEROES               TO WRK-EVT-VALOR.                 00066400
            MOVE WRK-DATA-CICLO       TO WRK-EVT-DATA.                  00066500
            MOVE SPACES               TO WRK-EVT-TIPOMOV.               00066600
            MOVE 'DORMENTE'           TO WRK-EVT-TEXTO.                 00066700
            PERFORM 2900-EMITIR-NOTIFICACAO.                            00066800
       2400-99-FIM.              EXIT.                                  00066900
      *-------------------------------------------------------------*   00067000
       2500-LER-NEGSAI                          SECTION.                00067100
      *-------------------------------------------------------------*   00067200
      *   SO O PRIMEIRO DIA; OS DEMAIS FICAM COM A COBRANCA.        *   00067300
      *-------------------------------------------------------------*   00067400
            READ NEGSAI                                                 00067500
              AT END                                                    00067600
                MOVE 'S' TO WRK-SW-FIM                                  00067700
            END-READ.                                                   00067800
            IF WRK-FS-NEGSAI NOT EQUAL 00                               00067900
               IF NOT WRK-FIM-ARQUIVO                                   00068000
                  DISPLAY ' NEGSAI INDISPONIVEL (FS='                   00068100
                          WRK-FS-NEGSAI ')'                             00068200
                  MOVE 'S' TO WRK-SW-FIM                                00068300
               END-IF                                                   00068400
               GO TO 2500-99-FIM.                                       00068500
            IF FD-NEGSAI (1:9) EQUAL 'CABECALHO'                        00068600
               OR FD-NEGSAI (1:6) EQUAL 'RODAPE'                        00068700
               OR FD-NSA-DIAS NOT EQUAL 1                               00068800
               GO TO 2500-99-FIM.                                       00068900
            MOVE 5                    TO WRK-EVT-TIPO.                  00069000
            MOVE FD-NSA-CHAVE         TO WRK-EVT-CHAVE.                 00069100
            MOVE FD-NSA-SALDO         TO WRK-EVT-VALOR.                 00069200
            MOVE FD-NSA-DATAINI       TO WRK-EVT-DATA.                  00069300
            MOVE SPACES               TO WRK-EVT-TIPOMOV.               00069400
            MOVE 'SALDO DEVEDOR'      TO WRK-EVT-TEXTO.                 00069500
            PERFORM 2900-EMITIR-NOTIFICACAO.                            00069600
       2500-99-FIM.              EXIT.                                  00069700
      *-------------------------------------------------------------*   00069800
       2600-LER-MOVPEND                         SECTION.                00069900
      *-------------------------------------------------------------*   00070000
            READ MOVPEND                                                00070100
              AT END                                                    00070200
                MOVE 'S' TO WRK-SW-FIM                                  00070300
            END-READ.                                                   00070400
            PERFORM 4500-TESTARSTATUS-MOVPEND.                          00070500
            IF WRK-FS-MOVPEND NOT EQUAL 00                              00070600
               GO TO 2600-99-FIM.                                       00070700
            IF FD-MOVPEND (1:9) EQUAL 'CABECALHO'                       00070800
               OR FD-MOVPEND (1:6) EQUAL 'RODAPE'                       00070900
               OR WRK-PROX-UTIL EQUAL ZEROES                            00071000
               OR FD-PND-DATAVALOR NOT EQUAL WRK-PROX-UTIL              00071100
               GO TO 2600-99-FIM.                                       00071200
            MOVE 6                    TO WRK-EVT-TIPO.                  00071300
            MOVE FD-PND-CHAVE         TO WRK-EVT-CHAVE.                 00071400
            MOVE FD-PND-VLRMOVIMENTO  TO WRK-EVT-VALOR.                 00071500
            MOVE FD-PND-DATAVALOR     TO WRK-EVT-DATA.                  00071600
            MOVE FD-PND-TIPOMOV       TO WRK-EVT-TIPOMOV.               00071700
            MOVE FD-PND-MOVIMENTO     TO WRK-EVT-TEXTO.                 00071800
            PERFORM 2900-EMITIR-NOTIFICACAO.                            00071900
       2600-99-FIM.              EXIT.                                  00072000
      *-------------------------------------------------------------*   00072100
       2900-EMITIR-NOTIFICACAO                  SECTION.                00072200
      *-------------------------------------------------------------*   00072300
      *   CANAL PREFERIDO DO EVENTO; RECUSADO PELA CONTA, O OUTRO;  *   00072400
      *   RECUSADOS OS DOIS, O EVENTO SO ENTRA NA CONTAGEM.         *   00072500
      *-------------------------------------------------------------*   00072600
            ADD 1 TO WRK-EVT-QTD-LIDO (WRK-EVT-TIPO).                   00072700
            MOVE ZEROES TO WRK-IDX-CONTA.                               00072800
            MOVE 1 TO WRK-SUB-CONTAS.                                   00072900
            PERFORM 2910-COMPARAR-CONTA                                 00073000
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00073100
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00073200
            IF WRK-IDX-CONTA EQUAL ZEROES                               00073300
               ADD 1 TO WRK-EVT-QTD-SEMCTA (WRK-EVT-TIPO)               00073400
               GO TO 2900-99-FIM.                                       00073500
                                                                        00073600
            MOVE 'N' TO WRK-SW-SEM-EMAIL WRK-SW-SEM-SMS.                00073700
            MOVE 1 TO WRK-SUB-OPT.                                      00073800
            PERFORM 2920-COMPARAR-OPTOUT                                00073900
                    UNTIL WRK-SUB-OPT GREATER WRK-QTD-OPT.              00074000
                                                                        00074100
            MOVE WRK-EVT-PREFERIDO (WRK-EVT-TIPO) TO WRK-EVT-CANAL.     00074200
            IF WRK-EVT-CANAL EQUAL 'S' AND WRK-SEM-SMS                  00074300
               MOVE 'E' TO WRK-EVT-CANAL                                00074400
            ELSE                                                        00074500
               IF WRK-EVT-CANAL EQUAL 'E' AND WRK-SEM-EMAIL             00074600
                  MOVE 'S' TO WRK-EVT-CANAL                             00074700
               END-IF                                                   00074800
            END-IF.                                                     00074900
            IF (WRK-EVT-CANAL EQUAL 'S' AND WRK-SEM-SMS)                00075000
               OR (WRK-EVT-CANAL EQUAL 'E' AND WRK-SEM-EMAIL)           00075100
               ADD 1 TO WRK-EVT-QTD-OPTOUT (WRK-EVT-TIPO)               00075200
               GO TO 2900-99-FIM.                                       00075300
                                                                        00075400
            MOVE SPACES TO FD-NOTIFIC.                                  00075500
            MOVE WRK-EVT-CHAVE (1:4)  TO FD-NTF-AGENCIA.                00075600
            MOVE WRK-EVT-CHAVE (5:4)  TO FD-NTF-CONTA.                  00075700
            MOVE WRK-CTA-NOME (WRK-IDX-CONTA) TO FD-NTF-NOME.           00075800
            MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                      00075900
                 TO FD-NTF-DOCUMENTO.                                   00076000
            MOVE WRK-EVT-CANAL        TO FD-NTF-CANAL.                  00076100
            MOVE WRK-EVT-MODELO (WRK-EVT-TIPO) TO FD-NTF-MODELO.        00076200
            MOVE WRK-DATA-CICLO       TO FD-NTF-DATA-EVENTO.            00076300
            MOVE WRK-EVT-VARIAVEIS    TO FD-NTF-VARIAVEIS.              00076400
            WRITE FD-NOTIFIC.                                           00076500
            ADD 1 TO WRK-REGNOTIFIC.                                    00076600
            ADD 1 TO WRK-EVT-QTD-GERADO (WRK-EVT-TIPO).                 00076700
       2900-99-FIM.              EXIT.                                  00076800
      *-------------------------------------------------------------*   00076900
       2910-COMPARAR-CONTA                      SECTION.                00077000
      *-------------------------------------------------------------*   00077100
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) EQUAL WRK-EVT-CHAVE       00077200
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00077300
            END-IF.                                                     00077400
            ADD 1 TO WRK-SUB-CONTAS.                                    00077500
       2910-99-FIM.              EXIT.                                  00077600
      *-------------------------------------------------------------*   00077700
       2920-COMPARAR-OPTOUT                     SECTION.                00077800
      *-------------------------------------------------------------*   00077900
            IF WRK-OPT-CHAVE (WRK-SUB-OPT) EQUAL WRK-EVT-CHAVE          00078000
               IF WRK-OPT-CANAL (WRK-SUB-OPT) EQUAL 'E'                 00078100
                  OR WRK-OPT-CANAL (WRK-SUB-OPT) EQUAL 'T'              00078200
                  MOVE 'S' TO WRK-SW-SEM-EMAIL                          00078300
               END-IF                                                   00078400
               IF WRK-OPT-CANAL (WRK-SUB-OPT) EQUAL 'S'                 00078500
                  OR WRK-OPT-CANAL (WRK-SUB-OPT) EQUAL 'T'              00078600
                  MOVE 'S' TO WRK-SW-SEM-SMS                            00078700
               END-IF                                                   00078800
            END-IF.                                                     00078900
            ADD 1 TO WRK-SUB-OPT.                                       00079000
       2920-99-FIM.              EXIT.                                  00079100
      *-------------------------------------------------------------*   00079200
       3000-FINALIZAR                           SECTION.                00079300
      *-------------------------------------------------------------*   00079400
             MOVE WRK-REGNOTIFIC TO WRK-TRLN-QTD.                       00079500
             WRITE FD-NOTIFIC FROM WRK-NOTIFIC-TRL.                     00079600
                                                                        00079700
             WRITE FD-RELNOT FROM WRK-LINHA-TRACO.                      00079800
             WRITE FD-RELNOT FROM WRK-LINHA-TITULO.                     00079900
             WRITE FD-RELNOT FROM WRK-LINHA-TRACO.                      00080000
             WRITE FD-RELNOT FROM WRK-LINHA-COLUNAS.                    00080100
             MOVE 1 TO WRK-IDX-EVT.                                     00080200
             PERFORM 3100-LISTAR-EVENTO                                 00080300
                     UNTIL WRK-IDX-EVT GREATER 6.                       00080400
             WRITE FD-RELNOT FROM WRK-LINHA-TRACO.                      00080500
             MOVE SPACES           TO WRK-LEV-MODELO.                   00080600
             MOVE 'TOTAL DO DIA'   TO WRK-LEV-NOME.                     00080700
             MOVE WRK-TOT-LIDOS    TO WRK-LEV-LIDO.                     00080800
             MOVE WRK-REGNOTIFIC   TO WRK-LEV-GERADO.                   00080900
             MOVE WRK-TOT-OPTOUT   TO WRK-LEV-OPTOUT.                   00081000
             MOVE WRK-TOT-SEMCTA   TO WRK-LEV-SEMCTA.                   00081100
             WRITE FD-RELNOT FROM WRK-LINHA-EVENTO.                     00081200
             WRITE FD-RELNOT FROM WRK-LINHA-TRACO.                      00081300
                                                                        00081400
             CLOSE CLIENTES OPTOUT CALENDAR MOV0106R CHQR               00081500
                   TRANSCOB TRANSDOR NEGSAI MOVPEND NOTIFIC RELNOT.     00081600
              DISPLAY ' ============================================'.  00081700
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX64          '.  00081800
              DISPLAY ' ============================================'.  00081900
              DISPLAY ' CONTAS NO CLIENTES.........' WRK-REGCLIENTES.   00082000
              DISPLAY ' RECUSAS DE CANAL (OPTOUT)..' WRK-REGOPTOUT.     00082100
              DISPLAY ' PROXIMO DIA UTIL...........' WRK-PROX-UTIL.     00082200
              DISPLAY ' EVENTOS LIDOS..............' WRK-TOT-LIDOS.     00082300
              DISPLAY ' NOTIFICACOES GERADAS.......' WRK-REGNOTIFIC.    00082400
              DISPLAY ' SUPRIMIDAS PELO OPTOUT.....' WRK-TOT-OPTOUT.    00082500
              DISPLAY ' CONTA FORA DO CLIENTES.....' WRK-TOT-SEMCTA.    00082600
              DISPLAY ' ============================================'.  00082700
                                                                        00082800
              MOVE 'F' TO WRK-EST-EVENTO.                               00082900
              MOVE WRK-TOT-LIDOS  TO WRK-EST-LIDOS.                     00083000
              MOVE WRK-REGNOTIFIC TO WRK-EST-GRAVADOS.                  00083100
              COMPUTE WRK-EST-REJEITADOS = WRK-TOT-OPTOUT               00083200
                                         + WRK-TOT-SEMCTA.              00083300
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00083400
                                                                        00083500
       3000-99-FIM.              EXIT.                                  00083600
      *-------------------------------------------------------------*   00083700
       3100-LISTAR-EVENTO                       SECTION.                00083800
      *-------------------------------------------------------------*   00083900
             MOVE WRK-EVT-MODELO (WRK-IDX-EVT)     TO WRK-LEV-MODELO.   00084000
             MOVE WRK-EVT-NOME (WRK-IDX-EVT)       TO WRK-LEV-NOME.     00084100
             MOVE WRK-EVT-QTD-LIDO (WRK-IDX-EVT)   TO WRK-LEV-LIDO.     00084200
             MOVE WRK-EVT-QTD-GERADO (WRK-IDX-EVT) TO WRK-LEV-GERADO.   00084300
             MOVE WRK-EVT-QTD-OPTOUT (WRK-IDX-EVT) TO WRK-LEV-OPTOUT.   00084400
             MOVE WRK-EVT-QTD-SEMCTA (WRK-IDX-EVT) TO WRK-LEV-SEMCTA.   00084500
             WRITE FD-RELNOT FROM WRK-LINHA-EVENTO.                     00084600
             ADD WRK-EVT-QTD-LIDO (WRK-IDX-EVT)   TO WRK-TOT-LIDOS.     00084700
             ADD WRK-EVT-QTD-OPTOUT (WRK-IDX-EVT) TO WRK-TOT-OPTOUT.    00084800
             ADD WRK-EVT-QTD-SEMCTA (WRK-IDX-EVT) TO WRK-TOT-SEMCTA.    00084900
             ADD 1 TO WRK-IDX-EVT.                                      00085000
       3100-99-FIM.              EXIT.                                  00085100
      *-------------------------------------------------------------*   00085200
       4000-TESTARSTATUS                            SECTION.            00085300
      *-------------------------------------------------------------*   00085400
                 PERFORM 4100-TESTARSTATUS-CLIENTES.                    00085500
                 PERFORM 4300-TESTARSTATUS-CALENDAR.                    00085600
                 PERFORM 4400-TESTARSTATUS-MOV0106R.                    00085700
                 PERFORM 4500-TESTARSTATUS-MOVPEND.                     00085800
                 IF WRK-FS-NOTIFIC NOT EQUAL 00                         00085900
                   MOVE 'ERRO NO OPEN NOTIFIC  ' TO WRK-MSGERRO         00086000
                   MOVE '1000'                   TO WRK-SECAO           00086100
                   MOVE WRK-FS-NOTIFIC           TO WRK-STATUS          00086200
                    PERFORM 9000-TRATAERROS                             00086300
                 END-IF.                                                00086400
                 IF WRK-FS-RELNOT NOT EQUAL 00                          00086500
                   MOVE 'ERRO NO OPEN RELNOT   ' TO WRK-MSGERRO         00086600
                   MOVE '1000'                   TO WRK-SECAO           00086700
                   MOVE WRK-FS-RELNOT            TO WRK-STATUS          00086800
                    PERFORM 9000-TRATAERROS                             00086900
                 END-IF.                                                00087000
                                                                        00087100
       4000-99-FIM.              EXIT.                                  00087200
      *-------------------------------------------------------------*   00087300
       4100-TESTARSTATUS-CLIENTES                   SECTION.            00087400
      *-------------------------------------------------------------*   00087500
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00087600
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00087700
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00087800
                 MOVE '1100'                   TO WRK-SECAO             00087900
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00088000
                  PERFORM 9000-TRATAERROS                               00088100
               END-IF.                                                  00088200
                                                                        00088300
       4100-99-FIM.              EXIT.                                  00088400
      *-------------------------------------------------------------*   00088500
       4300-TESTARSTATUS-CALENDAR                   SECTION.            00088600
      *-------------------------------------------------------------*   00088700
               IF WRK-FS-CALENDAR NOT EQUAL 00                          00088800
                           AND WRK-FS-CALENDAR NOT EQUAL 10             00088900
                 MOVE 'ERRO NO CALENDAR      ' TO WRK-MSGERRO           00089000
                 MOVE '1300'                   TO WRK-SECAO             00089100
                 MOVE WRK-FS-CALENDAR          TO WRK-STATUS            00089200
                  PERFORM 9000-TRATAERROS                               00089300
               END-IF.                                                  00089400
                                                                        00089500
       4300-99-FIM.              EXIT.                                  00089600
      *-------------------------------------------------------------*   00089700
       4400-TESTARSTATUS-MOV0106R                   SECTION.            00089800
      *-------------------------------------------------------------*   00089900
               IF WRK-FS-MOV0106R NOT EQUAL 00                          00090000
                           AND WRK-FS-MOV0106R NOT EQUAL 10             00090100
                 MOVE 'ERRO NO MOV0106R      ' TO WRK-MSGERRO           00090200
                 MOVE '2100'                   TO WRK-SECAO             00090300
                 MOVE WRK-FS-MOV0106R          TO WRK-STATUS            00090400
                  PERFORM 9000-TRATAERROS                               00090500
               END-IF.                                                  00090600
                                                                        00090700
       4400-99-FIM.              EXIT.                                  00090800
      *-------------------------------------------------------------*   00090900
       4500-TESTARSTATUS-MOVPEND                    SECTION.            00091000
      *-------------------------------------------------------------*   00091100
               IF WRK-FS-MOVPEND NOT EQUAL 00                           00091200
                           AND WRK-FS-MOVPEND NOT EQUAL 10              00091300
                 MOVE 'ERRO NO MOVPEND       ' TO WRK-MSGERRO           00091400
                 MOVE '2600'                   TO WRK-SECAO             00091500
                 MOVE WRK-FS-MOVPEND           TO WRK-STATUS            00091600
                  PERFORM 9000-TRATAERROS                               00091700
               END-IF.                                                  00091800
                                                                        00091900
       4500-99-FIM.              EXIT.                                  00092000
      *-------------------------------------------------------------*   00092100
       9100-ERRO-CONTROLE                           SECTION.            00092200
      *-------------------------------------------------------------*   00092300
           MOVE 'FR19EX64' TO WRK-PROGRAMA.                             00092400
           MOVE 'E'        TO WRK-SEVERIDADE.                           00092500
           MOVE '08'       TO WRK-STATUS.                               00092600
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00092700
           MOVE 8 TO RETURN-CODE.                                       00092800
           STOP RUN.                                                    00092900
                                                                        00093000
       9100-99-FIM.              EXIT.                                  00093100
      *-------------------------------------------------------------*   00093200
       9000-TRATAERROS                              SECTION.            00093300
      *-------------------------------------------------------------*   00093400
           MOVE 'FR19EX64' TO WRK-PROGRAMA                              00093500
           MOVE 'E'        TO WRK-SEVERIDADE                            00093600
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00093700
           GOBACK.                                                      00093800
                                                                        00093900
       9000-99-FIM.              EXIT.                                  00094000
