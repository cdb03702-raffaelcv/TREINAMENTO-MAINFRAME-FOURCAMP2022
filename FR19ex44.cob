      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX44.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:05/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: RAZAO GERAL E BALANCETE DIARIO. O FR19EX37      *   00001200
      *    GRAVA TODA NOITE OS LANCAMENTOS BALANCEADOS NO LANCTOS,  *   00001300
      *    MAS NADA ACUMULAVA OS SALDOS - OS TOTAIS DO RAZAO AINDA  *   00001400
      *    ERAM DIGITADOS NA MAO. ESTE PROGRAMA CASA O MASTER DE    *   00001500
      *    SALDOS CONTABEIS (SALDCTB - CONTA + AGENCIA, SALDO DE    *   00001600
      *    ABERTURA DO MES, DEBITOS E CREDITOS DO MES E SALDO       *   00001700
      *    ATUAL, NATUREZA DEVEDORA POSITIVA) COM O LANCTOS DA      *   00001800
      *    NOITE (CLASSIFICADO POR CONTA + AGENCIA NO SORT DA JCL), *   00001900
      *    GRAVA O MASTER NOVO (SALDNOVO, COM CABECALHO/RODAPE DE   *   00002000
      *    CONTROLE) E IMPRIME O BALANCETE (RELBAL) COM SALDO       *   00002100
      *    ANTERIOR, DEBITOS E CREDITOS DO DIA E SALDO ATUAL POR    *   00002200
      *    CONTA E AGENCIA, COM TOTAL POR CONTA.                    *   00002300
      *    PROVAS DO FECHO (QUALQUER DIVERGENCIA DA RC=8):          *   00002400
      *     - DEBITOS DO DIA = CREDITOS DO DIA                      *   00002500
      *     - SOMA DOS SALDOS ATUAIS DO RAZAO = ZERO                *   00002600
      *     - SALDO CREDOR DA CONTA DE CONTROLE DE DEPOSITOS =      *   00002700
      *       SOMA DOS SALDOS DO CLIENTES POSTADO (MOV0106A +       *   00002800
      *       MOV0106C DO FR19EX04, CONFERIDOS PELO RODAPE)         *   00002900
      *    O CABECALHO DO MASTER GUARDA A DATA DO ULTIMO MOVIMENTO  *   00003000
      *    ATUALIZADO; DATA DE MOVIMENTO JA ATUALIZADA E RECUSADA   *   00003100
      *    COM RC=8 (GUARDA CONTRA LANCAR O MESMO DIA DUAS VEZES).  *   00003200
      *    FIM DE MES (MODO FIMMES): APOS O MOVIMENTO DO DIA, AS    *   00003300
      *    CONTAS DE RESULTADO (GRUPOS DO CARTAO 3, PELO PRIMEIRO   *   00003400
      *    DIGITO DA CONTA) SAO ZERADAS CONTRA A CONTA DE LUCROS    *   00003500
      *    ACUMULADOS DA MESMA AGENCIA; OS LANCAMENTOS DE           *   00003600
      *    ENCERRAMENTO SAEM BALANCEADOS NO LANCENC (LAYOUT DO      *   00003700
      *    LANCTOS, EVENTO ENCERRA) E TODOS OS SALDOS SAO ROLADOS:  *   00003800
      *    SALDO DE ABERTURA = SALDO ATUAL, DEBITOS E CREDITOS DO   *   00003900
      *    MES ZERADOS.                                             *   00004000
      *    O LANCENC E DOCUMENTO DO RAZAO, JA APLICADO NO MASTER -  *   00004100
      *    NAO DEVE SER CONCATENADO AO LANCTOS DA NOITE SEGUINTE.   *   00004200
      *    CARTAO SYSIN 1: CONTA DE CONTROLE DE DEPOSITOS X(08)     *   00004300
      *    CARTAO SYSIN 2: MODO DIARIO/FIMMES (BRANCOS = DIARIO)    *   00004400
      *    CARTAO SYSIN 3: GRUPOS DE RESULTADO X(05) (BRANCOS = 78) *   00004500
      *    CARTAO SYSIN 4: CONTA DE LUCROS ACUMULADOS X(08)         *   00004600
      *                    (OBRIGATORIA NO FIMMES)                  *   00004700
      *    CARTAO SYSIN 5: DATA DO MOVIMENTO AAAAMMDD (ZEROS=HOJE)  *   00004800
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004900
      *-------------------------------------------------------------*   00005000
      *   ARQUIVOS...:                                              *   00005100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00005200
      *    SALDCTB              I                  -----------      *   00005300
      *    LANCTOS              I                  -----------      *   00005400
      *    MOV0106A             I                  -----------      *   00005500
      *    MOV0106C             I                  -----------      *   00005600
      *    SALDNOVO             O                  -----------      *   00005700
      *    LANCENC              O                  -----------      *   00005800
      *    RELBAL               O                  -----------      *   00005900
      *-------------------------------------------------------------*   00006000
      *   MODULOS....:                             INCLUDE/BOOK     *   00006100
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00006200
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00006300
      *=============================================================*   00006400
                                                                        00006500
      *=============================================================*   00006600
       ENVIRONMENT                               DIVISION.              00006700
      *=============================================================*   00006800
                                                                        00006900
      *=============================================================*   00007000
       CONFIGURATION                               SECTION.             00007100
      *=============================================================*   00007200
       SPECIAL-NAMES.                                                   00007300
           DECIMAL-POINT IS COMMA.                                      00007400
                                                                        00007500
       INPUT-OUTPUT                                SECTION.             00007600
       FILE-CONTROL.                                                    00007700
            SELECT SALDCTB ASSIGN TO SALDCTB                            00007800
                 FILE STATUS IS WRK-FS-SALDCTB.                         00007900
                                                                        00008000
            SELECT LANCTOS ASSIGN TO LANCTOS                            00008100
                 FILE STATUS IS WRK-FS-LANCTOS.                         00008200
                                                                        00008300
            SELECT MOV0106A ASSIGN TO MOV0106A                          00008400
                 FILE STATUS IS WRK-FS-MOV0106A.                        00008500
                                                                        00008600
            SELECT MOV0106C ASSIGN TO MOV0106C                          00008700
                 FILE STATUS IS WRK-FS-MOV0106C.                        00008800
                                                                        00008900
            SELECT SALDNOVO ASSIGN TO SALDNOVO                          00009000
                 FILE STATUS IS WRK-FS-SALDNOVO.                        00009100
                                                                        00009200
            SELECT LANCENC ASSIGN TO LANCENC                            00009300
                 FILE STATUS IS WRK-FS-LANCENC.                         00009400
                                                                        00009500
            SELECT RELBAL ASSIGN TO RELBAL                              00009600
                 FILE STATUS IS WRK-FS-RELBAL.                          00009700
                                                                        00009800
      *=============================================================*   00009900
       DATA                                      DIVISION.              00010000
      *=============================================================*   00010100
       FILE                                      SECTION.               00010200
      *-------------------LRECL 80----------------------------------*   00010300
       FD SALDCTB                                                       00010400
           RECORDING MODE IS F                                          00010500
           LABEL RECORD IS STANDARD                                     00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-SALDCTB.                                                   00010800
          05 FD-SCT-CHAVE.                                              00010900
             10 FD-SCT-CONTACTB  PIC X(08).                             00011000
             10 FD-SCT-AGENCIA   PIC X(04).                             00011100
          05 FD-SCT-SLDANT       PIC S9(13).                            00011200
          05 FD-SCT-DEBITOS      PIC 9(13).                             00011300
          05 FD-SCT-CREDITOS     PIC 9(13).                             00011400
          05 FD-SCT-SLDATU       PIC S9(13).                            00011500
          05 FD-SCT-DATAMOV      PIC 9(08).                             00011600
          05 FILLER              PIC X(08).                             00011700
                                                                        00011800
      *-------------------LRECL 80----------------------------------*   00011900
       FD LANCTOS                                                       00012000
           RECORDING MODE IS F                                          00012100
           LABEL RECORD IS STANDARD                                     00012200
           BLOCK CONTAINS 0 RECORDS.                                    00012300
       01 FD-LANCTOS.                                                   00012400
          05 FD-LAN-DATA         PIC 9(08).                             00012500
          05 FD-LAN-AGENCIA      PIC X(04).                             00012600
          05 FD-LAN-CONTACTB     PIC X(08).                             00012700
          05 FD-LAN-DC           PIC X(01).                             00012800
          05 FD-LAN-VALOR        PIC 9(12).                             00012900
          05 FD-LAN-EVENTO       PIC X(08).                             00013000
          05 FD-LAN-ORIGEM       PIC X(08).                             00013100
          05 FD-LAN-HISTORICO    PIC X(30).                             00013200
          05 FILLER              PIC X(01).                             00013300
                                                                        00013400
      *-------------------LRECL 89----------------------------------*   00013500
       FD MOV0106A                                                      00013600
           RECORDING MODE IS F                                          00013700
           LABEL RECORD IS STANDARD                                     00013800
           BLOCK CONTAINS 0 RECORDS.                                    00013900
       01 FD-MOV0106A.                                                  00014000
          05 FD-MOVA-AGENCIA         PIC X(04).                         00014100
          05 FD-MOVA-CONTA           PIC X(04).                         00014200
          05 FD-MOVA-NOME            PIC X(30).                         00014300
          05 FD-MOVA-SALDO           PIC S9(08).                        00014400
          05 FD-MOVA-STATUS          PIC X(01).                         00014500
          05 FD-MOVA-MOTIVO          PIC X(20).                         00014600
          05 FD-MOVA-LIMITE          PIC 9(08).                         00014700
          05 FD-MOVA-DOCUMENTO       PIC 9(14).                         00014800
                                                                        00014900
      *-------------------LRECL 89----------------------------------*   00015000
       FD MOV0106C                                                      00015100
           RECORDING MODE IS F                                          00015200
           LABEL RECORD IS STANDARD                                     00015300
           BLOCK CONTAINS 0 RECORDS.                                    00015400
       01 FD-MOV0106C.                                                  00015500
          05 FD-MOVC-AGENCIA         PIC X(04).                         00015600
          05 FD-MOVC-CONTA           PIC X(04).                         00015700
          05 FD-MOVC-NOME            PIC X(30).                         00015800
          05 FD-MOVC-SALDO           PIC S9(08).                        00015900
          05 FD-MOVC-STATUS          PIC X(01).                         00016000
          05 FD-MOVC-MOTIVO          PIC X(20).                         00016100
          05 FD-MOVC-LIMITE          PIC 9(08).                         00016200
          05 FD-MOVC-DOCUMENTO       PIC 9(14).                         00016300
                                                                        00016400
      *-------------------LRECL 80----------------------------------*   00016500
       FD SALDNOVO                                                      00016600
           RECORDING MODE IS F.                                         00016700
       01 FD-SALDNOVO            PIC X(80).                             00016800
                                                                        00016900
      *-------------------LRECL 80----------------------------------*   00017000
       FD LANCENC                                                       00017100
           RECORDING MODE IS F.                                         00017200
       01 FD-LANCENC.                                                   00017300
          05 FD-ENC-DATA         PIC 9(08).                             00017400
          05 FD-ENC-AGENCIA      PIC X(04).                             00017500
          05 FD-ENC-CONTACTB     PIC X(08).                             00017600
          05 FD-ENC-DC           PIC X(01).                             00017700
          05 FD-ENC-VALOR        PIC 9(12).                             00017800
          05 FD-ENC-EVENTO       PIC X(08).                             00017900
          05 FD-ENC-ORIGEM       PIC X(08).                             00018000
          05 FD-ENC-HISTORICO    PIC X(30).                             00018100
          05 FILLER              PIC X(01).                             00018200
                                                                        00018300
      *-------------------LRECL 100---------------------------------*   00018400
       FD RELBAL                                                        00018500
           RECORDING MODE IS F.                                         00018600
       01 FD-RELBAL              PIC X(100).                            00018700
                                                                        00018800
      *=============================================================*   00018900
       WORKING-STORAGE                             SECTION.             00019000
      *=============================================================*   00019100
                                                                        00019200
       01 FILLER          PIC X(64) VALUE                               00019300
           '-----------BOOK LOGERROS------------------------'.          00019400
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00019500
       COPY '#GLOG'.                                                    00019600
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00019700
       COPY '#GSTAT'.                                                   00019800
      *-------------------------------------------------------------*   00019900
                                                                        00020000
       01 FILLER          PIC X(64) VALUE                               00020100
           '-----------VARIAVEIS DE STATUS------------------'.          00020200
                                                                        00020300
       77 WRK-FS-SALDCTB  PIC 9(02).                                    00020400
       77 WRK-FS-LANCTOS  PIC 9(02).                                    00020500
       77 WRK-FS-MOV0106A PIC 9(02).                                    00020600
       77 WRK-FS-MOV0106C PIC 9(02).                                    00020700
       77 WRK-FS-SALDNOVO PIC 9(02).                                    00020800
       77 WRK-FS-LANCENC  PIC 9(02).                                    00020900
       77 WRK-FS-RELBAL   PIC 9(02).                                    00021000
                                                                        00021100
       01 FILLER          PIC X(64) VALUE                               00021200
           '-----------PARAMETROS SYSIN---------------------'.          00021300
                                                                        00021400
       01 WRK-CARTAO-DEP.                                               00021500
          05 FILLER              PIC X(10).                             00021600
          05 WRK-CARTAO-DEP-AC   PIC X(08).                             00021700
                                                                        00021800
       01 WRK-CARTAO-MODO.                                              00021900
          05 FILLER              PIC X(10).                             00022000
          05 WRK-CARTAO-MODO-AC  PIC X(08).                             00022100
                                                                        00022200
       01 WRK-CARTAO-GRUPOS.                                            00022300
          05 FILLER              PIC X(10).                             00022400
          05 WRK-CARTAO-GRUPOS-AC PIC X(05).                            00022500
                                                                        00022600
       01 WRK-CARTAO-LUCROS.                                            00022700
          05 FILLER              PIC X(10).                             00022800
          05 WRK-CARTAO-LUCROS-AC PIC X(08).                            00022900
                                                                        00023000
       01 WRK-CARTAO-DATA.                                              00023100
          05 FILLER              PIC X(10).                             00023200
          05 WRK-CARTAO-DATA-AC  PIC 9(08).                             00023300
                                                                        00023400
       77 WRK-CONTA-DEPOSITO PIC X(08) VALUE SPACES.                    00023500
       77 WRK-CONTA-LUCROS   PIC X(08) VALUE SPACES.                    00023600
       77 WRK-GRUPOS-RES     PIC X(05) VALUE SPACES.                    00023700
       77 WRK-MODO           PIC X(08) VALUE 'DIARIO  '.                00023800
           88 WRK-MODO-FIMMES          VALUE 'FIMMES  '.                00023900
       77 WRK-DATA-MOV       PIC 9(08) VALUE ZEROES.                    00024000
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROES.                    00024100
                                                                        00024200
       01 FILLER          PIC X(64) VALUE                               00024300
           '-----------CHAVES DO BALANCEAMENTO--------------'.          00024400
                                                                        00024500
       01 WRK-CHAVE-LAN.                                                00024600
          05 WRK-CHL-CONTACTB    PIC X(08).                             00024700
          05 WRK-CHL-AGENCIA     PIC X(04).                             00024800
       01 WRK-CHAVE-ATUAL.                                              00024900
          05 WRK-CHA-CONTACTB    PIC X(08).                             00025000
          05 WRK-CHA-AGENCIA     PIC X(04).                             00025100
       77 WRK-CONTA-ANT       PIC X(08) VALUE LOW-VALUES.               00025200
                                                                        00025300
      *-------SALDO EM FECHAMENTO (LAYOUT DO SALDCTB)----------------*  00025400
       01 WRK-REG-SALDO.                                                00025500
          05 WRK-SLD-CHAVE.                                             00025600
             10 WRK-SLD-CONTACTB PIC X(08).                             00025700
             10 WRK-SLD-AGENCIA  PIC X(04).                             00025800
          05 WRK-SLD-SLDANT      PIC S9(13).                            00025900
          05 WRK-SLD-DEBITOS     PIC 9(13).                             00026000
          05 WRK-SLD-CREDITOS    PIC 9(13).                             00026100
          05 WRK-SLD-SLDATU      PIC S9(13).                            00026200
          05 WRK-SLD-DATAMOV     PIC 9(08).                             00026300
          05 FILLER              PIC X(08).                             00026400
                                                                        00026500
      *-------SALDO NOVO DE LUCROS ACUMULADOS (FIMMES)---------------*  00026600
       01 WRK-REG-LUCROS.                                               00026700
          05 WRK-LUC-CHAVE.                                             00026800
             10 WRK-LUC-CONTACTB PIC X(08).                             00026900
             10 WRK-LUC-AGENCIA  PIC X(04).                             00027000
          05 WRK-LUC-SLDANT      PIC S9(13).                            00027100
          05 WRK-LUC-DEBITOS     PIC 9(13).                             00027200
          05 WRK-LUC-CREDITOS    PIC 9(13).                             00027300
          05 WRK-LUC-SLDATU      PIC S9(13).                            00027400
          05 WRK-LUC-DATAMOV     PIC 9(08).                             00027500
          05 FILLER              PIC X(08).                             00027600
                                                                        00027700
       77 WRK-LAN-CONTACTB   PIC X(08) VALUE SPACES.                    00027800
       77 WRK-LAN-AGENCIA    PIC X(04) VALUE SPACES.                    00027900
       77 WRK-SLD-ANTERIOR   PIC S9(13) VALUE ZEROES.                   00028000
       77 WRK-DIA-DEBITOS    PIC 9(13)  VALUE ZEROES.                   00028100
       77 WRK-DIA-CREDITOS   PIC 9(13)  VALUE ZEROES.                   00028200
       77 WRK-RES-CONTA      PIC 9(01)  VALUE ZEROES.                   00028300
                                                                        00028400
       01 FILLER          PIC X(64) VALUE                               00028500
           '-----------RESULTADO POR AGENCIA (FIMMES)-------'.          00028600
                                                                        00028700
       77 WRK-QTD-RES     PIC 9(03) VALUE ZEROES.                       00028800
       77 WRK-SUB-RES     PIC 9(03) VALUE ZEROES.                       00028900
       77 WRK-IDX-RES     PIC 9(03) VALUE ZEROES.                       00029000
       77 WRK-POS-RES     PIC 9(03) VALUE ZEROES.                       00029100
       01 WRK-TAB-RESULTADO.                                            00029200
          05 WRK-RES-LINHA OCCURS 100 TIMES.                            00029300
             10 WRK-RES-AGENCIA    PIC X(04).                           00029400
             10 WRK-RES-VALOR      PIC S9(13).                          00029500
             10 WRK-RES-SW-GRAVADO PIC X(01).                           00029600
       77 WRK-RES-AGENCIA-BUSCA PIC X(04) VALUE SPACES.                 00029700
       77 WRK-RES-VALOR-SOMA    PIC S9(13) VALUE ZEROES.                00029800
                                                                        00029900
       01 FILLER          PIC X(64) VALUE                               00030000
           '-----------CONTADORES E CONTROLES---------------'.          00030100
                                                                        00030200
       77 WRK-SW-DADO-SCT PIC X(01) VALUE 'N'.                          00030300
           88 WRK-DADO-SCT-OK       VALUE 'S'.                          00030400
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.                          00030500
           88 WRK-FIM-ARQUIVO       VALUE 'S'.                          00030600
       77 WRK-REGMASTER   PIC 9(05) VALUE ZEROES.                       00030700
       77 WRK-TRL-QTD-SCT PIC 9(05) VALUE ZEROES.                       00030800
       77 WRK-SW-TRL-SCT  PIC X(01) VALUE 'N'.                          00030900
           88 WRK-TEM-TRL-SCT       VALUE 'S'.                          00031000
       77 WRK-DATA-ULTMOV PIC 9(08) VALUE ZEROES.                       00031100
       77 WRK-REGLANCTOS  PIC 9(07) VALUE ZEROES.                       00031200
       77 WRK-REGNOVO     PIC 9(05) VALUE ZEROES.                       00031300
       77 WRK-REGENC      PIC 9(07) VALUE ZEROES.                       00031400
       77 WRK-HASH-NOVO   PIC 9(12) VALUE ZEROES.                       00031500
       77 WRK-TOT-DEBDIA  PIC 9(14) VALUE ZEROES.                       00031600
       77 WRK-TOT-CREDIA  PIC 9(14) VALUE ZEROES.                       00031700
       77 WRK-TOT-SALDOS  PIC S9(14) VALUE ZEROES.                      00031800
       77 WRK-TOT-ENC-DEB PIC 9(14) VALUE ZEROES.                       00031900
       77 WRK-TOT-ENC-CRE PIC 9(14) VALUE ZEROES.                       00032000
       77 WRK-CTA-SLDANT  PIC S9(14) VALUE ZEROES.                      00032100
       77 WRK-CTA-DEBDIA  PIC 9(14) VALUE ZEROES.                       00032200
       77 WRK-CTA-CREDIA  PIC 9(14) VALUE ZEROES.                       00032300
       77 WRK-CTA-SLDATU  PIC S9(14) VALUE ZEROES.                      00032400
       77 WRK-VALOR-ENC   PIC S9(13) VALUE ZEROES.                      00032500
                                                                        00032600
      *-------PROVA DA CONTA DE CONTROLE DE DEPOSITOS----------------*  00032700
       77 WRK-TOT-RAZAO-DEP  PIC S9(14) VALUE ZEROES.                   00032800
       77 WRK-TOT-CLIENTES   PIC S9(14) VALUE ZEROES.                   00032900
       77 WRK-REGCLIENTES    PIC 9(07)  VALUE ZEROES.                   00033000
       77 WRK-CT-MOVA        PIC 9(05)  VALUE ZEROES.                   00033100
       77 WRK-CT-MOVC        PIC 9(05)  VALUE ZEROES.                   00033200
       77 WRK-TRL-QTD-MOVA   PIC 9(05)  VALUE ZEROES.                   00033300
       77 WRK-TRL-QTD-MOVC   PIC 9(05)  VALUE ZEROES.                   00033400
       77 WRK-SW-TRL-MOVA    PIC X(01)  VALUE 'N'.                      00033500
           88 WRK-TEM-TRL-MOVA         VALUE 'S'.                       00033600
       77 WRK-SW-TRL-MOVC    PIC X(01)  VALUE 'N'.                      00033700
           88 WRK-TEM-TRL-MOVC         VALUE 'S'.                       00033800
                                                                        00033900
       01 FILLER          PIC X(64) VALUE                               00034000
           '-----------CONTROLE GRAVADO NO SALDNOVO---------'.          00034100
       01 WRK-SALDNOVO-CAB.                                             00034200
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00034300
          05 FILLER              PIC X(01) VALUE SPACE.                 00034400
          05 WRK-CABN-PROGRAMA   PIC X(08) VALUE 'FR19EX44'.            00034500
          05 FILLER              PIC X(01) VALUE SPACE.                 00034600
          05 WRK-CABN-DATA       PIC 9(08).                             00034700
          05 FILLER              PIC X(53) VALUE SPACES.                00034800
       01 WRK-SALDNOVO-TRL.                                             00034900
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00035000
          05 FILLER              PIC X(01) VALUE SPACE.                 00035100
          05 WRK-TRLN-QTD        PIC 9(05).                             00035200
          05 FILLER              PIC X(01) VALUE SPACE.                 00035300
          05 WRK-TRLN-HASH       PIC 9(12).                             00035400
          05 FILLER              PIC X(52) VALUE SPACES.                00035500
                                                                        00035600
       01 FILLER          PIC X(64) VALUE                               00035700
           '-----------LINHAS DO RELATORIO------------------'.          00035800
       01 WRK-LINHA-TITULO.                                             00035900
          05 FILLER              PIC X(44) VALUE                        00036000
             'BALANCETE DIARIO - RAZAO POR CONTA E AGENCIA'.            00036100
          05 FILLER              PIC X(12) VALUE '  MOVIMENTO:'.        00036200
          05 WRK-TIT-DATA        PIC 9(08).                             00036300
          05 FILLER              PIC X(08) VALUE '  MODO: '.            00036400
          05 WRK-TIT-MODO        PIC X(08).                             00036500
          05 FILLER              PIC X(20) VALUE SPACES.                00036600
       01 WRK-LINHA-TRACO        PIC X(100) VALUE ALL '-'.              00036700
       01 WRK-LINHA-CABEC.                                              00036800
          05 FILLER              PIC X(16) VALUE 'CONTA     AGEN  '.    00036900
          05 FILLER              PIC X(20) VALUE                        00037000
             '    SALDO ANTERIOR  '.                                    00037100
          05 FILLER              PIC X(19) VALUE                        00037200
             '        DEBITOS DIA'.                                     00037300
          05 FILLER              PIC X(19) VALUE                        00037400
             '       CREDITOS DIA'.                                     00037500
          05 FILLER              PIC X(20) VALUE                        00037600
             '       SALDO ATUAL  '.                                    00037700
          05 FILLER              PIC X(06) VALUE SPACES.                00037800
       01 WRK-LINHA-DET.                                                00037900
          05 WRK-DET-CONTACTB    PIC X(08).                             00038000
          05 FILLER              PIC X(02) VALUE SPACES.                00038100
          05 WRK-DET-AGENCIA     PIC X(04).                             00038200
          05 FILLER              PIC X(02) VALUE SPACES.                00038300
          05 WRK-DET-SLDANT      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9-.                00038400
          05 FILLER              PIC X(02) VALUE SPACES.                00038500
          05 WRK-DET-DEBDIA      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.                 00038600
          05 FILLER              PIC X(02) VALUE SPACES.                00038700
          05 WRK-DET-CREDIA      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.                 00038800
          05 FILLER              PIC X(02) VALUE SPACES.                00038900
          05 WRK-DET-SLDATU      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9-.                00039000
          05 FILLER              PIC X(08) VALUE SPACES.                00039100
       01 WRK-LINHA-TOTCTA.                                             00039200
          05 FILLER              PIC X(06) VALUE 'TOTAL '.              00039300
          05 WRK-TCT-CONTACTB    PIC X(08).                             00039400
          05 FILLER              PIC X(01) VALUE SPACES.                00039500
          05 WRK-TCT-SLDANT      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9-.               00039600
          05 FILLER              PIC X(01) VALUE SPACES.                00039700
          05 WRK-TCT-DEBDIA      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9.                00039800
          05 FILLER              PIC X(01) VALUE SPACES.                00039900
          05 WRK-TCT-CREDIA      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9.                00040000
          05 FILLER              PIC X(01) VALUE SPACES.                00040100
          05 WRK-TCT-SLDATU      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9-.               00040200
          05 FILLER              PIC X(08) VALUE SPACES.                00040300
       01 WRK-LINHA-ENC.                                                00040400
          05 FILLER              PIC X(24) VALUE                        00040500
             'ENCERRAMENTO - AGENCIA  '.                                00040600
          05 WRK-ENC-AGENCIA     PIC X(04).                             00040700
          05 FILLER              PIC X(20) VALUE                        00040800
             '  RESULTADO DO MES: '.                                    00040900
          05 WRK-ENC-VALOR       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9-.                00041000
          05 FILLER              PIC X(02) VALUE SPACES.                00041100
          05 WRK-ENC-NATUREZA    PIC X(08).                             00041200
          05 FILLER              PIC X(24) VALUE SPACES.                00041300
       01 WRK-LINHA-PROVA.                                              00041400
          05 WRK-PRV-TEXTO       PIC X(40).                             00041500
          05 WRK-PRV-VALOR       PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9-.               00041600
          05 FILLER              PIC X(41) VALUE SPACES.                00041700
                                                                        00041800
      *=============================================================*   00041900
       PROCEDURE DIVISION.                                              00042000
      *=============================================================*   00042100
                                                                        00042200
      *-------------------------------------------------------------*   00042300
       0000-PRINCIPAL                           SECTION.                00042400
      *-------------------------------------------------------------*   00042500
                                                                        00042600
            PERFORM  1000-INICIAR.                                      00042700
                                                                        00042800
            IF WRK-MODO-FIMMES                                          00042900
               PERFORM 1500-APURAR-RESULTADO                            00043000
            END-IF.                                                     00043100
                                                                        00043200
            PERFORM  1100-LER-SALDCTB.                                  00043300
            PERFORM  1200-LER-LANCTOS.                                  00043400
            PERFORM  2000-PROCESSAR UNTIL FD-SCT-CHAVE EQUAL            00043500
                                          HIGH-VALUES                   00043600
                                      AND WRK-CHAVE-LAN EQUAL           00043700
                                          HIGH-VALUES.                  00043800
            PERFORM  2300-TOTALIZAR-CONTA.                              00043900
                                                                        00044000
            IF WRK-MODO-FIMMES                                          00044100
               MOVE HIGH-VALUES TO WRK-CHAVE-ATUAL                      00044200
               PERFORM 2700-DESCARREGAR-LUCROS                          00044300
               PERFORM 2800-LISTAR-ENCERRAMENTO                         00044400
            END-IF.                                                     00044500
                                                                        00044600
            PERFORM  2900-SOMAR-CLIENTES.                               00044700
                                                                        00044800
            PERFORM  3000-FINALIZAR.                                    00044900
                                                                        00045000
            STOP RUN.                                                   00045100
                                                                        00045200
      *-------------------------------------------------------------*   00045300
       1000-INICIAR                             SECTION.                00045400
      *-------------------------------------------------------------*   00045500
             OPEN INPUT  SALDCTB LANCTOS MOV0106A MOV0106C              00045600
                  OUTPUT SALDNOVO LANCENC RELBAL.                       00045700
                                                                        00045800
               PERFORM 4000-TESTARSTATUS.                               00045900
                                                                        00046000
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00046100
                                                                        00046200
               ACCEPT WRK-CARTAO-DEP FROM SYSIN.                        00046300
               MOVE WRK-CARTAO-DEP-AC TO WRK-CONTA-DEPOSITO.            00046400
               IF WRK-CONTA-DEPOSITO EQUAL SPACES                       00046500
                  MOVE 'CONTA DE DEPOSITOS AUSENTE   ' TO WRK-MSGERRO   00046600
                  PERFORM 9100-ERRO-CONTROLE                            00046700
               END-IF.                                                  00046800
                                                                        00046900
               ACCEPT WRK-CARTAO-MODO FROM SYSIN.                       00047000
               IF WRK-CARTAO-MODO-AC NOT EQUAL SPACES                   00047100
                  MOVE WRK-CARTAO-MODO-AC TO WRK-MODO                   00047200
               END-IF.                                                  00047300
                                                                        00047400
               ACCEPT WRK-CARTAO-GRUPOS FROM SYSIN.                     00047500
               IF WRK-CARTAO-GRUPOS-AC EQUAL SPACES                     00047600
                  MOVE '78   ' TO WRK-GRUPOS-RES                        00047700
               ELSE                                                     00047800
                  MOVE WRK-CARTAO-GRUPOS-AC TO WRK-GRUPOS-RES           00047900
               END-IF.                                                  00048000
                                                                        00048100
               ACCEPT WRK-CARTAO-LUCROS FROM SYSIN.                     00048200
               MOVE WRK-CARTAO-LUCROS-AC TO WRK-CONTA-LUCROS.           00048300
               IF WRK-MODO-FIMMES                                       00048400
                  AND WRK-CONTA-LUCROS EQUAL SPACES                     00048500
                  MOVE 'CONTA DE LUCROS AUSENTE      ' TO WRK-MSGERRO   00048600
                  PERFORM 9100-ERRO-CONTROLE                            00048700
               END-IF.                                                  00048800
                                                                        00048900
               ACCEPT WRK-CARTAO-DATA FROM SYSIN.                       00049000
               IF WRK-CARTAO-DATA-AC NOT NUMERIC                        00049100
                  OR WRK-CARTAO-DATA-AC EQUAL ZEROES                    00049200
                  MOVE WRK-DATA-HOJE TO WRK-DATA-MOV                    00049300
               ELSE                                                     00049400
                  MOVE WRK-CARTAO-DATA-AC TO WRK-DATA-MOV               00049500
               END-IF.                                                  00049600
                                                                        00049700
               MOVE 'FR19EX44' TO WRK-EST-PROGRAMA.                     00049800
               MOVE 'I' TO WRK-EST-EVENTO.                              00049900
               MOVE ZEROES TO WRK-EST-LIDOS                             00050000
                              WRK-EST-GRAVADOS                          00050100
                              WRK-EST-REJEITADOS.                       00050200
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00050300
                                                                        00050400
               MOVE WRK-DATA-MOV TO WRK-CABN-DATA                       00050500
                                    WRK-TIT-DATA.                       00050600
               MOVE WRK-MODO     TO WRK-TIT-MODO.                       00050700
               WRITE FD-SALDNOVO FROM WRK-SALDNOVO-CAB.                 00050800
               WRITE FD-RELBAL FROM WRK-LINHA-TRACO.                    00050900
               WRITE FD-RELBAL FROM WRK-LINHA-TITULO.                   00051000
               WRITE FD-RELBAL FROM WRK-LINHA-TRACO.                    00051100
               WRITE FD-RELBAL FROM WRK-LINHA-CABEC.                    00051200
               WRITE FD-RELBAL FROM WRK-LINHA-TRACO.                    00051300
                                                                        00051400
       1000-99-FIM.              EXIT.                                  00051500
      *-------------------------------------------------------------*   00051600
       1100-LER-SALDCTB                         SECTION.                00051700
      *-------------------------------------------------------------*   00051800
                 MOVE 'N' TO WRK-SW-DADO-SCT.                           00051900
                 PERFORM 1110-LER-REG-SALDCTB                           00052000
                         UNTIL WRK-DADO-SCT-OK.                         00052100
       1100-99-FIM.              EXIT.                                  00052200
      *-------------------------------------------------------------*   00052300
       1110-LER-REG-SALDCTB                     SECTION.                00052400
      *-------------------------------------------------------------*   00052500
      *   O CABECALHO TRAZ A DATA DO ULTIMO MOVIMENTO ATUALIZADO    *   00052600
      *   (POS 20-27) E O RODAPE A QUANTIDADE DE SALDOS (11-15).    *   00052700
      *-------------------------------------------------------------*   00052800
                 READ SALDCTB                                           00052900
                   AT END                                               00053000
                     MOVE HIGH-VALUES TO FD-SCT-CHAVE                   00053100
                     MOVE 'S' TO WRK-SW-DADO-SCT                        00053200
                 END-READ.                                              00053300
                 PERFORM 4100-TESTARSTATUS-SALDCTB.                     00053400
                 IF WRK-FS-SALDCTB EQUAL 00                             00053500
                    EVALUATE TRUE                                       00053600
                      WHEN FD-SALDCTB (1:9) EQUAL 'CABECALHO'           00053700
                        IF FD-SALDCTB (20:8) NUMERIC                    00053800
                           MOVE FD-SALDCTB (20:8) TO WRK-DATA-ULTMOV    00053900
                        END-IF                                          00054000
                        IF WRK-DATA-ULTMOV NOT LESS WRK-DATA-MOV        00054100
                           MOVE 'MOVIMENTO JA ATUALIZADO      '         00054200
                                TO WRK-MSGERRO                          00054300
                           PERFORM 9100-ERRO-CONTROLE                   00054400
                        END-IF                                          00054500
                      WHEN FD-SALDCTB (1:6) EQUAL 'RODAPE'              00054600
                        MOVE FD-SALDCTB (11:5) TO WRK-TRL-QTD-SCT       00054700
                        MOVE 'S' TO WRK-SW-TRL-SCT                      00054800
                      WHEN OTHER                                        00054900
                        ADD 1 TO WRK-REGMASTER                          00055000
                        MOVE 'S' TO WRK-SW-DADO-SCT                     00055100
                    END-EVALUATE                                        00055200
                 END-IF.                                                00055300
       1110-99-FIM.              EXIT.                                  00055400
      *-------------------------------------------------------------*   00055500
       1200-LER-LANCTOS                         SECTION.                00055600
      *-------------------------------------------------------------*   00055700
                 READ LANCTOS                                           00055800
                   AT END                                               00055900
                     MOVE HIGH-VALUES TO WRK-CHAVE-LAN                  00056000
                 END-READ.                                              00056100
                 PERFORM 4200-TESTARSTATUS-LANCTOS.                     00056200
                 IF WRK-FS-LANCTOS EQUAL 00                             00056300
                    ADD 1 TO WRK-REGLANCTOS                             00056400
                    MOVE FD-LAN-CONTACTB TO WRK-CHL-CONTACTB            00056500
                    MOVE FD-LAN-AGENCIA  TO WRK-CHL-AGENCIA             00056600
                 END-IF.                                                00056700
       1200-99-FIM.              EXIT.                                  00056800
      *-------------------------------------------------------------*   00056900
       1500-APURAR-RESULTADO                    SECTION.                00057000
      *-------------------------------------------------------------*   00057100
      *   FIMMES: PRIMEIRA PASSADA SOMA, POR AGENCIA, O SALDO DAS   *   00057200
      *   CONTAS DE RESULTADO NO MASTER MAIS O MOVIMENTO DO DIA     *   00057300
      *   NELAS. A CONTA DE LUCROS ACUMULADOS PODE VIR ANTES DAS    *   00057400
      *   CONTAS DE RESULTADO NA CLASSIFICACAO, POR ISSO O VALOR    *   00057500
      *   PRECISA ESTAR APURADO ANTES DO BALANCEAMENTO.             *   00057600
      *-------------------------------------------------------------*   00057700
            MOVE 'N' TO WRK-SW-FIM.                                     00057800
            PERFORM 1510-SOMAR-MASTER UNTIL WRK-FIM-ARQUIVO.            00057900
            MOVE 'N' TO WRK-SW-FIM.                                     00058000
            PERFORM 1520-SOMAR-LANCTOS UNTIL WRK-FIM-ARQUIVO.           00058100
                                                                        00058200
            CLOSE SALDCTB LANCTOS.                                      00058300
            OPEN INPUT SALDCTB LANCTOS.                                 00058400
            PERFORM 4100-TESTARSTATUS-SALDCTB.                          00058500
            PERFORM 4200-TESTARSTATUS-LANCTOS.                          00058600
            MOVE ZEROES TO WRK-REGMASTER                                00058700
                           WRK-REGLANCTOS.                              00058800
            MOVE 'N' TO WRK-SW-TRL-SCT.                                 00058900
       1500-99-FIM.              EXIT.                                  00059000
      *-------------------------------------------------------------*   00059100
       1510-SOMAR-MASTER                        SECTION.                00059200
      *-------------------------------------------------------------*   00059300
            READ SALDCTB                                                00059400
              AT END                                                    00059500
                MOVE 'S' TO WRK-SW-FIM                                  00059600
            END-READ.                                                   00059700
            PERFORM 4100-TESTARSTATUS-SALDCTB.                          00059800
            IF WRK-FS-SALDCTB EQUAL 00                                  00059900
               IF FD-SALDCTB (1:9) NOT EQUAL 'CABECALHO'                00060000
                  AND FD-SALDCTB (1:6) NOT EQUAL 'RODAPE'               00060100
                  MOVE FD-SCT-CONTACTB TO WRK-SLD-CONTACTB              00060200
                  PERFORM 2550-TESTAR-RESULTADO                         00060300
                  IF WRK-RES-CONTA GREATER ZEROES                       00060400
                     MOVE FD-SCT-AGENCIA TO WRK-RES-AGENCIA-BUSCA       00060500
                     MOVE FD-SCT-SLDATU  TO WRK-RES-VALOR-SOMA          00060600
                     PERFORM 1550-ACUMULAR-RESULTADO                    00060700
                  END-IF                                                00060800
               END-IF                                                   00060900
            END-IF.                                                     00061000
       1510-99-FIM.              EXIT.                                  00061100
      *-------------------------------------------------------------*   00061200
       1520-SOMAR-LANCTOS                       SECTION.                00061300
      *-------------------------------------------------------------*   00061400
            READ LANCTOS                                                00061500
              AT END                                                    00061600
                MOVE 'S' TO WRK-SW-FIM                                  00061700
            END-READ.                                                   00061800
            PERFORM 4200-TESTARSTATUS-LANCTOS.                          00061900
            IF WRK-FS-LANCTOS EQUAL 00                                  00062000
               MOVE FD-LAN-CONTACTB TO WRK-SLD-CONTACTB                 00062100
               PERFORM 2550-TESTAR-RESULTADO                            00062200
               IF WRK-RES-CONTA GREATER ZEROES                          00062300
                  MOVE FD-LAN-AGENCIA TO WRK-RES-AGENCIA-BUSCA          00062400
                  IF FD-LAN-DC EQUAL 'D'                                00062500
                     MOVE FD-LAN-VALOR TO WRK-RES-VALOR-SOMA            00062600
                  ELSE                                                  00062700
                     COMPUTE WRK-RES-VALOR-SOMA = 0 - FD-LAN-VALOR      00062800
                  END-IF                                                00062900
                  PERFORM 1550-ACUMULAR-RESULTADO                       00063000
               END-IF                                                   00063100
            END-IF.                                                     00063200
       1520-99-FIM.              EXIT.                                  00063300
      *-------------------------------------------------------------*   00063400
       1550-ACUMULAR-RESULTADO                  SECTION.                00063500
      *-------------------------------------------------------------*   00063600
      *   A TABELA FICA EM ORDEM DE AGENCIA (INSERCAO NO LUGAR),    *   00063700
      *   PARA QUE OS SALDOS NOVOS DE LUCROS ACUMULADOS SAIAM NO    *   00063800
      *   MASTER NA MESMA CLASSIFICACAO DO RESTO.                   *   00063900
      *-------------------------------------------------------------*   00064000
            MOVE ZEROES TO WRK-IDX-RES.                                 00064100
            MOVE ZEROES TO WRK-POS-RES.                                 00064200
            MOVE 1 TO WRK-SUB-RES.                                      00064300
            PERFORM 1560-LOCALIZAR-AGENCIA                              00064400
                    UNTIL WRK-SUB-RES GREATER WRK-QTD-RES               00064500
                       OR WRK-IDX-RES GREATER ZEROES                    00064600
                       OR WRK-POS-RES GREATER ZEROES.                   00064700
            IF WRK-IDX-RES GREATER ZEROES                               00064800
               ADD WRK-RES-VALOR-SOMA TO WRK-RES-VALOR (WRK-IDX-RES)    00064900
               GO TO 1550-99-FIM.                                       00065000
                                                                        00065100
            IF WRK-QTD-RES NOT LESS 100                                 00065200
               MOVE 'TABELA DE RESULTADO ESGOTADA ' TO WRK-MSGERRO      00065300
               PERFORM 9100-ERRO-CONTROLE.                              00065400
                                                                        00065500
            IF WRK-POS-RES EQUAL ZEROES                                 00065600
               COMPUTE WRK-POS-RES = WRK-QTD-RES + 1                    00065700
            END-IF.                                                     00065800
            MOVE WRK-QTD-RES TO WRK-SUB-RES.                            00065900
            PERFORM 1570-DESLOCAR-LINHA                                 00066000
                    UNTIL WRK-SUB-RES LESS WRK-POS-RES.                 00066100
            ADD 1 TO WRK-QTD-RES.                                       00066200
            MOVE WRK-RES-AGENCIA-BUSCA TO WRK-RES-AGENCIA (WRK-POS-RES).00066300
            MOVE WRK-RES-VALOR-SOMA    TO WRK-RES-VALOR (WRK-POS-RES).  00066400
            MOVE 'N' TO WRK-RES-SW-GRAVADO (WRK-POS-RES).               00066500
       1550-99-FIM.              EXIT.                                  00066600
      *-------------------------------------------------------------*   00066700
       1560-LOCALIZAR-AGENCIA                   SECTION.                00066800
      *-------------------------------------------------------------*   00066900
            EVALUATE TRUE                                               00067000
              WHEN WRK-RES-AGENCIA (WRK-SUB-RES) EQUAL                  00067100
                   WRK-RES-AGENCIA-BUSCA                                00067200
                MOVE WRK-SUB-RES TO WRK-IDX-RES                         00067300
              WHEN WRK-RES-AGENCIA (WRK-SUB-RES) GREATER                00067400
                   WRK-RES-AGENCIA-BUSCA                                00067500
                MOVE WRK-SUB-RES TO WRK-POS-RES                         00067600
            END-EVALUATE.                                               00067700
            ADD 1 TO WRK-SUB-RES.                                       00067800
       1560-99-FIM.              EXIT.                                  00067900
      *-------------------------------------------------------------*   00068000
       1570-DESLOCAR-LINHA                      SECTION.                00068100
      *-------------------------------------------------------------*   00068200
            IF WRK-SUB-RES GREATER ZEROES                               00068300
               MOVE WRK-RES-LINHA (WRK-SUB-RES)                         00068400
                 TO WRK-RES-LINHA (WRK-SUB-RES + 1)                     00068500
            END-IF.                                                     00068600
            SUBTRACT 1 FROM WRK-SUB-RES.                                00068700
       1570-99-FIM.              EXIT.                                  00068800
      *-------------------------------------------------------------*   00068900
       2000-PROCESSAR                           SECTION.                00069000
      *-------------------------------------------------------------*   00069100
            EVALUATE TRUE                                               00069200
             WHEN FD-SCT-CHAVE LESS WRK-CHAVE-LAN                       00069300
               MOVE FD-SALDCTB TO WRK-REG-SALDO                         00069400
               MOVE ZEROES TO WRK-DIA-DEBITOS                           00069500
                              WRK-DIA-CREDITOS                          00069600
               PERFORM 2500-FECHAR-SALDO                                00069700
               PERFORM 1100-LER-SALDCTB                                 00069800
             WHEN FD-SCT-CHAVE EQUAL WRK-CHAVE-LAN                      00069900
               MOVE FD-SALDCTB TO WRK-REG-SALDO                         00070000
               PERFORM 2100-ACUMULAR-DIA                                00070100
               PERFORM 2500-FECHAR-SALDO                                00070200
               PERFORM 1100-LER-SALDCTB                                 00070300
             WHEN OTHER                                                 00070400
               MOVE SPACES TO WRK-REG-SALDO                             00070500
               MOVE WRK-CHAVE-LAN TO WRK-SLD-CHAVE                      00070600
               MOVE ZEROES TO WRK-SLD-SLDANT                            00070700
                              WRK-SLD-DEBITOS                           00070800
                              WRK-SLD-CREDITOS                          00070900
                              WRK-SLD-SLDATU                            00071000
                              WRK-SLD-DATAMOV                           00071100
               PERFORM 2100-ACUMULAR-DIA                                00071200
               PERFORM 2500-FECHAR-SALDO                                00071300
            END-EVALUATE.                                               00071400
       2000-99-FIM.              EXIT.                                  00071500
      *-------------------------------------------------------------*   00071600
       2100-ACUMULAR-DIA                        SECTION.                00071700
      *-------------------------------------------------------------*   00071800
            MOVE ZEROES TO WRK-DIA-DEBITOS                              00071900
                           WRK-DIA-CREDITOS.                            00072000
            MOVE WRK-CHAVE-LAN TO WRK-CHAVE-ATUAL.                      00072100
            PERFORM 2110-SOMAR-LANCAMENTO                               00072200
                    UNTIL WRK-CHAVE-LAN NOT EQUAL WRK-CHAVE-ATUAL.      00072300
       2100-99-FIM.              EXIT.                                  00072400
      *-------------------------------------------------------------*   00072500
       2110-SOMAR-LANCAMENTO                    SECTION.                00072600
      *-------------------------------------------------------------*   00072700
            IF FD-LAN-DC EQUAL 'D'                                      00072800
               ADD FD-LAN-VALOR TO WRK-DIA-DEBITOS                      00072900
            ELSE                                                        00073000
               ADD FD-LAN-VALOR TO WRK-DIA-CREDITOS                     00073100
            END-IF.                                                     00073200
            PERFORM 1200-LER-LANCTOS.                                   00073300
       2110-99-FIM.              EXIT.                                  00073400
      *-------------------------------------------------------------*   00073500
       2300-TOTALIZAR-CONTA                     SECTION.                00073600
      *-------------------------------------------------------------*   00073700
      *   QUEBRA POR CONTA CONTABIL: LINHA DE TOTAL E ZERA.         *   00073800
      *-------------------------------------------------------------*   00073900
            IF WRK-CONTA-ANT EQUAL LOW-VALUES                           00074000
               GO TO 2300-99-FIM.                                       00074100
                                                                        00074200
            MOVE WRK-CONTA-ANT  TO WRK-TCT-CONTACTB.                    00074300
            MOVE WRK-CTA-SLDANT TO WRK-TCT-SLDANT.                      00074400
            MOVE WRK-CTA-DEBDIA TO WRK-TCT-DEBDIA.                      00074500
            MOVE WRK-CTA-CREDIA TO WRK-TCT-CREDIA.                      00074600
            MOVE WRK-CTA-SLDATU TO WRK-TCT-SLDATU.                      00074700
            WRITE FD-RELBAL FROM WRK-LINHA-TOTCTA.                      00074800
            WRITE FD-RELBAL FROM WRK-LINHA-TRACO.                       00074900
            MOVE ZEROES TO WRK-CTA-SLDANT                               00075000
                           WRK-CTA-DEBDIA                               00075100
                           WRK-CTA-CREDIA                               00075200
                           WRK-CTA-SLDATU.                              00075300
       2300-99-FIM.              EXIT.                                  00075400
      *-------------------------------------------------------------*   00075500
       2500-FECHAR-SALDO                        SECTION.                00075600
      *-------------------------------------------------------------*   00075700
      *   APLICA O DIA NO SALDO, IMPRIME A LINHA DO BALANCETE E     *   00075800
      *   GRAVA O MASTER NOVO (ROLADO NO FIMMES).                   *   00075900
      *-------------------------------------------------------------*   00076000
            IF WRK-SLD-CONTACTB NOT EQUAL WRK-CONTA-ANT                 00076100
               PERFORM 2300-TOTALIZAR-CONTA                             00076200
               MOVE WRK-SLD-CONTACTB TO WRK-CONTA-ANT                   00076300
            END-IF.                                                     00076400
                                                                        00076500
            MOVE WRK-SLD-SLDATU TO WRK-SLD-ANTERIOR.                    00076600
            ADD WRK-DIA-DEBITOS  TO WRK-SLD-DEBITOS.                    00076700
            ADD WRK-DIA-CREDITOS TO WRK-SLD-CREDITOS.                   00076800
            COMPUTE WRK-SLD-SLDATU = WRK-SLD-SLDANT                     00076900
                                   + WRK-SLD-DEBITOS                    00077000
                                   - WRK-SLD-CREDITOS.                  00077100
            IF WRK-DIA-DEBITOS GREATER ZEROES                           00077200
               OR WRK-DIA-CREDITOS GREATER ZEROES                       00077300
               MOVE WRK-DATA-MOV TO WRK-SLD-DATAMOV                     00077400
            END-IF.                                                     00077500
                                                                        00077600
            MOVE WRK-SLD-CONTACTB TO WRK-DET-CONTACTB.                  00077700
            MOVE WRK-SLD-AGENCIA  TO WRK-DET-AGENCIA.                   00077800
            MOVE WRK-SLD-ANTERIOR TO WRK-DET-SLDANT.                    00077900
            MOVE WRK-DIA-DEBITOS  TO WRK-DET-DEBDIA.                    00078000
            MOVE WRK-DIA-CREDITOS TO WRK-DET-CREDIA.                    00078100
            MOVE WRK-SLD-SLDATU   TO WRK-DET-SLDATU.                    00078200
            WRITE FD-RELBAL FROM WRK-LINHA-DET.                         00078300
                                                                        00078400
            ADD WRK-SLD-ANTERIOR TO WRK-CTA-SLDANT.                     00078500
            ADD WRK-DIA-DEBITOS  TO WRK-CTA-DEBDIA                      00078600
                                    WRK-TOT-DEBDIA.                     00078700
            ADD WRK-DIA-CREDITOS TO WRK-CTA-CREDIA                      00078800
                                    WRK-TOT-CREDIA.                     00078900
            ADD WRK-SLD-SLDATU   TO WRK-CTA-SLDATU                      00079000
                                    WRK-TOT-SALDOS.                     00079100
                                                                        00079200
            IF WRK-SLD-CONTACTB EQUAL WRK-CONTA-DEPOSITO                00079300
               ADD WRK-SLD-SLDATU TO WRK-TOT-RAZAO-DEP                  00079400
            END-IF.                                                     00079500
                                                                        00079600
            IF WRK-MODO-FIMMES                                          00079700
               PERFORM 2600-ENCERRAR-MES                                00079800
            END-IF.                                                     00079900
                                                                        00080000
            PERFORM 2590-GRAVAR-SALDO.                                  00080100
       2500-99-FIM.              EXIT.                                  00080200
      *-------------------------------------------------------------*   00080300
       2550-TESTAR-RESULTADO                    SECTION.                00080400
      *-------------------------------------------------------------*   00080500
      *   CONTA DE RESULTADO: PRIMEIRO DIGITO EM UM DOS GRUPOS DO   *   00080600
      *   CARTAO 3 (RESPOSTA EM WRK-RES-CONTA, ZERO = PATRIMONIAL). *   00080700
      *-------------------------------------------------------------*   00080800
            MOVE ZEROES TO WRK-RES-CONTA.                               00080900
            IF WRK-SLD-CONTACTB (1:1) NOT EQUAL SPACE                   00081000
               INSPECT WRK-GRUPOS-RES TALLYING WRK-RES-CONTA            00081100
                       FOR ALL WRK-SLD-CONTACTB (1:1)                   00081200
            END-IF.                                                     00081300
       2550-99-FIM.              EXIT.                                  00081400
      *-------------------------------------------------------------*   00081500
       2590-GRAVAR-SALDO                        SECTION.                00081600
      *-------------------------------------------------------------*   00081700
            IF WRK-MODO-FIMMES                                          00081800
               MOVE WRK-SLD-CHAVE TO WRK-CHAVE-ATUAL                    00081900
               PERFORM 2700-DESCARREGAR-LUCROS                          00082000
            END-IF.                                                     00082100
            WRITE FD-SALDNOVO FROM WRK-REG-SALDO.                       00082200
            ADD 1 TO WRK-REGNOVO.                                       00082300
            ADD WRK-SLD-DEBITOS TO WRK-HASH-NOVO.                       00082400
       2590-99-FIM.              EXIT.                                  00082500
      *-------------------------------------------------------------*   00082600
       2600-ENCERRAR-MES                        SECTION.                00082700
      *-------------------------------------------------------------*   00082800
      *   CONTA DE RESULTADO: LANCA O SALDO CONTRA ELA MESMA        *   00082900
      *   (ZERANDO). CONTA DE LUCROS ACUMULADOS: RECEBE O RESULTADO *   00083000
      *   APURADO DA AGENCIA. DEPOIS ROLA O SALDO PARA O MES NOVO.  *   00083100
      *-------------------------------------------------------------*   00083200
            PERFORM 2550-TESTAR-RESULTADO.                              00083300
            IF WRK-RES-CONTA GREATER ZEROES                             00083400
               AND WRK-SLD-SLDATU NOT EQUAL ZEROES                      00083500
               COMPUTE WRK-VALOR-ENC = 0 - WRK-SLD-SLDATU               00083600
               MOVE WRK-SLD-CONTACTB TO WRK-LAN-CONTACTB                00083700
               MOVE WRK-SLD-AGENCIA  TO WRK-LAN-AGENCIA                 00083800
               PERFORM 2650-GRAVAR-ENCERRAMENTO                         00083900
               MOVE ZEROES TO WRK-SLD-SLDATU                            00084000
            END-IF.                                                     00084100
                                                                        00084200
            IF WRK-SLD-CONTACTB EQUAL WRK-CONTA-LUCROS                  00084300
               MOVE WRK-SLD-AGENCIA TO WRK-RES-AGENCIA-BUSCA            00084400
               PERFORM 2610-BUSCAR-RESULTADO                            00084500
               IF WRK-IDX-RES GREATER ZEROES                            00084600
                  MOVE WRK-RES-VALOR (WRK-IDX-RES) TO WRK-VALOR-ENC     00084700
                  MOVE 'S' TO WRK-RES-SW-GRAVADO (WRK-IDX-RES)          00084800
                  IF WRK-VALOR-ENC NOT EQUAL ZEROES                     00084900
                     MOVE WRK-SLD-CONTACTB TO WRK-LAN-CONTACTB          00085000
                     MOVE WRK-SLD-AGENCIA  TO WRK-LAN-AGENCIA           00085100
                     PERFORM 2650-GRAVAR-ENCERRAMENTO                   00085200
                     ADD WRK-VALOR-ENC TO WRK-SLD-SLDATU                00085300
                  END-IF                                                00085400
               END-IF                                                   00085500
            END-IF.                                                     00085600
                                                                        00085700
            MOVE WRK-SLD-SLDATU TO WRK-SLD-SLDANT.                      00085800
            MOVE ZEROES TO WRK-SLD-DEBITOS                              00085900
                           WRK-SLD-CREDITOS.                            00086000
       2600-99-FIM.              EXIT.                                  00086100
      *-------------------------------------------------------------*   00086200
       2610-BUSCAR-RESULTADO                    SECTION.                00086300
      *-------------------------------------------------------------*   00086400
            MOVE ZEROES TO WRK-IDX-RES.                                 00086500
            MOVE ZEROES TO WRK-POS-RES.                                 00086600
            MOVE 1 TO WRK-SUB-RES.                                      00086700
            PERFORM 1560-LOCALIZAR-AGENCIA                              00086800
                    UNTIL WRK-SUB-RES GREATER WRK-QTD-RES               00086900
                       OR WRK-IDX-RES GREATER ZEROES.                   00087000
       2610-99-FIM.              EXIT.                                  00087100
      *-------------------------------------------------------------*   00087200
       2650-GRAVAR-ENCERRAMENTO                 SECTION.                00087300
      *-------------------------------------------------------------*   00087400
      *   UMA PERNA DO ENCERRAMENTO: VALOR POSITIVO = DEBITO NA     *   00087500
      *   CONTA, NEGATIVO = CREDITO.                                *   00087600
      *-------------------------------------------------------------*   00087700
            MOVE WRK-DATA-MOV     TO FD-ENC-DATA.                       00087800
            MOVE WRK-LAN-AGENCIA  TO FD-ENC-AGENCIA.                    00087900
            MOVE WRK-LAN-CONTACTB TO FD-ENC-CONTACTB.                   00088000
            MOVE 'ENCERRA '       TO FD-ENC-EVENTO.                     00088100
            MOVE 'FIMMES  '       TO FD-ENC-ORIGEM.                     00088200
            MOVE 'ENCERRAMENTO DO RESULTADO MES'                        00088300
                                  TO FD-ENC-HISTORICO.                  00088400
            MOVE SPACES           TO FD-LANCENC (80:1).                 00088500
            IF WRK-VALOR-ENC GREATER ZEROES                             00088600
               MOVE 'D' TO FD-ENC-DC                                    00088700
               MOVE WRK-VALOR-ENC TO FD-ENC-VALOR                       00088800
               ADD WRK-VALOR-ENC TO WRK-TOT-ENC-DEB                     00088900
            ELSE                                                        00089000
               MOVE 'C' TO FD-ENC-DC                                    00089100
               COMPUTE FD-ENC-VALOR = 0 - WRK-VALOR-ENC                 00089200
               ADD FD-ENC-VALOR TO WRK-TOT-ENC-CRE                      00089300
            END-IF.                                                     00089400
            WRITE FD-LANCENC.                                           00089500
            ADD 1 TO WRK-REGENC.                                        00089600
       2650-99-FIM.              EXIT.                                  00089700
      *-------------------------------------------------------------*   00089800
       2700-DESCARREGAR-LUCROS                  SECTION.                00089900
      *-------------------------------------------------------------*   00090000
      *   AGENCIA COM RESULTADO E SEM SALDO DE LUCROS ACUMULADOS NO *   00090100
      *   MASTER: O SALDO NASCE AQUI, ANTES DA PRIMEIRA CHAVE MAIOR *   00090200
      *   QUE (CONTA DE LUCROS + AGENCIA) - MANTEM A CLASSIFICACAO. *   00090300
      *-------------------------------------------------------------*   00090400
            MOVE 1 TO WRK-SUB-RES.                                      00090500
            PERFORM 2710-CRIAR-SALDO-LUCROS                             00090600
                    UNTIL WRK-SUB-RES GREATER WRK-QTD-RES.              00090700
       2700-99-FIM.              EXIT.                                  00090800
      *-------------------------------------------------------------*   00090900
       2710-CRIAR-SALDO-LUCROS                  SECTION.                00091000
      *-------------------------------------------------------------*   00091100
            IF WRK-RES-SW-GRAVADO (WRK-SUB-RES) EQUAL 'N'               00091200
               AND (WRK-CONTA-LUCROS LESS WRK-CHA-CONTACTB              00091300
                    OR (WRK-CONTA-LUCROS EQUAL WRK-CHA-CONTACTB         00091400
                        AND WRK-RES-AGENCIA (WRK-SUB-RES)               00091500
                            LESS WRK-CHA-AGENCIA))                      00091600
               MOVE 'S' TO WRK-RES-SW-GRAVADO (WRK-SUB-RES)             00091700
               IF WRK-RES-VALOR (WRK-SUB-RES) NOT EQUAL ZEROES          00091800
                  PERFORM 2720-GRAVAR-SALDO-LUCROS                      00091900
               END-IF                                                   00092000
            END-IF.                                                     00092100
            ADD 1 TO WRK-SUB-RES.                                       00092200
       2710-99-FIM.              EXIT.                                  00092300
      *-------------------------------------------------------------*   00092400
       2720-GRAVAR-SALDO-LUCROS                 SECTION.                00092500
      *-------------------------------------------------------------*   00092600
      *   O SALDO NOVO DE LUCROS E MONTADO FORA DO REGISTRO EM      *   00092700
      *   FECHAMENTO (QUE AINDA VAI SER GRAVADO) E JA SAI ROLADO.   *   00092800
      *-------------------------------------------------------------*   00092900
            MOVE SPACES TO WRK-REG-LUCROS.                              00093000
            MOVE WRK-CONTA-LUCROS TO WRK-LUC-CONTACTB.                  00093100
            MOVE WRK-RES-AGENCIA (WRK-SUB-RES) TO WRK-LUC-AGENCIA.      00093200
            MOVE WRK-RES-VALOR (WRK-SUB-RES)   TO WRK-LUC-SLDANT        00093300
                                                  WRK-LUC-SLDATU        00093400
                                                  WRK-VALOR-ENC.        00093500
            MOVE ZEROES       TO WRK-LUC-DEBITOS                        00093600
                                 WRK-LUC-CREDITOS.                      00093700
            MOVE WRK-DATA-MOV TO WRK-LUC-DATAMOV.                       00093800
                                                                        00093900
            MOVE WRK-LUC-CONTACTB TO WRK-LAN-CONTACTB.                  00094000
            MOVE WRK-LUC-AGENCIA  TO WRK-LAN-AGENCIA.                   00094100
            PERFORM 2650-GRAVAR-ENCERRAMENTO.                           00094200
                                                                        00094300
            WRITE FD-SALDNOVO FROM WRK-REG-LUCROS.                      00094400
            ADD 1 TO WRK-REGNOVO.                                       00094500
       2720-99-FIM.              EXIT.                                  00094600
      *-------------------------------------------------------------*   00094700
       2800-LISTAR-ENCERRAMENTO                 SECTION.                00094800
      *-------------------------------------------------------------*   00094900
      *   QUADRO DO FIMMES: RESULTADO DO MES POR AGENCIA LEVADO A   *   00095000
      *   LUCROS ACUMULADOS (DEVEDOR = PREJUIZO, CREDOR = LUCRO).   *   00095100
      *-------------------------------------------------------------*   00095200
            WRITE FD-RELBAL FROM WRK-LINHA-TRACO.                       00095300
            MOVE 1 TO WRK-SUB-RES.                                      00095400
            PERFORM 2810-LISTAR-AGENCIA                                 00095500
                    UNTIL WRK-SUB-RES GREATER WRK-QTD-RES.              00095600
            WRITE FD-RELBAL FROM WRK-LINHA-TRACO.                       00095700
       2800-99-FIM.              EXIT.                                  00095800
      *-------------------------------------------------------------*   00095900
       2810-LISTAR-AGENCIA                      SECTION.                00096000
      *-------------------------------------------------------------*   00096100
            MOVE WRK-RES-AGENCIA (WRK-SUB-RES) TO WRK-ENC-AGENCIA.      00096200
            MOVE WRK-RES-VALOR (WRK-SUB-RES)   TO WRK-ENC-VALOR.        00096300
            EVALUATE TRUE                                               00096400
              WHEN WRK-RES-VALOR (WRK-SUB-RES) GREATER ZEROES           00096500
                MOVE 'PREJUIZO' TO WRK-ENC-NATUREZA                     00096600
              WHEN WRK-RES-VALOR (WRK-SUB-RES) LESS ZEROES              00096700
                MOVE 'LUCRO   ' TO WRK-ENC-NATUREZA                     00096800
              WHEN OTHER                                                00096900
                MOVE 'NULO    ' TO WRK-ENC-NATUREZA                     00097000
            END-EVALUATE.                                               00097100
            WRITE FD-RELBAL FROM WRK-LINHA-ENC.                         00097200
            ADD 1 TO WRK-SUB-RES.                                       00097300
       2810-99-FIM.              EXIT.                                  00097400
      *-------------------------------------------------------------*   00097500
       2900-SOMAR-CLIENTES                      SECTION.                00097600
      *-------------------------------------------------------------*   00097700
      *   SOMA DOS SALDOS DO CLIENTES JA POSTADO: O FR19EX04 SEPARA *   00097800
      *   AS CONTAS EM SALDO ALTO (MOV0106A) E BAIXO (MOV0106C);    *   00097900
      *   AS DUAS SAIDAS JUNTAS SAO O CADASTRO INTEIRO.             *   00098000
      *-------------------------------------------------------------*   00098100
            MOVE 'N' TO WRK-SW-FIM.                                     00098200
            PERFORM 2910-LER-MOV0106A UNTIL WRK-FIM-ARQUIVO.            00098300
            MOVE 'N' TO WRK-SW-FIM.                                     00098400
            PERFORM 2920-LER-MOV0106C UNTIL WRK-FIM-ARQUIVO.            00098500
       2900-99-FIM.              EXIT.                                  00098600
      *-------------------------------------------------------------*   00098700
       2910-LER-MOV0106A                        SECTION.                00098800
      *-------------------------------------------------------------*   00098900
            READ MOV0106A                                               00099000
              AT END                                                    00099100
                MOVE 'S' TO WRK-SW-FIM                                  00099200
            END-READ.                                                   00099300
            PERFORM 4300-TESTARSTATUS-MOV0106A.                         00099400
            IF WRK-FS-MOV0106A EQUAL 00                                 00099500
               EVALUATE TRUE                                            00099600
                 WHEN FD-MOV0106A (1:9) EQUAL 'CABECALHO'               00099700
                   CONTINUE                                             00099800
                 WHEN FD-MOV0106A (1:6) EQUAL 'RODAPE'                  00099900
                   MOVE FD-MOV0106A (11:5) TO WRK-TRL-QTD-MOVA          00100000
                   MOVE 'S' TO WRK-SW-TRL-MOVA                          00100100
                 WHEN OTHER                                             00100200
                   ADD 1 TO WRK-CT-MOVA                                 00100300
                            WRK-REGCLIENTES                             00100400
                   ADD FD-MOVA-SALDO TO WRK-TOT-CLIENTES                00100500
               END-EVALUATE                                             00100600
            END-IF.                                                     00100700
       2910-99-FIM.              EXIT.                                  00100800
      *-------------------------------------------------------------*   00100900
       2920-LER-MOV0106C                        SECTION.                00101000
      *-------------------------------------------------------------*   00101100
            READ MOV0106C                                               00101200
              AT END                                                    00101300
                MOVE 'S' TO WRK-SW-FIM                                  00101400
            END-READ.                                                   00101500
            PERFORM 4400-TESTARSTATUS-MOV0106C.                         00101600
            IF WRK-FS-MOV0106C EQUAL 00                                 00101700
               EVALUATE TRUE                                            00101800
                 WHEN FD-MOV0106C (1:9) EQUAL 'CABECALHO'               00101900
                   CONTINUE                                             00102000
                 WHEN FD-MOV0106C (1:6) EQUAL 'RODAPE'                  00102100
                   MOVE FD-MOV0106C (11:5) TO WRK-TRL-QTD-MOVC          00102200
                   MOVE 'S' TO WRK-SW-TRL-MOVC                          00102300
                 WHEN OTHER                                             00102400
                   ADD 1 TO WRK-CT-MOVC                                 00102500
                            WRK-REGCLIENTES                             00102600
                   ADD FD-MOVC-SALDO TO WRK-TOT-CLIENTES                00102700
               END-EVALUATE                                             00102800
            END-IF.                                                     00102900
       2920-99-FIM.              EXIT.                                  00103000
      *-------------------------------------------------------------*   00103100
       3000-FINALIZAR                           SECTION.                00103200
      *-------------------------------------------------------------*   00103300
             MOVE WRK-REGNOVO   TO WRK-TRLN-QTD.                        00103400
             MOVE WRK-HASH-NOVO TO WRK-TRLN-HASH.                       00103500
             WRITE FD-SALDNOVO FROM WRK-SALDNOVO-TRL.                   00103600
                                                                        00103700
      *----PROVAS NO PE DO BALANCETE--------------------------------*   00103800
             MOVE 'TOTAL DE DEBITOS DO DIA................'             00103900
                  TO WRK-PRV-TEXTO.                                     00104000
             MOVE WRK-TOT-DEBDIA TO WRK-PRV-VALOR.                      00104100
             WRITE FD-RELBAL FROM WRK-LINHA-PROVA.                      00104200
             MOVE 'TOTAL DE CREDITOS DO DIA...............'             00104300
                  TO WRK-PRV-TEXTO.                                     00104400
             MOVE WRK-TOT-CREDIA TO WRK-PRV-VALOR.                      00104500
             WRITE FD-RELBAL FROM WRK-LINHA-PROVA.                      00104600
             MOVE 'SOMA DOS SALDOS ATUAIS (DEVE SER ZERO).'             00104700
                  TO WRK-PRV-TEXTO.                                     00104800
             MOVE WRK-TOT-SALDOS TO WRK-PRV-VALOR.                      00104900
             WRITE FD-RELBAL FROM WRK-LINHA-PROVA.                      00105000
             COMPUTE WRK-TOT-RAZAO-DEP = 0 - WRK-TOT-RAZAO-DEP.         00105100
             MOVE 'CONTROLE DE DEPOSITOS (SALDO CREDOR)...'             00105200
                  TO WRK-PRV-TEXTO.                                     00105300
             MOVE WRK-TOT-RAZAO-DEP TO WRK-PRV-VALOR.                   00105400
             WRITE FD-RELBAL FROM WRK-LINHA-PROVA.                      00105500
             MOVE 'SOMA DOS SALDOS DO CLIENTES............'             00105600
                  TO WRK-PRV-TEXTO.                                     00105700
             MOVE WRK-TOT-CLIENTES TO WRK-PRV-VALOR.                    00105800
             WRITE FD-RELBAL FROM WRK-LINHA-PROVA.                      00105900
             IF WRK-MODO-FIMMES                                         00106000
                MOVE 'ENCERRAMENTO - DEBITOS.................'          00106100
                     TO WRK-PRV-TEXTO                                   00106200
                MOVE WRK-TOT-ENC-DEB TO WRK-PRV-VALOR                   00106300
                WRITE FD-RELBAL FROM WRK-LINHA-PROVA                    00106400
                MOVE 'ENCERRAMENTO - CREDITOS................'          00106500
                     TO WRK-PRV-TEXTO                                   00106600
                MOVE WRK-TOT-ENC-CRE TO WRK-PRV-VALOR                   00106700
                WRITE FD-RELBAL FROM WRK-LINHA-PROVA                    00106800
             END-IF.                                                    00106900
             WRITE FD-RELBAL FROM WRK-LINHA-TRACO.                      00107000
                                                                        00107100
             CLOSE SALDCTB LANCTOS MOV0106A MOV0106C                    00107200
                   SALDNOVO LANCENC RELBAL.                             00107300
               PERFORM 4000-TESTARSTATUS.                               00107400
              DISPLAY ' ============================================'.  00107500
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX44          '.  00107600
              DISPLAY ' ============================================'.  00107700
              DISPLAY ' MODO.......................' WRK-MODO.          00107800
              DISPLAY ' DATA DO MOVIMENTO..........' WRK-DATA-MOV.      00107900
              DISPLAY ' SALDOS NO MASTER ANTERIOR..' WRK-REGMASTER.     00108000
              DISPLAY ' LANCAMENTOS LIDOS..........' WRK-REGLANCTOS.    00108100
              DISPLAY ' SALDOS NO MASTER NOVO......' WRK-REGNOVO.       00108200
              DISPLAY ' LANCAMENTOS DE ENCERRAMENTO' WRK-REGENC.        00108300
              DISPLAY ' CONTAS DO CLIENTES SOMADAS.' WRK-REGCLIENTES.   00108400
              DISPLAY ' PROVA - DEBITOS DO DIA.....' WRK-TOT-DEBDIA.    00108500
              DISPLAY ' PROVA - CREDITOS DO DIA....' WRK-TOT-CREDIA.    00108600
              DISPLAY ' ============================================'.  00108700
                                                                        00108800
              IF WRK-TEM-TRL-SCT                                        00108900
                 AND WRK-TRL-QTD-SCT NOT EQUAL WRK-REGMASTER            00109000
                 MOVE 'RODAPE DO SALDCTB DIVERGENTE ' TO WRK-MSGERRO    00109100
                 PERFORM 9100-ERRO-CONTROLE                             00109200
              END-IF.                                                   00109300
              IF (WRK-TEM-TRL-MOVA                                      00109400
                  AND WRK-TRL-QTD-MOVA NOT EQUAL WRK-CT-MOVA)           00109500
                 OR (WRK-TEM-TRL-MOVC                                   00109600
                  AND WRK-TRL-QTD-MOVC NOT EQUAL WRK-CT-MOVC)           00109700
                 MOVE 'RODAPE DO MOV0106A/C DIVERGE ' TO WRK-MSGERRO    00109800
                 PERFORM 9100-ERRO-CONTROLE                             00109900
              END-IF.                                                   00110000
              IF WRK-TOT-DEBDIA NOT EQUAL WRK-TOT-CREDIA                00110100
                 MOVE 'MOVIMENTO DO DIA DESBALANCEADO' TO WRK-MSGERRO   00110200
                 PERFORM 9100-ERRO-CONTROLE                             00110300
              END-IF.                                                   00110400
              IF WRK-TOT-ENC-DEB NOT EQUAL WRK-TOT-ENC-CRE              00110500
                 MOVE 'ENCERRAMENTO DESBALANCEADO   ' TO WRK-MSGERRO    00110600
                 PERFORM 9100-ERRO-CONTROLE                             00110700
              END-IF.                                                   00110800
              IF WRK-TOT-SALDOS NOT EQUAL ZEROES                        00110900
                 MOVE 'RAZAO DESBALANCEADO          ' TO WRK-MSGERRO    00111000
                 PERFORM 9100-ERRO-CONTROLE                             00111100
              END-IF.                                                   00111200
              IF WRK-TOT-RAZAO-DEP NOT EQUAL WRK-TOT-CLIENTES           00111300
                 MOVE 'DEPOSITOS DIVERGEM DO CLIENTES' TO WRK-MSGERRO   00111400
                 PERFORM 9100-ERRO-CONTROLE                             00111500
              END-IF.                                                   00111600
              DISPLAY ' PROVA OK: RAZAO BALANCEADO E DEPOSITOS = '      00111700
                      'CLIENTES - MASTER LIBERADO'.                     00111800
                                                                        00111900
              MOVE 'F' TO WRK-EST-EVENTO.                               00112000
              MOVE WRK-REGLANCTOS TO WRK-EST-LIDOS.                     00112100
              MOVE WRK-REGNOVO    TO WRK-EST-GRAVADOS.                  00112200
              MOVE ZEROES         TO WRK-EST-REJEITADOS.                00112300
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00112400
                                                                        00112500
       3000-99-FIM.              EXIT.                                  00112600
      *-------------------------------------------------------------*   00112700
       4000-TESTARSTATUS                            SECTION.            00112800
      *-------------------------------------------------------------*   00112900
                 PERFORM 4100-TESTARSTATUS-SALDCTB.                     00113000
                 PERFORM 4200-TESTARSTATUS-LANCTOS.                     00113100
                 PERFORM 4300-TESTARSTATUS-MOV0106A.                    00113200
                 PERFORM 4400-TESTARSTATUS-MOV0106C.                    00113300
                 IF WRK-FS-SALDNOVO NOT EQUAL 00                        00113400
                   MOVE 'ERRO NO OPEN SALDNOVO ' TO WRK-MSGERRO         00113500
                   MOVE '1000'                   TO WRK-SECAO           00113600
                   MOVE WRK-FS-SALDNOVO          TO WRK-STATUS          00113700
                    PERFORM 9000-TRATAERROS                             00113800
                 END-IF.                                                00113900
                 IF WRK-FS-LANCENC NOT EQUAL 00                         00114000
                   MOVE 'ERRO NO OPEN LANCENC  ' TO WRK-MSGERRO         00114100
                   MOVE '1000'                   TO WRK-SECAO           00114200
                   MOVE WRK-FS-LANCENC           TO WRK-STATUS          00114300
                    PERFORM 9000-TRATAERROS                             00114400
                 END-IF.                                                00114500
                 IF WRK-FS-RELBAL NOT EQUAL 00                          00114600
                   MOVE 'ERRO NO OPEN RELBAL   ' TO WRK-MSGERRO         00114700
                   MOVE '1000'                   TO WRK-SECAO           00114800
                   MOVE WRK-FS-RELBAL            TO WRK-STATUS          00114900
                    PERFORM 9000-TRATAERROS                             00115000
                 END-IF.                                                00115100
                                                                        00115200
       4000-99-FIM.              EXIT.                                  00115300
      *-------------------------------------------------------------*   00115400
       4100-TESTARSTATUS-SALDCTB                    SECTION.            00115500
      *-------------------------------------------------------------*   00115600
               IF WRK-FS-SALDCTB NOT EQUAL 00                           00115700
                           AND WRK-FS-SALDCTB NOT EQUAL 10              00115800
                 MOVE 'ERRO NO SALDCTB       ' TO WRK-MSGERRO           00115900
                 MOVE '1100'                   TO WRK-SECAO             00116000
                 MOVE WRK-FS-SALDCTB           TO WRK-STATUS            00116100
                  PERFORM 9000-TRATAERROS                               00116200
               END-IF.                                                  00116300
                                                                        00116400
       4100-99-FIM.              EXIT.                                  00116500
      *-------------------------------------------------------------*   00116600
       4200-TESTARSTATUS-LANCTOS                    SECTION.            00116700
      *-------------------------------------------------------------*   00116800
               IF WRK-FS-LANCTOS NOT EQUAL 00                           00116900
                           AND WRK-FS-LANCTOS NOT EQUAL 10              00117000
                 MOVE 'ERRO NO LANCTOS       ' TO WRK-MSGERRO           00117100
                 MOVE '1200'                   TO WRK-SECAO             00117200
                 MOVE WRK-FS-LANCTOS           TO WRK-STATUS            00117300
                  PERFORM 9000-TRATAERROS                               00117400
               END-IF.                                                  00117500
                                                                        00117600
       4200-99-FIM.              EXIT.                                  00117700
      *-------------------------------------------------------------*   00117800
       4300-TESTARSTATUS-MOV0106A                   SECTION.            00117900
      *-------------------------------------------------------------*   00118000
               IF WRK-FS-MOV0106A NOT EQUAL 00                          00118100
                           AND WRK-FS-MOV0106A NOT EQUAL 10             00118200
                 MOVE 'ERRO NO MOV0106A      ' TO WRK-MSGERRO           00118300
                 MOVE '2910'                   TO WRK-SECAO             00118400
                 MOVE WRK-FS-MOV0106A          TO WRK-STATUS            00118500
                  PERFORM 9000-TRATAERROS                               00118600
               END-IF.                                                  00118700
                                                                        00118800
       4300-99-FIM.              EXIT.                                  00118900
      *-------------------------------------------------------------*   00119000
       4400-TESTARSTATUS-MOV0106C                   SECTION.            00119100
      *-------------------------------------------------------------*   00119200
               IF WRK-FS-MOV0106C NOT EQUAL 00                          00119300
                           AND WRK-FS-MOV0106C NOT EQUAL 10             00119400
                 MOVE 'ERRO NO MOV0106C      ' TO WRK-MSGERRO           00119500
                 MOVE '2920'                   TO WRK-SECAO             00119600
                 MOVE WRK-FS-MOV0106C          TO WRK-STATUS            00119700
                  PERFORM 9000-TRATAERROS                               00119800
               END-IF.                                                  00119900
                                                                        00120000
       4400-99-FIM.              EXIT.                                  00120100
      *-------------------------------------------------------------*   00120200
       9100-ERRO-CONTROLE                           SECTION.            00120300
      *-------------------------------------------------------------*   00120400
           MOVE 'FR19EX44' TO WRK-PROGRAMA.                             00120500
           MOVE '3000'     TO WRK-SECAO.                                00120600
           MOVE 'E'        TO WRK-SEVERIDADE.                           00120700
           MOVE '08'       TO WRK-STATUS.                               00120800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00120900
           MOVE 8 TO RETURN-CODE.                                       00121000
           STOP RUN.                                                    00121100
                                                                        00121200
       9100-99-FIM.              EXIT.                                  00121300
      *-------------------------------------------------------------*   00121400
       9000-TRATAERROS                              SECTION.            00121500
      *-------------------------------------------------------------*   00121600
           MOVE 'FR19EX44' TO WRK-PROGRAMA                              00121700
           MOVE 'E'        TO WRK-SEVERIDADE                            00121800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00121900
           GOBACK.                                                      00122000
                                                                        00122100
       9000-99-FIM.              EXIT.                                  00122200
