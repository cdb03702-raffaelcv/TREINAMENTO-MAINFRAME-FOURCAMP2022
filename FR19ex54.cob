      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX54.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: INFORME ANUAL DE SALDOS E RENDIMENTOS POR       *   00001200
      *    TITULAR (CPF/CNPJ), PARA A DECLARACAO DE IMPOSTO DE      *   00001300
      *    RENDA. UM INFORME POR DOCUMENTO (FD-DOCUMENTO), COM      *   00001400
      *    TODAS AS CONTAS DA PESSOA:                               *   00001500
      *     CLIATUAL - CLIENTES DO FECHAMENTO DE 31/12 DO ANO-BASE  *   00001600
      *     CLIANTER - CLIENTES DO FECHAMENTO DE 31/12 DO ANO       *   00001700
      *                ANTERIOR (CONTA QUE SO EXISTE NELE FOI       *   00001800
      *                ENCERRADA NO ANO E SAI COM SALDO ATUAL ZERO; *   00001900
      *                CONTA QUE SO EXISTE NO CLIATUAL FOI ABERTA   *   00002000
      *                NO ANO E SAI COM SALDO ANTERIOR ZERO)        *   00002100
      *     HISTANO  - HISTARC + HISTMOV CONCATENADOS: DEBITOS      *   00002200
      *                EFETIVADOS (SITUACAO 'P') DO ANO-BASE COM    *   00002300
      *                HISTORICO 'JUROS...' = JUROS PAGOS E         *   00002400
      *                'TARIFA...' = TARIFAS PAGAS                  *   00002500
      *     MOVTAR   - GERACOES DO FR19EX06 (SO AS DE CABECALHO NO  *   00002600
      *                ANO-BASE): JUROS E TARIFAS GERADOS, PARA A   *   00002700
      *                CONFERENCIA CONTRA O QUE FOI EFETIVADO       *   00002800
      *    A PAGINA DE CONTROLE NO FIM DO RELINF CONFRONTA A SOMA   *   00002900
      *    DOS SALDOS DOS INFORMES COM O RODAPE DO CLIATUAL (E DO   *   00003000
      *    CLIANTER); DIVERGENCIA DEVOLVE RC=4. GERACAO DO CLIENTES *   00003100
      *    DE OUTRO ANO E RECUSADA COM RC=8.                        *   00003200
      *    CARTAO SYSIN: ANO-BASE AAAA (10 DE FILLER; ZEROS = ANO   *   00003300
      *                  ANTERIOR AO CORRENTE)                      *   00003400
      *-------------------------------------------------------------*   00003500
      *   ARQUIVOS...:                                              *   00003600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003700
      *    CLIATUAL             I                  -----------      *   00003800
      *    CLIANTER             I                  -----------      *   00003900
      *    HISTANO              I                  -----------      *   00004000
      *    MOVTAR               I                  -----------      *   00004100
      *    RELINF               O                  -----------      *   00004200
      *-------------------------------------------------------------*   00004300
      *   MODULOS....:                             INCLUDE/BOOK     *   00004400
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004500
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00004600
      *=============================================================*   00004700
                                                                        00004800
      *=============================================================*   00004900
       ENVIRONMENT                               DIVISION.              00005000
      *=============================================================*   00005100
                                                                        00005200
      *=============================================================*   00005300
       CONFIGURATION                               SECTION.             00005400
      *=============================================================*   00005500
       SPECIAL-NAMES.                                                   00005600
           DECIMAL-POINT IS COMMA.                                      00005700
                                                                        00005800
       INPUT-OUTPUT                                SECTION.             00005900
       FILE-CONTROL.                                                    00006000
            SELECT CLIATUAL ASSIGN TO CLIATUAL                          00006100
                 FILE STATUS IS WRK-FS-CLIATUAL.                        00006200
                                                                        00006300
            SELECT CLIANTER ASSIGN TO CLIANTER                          00006400
                 FILE STATUS IS WRK-FS-CLIANTER.                        00006500
                                                                        00006600
            SELECT HISTANO ASSIGN TO HISTANO                            00006700
                 FILE STATUS IS WRK-FS-HISTANO.                         00006800
                                                                        00006900
            SELECT MOVTAR ASSIGN TO MOVTAR                              00007000
                 FILE STATUS IS WRK-FS-MOVTAR.                          00007100
                                                                        00007200
      *--------------ARQUIVOS SAIDAS--------------------------------*   00007300
                                                                        00007400
            SELECT RELINF ASSIGN TO RELINF                              00007500
                 FILE STATUS IS WRK-FS-RELINF.                          00007600
                                                                        00007700
      *=============================================================*   00007800
       DATA                                      DIVISION.              00007900
      *=============================================================*   00008000
       FILE                                      SECTION.               00008100
      *-------------------LRECL 89----------------------------------*   00008200
       FD CLIATUAL                                                      00008300
           RECORDING MODE IS F                                          00008400
           LABEL RECORD IS STANDARD                                     00008500
           BLOCK CONTAINS 0 RECORDS.                                    00008600
       01 FD-CLIATUAL.                                                  00008700
          05 FD-ATU-CHAVE.                                              00008800
             10 FD-ATU-AGENCIA  PIC X(04).                              00008900
             10 FD-ATU-CONTA    PIC X(04).                              00009000
          05 FD-ATU-NOME        PIC X(30).                              00009100
          05 FD-ATU-SALDO       PIC S9(08).                             00009200
          05 FD-ATU-STATUS      PIC X(01).                              00009300
          05 FD-ATU-MOTIVO-BLOQ PIC X(20).                              00009400
          05 FD-ATU-LIMITE      PIC 9(08).                              00009500
          05 FD-ATU-DOCUMENTO   PIC 9(14).                              00009600
                                                                        00009700
      *-------------------LRECL 89----------------------------------*   00009800
       FD CLIANTER                                                      00009900
           RECORDING MODE IS F                                          00010000
           LABEL RECORD IS STANDARD                                     00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-CLIANTER.                                                  00010300
          05 FD-ANT-CHAVE.                                              00010400
             10 FD-ANT-AGENCIA  PIC X(04).                              00010500
             10 FD-ANT-CONTA    PIC X(04).                              00010600
          05 FD-ANT-NOME        PIC X(30).                              00010700
          05 FD-ANT-SALDO       PIC S9(08).                             00010800
          05 FD-ANT-STATUS      PIC X(01).                              00010900
          05 FD-ANT-MOTIVO-BLOQ PIC X(20).                              00011000
          05 FD-ANT-LIMITE      PIC 9(08).                              00011100
          05 FD-ANT-DOCUMENTO   PIC 9(14).                              00011200
                                                                        00011300
      *-------------------LRECL 56----------------------------------*   00011400
       FD HISTANO                                                       00011500
           RECORDING MODE IS F                                          00011600
           LABEL RECORD IS STANDARD                                     00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-HISTANO.                                                   00011900
          05 FD-HIS-CHAVE.                                              00012000
             10 FD-HIS-AGENCIA      PIC X(04).                          00012100
             10 FD-HIS-CONTA        PIC X(04).                          00012200
          05 FD-HIS-DATA            PIC 9(08).                          00012300
          05 FD-HIS-HISTORICO       PIC X(30).                          00012400
          05 FD-HIS-VALOR           PIC 9(08).                          00012500
          05 FD-HIS-TIPOMOV         PIC X(01).                          00012600
          05 FD-HIS-SITUACAO        PIC X(01).                          00012700
                                                                        00012800
      *-------------------LRECL 55----------------------------------*   00012900
       FD MOVTAR                                                        00013000
           RECORDING MODE IS F                                          00013100
           LABEL RECORD IS STANDARD                                     00013200
           BLOCK CONTAINS 0 RECORDS.                                    00013300
       01 FD-MOVTAR.                                                    00013400
          05 FD-TAR-CHAVE.                                              00013500
             10 FD-TAR-AGENCIA   PIC X(04).                             00013600
             10 FD-TAR-CONTA     PIC X(04).                             00013700
          05 FD-TAR-MOVIMENTO    PIC X(30).                             00013800
          05 FD-TAR-VLRMOVIMENTO PIC 9(08).                             00013900
          05 FD-TAR-TIPOMOV      PIC X(01).                             00014000
          05 FD-TAR-DATAVALOR    PIC 9(08).                             00014100
                                                                        00014200
      *-------------------LRECL 80----------------------------------*   00014300
       FD RELINF                                                        00014400
           RECORDING MODE IS F.                                         00014500
       01 FD-RELINF               PIC X(80).                            00014600
                                                                        00014700
      *=============================================================*   00014800
       WORKING-STORAGE                             SECTION.             00014900
      *=============================================================*   00015000
                                                                        00015100
       01 FILLER          PIC X(64) VALUE                               00015200
           '-----------BOOK LOGERROS------------------------'.          00015300
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00015400
       COPY '#GLOG'.                                                    00015500
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00015600
       COPY '#GSTAT'.                                                   00015700
      *-------------------------------------------------------------*   00015800
                                                                        00015900
       01 FILLER          PIC X(64) VALUE                               00016000
           '-----------VARIAVEIS DE STATUS------------------'.          00016100
                                                                        00016200
       77 WRK-FS-CLIATUAL PIC 9(02).                                    00016300
       77 WRK-FS-CLIANTER PIC 9(02).                                    00016400
       77 WRK-FS-HISTANO  PIC 9(02).                                    00016500
       77 WRK-FS-MOVTAR   PIC 9(02).                                    00016600
       77 WRK-FS-RELINF   PIC 9(02).                                    00016700
                                                                        00016800
       01 FILLER          PIC X(64) VALUE                               00016900
           '-----------PARAMETROS SYSIN---------------------'.          00017000
                                                                        00017100
       01 WRK-ANOBASE.                                                  00017200
          05 FILLER              PIC X(10).                             00017300
          05 WRK-ANOBASE-AC      PIC 9(04).                             00017400
                                                                        00017500
       01 WRK-DATA-HOJE          PIC 9(08) VALUE ZEROES.                00017600
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.                      00017700
          05 WRK-HOJE-ANO        PIC 9(04).                             00017800
          05 WRK-HOJE-MMDD       PIC 9(04).                             00017900
                                                                        00018000
       77 WRK-ANO-BASE       PIC 9(04) VALUE ZEROES.                    00018100
       77 WRK-ANO-ANTERIOR   PIC 9(04) VALUE ZEROES.                    00018200
                                                                        00018300
       01 FILLER          PIC X(64) VALUE                               00018400
           '-----------CONTROLE DOS CLIENTES DE 31/12-------'.          00018500
                                                                        00018600
      *----CABECALHO/RODAPE DO CLIENTES, COMO O FR19EX16 GRAVA------*   00018700
       01 WRK-CLI-CONTROLE       PIC X(89).                             00018800
       01 WRK-CLI-CAB REDEFINES WRK-CLI-CONTROLE.                       00018900
          05 FILLER              PIC X(10).                             00019000
          05 WRK-CAB-CICLO       PIC 9(08).                             00019100
          05 WRK-CAB-CICLO-R REDEFINES WRK-CAB-CICLO.                   00019200
             10 WRK-CAB-ANO      PIC 9(04).                             00019300
             10 WRK-CAB-MMDD     PIC 9(04).                             00019400
          05 FILLER              PIC X(71).                             00019500
       01 WRK-CLI-TRL REDEFINES WRK-CLI-CONTROLE.                       00019600
          05 FILLER              PIC X(10).                             00019700
          05 WRK-TRL-QTD         PIC 9(05).                             00019800
          05 FILLER              PIC X(01).                             00019900
          05 WRK-TRL-HASH        PIC S9(12).                            00020000
          05 FILLER              PIC X(61).                             00020100
                                                                        00020200
       77 WRK-CICLO-ATU      PIC 9(08) VALUE ZEROES.                    00020300
       77 WRK-CICLO-ANT      PIC 9(08) VALUE ZEROES.                    00020400
       77 WRK-RODQTD-ATU     PIC 9(05) VALUE ZEROES.                    00020500
       77 WRK-RODQTD-ANT     PIC 9(05) VALUE ZEROES.                    00020600
       77 WRK-RODSLD-ATU     PIC S9(12) VALUE ZEROES.                   00020700
       77 WRK-RODSLD-ANT     PIC S9(12) VALUE ZEROES.                   00020800
       77 WRK-SW-ROD-ATU     PIC X(01) VALUE 'N'.                       00020900
           88 WRK-TEM-ROD-ATU       VALUE 'S'.                          00021000
       77 WRK-SW-ROD-ANT     PIC X(01) VALUE 'N'.                       00021100
           88 WRK-TEM-ROD-ANT       VALUE 'S'.                          00021200
                                                                        00021300
       01 FILLER          PIC X(64) VALUE                               00021400
           '-----------CONTAS DOS DOIS FECHAMENTOS----------'.          00021500
                                                                        00021600
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00021700
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00021800
       77 WRK-SUB-DOC     PIC 9(04) VALUE ZEROES.                       00021900
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00022000
       77 WRK-CHAVE-BUSCA PIC X(08) VALUE SPACES.                       00022100
       01 WRK-TAB-CONTAS.                                               00022200
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00022300
             10 WRK-CTA-CHAVE       PIC X(08).                          00022400
             10 WRK-CTA-NOME        PIC X(30).                          00022500
             10 WRK-CTA-DOCUMENTO   PIC 9(14).                          00022600
             10 WRK-CTA-SLD-ANT     PIC S9(08).                         00022700
             10 WRK-CTA-SLD-ATU     PIC S9(08).                         00022800
             10 WRK-CTA-JUROS       PIC 9(10).                          00022900
             10 WRK-CTA-TARIFAS     PIC 9(10).                          00023000
             10 WRK-CTA-SITUACAO    PIC X(01).                          00023100
             10 WRK-CTA-SW-EMITIDA  PIC X(01).                          00023200
                                                                        00023300
       01 FILLER          PIC X(64) VALUE                               00023400
           '-----------CONTADORES E TOTAIS------------------'.          00023500
                                                                        00023600
       77 WRK-SW-FIM-ATU  PIC X(01) VALUE 'N'.                          00023700
           88 WRK-FIM-CLIATUAL      VALUE 'S'.                          00023800
       77 WRK-SW-FIM-ANT  PIC X(01) VALUE 'N'.                          00023900
           88 WRK-FIM-CLIANTER      VALUE 'S'.                          00024000
       77 WRK-SW-FIM-HIS  PIC X(01) VALUE 'N'.                          00024100
           88 WRK-FIM-HISTANO       VALUE 'S'.                          00024200
       77 WRK-SW-FIM-TAR  PIC X(01) VALUE 'N'.                          00024300
           88 WRK-FIM-MOVTAR        VALUE 'S'.                          00024400
       77 WRK-SW-GER-TAR  PIC X(01) VALUE 'N'.                          00024500
           88 WRK-GERACAO-DO-ANO    VALUE 'S'.                          00024600
                                                                        00024700
       77 WRK-REGATU      PIC 9(05) VALUE ZEROES.                       00024800
       77 WRK-REGANT      PIC 9(05) VALUE ZEROES.                       00024900
       77 WRK-REGHIST     PIC 9(07) VALUE ZEROES.                       00025000
       77 WRK-REGTAR      PIC 9(07) VALUE ZEROES.                       00025100
       77 WRK-QTD-INFORME PIC 9(05) VALUE ZEROES.                       00025200
       77 WRK-QTD-ENCERR  PIC 9(05) VALUE ZEROES.                       00025300
       77 WRK-QTD-ABERTA  PIC 9(05) VALUE ZEROES.                       00025400
       77 WRK-QTD-SEMCTA  PIC 9(07) VALUE ZEROES.                       00025500
       77 WRK-SOMA-ATU    PIC S9(12) VALUE ZEROES.                      00025600
       77 WRK-SOMA-ANT    PIC S9(12) VALUE ZEROES.                      00025700
       77 WRK-INF-ATU     PIC S9(12) VALUE ZEROES.                      00025800
       77 WRK-INF-ANT     PIC S9(12) VALUE ZEROES.                      00025900
       77 WRK-TOT-JUROS   PIC 9(12) VALUE ZEROES.                       00026000
       77 WRK-TOT-TARIFAS PIC 9(12) VALUE ZEROES.                       00026100
       77 WRK-GER-JUROS   PIC 9(12) VALUE ZEROES.                       00026200
       77 WRK-GER-TARIFAS PIC 9(12) VALUE ZEROES.                       00026300
       77 WRK-DOC-SLD-ANT PIC S9(10) VALUE ZEROES.                      00026400
       77 WRK-DOC-SLD-ATU PIC S9(10) VALUE ZEROES.                      00026500
       77 WRK-DOC-JUROS   PIC 9(10) VALUE ZEROES.                       00026600
       77 WRK-DOC-TARIFAS PIC 9(10) VALUE ZEROES.                       00026700
       77 WRK-DIFERENCA   PIC S9(12) VALUE ZEROES.                      00026800
                                                                        00026900
       01 FILLER          PIC X(64) VALUE                               00027000
           '-----------LINHAS DO INFORME--------------------'.          00027100
                                                                        00027200
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '='.               00027300
       01 WRK-LINHA-BRANCO       PIC X(80) VALUE SPACES.                00027400
                                                                        00027500
       01 WRK-LINHA-TITULO.                                             00027600
          05 FILLER              PIC X(43) VALUE                        00027700
             'INFORME DE SALDOS E RENDIMENTOS - ANO-BASE '.             00027800
          05 WRK-TIT-ANO         PIC 9(04).                             00027900
          05 FILLER              PIC X(33) VALUE SPACES.                00028000
                                                                        00028100
       01 WRK-LINHA-TITULAR.                                            00028200
          05 FILLER              PIC X(09) VALUE 'TITULAR: '.           00028300
          05 WRK-TTL-NOME        PIC X(30).                             00028400
          05 FILLER              PIC X(13) VALUE '   CPF/CNPJ: '.       00028500
          05 WRK-TTL-DOCUMENTO   PIC 9(14).                             00028600
          05 FILLER              PIC X(14) VALUE SPACES.                00028700
                                                                        00028800
       01 WRK-LINHA-COLUNAS1.                                           00028900
          05 FILLER              PIC X(09) VALUE 'AG/CONTA '.           00029000
          05 FILLER              PIC X(02) VALUE SPACES.                00029100
          05 FILLER              PIC X(11) VALUE '   SALDO EM'.         00029200
          05 FILLER              PIC X(02) VALUE SPACES.                00029300
          05 FILLER              PIC X(11) VALUE '   SALDO EM'.         00029400
          05 FILLER              PIC X(02) VALUE SPACES.                00029500
          05 FILLER              PIC X(11) VALUE '      JUROS'.         00029600
          05 FILLER              PIC X(02) VALUE SPACES.                00029700
          05 FILLER              PIC X(11) VALUE '    TARIFAS'.         00029800
          05 FILLER              PIC X(02) VALUE SPACES.                00029900
          05 FILLER              PIC X(10) VALUE 'SITUACAO  '.          00030000
          05 FILLER              PIC X(07) VALUE SPACES.                00030100
                                                                        00030200
       01 WRK-LINHA-COLUNAS2.                                           00030300
          05 FILLER              PIC X(11) VALUE SPACES.                00030400
          05 FILLER              PIC X(07) VALUE ' 31/12/'.             00030500
          05 WRK-COL-ANO-ANT     PIC 9(04).                             00030600
          05 FILLER              PIC X(09) VALUE '   31/12/'.           00030700
          05 WRK-COL-ANO-ATU     PIC 9(04).                             00030800
          05 FILLER              PIC X(02) VALUE SPACES.                00030900
          05 FILLER              PIC X(11) VALUE '      PAGOS'.         00031000
          05 FILLER              PIC X(02) VALUE SPACES.                00031100
          05 FILLER              PIC X(11) VALUE '      PAGAS'.         00031200
          05 FILLER              PIC X(19) VALUE SPACES.                00031300
                                                                        00031400
       01 WRK-LINHA-CONTA.                                              00031500
          05 WRK-LCT-CHAVE.                                             00031600
             10 WRK-LCT-AGENCIA  PIC X(04).                             00031700
             10 WRK-LCT-BARRA    PIC X(01).                             00031800
             10 WRK-LCT-CONTA    PIC X(04).                             00031900
          05 FILLER              PIC X(02) VALUE SPACES.                00032000
          05 WRK-LCT-SLD-ANT     PIC ZZ.ZZZ.ZZ9-.                       00032100
          05 FILLER              PIC X(02) VALUE SPACES.                00032200
          05 WRK-LCT-SLD-ATU     PIC ZZ.ZZZ.ZZ9-.                       00032300
          05 FILLER              PIC X(02) VALUE SPACES.                00032400
          05 WRK-LCT-JUROS       PIC ZZZ.ZZZ.ZZ9.                       00032500
          05 FILLER              PIC X(02) VALUE SPACES.                00032600
          05 WRK-LCT-TARIFAS     PIC ZZZ.ZZZ.ZZ9.                       00032700
          05 FILLER              PIC X(02) VALUE SPACES.                00032800
          05 WRK-LCT-SITUACAO    PIC X(10).                             00032900
          05 FILLER              PIC X(06) VALUE SPACES.                00033000
                                                                        00033100
       01 FILLER          PIC X(64) VALUE                               00033200
           '-----------LINHAS DA PAGINA DE CONTROLE---------'.          00033300
                                                                        00033400
       01 WRK-LINHA-CTL-TITULO.                                         00033500
          05 FILLER              PIC X(41) VALUE                        00033600
             'PAGINA DE CONTROLE DO INFORME - ANO-BASE '.               00033700
          05 WRK-CTT-ANO         PIC 9(04).                             00033800
          05 FILLER              PIC X(35) VALUE SPACES.                00033900
                                                                        00034000
       01 WRK-LINHA-CICLO.                                              00034100
          05 WRK-LCC-DESCRICAO   PIC X(42).                             00034200
          05 WRK-LCC-DATA        PIC 9(08).                             00034300
          05 FILLER              PIC X(30) VALUE SPACES.                00034400
                                                                        00034500
       01 WRK-LINHA-CONTROLE.                                           00034600
          05 WRK-LCL-DESCRICAO   PIC X(42).                             00034700
          05 WRK-LCL-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9-.                  00034800
          05 FILLER              PIC X(02) VALUE SPACES.                00034900
          05 WRK-LCL-RESULTADO   PIC X(12).                             00035000
          05 FILLER              PIC X(08) VALUE SPACES.                00035100
                                                                        00035200
      *=============================================================*   00035300
       PROCEDURE DIVISION.                                              00035400
      *=============================================================*   00035500
                                                                        00035600
      *-------------------------------------------------------------*   00035700
       0000-PRINCIPAL                           SECTION.                00035800
      *-------------------------------------------------------------*   00035900
                                                                        00036000
            PERFORM  1000-INICIAR.                                      00036100
            PERFORM  1100-CARREGAR-ATUAL UNTIL WRK-FIM-CLIATUAL.        00036200
            PERFORM  1200-CARREGAR-ANTERIOR UNTIL WRK-FIM-CLIANTER.     00036300
            PERFORM  1300-LER-HISTANO UNTIL WRK-FIM-HISTANO.            00036400
            PERFORM  1400-LER-MOVTAR UNTIL WRK-FIM-MOVTAR.              00036500
                                                                        00036600
            MOVE 1 TO WRK-SUB-CONTAS.                                   00036700
            PERFORM  2000-EMITIR-INFORME                                00036800
                     UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS.       00036900
                                                                        00037000
            PERFORM  2500-PAGINA-CONTROLE.                              00037100
            PERFORM  3000-FINALIZAR.                                    00037200
                                                                        00037300
            STOP RUN.                                                   00037400
                                                                        00037500
      *-------------------------------------------------------------*   00037600
       1000-INICIAR                             SECTION.                00037700
      *-------------------------------------------------------------*   00037800
             OPEN INPUT  CLIATUAL CLIANTER HISTANO MOVTAR               00037900
                  OUTPUT RELINF.                                        00038000
                                                                        00038100
               PERFORM 4000-TESTARSTATUS.                               00038200
                                                                        00038300
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00038400
               ACCEPT WRK-ANOBASE FROM SYSIN.                           00038500
               IF WRK-ANOBASE-AC EQUAL ZEROS                            00038600
                  COMPUTE WRK-ANO-BASE = WRK-HOJE-ANO - 1               00038700
               ELSE                                                     00038800
                  MOVE WRK-ANOBASE-AC TO WRK-ANO-BASE                   00038900
               END-IF.                                                  00039000
               COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-BASE - 1.             00039100
                                                                        00039200
               MOVE WRK-ANO-BASE     TO WRK-TIT-ANO                     00039300
                                        WRK-COL-ANO-ATU                 00039400
                                        WRK-CTT-ANO.                    00039500
               MOVE WRK-ANO-ANTERIOR TO WRK-COL-ANO-ANT.                00039600
                                                                        00039700
               MOVE 'FR19EX54' TO WRK-EST-PROGRAMA.                     00039800
               MOVE 'I' TO WRK-EST-EVENTO.                              00039900
               MOVE ZEROES TO WRK-EST-LIDOS                             00040000
                              WRK-EST-GRAVADOS                          00040100
                              WRK-EST-REJEITADOS.                       00040200
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00040300
                                                                        00040400
       1000-99-FIM.              EXIT.                                  00040500
      *-------------------------------------------------------------*   00040600
       1100-CARREGAR-ATUAL                      SECTION.                00040700
      *-------------------------------------------------------------*   00040800
      *   FECHAMENTO DO ANO-BASE: CADA CONTA ENTRA NA TABELA COM O  *   00040900
      *   SALDO ATUAL; CABECALHO TEM DE SER DO ANO-BASE.            *   00041000
      *-------------------------------------------------------------*   00041100
             READ CLIATUAL                                              00041200
               AT END                                                   00041300
                 MOVE 'S' TO WRK-SW-FIM-ATU                             00041400
             END-READ.                                                  00041500
             PERFORM 4100-TESTARSTATUS-CLIATUAL.                        00041600
             IF WRK-FS-CLIATUAL NOT EQUAL 00                            00041700
                GO TO 1100-99-FIM.                                      00041800
                                                                        00041900
             IF FD-CLIATUAL (1:9) EQUAL 'CABECALHO'                     00042000
                MOVE FD-CLIATUAL TO WRK-CLI-CONTROLE                    00042100
                MOVE WRK-CAB-CICLO TO WRK-CICLO-ATU                     00042200
                IF WRK-CAB-ANO NOT EQUAL WRK-ANO-BASE                   00042300
                   MOVE 'CLIATUAL NAO E DO ANO-BASE   ' TO WRK-MSGERRO  00042400
                   MOVE '1100' TO WRK-SECAO                             00042500
                   PERFORM 9100-ERRO-CONTROLE                           00042600
                END-IF                                                  00042700
                GO TO 1100-99-FIM                                       00042800
             END-IF.                                                    00042900
             IF FD-CLIATUAL (1:6) EQUAL 'RODAPE'                        00043000
                MOVE FD-CLIATUAL TO WRK-CLI-CONTROLE                    00043100
                MOVE WRK-TRL-QTD  TO WRK-RODQTD-ATU                     00043200
                MOVE WRK-TRL-HASH TO WRK-RODSLD-ATU                     00043300
                MOVE 'S' TO WRK-SW-ROD-ATU                              00043400
                GO TO 1100-99-FIM                                       00043500
             END-IF.                                                    00043600
                                                                        00043700
             IF WRK-QTD-CONTAS NOT LESS 2000                            00043800
                MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO     00043900
                MOVE '1100' TO WRK-SECAO                                00044000
                PERFORM 9100-ERRO-CONTROLE                              00044100
             END-IF.                                                    00044200
             ADD 1 TO WRK-REGATU.                                       00044300
             ADD FD-ATU-SALDO TO WRK-SOMA-ATU.                          00044400
             ADD 1 TO WRK-QTD-CONTAS.                                   00044500
             MOVE FD-ATU-CHAVE     TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).   00044600
             MOVE FD-ATU-NOME      TO WRK-CTA-NOME (WRK-QTD-CONTAS).    00044700
             MOVE FD-ATU-DOCUMENTO                                      00044800
                  TO WRK-CTA-DOCUMENTO (WRK-QTD-CONTAS).                00044900
             MOVE FD-ATU-SALDO     TO WRK-CTA-SLD-ATU (WRK-QTD-CONTAS). 00045000
             MOVE ZEROES TO WRK-CTA-SLD-ANT (WRK-QTD-CONTAS)            00045100
                            WRK-CTA-JUROS (WRK-QTD-CONTAS)              00045200
                            WRK-CTA-TARIFAS (WRK-QTD-CONTAS).           00045300
             MOVE 'N' TO WRK-CTA-SITUACAO (WRK-QTD-CONTAS)              00045400
                         WRK-CTA-SW-EMITIDA (WRK-QTD-CONTAS).           00045500
       1100-99-FIM.              EXIT.                                  00045600
      *-------------------------------------------------------------*   00045700
       1200-CARREGAR-ANTERIOR                   SECTION.                00045800
      *-------------------------------------------------------------*   00045900
      *   FECHAMENTO DO ANO ANTERIOR: SALDO ANTERIOR DA CONTA; A    *   00046000
      *   CONTA QUE NAO ESTA NO CLIATUAL FOI ENCERRADA NO ANO.      *   00046100
      *   SITUACAO: N = ABERTA NO ANO, A = NOS DOIS, E = ENCERRADA. *   00046200
      *-------------------------------------------------------------*   00046300
             READ CLIANTER                                              00046400
               AT END                                                   00046500
                 MOVE 'S' TO WRK-SW-FIM-ANT                             00046600
             END-READ.                                                  00046700
             PERFORM 4200-TESTARSTATUS-CLIANTER.                        00046800
             IF WRK-FS-CLIANTER NOT EQUAL 00                            00046900
                GO TO 1200-99-FIM.                                      00047000
                                                                        00047100
             IF FD-CLIANTER (1:9) EQUAL 'CABECALHO'                     00047200
                MOVE FD-CLIANTER TO WRK-CLI-CONTROLE                    00047300
                MOVE WRK-CAB-CICLO TO WRK-CICLO-ANT                     00047400
                IF WRK-CAB-ANO NOT EQUAL WRK-ANO-ANTERIOR               00047500
                   MOVE 'CLIANTER NAO E DO ANO ANTER. ' TO WRK-MSGERRO  00047600
                   MOVE '1200' TO WRK-SECAO                             00047700
                   PERFORM 9100-ERRO-CONTROLE                           00047800
                END-IF                                                  00047900
                GO TO 1200-99-FIM                                       00048000
             END-IF.                                                    00048100
             IF FD-CLIANTER (1:6) EQUAL 'RODAPE'                        00048200
                MOVE FD-CLIANTER TO WRK-CLI-CONTROLE                    00048300
                MOVE WRK-TRL-QTD  TO WRK-RODQTD-ANT                     00048400
                MOVE WRK-TRL-HASH TO WRK-RODSLD-ANT                     00048500
                MOVE 'S' TO WRK-SW-ROD-ANT                              00048600
                GO TO 1200-99-FIM                                       00048700
             END-IF.                                                    00048800
                                                                        00048900
             ADD 1 TO WRK-REGANT.                                       00049000
             ADD FD-ANT-SALDO TO WRK-SOMA-ANT.                          00049100
             MOVE FD-ANT-CHAVE TO WRK-CHAVE-BUSCA.                      00049200
             PERFORM 2900-LOCALIZAR-CONTA.                              00049300
             IF WRK-IDX-CONTA GREATER ZEROES                            00049400
                MOVE FD-ANT-SALDO TO WRK-CTA-SLD-ANT (WRK-IDX-CONTA)    00049500
                MOVE 'A' TO WRK-CTA-SITUACAO (WRK-IDX-CONTA)            00049600
                GO TO 1200-99-FIM                                       00049700
             END-IF.                                                    00049800
                                                                        00049900
             IF WRK-QTD-CONTAS NOT LESS 2000                            00050000
                MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO     00050100
                MOVE '1200' TO WRK-SECAO                                00050200
                PERFORM 9100-ERRO-CONTROLE                              00050300
             END-IF.                                                    00050400
             ADD 1 TO WRK-QTD-CONTAS.                                   00050500
             MOVE FD-ANT-CHAVE     TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).   00050600
             MOVE FD-ANT-NOME      TO WRK-CTA-NOME (WRK-QTD-CONTAS).    00050700
             MOVE FD-ANT-DOCUMENTO                                      00050800
                  TO WRK-CTA-DOCUMENTO (WRK-QTD-CONTAS).                00050900
             MOVE FD-ANT-SALDO     TO WRK-CTA-SLD-ANT (WRK-QTD-CONTAS). 00051000
             MOVE ZEROES TO WRK-CTA-SLD-ATU (WRK-QTD-CONTAS)            00051100
                            WRK-CTA-JUROS (WRK-QTD-CONTAS)              00051200
                            WRK-CTA-TARIFAS (WRK-QTD-CONTAS).           00051300
             MOVE 'E' TO WRK-CTA-SITUACAO (WRK-QTD-CONTAS).             00051400
             MOVE 'N' TO WRK-CTA-SW-EMITIDA (WRK-QTD-CONTAS).           00051500
       1200-99-FIM.              EXIT.                                  00051600
      *-------------------------------------------------------------*   00051700
       1300-LER-HISTANO                         SECTION.                00051800
      *-------------------------------------------------------------*   00051900
      *   DEBITOS EFETIVADOS DO ANO-BASE: JUROS E TARIFAS PAGOS.    *   00052000
      *-------------------------------------------------------------*   00052100
             READ HISTANO                                               00052200
               AT END                                                   00052300
                 MOVE 'S' TO WRK-SW-FIM-HIS                             00052400
             END-READ.                                                  00052500
             PERFORM 4300-TESTARSTATUS-HISTANO.                         00052600
             IF WRK-FS-HISTANO NOT EQUAL 00                             00052700
                GO TO 1300-99-FIM.                                      00052800
             ADD 1 TO WRK-REGHIST.                                      00052900
             IF FD-HIS-SITUACAO NOT EQUAL 'P'                           00053000
                OR FD-HIS-TIPOMOV NOT EQUAL 'D'                         00053100
                OR FD-HIS-DATA (1:4) NOT EQUAL WRK-ANO-BASE             00053200
                GO TO 1300-99-FIM.                                      00053300
             IF FD-HIS-HISTORICO (1:5) NOT EQUAL 'JUROS'                00053400
                AND FD-HIS-HISTORICO (1:6) NOT EQUAL 'TARIFA'           00053500
                GO TO 1300-99-FIM.                                      00053600
                                                                        00053700
             MOVE FD-HIS-CHAVE TO WRK-CHAVE-BUSCA.                      00053800
             PERFORM 2900-LOCALIZAR-CONTA.                              00053900
             IF WRK-IDX-CONTA EQUAL ZEROES                              00054000
                ADD 1 TO WRK-QTD-SEMCTA                                 00054100
                GO TO 1300-99-FIM                                       00054200
             END-IF.                                                    00054300
                                                                        00054400
             IF FD-HIS-HISTORICO (1:5) EQUAL 'JUROS'                    00054500
                ADD FD-HIS-VALOR TO WRK-CTA-JUROS (WRK-IDX-CONTA)       00054600
             ELSE                                                       00054700
                ADD FD-HIS-VALOR TO WRK-CTA-TARIFAS (WRK-IDX-CONTA)     00054800
             END-IF.                                                    00054900
       1300-99-FIM.              EXIT.                                  00055000
      *-------------------------------------------------------------*   00055100
       1400-LER-MOVTAR                          SECTION.                00055200
      *-------------------------------------------------------------*   00055300
      *   COBRANCAS GERADAS PELO FR19EX06. CADA GERACAO COMECA COM  *   00055400
      *   O SEU CABECALHO; SO CONTAM AS GERACOES DO ANO-BASE.       *   00055500
      *-------------------------------------------------------------*   00055600
             READ MOVTAR                                                00055700
               AT END                                                   00055800
                 MOVE 'S' TO WRK-SW-FIM-TAR                             00055900
             END-READ.                                                  00056000
             PERFORM 4400-TESTARSTATUS-MOVTAR.                          00056100
             IF WRK-FS-MOVTAR NOT EQUAL 00                              00056200
                GO TO 1400-99-FIM.                                      00056300
             IF FD-MOVTAR (1:9) EQUAL 'CABECALHO'                       00056400
                IF FD-MOVTAR (30:4) EQUAL WRK-ANO-BASE                  00056500
                   MOVE 'S' TO WRK-SW-GER-TAR                           00056600
                ELSE                                                    00056700
                   MOVE 'N' TO WRK-SW-GER-TAR                           00056800
                END-IF                                                  00056900
                GO TO 1400-99-FIM                                       00057000
             END-IF.                                                    00057100
             IF FD-MOVTAR (1:6) EQUAL 'RODAPE'                          00057200
                OR NOT WRK-GERACAO-DO-ANO                               00057300
                GO TO 1400-99-FIM.                                      00057400
                                                                        00057500
             ADD 1 TO WRK-REGTAR.                                       00057600
             IF FD-TAR-MOVIMENTO (1:5) EQUAL 'JUROS'                    00057700
                ADD FD-TAR-VLRMOVIMENTO TO WRK-GER-JUROS                00057800
             ELSE                                                       00057900
                ADD FD-TAR-VLRMOVIMENTO TO WRK-GER-TARIFAS              00058000
             END-IF.                                                    00058100
       1400-99-FIM.              EXIT.                                  00058200
      *-------------------------------------------------------------*   00058300
       2000-EMITIR-INFORME                      SECTION.                00058400
      *-------------------------------------------------------------*   00058500
      *   A PRIMEIRA CONTA AINDA NAO EMITIDA DE CADA DOCUMENTO ABRE *   00058600
      *   O INFORME, QUE JUNTA TODAS AS CONTAS DO MESMO DOCUMENTO.  *   00058700
      *-------------------------------------------------------------*   00058800
            IF WRK-CTA-SW-EMITIDA (WRK-SUB-CONTAS) EQUAL 'N'            00058900
               ADD 1 TO WRK-QTD-INFORME                                 00059000
               MOVE ZEROES TO WRK-DOC-SLD-ANT WRK-DOC-SLD-ATU           00059100
                              WRK-DOC-JUROS   WRK-DOC-TARIFAS           00059200
               MOVE WRK-CTA-NOME (WRK-SUB-CONTAS) TO WRK-TTL-NOME       00059300
               MOVE WRK-CTA-DOCUMENTO (WRK-SUB-CONTAS)                  00059400
                    TO WRK-TTL-DOCUMENTO                                00059500
               WRITE FD-RELINF FROM WRK-LINHA-TRACO                     00059600
               WRITE FD-RELINF FROM WRK-LINHA-TITULO                    00059700
               WRITE FD-RELINF FROM WRK-LINHA-TITULAR                   00059800
               WRITE FD-RELINF FROM WRK-LINHA-BRANCO                    00059900
               WRITE FD-RELINF FROM WRK-LINHA-COLUNAS1                  00060000
               WRITE FD-RELINF FROM WRK-LINHA-COLUNAS2                  00060100
                                                                        00060200
               MOVE WRK-SUB-CONTAS TO WRK-SUB-DOC                       00060300
               PERFORM 2100-LISTAR-CONTA-DOC                            00060400
                       UNTIL WRK-SUB-DOC GREATER WRK-QTD-CONTAS         00060500
                                                                        00060600
               MOVE 'TOTAL    ' TO WRK-LCT-CHAVE                        00060700
               MOVE WRK-DOC-SLD-ANT TO WRK-LCT-SLD-ANT                  00060800
               MOVE WRK-DOC-SLD-ATU TO WRK-LCT-SLD-ATU                  00060900
               MOVE WRK-DOC-JUROS   TO WRK-LCT-JUROS                    00061000
               MOVE WRK-DOC-TARIFAS TO WRK-LCT-TARIFAS                  00061100
               MOVE SPACES          TO WRK-LCT-SITUACAO                 00061200
               WRITE FD-RELINF FROM WRK-LINHA-BRANCO                    00061300
               WRITE FD-RELINF FROM WRK-LINHA-CONTA                     00061400
            END-IF.                                                     00061500
            ADD 1 TO WRK-SUB-CONTAS.                                    00061600
                                                                        00061700
       2000-99-FIM.              EXIT.                                  00061800
      *-------------------------------------------------------------*   00061900
       2100-LISTAR-CONTA-DOC                    SECTION.                00062000
      *-------------------------------------------------------------*   00062100
            IF WRK-CTA-SW-EMITIDA (WRK-SUB-DOC) EQUAL 'N'               00062200
               AND WRK-CTA-DOCUMENTO (WRK-SUB-DOC)                      00062300
                   EQUAL WRK-TTL-DOCUMENTO                              00062400
               MOVE 'S' TO WRK-CTA-SW-EMITIDA (WRK-SUB-DOC)             00062500
               MOVE WRK-CTA-CHAVE (WRK-SUB-DOC) (1:4)                   00062600
                    TO WRK-LCT-AGENCIA                                  00062700
               MOVE '/' TO WRK-LCT-BARRA                                00062800
               MOVE WRK-CTA-CHAVE (WRK-SUB-DOC) (5:4)                   00062900
                    TO WRK-LCT-CONTA                                    00063000
               MOVE WRK-CTA-SLD-ANT (WRK-SUB-DOC)  TO WRK-LCT-SLD-ANT   00063100
               MOVE WRK-CTA-SLD-ATU (WRK-SUB-DOC)  TO WRK-LCT-SLD-ATU   00063200
               MOVE WRK-CTA-JUROS (WRK-SUB-DOC)    TO WRK-LCT-JUROS     00063300
               MOVE WRK-CTA-TARIFAS (WRK-SUB-DOC)  TO WRK-LCT-TARIFAS   00063400
               EVALUATE WRK-CTA-SITUACAO (WRK-SUB-DOC)                  00063500
                 WHEN 'E'                                               00063600
                   MOVE 'ENCERRADA ' TO WRK-LCT-SITUACAO                00063700
                   ADD 1 TO WRK-QTD-ENCERR                              00063800
                 WHEN 'N'                                               00063900
                   MOVE 'ABERTA    ' TO WRK-LCT-SITUACAO                00064000
                   ADD 1 TO WRK-QTD-ABERTA                              00064100
                 WHEN OTHER                                             00064200
                   MOVE 'ATIVA     ' TO WRK-LCT-SITUACAO                00064300
               END-EVALUATE                                             00064400
               WRITE FD-RELINF FROM WRK-LINHA-CONTA                     00064500
                                                                        00064600
               ADD WRK-CTA-SLD-ANT (WRK-SUB-DOC) TO WRK-DOC-SLD-ANT     00064700
                                                    WRK-INF-ANT         00064800
               ADD WRK-CTA-SLD-ATU (WRK-SUB-DOC) TO WRK-DOC-SLD-ATU     00064900
                                                    WRK-INF-ATU         00065000
               ADD WRK-CTA-JUROS (WRK-SUB-DOC)   TO WRK-DOC-JUROS       00065100
                                                    WRK-TOT-JUROS       00065200
               ADD WRK-CTA-TARIFAS (WRK-SUB-DOC) TO WRK-DOC-TARIFAS     00065300
                                                    WRK-TOT-TARIFAS     00065400
            END-IF.                                                     00065500
            ADD 1 TO WRK-SUB-DOC.                                       00065600
                                                                        00065700
       2100-99-FIM.              EXIT.                                  00065800
      *-------------------------------------------------------------*   00065900
       2500-PAGINA-CONTROLE                     SECTION.                00066000
      *-------------------------------------------------------------*   00066100
      *   SOMA DOS SALDOS DOS INFORMES CONTRA O RODAPE DO CLIENTES  *   00066200
      *   DE 31/12 (E DO ANO ANTERIOR); JUROS/TARIFAS PAGOS CONTRA  *   00066300
      *   OS GERADOS NO MOVTAR (DIFERENCA = COBRANCA RECUSADA NA    *   00066400
      *   POSTAGEM OU ENCARGO FORA DO FR19EX06, COMO O PRO-RATA DO  *   00066500
      *   ENCERRAMENTO E A TARIFA DE DEVOLUCAO DE CHEQUE).          *   00066600
      *-------------------------------------------------------------*   00066700
            WRITE FD-RELINF FROM WRK-LINHA-TRACO.                       00066800
            WRITE FD-RELINF FROM WRK-LINHA-CTL-TITULO.                  00066900
            WRITE FD-RELINF FROM WRK-LINHA-TRACO.                       00067000
                                                                        00067100
            MOVE 'DATA DO CICLO DO CLIATUAL                 '           00067200
                 TO WRK-LCC-DESCRICAO.                                  00067300
            MOVE WRK-CICLO-ATU TO WRK-LCC-DATA.                         00067400
            WRITE FD-RELINF FROM WRK-LINHA-CICLO.                       00067500
            MOVE 'DATA DO CICLO DO CLIANTER                 '           00067600
                 TO WRK-LCC-DESCRICAO.                                  00067700
            MOVE WRK-CICLO-ANT TO WRK-LCC-DATA.                         00067800
            WRITE FD-RELINF FROM WRK-LINHA-CICLO.                       00067900
            WRITE FD-RELINF FROM WRK-LINHA-BRANCO.                      00068000
                                                                        00068100
            MOVE 'CONTAS LIDAS NO CLIATUAL                  '           00068200
                 TO WRK-LCL-DESCRICAO.                                  00068300
            MOVE WRK-REGATU TO WRK-LCL-VALOR.                           00068400
            MOVE 'CONFERE     ' TO WRK-LCL-RESULTADO.                   00068500
            IF NOT WRK-TEM-ROD-ATU                                      00068600
               MOVE 'SEM RODAPE  ' TO WRK-LCL-RESULTADO                 00068700
               MOVE 4 TO RETURN-CODE                                    00068800
            ELSE                                                        00068900
               IF WRK-REGATU NOT EQUAL WRK-RODQTD-ATU                   00069000
                  MOVE 'DIVERGENTE  ' TO WRK-LCL-RESULTADO              00069100
                  MOVE 4 TO RETURN-CODE                                 00069200
               END-IF                                                   00069300
            END-IF.                                                     00069400
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00069500
            MOVE '  QUANTIDADE NO RODAPE DO CLIATUAL        '           00069600
                 TO WRK-LCL-DESCRICAO.                                  00069700
            MOVE WRK-RODQTD-ATU TO WRK-LCL-VALOR.                       00069800
            MOVE SPACES TO WRK-LCL-RESULTADO.                           00069900
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00070000
                                                                        00070100
            MOVE 'SOMA DOS SALDOS 31/12 NOS INFORMES        '           00070200
                 TO WRK-LCL-DESCRICAO.                                  00070300
            MOVE WRK-INF-ATU TO WRK-LCL-VALOR.                          00070400
            MOVE 'CONFERE     ' TO WRK-LCL-RESULTADO.                   00070500
            IF NOT WRK-TEM-ROD-ATU                                      00070600
               MOVE 'SEM RODAPE  ' TO WRK-LCL-RESULTADO                 00070700
            ELSE                                                        00070800
               IF WRK-INF-ATU NOT EQUAL WRK-RODSLD-ATU                  00070900
                  OR WRK-SOMA-ATU NOT EQUAL WRK-RODSLD-ATU              00071000
                  MOVE 'DIVERGENTE  ' TO WRK-LCL-RESULTADO              00071100
                  MOVE 4 TO RETURN-CODE                                 00071200
               END-IF                                                   00071300
            END-IF.                                                     00071400
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00071500
            MOVE '  SOMA DE SALDOS NO RODAPE DO CLIATUAL    '           00071600
                 TO WRK-LCL-DESCRICAO.                                  00071700
            MOVE WRK-RODSLD-ATU TO WRK-LCL-VALOR.                       00071800
            MOVE SPACES TO WRK-LCL-RESULTADO.                           00071900
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00072000
            WRITE FD-RELINF FROM WRK-LINHA-BRANCO.                      00072100
                                                                        00072200
            MOVE 'CONTAS LIDAS NO CLIANTER                  '           00072300
                 TO WRK-LCL-DESCRICAO.                                  00072400
            MOVE WRK-REGANT TO WRK-LCL-VALOR.                           00072500
            MOVE 'CONFERE     ' TO WRK-LCL-RESULTADO.                   00072600
            IF NOT WRK-TEM-ROD-ANT                                      00072700
               MOVE 'SEM RODAPE  ' TO WRK-LCL-RESULTADO                 00072800
               MOVE 4 TO RETURN-CODE                                    00072900
            ELSE                                                        00073000
               IF WRK-REGANT NOT EQUAL WRK-RODQTD-ANT                   00073100
                  MOVE 'DIVERGENTE  ' TO WRK-LCL-RESULTADO              00073200
                  MOVE 4 TO RETURN-CODE                                 00073300
               END-IF                                                   00073400
            END-IF.                                                     00073500
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00073600
            MOVE 'SOMA DOS SALDOS DO ANO ANTERIOR NOS INFORM'           00073700
                 TO WRK-LCL-DESCRICAO.                                  00073800
            MOVE WRK-INF-ANT TO WRK-LCL-VALOR.                          00073900
            MOVE 'CONFERE     ' TO WRK-LCL-RESULTADO.                   00074000
            IF NOT WRK-TEM-ROD-ANT                                      00074100
               MOVE 'SEM RODAPE  ' TO WRK-LCL-RESULTADO                 00074200
            ELSE                                                        00074300
               IF WRK-INF-ANT NOT EQUAL WRK-RODSLD-ANT                  00074400
                  OR WRK-SOMA-ANT NOT EQUAL WRK-RODSLD-ANT              00074500
                  MOVE 'DIVERGENTE  ' TO WRK-LCL-RESULTADO              00074600
                  MOVE 4 TO RETURN-CODE                                 00074700
               END-IF                                                   00074800
            END-IF.                                                     00074900
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00075000
            MOVE '  SOMA DE SALDOS NO RODAPE DO CLIANTER    '           00075100
                 TO WRK-LCL-DESCRICAO.                                  00075200
            MOVE WRK-RODSLD-ANT TO WRK-LCL-VALOR.                       00075300
            MOVE SPACES TO WRK-LCL-RESULTADO.                           00075400
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00075500
            WRITE FD-RELINF FROM WRK-LINHA-BRANCO.                      00075600
                                                                        00075700
            MOVE 'JUROS PAGOS (HISTORICO EFETIVADO)         '           00075800
                 TO WRK-LCL-DESCRICAO.                                  00075900
            MOVE WRK-TOT-JUROS TO WRK-LCL-VALOR.                        00076000
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00076100
            MOVE 'JUROS GERADOS PELO FR19EX06 (MOVTAR)      '           00076200
                 TO WRK-LCL-DESCRICAO.                                  00076300
            MOVE WRK-GER-JUROS TO WRK-LCL-VALOR.                        00076400
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00076500
            COMPUTE WRK-DIFERENCA = WRK-TOT-JUROS - WRK-GER-JUROS.      00076600
            MOVE '  DIFERENCA PAGOS - GERADOS               '           00076700
                 TO WRK-LCL-DESCRICAO.                                  00076800
            MOVE WRK-DIFERENCA TO WRK-LCL-VALOR.                        00076900
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00077000
            MOVE 'TARIFAS PAGAS (HISTORICO EFETIVADO)       '           00077100
                 TO WRK-LCL-DESCRICAO.                                  00077200
            MOVE WRK-TOT-TARIFAS TO WRK-LCL-VALOR.                      00077300
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00077400
            MOVE 'TARIFAS GERADAS PELO FR19EX06 (MOVTAR)    '           00077500
                 TO WRK-LCL-DESCRICAO.                                  00077600
            MOVE WRK-GER-TARIFAS TO WRK-LCL-VALOR.                      00077700
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00077800
            COMPUTE WRK-DIFERENCA = WRK-TOT-TARIFAS - WRK-GER-TARIFAS.  00077900
            MOVE '  DIFERENCA PAGAS - GERADAS               '           00078000
                 TO WRK-LCL-DESCRICAO.                                  00078100
            MOVE WRK-DIFERENCA TO WRK-LCL-VALOR.                        00078200
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00078300
            WRITE FD-RELINF FROM WRK-LINHA-BRANCO.                      00078400
                                                                        00078500
            MOVE 'INFORMES EMITIDOS (DOCUMENTOS)            '           00078600
                 TO WRK-LCL-DESCRICAO.                                  00078700
            MOVE WRK-QTD-INFORME TO WRK-LCL-VALOR.                      00078800
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00078900
            MOVE 'CONTAS ABERTAS NO ANO                     '           00079000
                 TO WRK-LCL-DESCRICAO.                                  00079100
            MOVE WRK-QTD-ABERTA TO WRK-LCL-VALOR.                       00079200
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00079300
            MOVE 'CONTAS ENCERRADAS NO ANO                  '           00079400
                 TO WRK-LCL-DESCRICAO.                                  00079500
            MOVE WRK-QTD-ENCERR TO WRK-LCL-VALOR.                       00079600
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00079700
            MOVE 'ENCARGOS DE CONTA FORA DOS DOIS CLIENTES  '           00079800
                 TO WRK-LCL-DESCRICAO.                                  00079900
            MOVE WRK-QTD-SEMCTA TO WRK-LCL-VALOR.                       00080000
            WRITE FD-RELINF FROM WRK-LINHA-CONTROLE.                    00080100
            WRITE FD-RELINF FROM WRK-LINHA-TRACO.                       00080200
                                                                        00080300
       2500-99-FIM.              EXIT.                                  00080400
      *-------------------------------------------------------------*   00080500
       2900-LOCALIZAR-CONTA                     SECTION.                00080600
      *-------------------------------------------------------------*   00080700
            MOVE ZEROES TO WRK-IDX-CONTA.                               00080800
            MOVE 1 TO WRK-SUB-DOC.                                      00080900
            PERFORM 2905-COMPARAR-CONTA                                 00081000
                    UNTIL WRK-SUB-DOC GREATER WRK-QTD-CONTAS            00081100
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00081200
                                                                        00081300
       2900-99-FIM.              EXIT.                                  00081400
      *-------------------------------------------------------------*   00081500
       2905-COMPARAR-CONTA                      SECTION.                00081600
      *-------------------------------------------------------------*   00081700
            IF WRK-CTA-CHAVE (WRK-SUB-DOC) EQUAL WRK-CHAVE-BUSCA        00081800
               MOVE WRK-SUB-DOC TO WRK-IDX-CONTA                        00081900
            END-IF.                                                     00082000
            ADD 1 TO WRK-SUB-DOC.                                       00082100
                                                                        00082200
       2905-99-FIM.              EXIT.                                  00082300
      *-------------------------------------------------------------*   00082400
       3000-FINALIZAR                           SECTION.                00082500
      *-------------------------------------------------------------*   00082600
             CLOSE CLIATUAL CLIANTER HISTANO MOVTAR RELINF.             00082700
               PERFORM 4000-TESTARSTATUS.                               00082800
              DISPLAY ' ============================================'.  00082900
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX54          '.  00083000
              DISPLAY ' ============================================'.  00083100
              DISPLAY ' ANO-BASE...................' WRK-ANO-BASE.      00083200
              DISPLAY ' CONTAS NO CLIATUAL.........' WRK-REGATU.        00083300
              DISPLAY ' CONTAS NO CLIANTER.........' WRK-REGANT.        00083400
              DISPLAY ' REGISTROS DE HISTORICO.....' WRK-REGHIST.       00083500
              DISPLAY ' COBRANCAS DO MOVTAR NO ANO.' WRK-REGTAR.        00083600
              DISPLAY ' INFORMES EMITIDOS..........' WRK-QTD-INFORME.   00083700
              DISPLAY ' CONTAS ENCERRADAS NO ANO...' WRK-QTD-ENCERR.    00083800
              IF RETURN-CODE EQUAL 4                                    00083900
                 DISPLAY ' SALDOS NAO CONFEREM COM O RODAPE DO '        00084000
                         'CLIENTES - VER PAGINA DE CONTROLE'            00084100
              END-IF.                                                   00084200
              DISPLAY ' ============================================'.  00084300
                                                                        00084400
              MOVE 'F' TO WRK-EST-EVENTO.                               00084500
              MOVE WRK-REGATU      TO WRK-EST-LIDOS.                    00084600
              MOVE WRK-QTD-INFORME TO WRK-EST-GRAVADOS.                 00084700
              MOVE WRK-QTD-SEMCTA  TO WRK-EST-REJEITADOS.               00084800
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00084900
                                                                        00085000
       3000-99-FIM.              EXIT.                                  00085100
      *-------------------------------------------------------------*   00085200
       4000-TESTARSTATUS                            SECTION.            00085300
      *-------------------------------------------------------------*   00085400
                 PERFORM 4100-TESTARSTATUS-CLIATUAL.                    00085500
                 PERFORM 4200-TESTARSTATUS-CLIANTER.                    00085600
                 PERFORM 4300-TESTARSTATUS-HISTANO.                     00085700
                 PERFORM 4400-TESTARSTATUS-MOVTAR.                      00085800
                 IF WRK-FS-RELINF NOT EQUAL 00                          00085900
                   MOVE 'ERRO NO OPEN RELINF   ' TO WRK-MSGERRO         00086000
                   MOVE '1000'                   TO WRK-SECAO           00086100
                   MOVE WRK-FS-RELINF            TO WRK-STATUS          00086200
                    PERFORM 9000-TRATAERROS                             00086300
                 END-IF.                                                00086400
                                                                        00086500
       4000-99-FIM.              EXIT.                                  00086600
      *-------------------------------------------------------------*   00086700
       4100-TESTARSTATUS-CLIATUAL                   SECTION.            00086800
      *-------------------------------------------------------------*   00086900
               IF WRK-FS-CLIATUAL NOT EQUAL 00                          00087000
                           AND WRK-FS-CLIATUAL NOT EQUAL 10             00087100
                 MOVE 'ERRO NO CLIATUAL      ' TO WRK-MSGERRO           00087200
                 MOVE '1100'                   TO WRK-SECAO             00087300
                 MOVE WRK-FS-CLIATUAL          TO WRK-STATUS            00087400
                  PERFORM 9000-TRATAERROS                               00087500
               END-IF.                                                  00087600
                                                                        00087700
       4100-99-FIM.              EXIT.                                  00087800
      *-------------------------------------------------------------*   00087900
       4200-TESTARSTATUS-CLIANTER                   SECTION.            00088000
      *-------------------------------------------------------------*   00088100
               IF WRK-FS-CLIANTER NOT EQUAL 00                          00088200
                           AND WRK-FS-CLIANTER NOT EQUAL 10             00088300
                 MOVE 'ERRO NO CLIANTER      ' TO WRK-MSGERRO           00088400
                 MOVE '1200'                   TO WRK-SECAO             00088500
                 MOVE WRK-FS-CLIANTER          TO WRK-STATUS            00088600
                  PERFORM 9000-TRATAERROS                               00088700
               END-IF.                                                  00088800
                                                                        00088900
       4200-99-FIM.              EXIT.                                  00089000
      *-------------------------------------------------------------*   00089100
       4300-TESTARSTATUS-HISTANO                    SECTION.            00089200
      *-------------------------------------------------------------*   00089300
               IF WRK-FS-HISTANO NOT EQUAL 00                           00089400
                           AND WRK-FS-HISTANO NOT EQUAL 10              00089500
                 MOVE 'ERRO NO HISTANO       ' TO WRK-MSGERRO           00089600
                 MOVE '1300'                   TO WRK-SECAO             00089700
                 MOVE WRK-FS-HISTANO           TO WRK-STATUS            00089800
                  PERFORM 9000-TRATAERROS                               00089900
               END-IF.                                                  00090000
                                                                        00090100
       4300-99-FIM.              EXIT.                                  00090200
      *-------------------------------------------------------------*   00090300
       4400-TESTARSTATUS-MOVTAR                     SECTION.            00090400
      *-------------------------------------------------------------*   00090500
               IF WRK-FS-MOVTAR NOT EQUAL 00                            00090600
                           AND WRK-FS-MOVTAR NOT EQUAL 10               00090700
                 MOVE 'ERRO NO MOVTAR        ' TO WRK-MSGERRO           00090800
                 MOVE '1400'                   TO WRK-SECAO             00090900
                 MOVE WRK-FS-MOVTAR            TO WRK-STATUS            00091000
                  PERFORM 9000-TRATAERROS                               00091100
               END-IF.                                                  00091200
                                                                        00091300
       4400-99-FIM.              EXIT.                                  00091400
      *-------------------------------------------------------------*   00091500
       9100-ERRO-CONTROLE                           SECTION.            00091600
      *-------------------------------------------------------------*   00091700
           MOVE 'FR19EX54' TO WRK-PROGRAMA.                             00091800
           MOVE 'E'        TO WRK-SEVERIDADE.                           00091900
           MOVE '08'       TO WRK-STATUS.                               00092000
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00092100
           MOVE 8 TO RETURN-CODE.                                       00092200
           STOP RUN.                                                    00092300
                                                                        00092400
       9100-99-FIM.              EXIT.                                  00092500
      *-------------------------------------------------------------*   00092600
       9000-TRATAERROS                              SECTION.            00092700
      *-------------------------------------------------------------*   00092800
           MOVE 'FR19EX54' TO WRK-PROGRAMA                              00092900
           MOVE 'E'        TO WRK-SEVERIDADE                            00093000
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00093100
           GOBACK.                                                      00093200
                                                                        00093300
       9000-99-FIM.              EXIT.                                  00093400
