      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX59.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CARGA DO CADASTRO UNICO DE CONTAS A RECEBER     *   00001200
      *    (ARCAD). TRES SISTEMAS GERAM RECEBIVEIS E NENHUM         *   00001300
      *    ACOMPANHAVA O PAGAMENTO; ESTE PROGRAMA JUNTA OS TRES:    *   00001400
      *     RECEBMES - FRETE DO MES (FR01CB22), ORIGEM FRT, O       *   00001500
      *                CLIENTE E O CODIGO E O DOCUMENTO A           *   00001600
      *                COMPETENCIA                                  *   00001700
      *     RECTIT   - LAYOUT #RECEB: MATRICULAS COBRADAS POR       *   00001800
      *                BOLETO (ARQ1911, RECMATR, ORIGEM MAT) E      *   00001900
      *                FATURAS DE PROJETO (FR19EX42, RECPROJ,       *   00002000
      *                ORIGEM PRJ), CONCATENADOS NA JCL             *   00002100
      *    CADA TITULO ACEITO GANHA O PROXIMO NOSSO-NUMERO (MAIOR   *   00002200
      *    JA EXISTENTE NO ARCAD + 1), EMISSAO NA DATA DO CICLO,    *   00002300
      *    SALDO IGUAL AO VALOR E SITUACAO 'A':                     *   00002400
      *     A - EM ABERTO      P - PAGO EM PARTE      L - LIQUIDADO *   00002500
      *    A MESMA ORIGEM + CLIENTE + DOCUMENTO + VENCIMENTO JA     *   00002600
      *    CADASTRADA E RECUSADA (ARQUIVO REPROCESSADO NAO          *   00002700
      *    DUPLICA TITULO), ASSIM COMO VALOR ZERADO, VENCIMENTO     *   00002800
      *    INVALIDO OU ORIGEM DESCONHECIDA. A LIQUIDACAO E FEITA    *   00002900
      *    PELO FR19EX60 E O ENVELHECIMENTO PELO FR19EX61.          *   00003000
      *    RELCARGA: UMA LINHA POR TITULO LIDO, COM O NOSSO-NUMERO  *   00003100
      *    ATRIBUIDO OU O MOTIVO DA RECUSA, E OS TOTAIS POR ORIGEM. *   00003200
      *    CARTAO SYSIN 1: DATA DO CICLO (9(08); ZEROS = HOJE)      *   00003300
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00003400
      *-------------------------------------------------------------*   00003500
      *   ARQUIVOS...:                                              *   00003600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003700
      *    ARCAD                I                  -----------      *   00003800
      *    RECEBMES             I                  -----------      *   00003900
      *    RECTIT               I                  #RECEB           *   00004000
      *    ARNOVO               O                  -----------      *   00004100
      *    RELCARGA             O                  -----------      *   00004200
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
            SELECT ARCAD ASSIGN TO ARCAD                                00006100
                 FILE STATUS IS WRK-FS-ARCAD.                           00006200
                                                                        00006300
            SELECT RECEBMES ASSIGN TO RECEBMES                          00006400
                 FILE STATUS IS WRK-FS-RECEBMES.                        00006500
                                                                        00006600
            SELECT RECTIT ASSIGN TO RECTIT                              00006700
                 FILE STATUS IS WRK-FS-RECTIT.                          00006800
                                                                        00006900
      *--------------ARQUIVOS SAIDAS--------------------------------*   00007000
                                                                        00007100
            SELECT ARNOVO ASSIGN TO ARNOVO                              00007200
                 FILE STATUS IS WRK-FS-ARNOVO.                          00007300
                                                                        00007400
            SELECT RELCARGA ASSIGN TO RELCARGA                          00007500
                 FILE STATUS IS WRK-FS-RELCARGA.                        00007600
                                                                        00007700
      *=============================================================*   00007800
       DATA                                      DIVISION.              00007900
      *=============================================================*   00008000
       FILE                                      SECTION.               00008100
      *-------------------LRECL 150---------------------------------*   00008200
       FD ARCAD                                                         00008300
           RECORDING MODE IS F                                          00008400
           LABEL RECORD IS STANDARD                                     00008500
           BLOCK CONTAINS 0 RECORDS.                                    00008600
       01 FD-ARCAD.                                                     00008700
          05 FD-AR-NOSSONUM         PIC 9(10).                          00008800
          05 FD-AR-ORIGEM           PIC X(03).                          00008900
          05 FD-AR-CLIENTE          PIC X(10).                          00009000
          05 FD-AR-NOME             PIC X(30).                          00009100
          05 FD-AR-DOCUMENTO        PIC X(12).                          00009200
          05 FD-AR-EMISSAO          PIC 9(08).                          00009300
          05 FD-AR-VENCIMENTO       PIC 9(08).                          00009400
          05 FD-AR-VALOR            PIC 9(09)V99.                       00009500
          05 FD-AR-SALDO            PIC 9(09)V99.                       00009600
          05 FD-AR-VLR-PAGO         PIC 9(09)V99.                       00009700
          05 FD-AR-VLR-ENCARGOS     PIC 9(09)V99.                       00009800
          05 FD-AR-DATA-ULTPAG      PIC 9(08).                          00009900
          05 FD-AR-SW-MULTA         PIC X(01).                          00010000
          05 FD-AR-SITUACAO         PIC X(01).                          00010100
          05 FILLER                 PIC X(15).                          00010200
                                                                        00010300
      *-------------------LRECL 40----------------------------------*   00010400
       FD RECEBMES                                                      00010500
           RECORDING MODE IS F                                          00010600
           LABEL RECORD IS STANDARD                                     00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-RECEBMES.                                                  00010900
          05 FD-RCB-CODIGO          PIC 9(05).                          00011000
          05 FD-RCB-COMPET          PIC X(06).                          00011100
          05 FD-RCB-VALOR           PIC 9(09)V99.                       00011200
          05 FD-RCB-VENCIMENTO      PIC 9(08).                          00011300
          05 FILLER                 PIC X(10).                          00011400
                                                                        00011500
      *-------------------LRECL 80----------------------------------*   00011600
       FD RECTIT                                                        00011700
           RECORDING MODE IS F                                          00011800
           LABEL RECORD IS STANDARD                                     00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       COPY '#RECEB'.                                                   00012100
                                                                        00012200
      *-------------------LRECL 150---------------------------------*   00012300
       FD ARNOVO                                                        00012400
           RECORDING MODE IS F.                                         00012500
       01 FD-ARNOVO               PIC X(150).                           00012600
                                                                        00012700
      *-------------------LRECL 80----------------------------------*   00012800
       FD RELCARGA                                                      00012900
           RECORDING MODE IS F.                                         00013000
       01 FD-RELCARGA             PIC X(80).                            00013100
                                                                        00013200
      *=============================================================*   00013300
       WORKING-STORAGE                             SECTION.             00013400
      *=============================================================*   00013500
                                                                        00013600
       01 FILLER          PIC X(64) VALUE                               00013700
           '-----------BOOK LOGERROS------------------------'.          00013800
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00013900
       COPY '#GLOG'.                                                    00014000
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00014100
       COPY '#GSTAT'.                                                   00014200
      *-------------------------------------------------------------*   00014300
                                                                        00014400
       01 FILLER          PIC X(64) VALUE                               00014500
           '-----------VARIAVEIS DE STATUS------------------'.          00014600
                                                                        00014700
       77 WRK-FS-ARCAD    PIC 9(02).                                    00014800
       77 WRK-FS-RECEBMES PIC 9(02).                                    00014900
       77 WRK-FS-RECTIT   PIC 9(02).                                    00015000
       77 WRK-FS-ARNOVO   PIC 9(02).                                    00015100
       77 WRK-FS-RELCARGA PIC 9(02).                                    00015200
                                                                        00015300
       01 FILLER          PIC X(64) VALUE                               00015400
           '-----------PARAMETROS SYSIN---------------------'.          00015500
                                                                        00015600
       01 WRK-DATACICLO.                                                00015700
          05 FILLER              PIC X(10).                             00015800
          05 WRK-DATACICLO-AC    PIC 9(08).                             00015900
                                                                        00016000
       77 WRK-DATA-CICLO     PIC 9(08) VALUE ZEROES.                    00016100
                                                                        00016200
       01 FILLER          PIC X(64) VALUE                               00016300
           '-----------CADASTRO DE TITULOS EM MEMORIA-------'.          00016400
                                                                        00016500
       77 WRK-QTD-TIT     PIC 9(04) VALUE ZEROES.                       00016600
       77 WRK-SUB-TIT     PIC 9(04) VALUE ZEROES.                       00016700
       77 WRK-IDX-TIT     PIC 9(04) VALUE ZEROES.                       00016800
       77 WRK-ULTIMO-NOSSO PIC 9(10) VALUE ZEROES.                      00016900
       01 WRK-TAB-TITULOS.                                              00017000
          05 WRK-TIT-LINHA OCCURS 9999 TIMES.                           00017100
             10 WRK-TTB-REGISTRO.                                       00017200
                15 WRK-TTB-NOSSONUM     PIC 9(10).                      00017300
                15 WRK-TTB-ORIGEM       PIC X(03).                      00017400
                15 WRK-TTB-CLIENTE      PIC X(10).                      00017500
                15 WRK-TTB-NOME         PIC X(30).                      00017600
                15 WRK-TTB-DOCUMENTO    PIC X(12).                      00017700
                15 WRK-TTB-EMISSAO      PIC 9(08).                      00017800
                15 WRK-TTB-VENCIMENTO   PIC 9(08).                      00017900
                15 WRK-TTB-VALOR        PIC 9(09)V99.                   00018000
                15 WRK-TTB-SALDO        PIC 9(09)V99.                   00018100
                15 WRK-TTB-VLR-PAGO     PIC 9(09)V99.                   00018200
                15 WRK-TTB-VLR-ENCARGOS PIC 9(09)V99.                   00018300
                15 WRK-TTB-DATA-ULTPAG  PIC 9(08).                      00018400
                15 WRK-TTB-SW-MULTA     PIC X(01).                      00018500
                15 WRK-TTB-SITUACAO     PIC X(01).                      00018600
                15 FILLER               PIC X(15).                      00018700
                                                                        00018800
       01 FILLER          PIC X(64) VALUE                               00018900
           '-----------TITULO EM CURSO (ENTRADA)------------'.          00019000
                                                                        00019100
       01 WRK-ENT-TITULO.                                               00019200
          05 WRK-ENT-ORIGEM        PIC X(03).                           00019300
          05 WRK-ENT-CLIENTE       PIC X(10).                           00019400
          05 WRK-ENT-NOME          PIC X(30).                           00019500
          05 WRK-ENT-DOCUMENTO     PIC X(12).                           00019600
          05 WRK-ENT-VENCIMENTO    PIC 9(08).                           00019700
          05 WRK-ENT-VENC-R REDEFINES WRK-ENT-VENCIMENTO.               00019800
             10 WRK-ENT-VENC-ANO   PIC 9(04).                           00019900
             10 WRK-ENT-VENC-MES   PIC 9(02).                           00020000
             10 WRK-ENT-VENC-DIA   PIC 9(02).                           00020100
          05 WRK-ENT-VALOR         PIC 9(09)V99.                        00020200
       77 WRK-CLI-CODIGO  PIC 9(05) VALUE ZEROES.                       00020300
       77 WRK-RESULTADO   PIC X(17) VALUE SPACES.                       00020400
                                                                        00020500
       01 FILLER          PIC X(64) VALUE                               00020600
           '-----------CONTADORES E CONTROLES---------------'.          00020700
                                                                        00020800
       77 WRK-SW-FIM-ARC  PIC X(01) VALUE 'N'.                          00020900
           88 WRK-FIM-ARCAD         VALUE 'S'.                          00021000
       77 WRK-SW-FIM-RCB  PIC X(01) VALUE 'N'.                          00021100
           88 WRK-FIM-RECEBMES      VALUE 'S'.                          00021200
       77 WRK-SW-FIM-RTI  PIC X(01) VALUE 'N'.                          00021300
           88 WRK-FIM-RECTIT        VALUE 'S'.                          00021400
                                                                        00021500
       77 WRK-REGARCAD    PIC 9(05) VALUE ZEROES.                       00021600
       77 WRK-REGLIDOS    PIC 9(05) VALUE ZEROES.                       00021700
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00021800
       77 WRK-QTD-DUPLIC  PIC 9(05) VALUE ZEROES.                       00021900
       77 WRK-REGARNOVO   PIC 9(05) VALUE ZEROES.                       00022000
       77 WRK-TOT-SALDO   PIC 9(13)V99 VALUE ZEROES.                    00022100
                                                                        00022200
      *----INCLUIDOS POR ORIGEM: 1 = FRT, 2 = MAT, 3 = PRJ-----------*  00022300
       77 WRK-IDX-ORIGEM  PIC 9(01) VALUE ZEROES.                       00022400
       01 WRK-TAB-ORIGENS.                                              00022500
          05 WRK-ORI-LINHA OCCURS 3 TIMES.                              00022600
             10 WRK-ORI-QTD         PIC 9(05).                          00022700
             10 WRK-ORI-VALOR       PIC 9(13)V99.                       00022800
                                                                        00022900
       01 FILLER          PIC X(64) VALUE                               00023000
           '-----------CONTROLE GRAVADO NO ARNOVO-----------'.          00023100
                                                                        00023200
       01 WRK-ARNOVO-CAB.                                               00023300
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00023400
          05 FILLER              PIC X(01) VALUE SPACE.                 00023500
          05 WRK-CABN-DATA       PIC 9(08).                             00023600
          05 FILLER              PIC X(01) VALUE SPACE.                 00023700
          05 FILLER              PIC X(08) VALUE 'FR19EX59'.            00023800
          05 FILLER              PIC X(123) VALUE SPACES.               00023900
                                                                        00024000
       01 WRK-ARNOVO-TRL.                                               00024100
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00024200
          05 FILLER              PIC X(01) VALUE SPACE.                 00024300
          05 WRK-TRLN-QTD        PIC 9(05).                             00024400
          05 FILLER              PIC X(01) VALUE SPACE.                 00024500
          05 WRK-TRLN-SALDO      PIC 9(13)V99.                          00024600
          05 FILLER              PIC X(119) VALUE SPACES.               00024700
                                                                        00024800
       01 FILLER          PIC X(64) VALUE                               00024900
           '-----------LINHAS DO RELATORIO------------------'.          00025000
                                                                        00025100
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00025200
                                                                        00025300
       01 WRK-LINHA-TITULO.                                             00025400
          05 FILLER              PIC X(46) VALUE                        00025500
             'CONTAS A RECEBER - CARGA DE TITULOS           '.          00025600
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00025700
          05 WRK-TIT-DATA        PIC 9(08).                             00025800
          05 FILLER              PIC X(18) VALUE SPACES.                00025900
                                                                        00026000
       01 WRK-LINHA-COLUNAS.                                            00026100
          05 FILLER              PIC X(40) VALUE                        00026200
             'NOSSO-NUM. ORI CLIENTE    DOCUMENTO    '.                 00026300
          05 FILLER              PIC X(40) VALUE                        00026400
             'VENCTO            VALOR RESULTADO      '.                 00026500
                                                                        00026600
       01 WRK-LINHA-DETALHE.                                            00026700
          05 WRK-LDT-NOSSONUM    PIC X(10).                             00026800
          05 FILLER              PIC X(01) VALUE SPACE.                 00026900
          05 WRK-LDT-ORIGEM      PIC X(03).                             00027000
          05 FILLER              PIC X(01) VALUE SPACE.                 00027100
          05 WRK-LDT-CLIENTE     PIC X(10).                             00027200
          05 FILLER              PIC X(01) VALUE SPACE.                 00027300
          05 WRK-LDT-DOCUMENTO   PIC X(12).                             00027400
          05 FILLER              PIC X(01) VALUE SPACE.                 00027500
          05 WRK-LDT-VENCIMENTO  PIC 9(08).                             00027600
          05 FILLER              PIC X(01) VALUE SPACE.                 00027700
          05 WRK-LDT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.                    00027800
          05 FILLER              PIC X(01) VALUE SPACE.                 00027900
          05 WRK-LDT-RESULTADO   PIC X(17).                             00028000
                                                                        00028100
       01 WRK-LINHA-ORIGEM.                                             00028200
          05 FILLER              PIC X(10) VALUE 'INCLUIDOS '.          00028300
          05 WRK-LOR-ORIGEM      PIC X(03).                             00028400
          05 FILLER              PIC X(07) VALUE ' QTD.: '.             00028500
          05 WRK-LOR-QTD         PIC ZZZZ9.                             00028600
          05 FILLER              PIC X(09) VALUE '  VALOR: '.           00028700
          05 WRK-LOR-VALOR       PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.             00028800
          05 FILLER              PIC X(25) VALUE SPACES.                00028900
                                                                        00029000
       01 WRK-LINHA-RECUSAS.                                            00029100
          05 FILLER              PIC X(20) VALUE                        00029200
             'RECUSADOS...........'.                                    00029300
          05 WRK-LRC-QTD         PIC ZZZZ9.                             00029400
          05 FILLER              PIC X(24) VALUE                        00029500
             '  (JA CARREGADOS:      '.                                 00029600
          05 WRK-LRC-DUPLIC      PIC ZZZZ9.                             00029700
          05 FILLER              PIC X(01) VALUE ')'.                   00029800
          05 FILLER              PIC X(25) VALUE SPACES.                00029900
                                                                        00030000
      *=============================================================*   00030100
       PROCEDURE DIVISION.                                              00030200
      *=============================================================*   00030300
                                                                        00030400
      *-------------------------------------------------------------*   00030500
       0000-PRINCIPAL                           SECTION.                00030600
      *-------------------------------------------------------------*   00030700
                                                                        00030800
            PERFORM  1000-INICIAR.                                      00030900
            PERFORM  1100-CARREGAR-ARCAD UNTIL WRK-FIM-ARCAD.           00031000
            PERFORM  1200-LER-RECEBMES UNTIL WRK-FIM-RECEBMES.          00031100
            PERFORM  1300-LER-RECTIT UNTIL WRK-FIM-RECTIT.              00031200
                                                                        00031300
            WRITE FD-ARNOVO FROM WRK-ARNOVO-CAB.                        00031400
            MOVE 1 TO WRK-SUB-TIT.                                      00031500
            PERFORM  2500-GRAVAR-ARNOVO                                 00031600
                     UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.             00031700
                                                                        00031800
            PERFORM  3000-FINALIZAR.                                    00031900
                                                                        00032000
            STOP RUN.                                                   00032100
                                                                        00032200
      *-------------------------------------------------------------*   00032300
       1000-INICIAR                             SECTION.                00032400
      *-------------------------------------------------------------*   00032500
             OPEN INPUT  ARCAD RECEBMES RECTIT                          00032600
                  OUTPUT ARNOVO RELCARGA.                               00032700
                                                                        00032800
               PERFORM 4000-TESTARSTATUS.                               00032900
                                                                        00033000
               ACCEPT WRK-DATACICLO FROM SYSIN.                         00033100
               IF WRK-DATACICLO-AC EQUAL ZEROS                          00033200
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00033300
               ELSE                                                     00033400
                  MOVE WRK-DATACICLO-AC TO WRK-DATA-CICLO               00033500
               END-IF.                                                  00033600
                                                                        00033700
               MOVE WRK-DATA-CICLO TO WRK-CABN-DATA                     00033800
                                      WRK-TIT-DATA.                     00033900
               MOVE ZEROES TO WRK-TAB-ORIGENS.                          00034000
                                                                        00034100
               WRITE FD-RELCARGA FROM WRK-LINHA-TRACO.                  00034200
               WRITE FD-RELCARGA FROM WRK-LINHA-TITULO.                 00034300
               WRITE FD-RELCARGA FROM WRK-LINHA-TRACO.                  00034400
               WRITE FD-RELCARGA FROM WRK-LINHA-COLUNAS.                00034500
                                                                        00034600
               MOVE 'FR19EX59' TO WRK-EST-PROGRAMA.                     00034700
               MOVE 'I' TO WRK-EST-EVENTO.                              00034800
               MOVE ZEROES TO WRK-EST-LIDOS                             00034900
                              WRK-EST-GRAVADOS                          00035000
                              WRK-EST-REJEITADOS.                       00035100
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00035200
                                                                        00035300
       1000-99-FIM.              EXIT.                                  00035400
      *-------------------------------------------------------------*   00035500
       1100-CARREGAR-ARCAD                      SECTION.                00035600
      *-------------------------------------------------------------*   00035700
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00035800
             READ ARCAD                                                 00035900
               AT END                                                   00036000
                 MOVE 'S' TO WRK-SW-FIM-ARC                             00036100
             END-READ.                                                  00036200
             PERFORM 4100-TESTARSTATUS-ARCAD.                           00036300
             IF WRK-FS-ARCAD NOT EQUAL 00                               00036400
                GO TO 1100-99-FIM.                                      00036500
             IF FD-ARCAD (1:9) EQUAL 'CABECALHO'                        00036600
                OR FD-ARCAD (1:6) EQUAL 'RODAPE'                        00036700
                GO TO 1100-99-FIM.                                      00036800
             IF WRK-QTD-TIT NOT LESS 9999                               00036900
                MOVE 'TABELA DE TITULOS ESGOTADA   ' TO WRK-MSGERRO     00037000
                MOVE '1100' TO WRK-SECAO                                00037100
                PERFORM 9100-ERRO-CONTROLE                              00037200
             END-IF.                                                    00037300
             ADD 1 TO WRK-QTD-TIT.                                      00037400
             ADD 1 TO WRK-REGARCAD.                                     00037500
             MOVE FD-ARCAD TO WRK-TTB-REGISTRO (WRK-QTD-TIT).           00037600
             IF FD-AR-NOSSONUM GREATER WRK-ULTIMO-NOSSO                 00037700
                MOVE FD-AR-NOSSONUM TO WRK-ULTIMO-NOSSO                 00037800
             END-IF.                                                    00037900
       1100-99-FIM.              EXIT.                                  00038000
      *-------------------------------------------------------------*   00038100
       1200-LER-RECEBMES                        SECTION.                00038200
      *-------------------------------------------------------------*   00038300
      *   FRETE: O CODIGO NUMERICO DO CLIENTE VAI PARA O CAMPO      *   00038400
      *   ALFANUMERICO COM OS ZEROS A ESQUERDA.                     *   00038500
      *-------------------------------------------------------------*   00038600
             READ RECEBMES                                              00038700
               AT END                                                   00038800
                 MOVE 'S' TO WRK-SW-FIM-RCB                             00038900
             END-READ.                                                  00039000
             PERFORM 4200-TESTARSTATUS-RECEBMES.                        00039100
             IF WRK-FS-RECEBMES NOT EQUAL 00                            00039200
                GO TO 1200-99-FIM.                                      00039300
             MOVE SPACES            TO WRK-ENT-TITULO.                  00039400
             MOVE 'FRT'             TO WRK-ENT-ORIGEM.                  00039500
             MOVE FD-RCB-CODIGO     TO WRK-CLI-CODIGO.                  00039600
             MOVE WRK-CLI-CODIGO    TO WRK-ENT-CLIENTE.                 00039700
             MOVE FD-RCB-COMPET     TO WRK-ENT-DOCUMENTO.               00039800
             MOVE FD-RCB-VENCIMENTO TO WRK-ENT-VENCIMENTO.              00039900
             MOVE FD-RCB-VALOR      TO WRK-ENT-VALOR.                   00040000
             PERFORM 2000-INCLUIR-TITULO.                               00040100
       1200-99-FIM.              EXIT.                                  00040200
      *-------------------------------------------------------------*   00040300
       1300-LER-RECTIT                          SECTION.                00040400
      *-------------------------------------------------------------*   00040500
             READ RECTIT                                                00040600
               AT END                                                   00040700
                 MOVE 'S' TO WRK-SW-FIM-RTI                             00040800
             END-READ.                                                  00040900
             PERFORM 4300-TESTARSTATUS-RECTIT.                          00041000
             IF WRK-FS-RECTIT NOT EQUAL 00                              00041100
                GO TO 1300-99-FIM.                                      00041200
             MOVE FD-REC-ORIGEM     TO WRK-ENT-ORIGEM.                  00041300
             MOVE FD-REC-CLIENTE    TO WRK-ENT-CLIENTE.                 00041400
             MOVE FD-REC-NOME       TO WRK-ENT-NOME.                    00041500
             MOVE FD-REC-DOCUMENTO  TO WRK-ENT-DOCUMENTO.               00041600
             MOVE FD-REC-VENCIMENTO TO WRK-ENT-VENCIMENTO.              00041700
             MOVE FD-REC-VALOR      TO WRK-ENT-VALOR.                   00041800
             PERFORM 2000-INCLUIR-TITULO.                               00041900
       1300-99-FIM.              EXIT.                                  00042000
      *-------------------------------------------------------------*   00042100
       2000-INCLUIR-TITULO                      SECTION.                00042200
      *-------------------------------------------------------------*   00042300
      *   CRITICA O TITULO EM WRK-ENT-TITULO E, SE ACEITO, ABRE-O   *   00042400
      *   NO CADASTRO COM O PROXIMO NOSSO-NUMERO.                   *   00042500
      *-------------------------------------------------------------*   00042600
            ADD 1 TO WRK-REGLIDOS.                                      00042700
            MOVE SPACES TO WRK-RESULTADO WRK-LDT-NOSSONUM.              00042800
                                                                        00042900
            EVALUATE WRK-ENT-ORIGEM                                     00043000
              WHEN 'FRT' MOVE 1 TO WRK-IDX-ORIGEM                       00043100
              WHEN 'MAT' MOVE 2 TO WRK-IDX-ORIGEM                       00043200
              WHEN 'PRJ' MOVE 3 TO WRK-IDX-ORIGEM                       00043300
              WHEN OTHER MOVE 0 TO WRK-IDX-ORIGEM                       00043400
            END-EVALUATE.                                               00043500
                                                                        00043600
            EVALUATE TRUE                                               00043700
              WHEN WRK-IDX-ORIGEM EQUAL ZEROES                          00043800
                MOVE 'ORIGEM INVALIDA  ' TO WRK-RESULTADO               00043900
              WHEN WRK-ENT-VALOR NOT NUMERIC                            00044000
                   OR WRK-ENT-VALOR EQUAL ZEROES                        00044100
                MOVE 'VALOR ZERADO     ' TO WRK-RESULTADO               00044200
              WHEN WRK-ENT-VENCIMENTO NOT NUMERIC                       00044300
                   OR WRK-ENT-VENC-MES LESS 01                          00044400
                   OR WRK-ENT-VENC-MES GREATER 12                       00044500
                   OR WRK-ENT-VENC-DIA LESS 01                          00044600
                   OR WRK-ENT-VENC-DIA GREATER 31                       00044700
                MOVE 'VENCTO INVALIDO  ' TO WRK-RESULTADO               00044800
            END-EVALUATE.                                               00044900
                                                                        00045000
            IF WRK-RESULTADO EQUAL SPACES                               00045100
               MOVE ZEROES TO WRK-IDX-TIT                               00045200
               MOVE 1 TO WRK-SUB-TIT                                    00045300
               PERFORM 2100-COMPARAR-TITULO                             00045400
                       UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT            00045500
                          OR WRK-IDX-TIT GREATER ZEROES                 00045600
               IF WRK-IDX-TIT GREATER ZEROES                            00045700
                  MOVE 'JA CARREGADO     ' TO WRK-RESULTADO             00045800
                  MOVE WRK-TTB-NOSSONUM (WRK-IDX-TIT)                   00045900
                       TO WRK-LDT-NOSSONUM                              00046000
                  ADD 1 TO WRK-QTD-DUPLIC                               00046100
               END-IF                                                   00046200
            END-IF.                                                     00046300
                                                                        00046400
            IF WRK-RESULTADO NOT EQUAL SPACES                           00046500
               ADD 1 TO WRK-QTD-RECUSA                                  00046600
               GO TO 2000-90-LISTAR.                                    00046700
                                                                        00046800
            IF WRK-QTD-TIT NOT LESS 9999                                00046900
               MOVE 'TABELA DE TITULOS ESGOTADA   ' TO WRK-MSGERRO      00047000
               MOVE '2000' TO WRK-SECAO                                 00047100
               PERFORM 9100-ERRO-CONTROLE                               00047200
            END-IF.                                                     00047300
            ADD 1 TO WRK-QTD-TIT WRK-ULTIMO-NOSSO.                      00047400
            MOVE SPACES TO WRK-TTB-REGISTRO (WRK-QTD-TIT).              00047500
            MOVE WRK-ULTIMO-NOSSO   TO WRK-TTB-NOSSONUM (WRK-QTD-TIT)   00047600
                                       WRK-LDT-NOSSONUM.                00047700
            MOVE WRK-ENT-ORIGEM     TO WRK-TTB-ORIGEM (WRK-QTD-TIT).    00047800
            MOVE WRK-ENT-CLIENTE    TO WRK-TTB-CLIENTE (WRK-QTD-TIT).   00047900
            MOVE WRK-ENT-NOME       TO WRK-TTB-NOME (WRK-QTD-TIT).      00048000
            MOVE WRK-ENT-DOCUMENTO  TO WRK-TTB-DOCUMENTO (WRK-QTD-TIT). 00048100
            MOVE WRK-DATA-CICLO     TO WRK-TTB-EMISSAO (WRK-QTD-TIT).   00048200
            MOVE WRK-ENT-VENCIMENTO                                     00048300
                 TO WRK-TTB-VENCIMENTO (WRK-QTD-TIT).                   00048400
            MOVE WRK-ENT-VALOR      TO WRK-TTB-VALOR (WRK-QTD-TIT)      00048500
                                       WRK-TTB-SALDO (WRK-QTD-TIT).     00048600
            MOVE ZEROES TO WRK-TTB-VLR-PAGO (WRK-QTD-TIT)               00048700
                           WRK-TTB-VLR-ENCARGOS (WRK-QTD-TIT)           00048800
                           WRK-TTB-DATA-ULTPAG (WRK-QTD-TIT).           00048900
            MOVE 'N'                TO WRK-TTB-SW-MULTA (WRK-QTD-TIT).  00049000
            MOVE 'A'                TO WRK-TTB-SITUACAO (WRK-QTD-TIT).  00049100
            MOVE 'INCLUIDO         ' TO WRK-RESULTADO.                  00049200
            ADD 1 TO WRK-ORI-QTD (WRK-IDX-ORIGEM).                      00049300
            ADD WRK-ENT-VALOR TO WRK-ORI-VALOR (WRK-IDX-ORIGEM).        00049400
                                                                        00049500
       2000-90-LISTAR.                                                  00049600
            MOVE WRK-ENT-ORIGEM     TO WRK-LDT-ORIGEM.                  00049700
            MOVE WRK-ENT-CLIENTE    TO WRK-LDT-CLIENTE.                 00049800
            MOVE WRK-ENT-DOCUMENTO  TO WRK-LDT-DOCUMENTO.               00049900
            MOVE WRK-ENT-VENCIMENTO TO WRK-LDT-VENCIMENTO.              00050000
            MOVE WRK-ENT-VALOR      TO WRK-LDT-VALOR.                   00050100
            MOVE WRK-RESULTADO      TO WRK-LDT-RESULTADO.               00050200
            WRITE FD-RELCARGA FROM WRK-LINHA-DETALHE.                   00050300
                                                                        00050400
       2000-99-FIM.              EXIT.                                  00050500
      *-------------------------------------------------------------*   00050600
       2100-COMPARAR-TITULO                     SECTION.                00050700
      *-------------------------------------------------------------*   00050800
            IF WRK-TTB-ORIGEM (WRK-SUB-TIT) EQUAL WRK-ENT-ORIGEM        00050900
               AND WRK-TTB-CLIENTE (WRK-SUB-TIT) EQUAL WRK-ENT-CLIENTE  00051000
               AND WRK-TTB-DOCUMENTO (WRK-SUB-TIT)                      00051100
                   EQUAL WRK-ENT-DOCUMENTO                              00051200
               AND WRK-TTB-VENCIMENTO (WRK-SUB-TIT)                     00051300
                   EQUAL WRK-ENT-VENCIMENTO                             00051400
               MOVE WRK-SUB-TIT TO WRK-IDX-TIT                          00051500
            END-IF.                                                     00051600
            ADD 1 TO WRK-SUB-TIT.                                       00051700
       2100-99-FIM.              EXIT.                                  00051800
      *-------------------------------------------------------------*   00051900
       2500-GRAVAR-ARNOVO                       SECTION.                00052000
      *-------------------------------------------------------------*   00052100
            MOVE WRK-TTB-REGISTRO (WRK-SUB-TIT) TO FD-ARNOVO.           00052200
            WRITE FD-ARNOVO.                                            00052300
            ADD 1 TO WRK-REGARNOVO.                                     00052400
            ADD WRK-TTB-SALDO (WRK-SUB-TIT) TO WRK-TOT-SALDO.           00052500
            ADD 1 TO WRK-SUB-TIT.                                       00052600
       2500-99-FIM.              EXIT.                                  00052700
      *-------------------------------------------------------------*   00052800
       3000-FINALIZAR                           SECTION.                00052900
      *-------------------------------------------------------------*   00053000
             MOVE WRK-REGARNOVO TO WRK-TRLN-QTD.                        00053100
             MOVE WRK-TOT-SALDO TO WRK-TRLN-SALDO.                      00053200
             WRITE FD-ARNOVO FROM WRK-ARNOVO-TRL.                       00053300
                                                                        00053400
             WRITE FD-RELCARGA FROM WRK-LINHA-TRACO.                    00053500
             MOVE 'FRT'              TO WRK-LOR-ORIGEM.                 00053600
             MOVE WRK-ORI-QTD (1)    TO WRK-LOR-QTD.                    00053700
             MOVE WRK-ORI-VALOR (1)  TO WRK-LOR-VALOR.                  00053800
             WRITE FD-RELCARGA FROM WRK-LINHA-ORIGEM.                   00053900
             MOVE 'MAT'              TO WRK-LOR-ORIGEM.                 00054000
             MOVE WRK-ORI-QTD (2)    TO WRK-LOR-QTD.                    00054100
             MOVE WRK-ORI-VALOR (2)  TO WRK-LOR-VALOR.                  00054200
             WRITE FD-RELCARGA FROM WRK-LINHA-ORIGEM.                   00054300
             MOVE 'PRJ'              TO WRK-LOR-ORIGEM.                 00054400
             MOVE WRK-ORI-QTD (3)    TO WRK-LOR-QTD.                    00054500
             MOVE WRK-ORI-VALOR (3)  TO WRK-LOR-VALOR.                  00054600
             WRITE FD-RELCARGA FROM WRK-LINHA-ORIGEM.                   00054700
             MOVE WRK-QTD-RECUSA     TO WRK-LRC-QTD.                    00054800
             MOVE WRK-QTD-DUPLIC     TO WRK-LRC-DUPLIC.                 00054900
             WRITE FD-RELCARGA FROM WRK-LINHA-RECUSAS.                  00055000
             WRITE FD-RELCARGA FROM WRK-LINHA-TRACO.                    00055100
                                                                        00055200
             CLOSE ARCAD RECEBMES RECTIT ARNOVO RELCARGA.               00055300
              DISPLAY ' ============================================'.  00055400
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX59          '.  00055500
              DISPLAY ' ============================================'.  00055600
              DISPLAY ' TITULOS NO CADASTRO........' WRK-REGARCAD.      00055700
              DISPLAY ' TITULOS LIDOS NA CARGA.....' WRK-REGLIDOS.      00055800
              DISPLAY ' TITULOS RECUSADOS..........' WRK-QTD-RECUSA.    00055900
              DISPLAY '  DOS QUAIS JA CARREGADOS...' WRK-QTD-DUPLIC.    00056000
              DISPLAY ' INCLUIDOS FRETE (FRT)......' WRK-ORI-QTD (1).   00056100
              DISPLAY ' INCLUIDOS MATRICULA (MAT)..' WRK-ORI-QTD (2).   00056200
              DISPLAY ' INCLUIDOS PROJETO (PRJ)....' WRK-ORI-QTD (3).   00056300
              DISPLAY ' REGISTROS NO ARNOVO........' WRK-REGARNOVO.     00056400
              DISPLAY ' ============================================'.  00056500
                                                                        00056600
              MOVE 'F' TO WRK-EST-EVENTO.                               00056700
              MOVE WRK-REGLIDOS   TO WRK-EST-LIDOS.                     00056800
              MOVE WRK-REGARNOVO  TO WRK-EST-GRAVADOS.                  00056900
              MOVE WRK-QTD-RECUSA TO WRK-EST-REJEITADOS.                00057000
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00057100
                                                                        00057200
       3000-99-FIM.              EXIT.                                  00057300
      *-------------------------------------------------------------*   00057400
       4000-TESTARSTATUS                            SECTION.            00057500
      *-------------------------------------------------------------*   00057600
                 PERFORM 4100-TESTARSTATUS-ARCAD.                       00057700
                 PERFORM 4200-TESTARSTATUS-RECEBMES.                    00057800
                 PERFORM 4300-TESTARSTATUS-RECTIT.                      00057900
                 IF WRK-FS-ARNOVO NOT EQUAL 00                          00058000
                   MOVE 'ERRO NO OPEN ARNOVO   ' TO WRK-MSGERRO         00058100
                   MOVE '1000'                   TO WRK-SECAO           00058200
                   MOVE WRK-FS-ARNOVO            TO WRK-STATUS          00058300
                    PERFORM 9000-TRATAERROS                             00058400
                 END-IF.                                                00058500
                 IF WRK-FS-RELCARGA NOT EQUAL 00                        00058600
                   MOVE 'ERRO NO OPEN RELCARGA ' TO WRK-MSGERRO         00058700
                   MOVE '1000'                   TO WRK-SECAO           00058800
                   MOVE WRK-FS-RELCARGA          TO WRK-STATUS          00058900
                    PERFORM 9000-TRATAERROS                             00059000
                 END-IF.                                                00059100
                                                                        00059200
       4000-99-FIM.              EXIT.                                  00059300
      *-------------------------------------------------------------*   00059400
       4100-TESTARSTATUS-ARCAD                      SECTION.            00059500
      *-------------------------------------------------------------*   00059600
               IF WRK-FS-ARCAD NOT EQUAL 00                             00059700
                           AND WRK-FS-ARCAD NOT EQUAL 10                00059800
                 MOVE 'ERRO NO ARCAD         ' TO WRK-MSGERRO           00059900
                 MOVE '1100'                   TO WRK-SECAO             00060000
                 MOVE WRK-FS-ARCAD             TO WRK-STATUS            00060100
                  PERFORM 9000-TRATAERROS                               00060200
               END-IF.                                                  00060300
                                                                        00060400
       4100-99-FIM.              EXIT.                                  00060500
      *-------------------------------------------------------------*   00060600
       4200-TESTARSTATUS-RECEBMES                   SECTION.            00060700
      *-------------------------------------------------------------*   00060800
               IF WRK-FS-RECEBMES NOT EQUAL 00                          00060900
                           AND WRK-FS-RECEBMES NOT EQUAL 10             00061000
                 MOVE 'ERRO NO RECEBMES      ' TO WRK-MSGERRO           00061100
                 MOVE '1200'                   TO WRK-SECAO             00061200
                 MOVE WRK-FS-RECEBMES          TO WRK-STATUS            00061300
                  PERFORM 9000-TRATAERROS                               00061400
               END-IF.                                                  00061500
                                                                        00061600
       4200-99-FIM.              EXIT.                                  00061700
      *-------------------------------------------------------------*   00061800
       4300-TESTARSTATUS-RECTIT                     SECTION.            00061900
      *-------------------------------------------------------------*   00062000
               IF WRK-FS-RECTIT NOT EQUAL 00                            00062100
                           AND WRK-FS-RECTIT NOT EQUAL 10               00062200
                 MOVE 'ERRO NO RECTIT        ' TO WRK-MSGERRO           00062300
                 MOVE '1300'                   TO WRK-SECAO             00062400
                 MOVE WRK-FS-RECTIT            TO WRK-STATUS            00062500
                  PERFORM 9000-TRATAERROS                               00062600
               END-IF.                                                  00062700
                                                                        00062800
       4300-99-FIM.              EXIT.                                  00062900
      *-------------------------------------------------------------*   00063000
       9100-ERRO-CONTROLE                           SECTION.            00063100
      *-------------------------------------------------------------*   00063200
           MOVE 'FR19EX59' TO WRK-PROGRAMA.                             00063300
           MOVE 'E'        TO WRK-SEVERIDADE.                           00063400
           MOVE '08'       TO WRK-STATUS.                               00063500
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00063600
           MOVE 8 TO RETURN-CODE.                                       00063700
           STOP RUN.                                                    00063800
                                                                        00063900
       9100-99-FIM.              EXIT.                                  00064000
      *-------------------------------------------------------------*   00064100
       9000-TRATAERROS                              SECTION.            00064200
      *-------------------------------------------------------------*   00064300
           MOVE 'FR19EX59' TO WRK-PROGRAMA                              00064400
           MOVE 'E'        TO WRK-SEVERIDADE                            00064500
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00064600
           GOBACK.                                                      00064700
                                                                        00064800
       9000-99-FIM.              EXIT.                                  00064900
