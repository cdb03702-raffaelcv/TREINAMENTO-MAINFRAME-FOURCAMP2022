      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX60.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: BAIXA DOS TITULOS DO CADASTRO UNICO DE CONTAS   *   00001200
      *    A RECEBER (ARCAD, CARREGADO PELO FR19EX59). CADA         *   00001300
      *    PAGAMENTO RECEBIDO E CASADO PELO NOSSO-NUMERO:           *   00001400
      *     RETCOB   - RETORNO DE COBRANCA DO BANCO (UM REGISTRO    *   00001500
      *                POR TITULO PAGO)                             *   00001600
      *     MOVPOST  - CREDITOS (TIPOMOV 'C') DA POSTAGEM DA NOITE  *   00001700
      *                COM HISTORICO 'BOLETO ' + NOSSO-NUMERO       *   00001800
      *                (10 DIGITOS); SE O CARTAO 4 TROUXER A CONTA  *   00001900
      *                DE COBRANCA, SO OS CREDITOS NELA. A DATA DO  *   00002000
      *                PAGAMENTO E A DATA-VALOR (ZERADA = CICLO) E  *   00002100
      *                O VALOR DA POSTAGEM E EM UNIDADES INTEIRAS   *   00002200
      *    PAGO DEPOIS DO VENCIMENTO O TITULO SOFRE:                *   00002300
      *     MULTA - PERCENTUAL DO CARTAO 2 SOBRE O SALDO, UMA UNICA *   00002400
      *             VEZ POR TITULO                                  *   00002500
      *     JUROS - PERCENTUAL AO DIA DO CARTAO 3 SOBRE O SALDO,    *   00002600
      *             PELOS DIAS CORRIDOS DESDE O VENCIMENTO OU DESDE *   00002700
      *             O ULTIMO PAGAMENTO, O QUE FOR MAIS RECENTE      *   00002800
      *    O PAGAMENTO QUITA PRIMEIRO OS ENCARGOS E DEPOIS O SALDO. *   00002900
      *    COBRINDO TUDO O TITULO FICA LIQUIDADO ('L') E O EXCESSO  *   00003000
      *    E APONTADO COMO PAGO A MAIOR; SENAO FICA PAGO EM PARTE   *   00003100
      *    ('P') COM O SALDO RESTANTE EM ABERTO. NOSSO-NUMERO       *   00003200
      *    INEXISTENTE OU TITULO JA LIQUIDADO VAI PARA O RELBAIXA   *   00003300
      *    PARA TRATAMENTO MANUAL, SEM ALTERAR O CADASTRO.          *   00003400
      *    CARTAO SYSIN 1: DATA DO CICLO (9(08); ZEROS = HOJE)      *   00003500
      *    CARTAO SYSIN 2: MULTA EM % (99V99; ZEROS = 2,00)         *   00003600
      *    CARTAO SYSIN 3: JUROS EM % AO DIA (9V9999;               *   00003700
      *                    ZEROS = 0,0333)                          *   00003800
      *    CARTAO SYSIN 4: CONTA DE COBRANCA AAAACCCC NA POSTAGEM   *   00003900
      *                    (BRANCOS = QUALQUER CONTA)               *   00004000
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004100
      *-------------------------------------------------------------*   00004200
      *   ARQUIVOS...:                                              *   00004300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004400
      *    ARCAD                I                  -----------      *   00004500
      *    RETCOB               I                  -----------      *   00004600
      *    MOVPOST              I                  -----------      *   00004700
      *    ARNOVO               O                  -----------      *   00004800
      *    RELBAIXA             O                  -----------      *   00004900
      *-------------------------------------------------------------*   00005000
      *   MODULOS....:                             INCLUDE/BOOK     *   00005100
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005200
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00005300
      *=============================================================*   00005400
                                                                        00005500
      *=============================================================*   00005600
       ENVIRONMENT                               DIVISION.              00005700
      *=============================================================*   00005800
                                                                        00005900
      *=============================================================*   00006000
       CONFIGURATION                               SECTION.             00006100
      *=============================================================*   00006200
       SPECIAL-NAMES.                                                   00006300
           DECIMAL-POINT IS COMMA.                                      00006400
                                                                        00006500
       INPUT-OUTPUT                                SECTION.             00006600
       FILE-CONTROL.                                                    00006700
            SELECT ARCAD ASSIGN TO ARCAD                                00006800
                 FILE STATUS IS WRK-FS-ARCAD.                           00006900
                                                                        00007000
            SELECT RETCOB ASSIGN TO RETCOB                              00007100
                 FILE STATUS IS WRK-FS-RETCOB.                          00007200
                                                                        00007300
            SELECT MOVPOST ASSIGN TO MOVPOST                            00007400
                 FILE STATUS IS WRK-FS-MOVPOST.                         00007500
                                                                        00007600
      *--------------ARQUIVOS SAIDAS--------------------------------*   00007700
                                                                        00007800
            SELECT ARNOVO ASSIGN TO ARNOVO                              00007900
                 FILE STATUS IS WRK-FS-ARNOVO.                          00008000
                                                                        00008100
            SELECT RELBAIXA ASSIGN TO RELBAIXA                          00008200
                 FILE STATUS IS WRK-FS-RELBAIXA.                        00008300
                                                                        00008400
      *=============================================================*   00008500
       DATA                                      DIVISION.              00008600
      *=============================================================*   00008700
       FILE                                      SECTION.               00008800
      *-------------------LRECL 150---------------------------------*   00008900
       FD ARCAD                                                         00009000
           RECORDING MODE IS F                                          00009100
           LABEL RECORD IS STANDARD                                     00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
       01 FD-ARCAD.                                                     00009400
          05 FD-AR-NOSSONUM         PIC 9(10).                          00009500
          05 FD-AR-ORIGEM           PIC X(03).                          00009600
          05 FD-AR-CLIENTE          PIC X(10).                          00009700
          05 FD-AR-NOME             PIC X(30).                          00009800
          05 FD-AR-DOCUMENTO        PIC X(12).                          00009900
          05 FD-AR-EMISSAO          PIC 9(08).                          00010000
          05 FD-AR-VENCIMENTO       PIC 9(08).                          00010100
          05 FD-AR-VALOR            PIC 9(09)V99.                       00010200
          05 FD-AR-SALDO            PIC 9(09)V99.                       00010300
          05 FD-AR-VLR-PAGO         PIC 9(09)V99.                       00010400
          05 FD-AR-VLR-ENCARGOS     PIC 9(09)V99.                       00010500
          05 FD-AR-DATA-ULTPAG      PIC 9(08).                          00010600
          05 FD-AR-SW-MULTA         PIC X(01).                          00010700
          05 FD-AR-SITUACAO         PIC X(01).                          00010800
          05 FILLER                 PIC X(15).                          00010900
                                                                        00011000
      *-------------------LRECL 80----------------------------------*   00011100
       FD RETCOB                                                        00011200
           RECORDING MODE IS F                                          00011300
           LABEL RECORD IS STANDARD                                     00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       01 FD-RETCOB.                                                    00011600
          05 FD-RET-NOSSONUM        PIC 9(10).                          00011700
          05 FD-RET-DATA-PAGTO      PIC 9(08).                          00011800
          05 FD-RET-VALOR-PAGO      PIC 9(09)V99.                       00011900
          05 FD-RET-BANCO           PIC X(03).                          00012000
          05 FD-RET-AGENCIA         PIC X(04).                          00012100
          05 FILLER                 PIC X(44).                          00012200
                                                                        00012300
      *-------------------LRECL 55----------------------------------*   00012400
       FD MOVPOST                                                       00012500
           RECORDING MODE IS F                                          00012600
           LABEL RECORD IS STANDARD                                     00012700
           BLOCK CONTAINS 0 RECORDS.                                    00012800
       01 FD-MOVPOST.                                                   00012900
          05 FD-PST-CHAVE.                                              00013000
             10 FD-PST-AGENCIA      PIC X(04).                          00013100
             10 FD-PST-CONTA        PIC X(04).                          00013200
          05 FD-PST-HISTORICO.                                          00013300
             10 FD-PST-HIST-BOLETO  PIC X(07).                          00013400
             10 FD-PST-HIST-NOSSO   PIC X(10).                          00013500
             10 FILLER              PIC X(13).                          00013600
          05 FD-PST-VALOR           PIC 9(08).                          00013700
          05 FD-PST-TIPOMOV         PIC X(01).                          00013800
          05 FD-PST-DATAVALOR       PIC 9(08).                          00013900
                                                                        00014000
      *-------------------LRECL 150---------------------------------*   00014100
       FD ARNOVO                                                        00014200
           RECORDING MODE IS F.                                         00014300
       01 FD-ARNOVO               PIC X(150).                           00014400
                                                                        00014500
      *-------------------LRECL 80----------------------------------*   00014600
       FD RELBAIXA                                                      00014700
           RECORDING MODE IS F.                                         00014800
       01 FD-RELBAIXA             PIC X(80).                            00014900
                                                                        00015000
      *=============================================================*   00015100
       WORKING-STORAGE                             SECTION.             00015200
      *=============================================================*   00015300
                                                                        00015400
       01 FILLER          PIC X(64) VALUE                               00015500
           '-----------BOOK LOGERROS------------------------'.          00015600
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00015700
       COPY '#GLOG'.                                                    00015800
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00015900
       COPY '#GSTAT'.                                                   00016000
      *-------------------------------------------------------------*   00016100
                                                                        00016200
       01 FILLER          PIC X(64) VALUE                               00016300
           '-----------VARIAVEIS DE STATUS------------------'.          00016400
                                                                        00016500
       77 WRK-FS-ARCAD    PIC 9(02).                                    00016600
       77 WRK-FS-RETCOB   PIC 9(02).                                    00016700
       77 WRK-FS-MOVPOST  PIC 9(02).                                    00016800
       77 WRK-FS-ARNOVO   PIC 9(02).                                    00016900
       77 WRK-FS-RELBAIXA PIC 9(02).                                    00017000
                                                                        00017100
       01 FILLER          PIC X(64) VALUE                               00017200
           '-----------PARAMETROS SYSIN---------------------'.          00017300
                                                                        00017400
       01 WRK-DATACICLO.                                                00017500
          05 FILLER              PIC X(10).                             00017600
          05 WRK-DATACICLO-AC    PIC 9(08).                             00017700
                                                                        00017800
       01 WRK-MULTACARD.                                                00017900
          05 FILLER              PIC X(10).                             00018000
          05 WRK-MULTACARD-AC    PIC 9(02)V99.                          00018100
                                                                        00018200
       01 WRK-JUROSCARD.                                                00018300
          05 FILLER              PIC X(10).                             00018400
          05 WRK-JUROSCARD-AC    PIC 9(01)V9(04).                       00018500
                                                                        00018600
       01 WRK-CONTACARD.                                                00018700
          05 FILLER              PIC X(10).                             00018800
          05 WRK-CONTACARD-AC    PIC X(08).                             00018900
                                                                        00019000
       77 WRK-DATA-CICLO     PIC 9(08) VALUE ZEROES.                    00019100
       77 WRK-PCT-MULTA      PIC 9(02)V99 VALUE ZEROES.                 00019200
       77 WRK-PCT-JUROS      PIC 9(01)V9(04) VALUE ZEROES.              00019300
       77 WRK-CONTA-COBR     PIC X(08) VALUE SPACES.                    00019400
                                                                        00019500
       01 FILLER          PIC X(64) VALUE                               00019600
           '-----------CADASTRO DE TITULOS EM MEMORIA-------'.          00019700
                                                                        00019800
       77 WRK-QTD-TIT     PIC 9(04) VALUE ZEROES.                       00019900
       77 WRK-SUB-TIT     PIC 9(04) VALUE ZEROES.                       00020000
       77 WRK-IDX-TIT     PIC 9(04) VALUE ZEROES.                       00020100
       01 WRK-TAB-TITULOS.                                              00020200
          05 WRK-TIT-LINHA OCCURS 9999 TIMES.                           00020300
             10 WRK-TTB-REGISTRO.                                       00020400
                15 WRK-TTB-NOSSONUM     PIC 9(10).                      00020500
                15 WRK-TTB-ORIGEM       PIC X(03).                      00020600
                15 WRK-TTB-CLIENTE      PIC X(10).                      00020700
                15 WRK-TTB-NOME         PIC X(30).                      00020800
                15 WRK-TTB-DOCUMENTO    PIC X(12).                      00020900
                15 WRK-TTB-EMISSAO      PIC 9(08).                      00021000
                15 WRK-TTB-VENCIMENTO   PIC 9(08).                      00021100
                15 WRK-TTB-VALOR        PIC 9(09)V99.                   00021200
                15 WRK-TTB-SALDO        PIC 9(09)V99.                   00021300
                15 WRK-TTB-VLR-PAGO     PIC 9(09)V99.                   00021400
                15 WRK-TTB-VLR-ENCARGOS PIC 9(09)V99.                   00021500
                15 WRK-TTB-DATA-ULTPAG  PIC 9(08).                      00021600
                15 WRK-TTB-SW-MULTA     PIC X(01).                      00021700
                15 WRK-TTB-SITUACAO     PIC X(01).                      00021800
                15 FILLER               PIC X(15).                      00021900
                                                                        00022000
       01 FILLER          PIC X(64) VALUE                               00022100
           '-----------PAGAMENTO EM CURSO-------------------'.          00022200
                                                                        00022300
       77 WRK-PAG-FONTE      PIC X(03) VALUE SPACES.                    00022400
       77 WRK-PAG-NOSSONUM   PIC 9(10) VALUE ZEROES.                    00022500
       77 WRK-PAG-DATA       PIC 9(08) VALUE ZEROES.                    00022600
       77 WRK-PAG-VALOR      PIC 9(09)V99 VALUE ZEROES.                 00022700
       77 WRK-SALDO-ANT      PIC 9(09)V99 VALUE ZEROES.                 00022800
       77 WRK-VLR-MULTA      PIC 9(09)V99 VALUE ZEROES.                 00022900
       77 WRK-VLR-JUROS      PIC 9(09)V99 VALUE ZEROES.                 00023000
       77 WRK-VLR-ENCARGOS   PIC 9(09)V99 VALUE ZEROES.                 00023100
       77 WRK-VLR-DEVIDO     PIC 9(09)V99 VALUE ZEROES.                 00023200
       77 WRK-VLR-EXCESSO    PIC 9(09)V99 VALUE ZEROES.                 00023300
       77 WRK-DATA-BASE      PIC 9(08) VALUE ZEROES.                    00023400
       77 WRK-DIAS-BASE      PIC 9(07) VALUE ZEROES.                    00023500
       77 WRK-DIAS-ATRASO    PIC 9(05) VALUE ZEROES.                    00023600
       77 WRK-RESULTADO      PIC X(16) VALUE SPACES.                    00023700
                                                                        00023800
      *----DIAS CORRIDOS DE UMA DATA (ATRASO DO PAGAMENTO)-----------*  00023900
       01 WRK-DN-DATA.                                                  00024000
          05 WRK-DN-ANO          PIC 9(04).                             00024100
          05 WRK-DN-MES          PIC 9(02).                             00024200
          05 WRK-DN-DIA          PIC 9(02).                             00024300
       77 WRK-DN-RESULT   PIC 9(07) VALUE ZEROES.                       00024400
       77 WRK-DN-ANTERIOR PIC 9(04) VALUE ZEROES.                       00024500
       77 WRK-DN-BISSEXTO PIC 9(01) VALUE ZEROES.                       00024600
       77 WRK-DN-RESTO4   PIC 9(04) VALUE ZEROES.                       00024700
       77 WRK-DN-RESTO100 PIC 9(04) VALUE ZEROES.                       00024800
       77 WRK-DN-RESTO400 PIC 9(04) VALUE ZEROES.                       00024900
       77 WRK-DN-QUOC4    PIC 9(04) VALUE ZEROES.                       00025000
       77 WRK-DN-QUOC100  PIC 9(04) VALUE ZEROES.                       00025100
       77 WRK-DN-QUOC400  PIC 9(04) VALUE ZEROES.                       00025200
                                                                        00025300
       01 FILLER          PIC X(64) VALUE                               00025400
           '-----------CONTADORES E CONTROLES---------------'.          00025500
                                                                        00025600
       77 WRK-SW-FIM-ARC  PIC X(01) VALUE 'N'.                          00025700
           88 WRK-FIM-ARCAD         VALUE 'S'.                          00025800
       77 WRK-SW-FIM-RET  PIC X(01) VALUE 'N'.                          00025900
           88 WRK-FIM-RETCOB        VALUE 'S'.                          00026000
       77 WRK-SW-FIM-PST  PIC X(01) VALUE 'N'.                          00026100
           88 WRK-FIM-MOVPOST       VALUE 'S'.                          00026200
                                                                        00026300
       77 WRK-REGARCAD    PIC 9(05) VALUE ZEROES.                       00026400
       77 WRK-REGRETCOB   PIC 9(05) VALUE ZEROES.                       00026500
       77 WRK-REGNOITE    PIC 9(05) VALUE ZEROES.                       00026600
       77 WRK-QTD-PAGTOS  PIC 9(05) VALUE ZEROES.                       00026700
       77 WRK-QTD-LIQUID  PIC 9(05) VALUE ZEROES.                       00026800
       77 WRK-QTD-PARCIAL PIC 9(05) VALUE ZEROES.                       00026900
       77 WRK-QTD-MAIOR   PIC 9(05) VALUE ZEROES.                       00027000
       77 WRK-QTD-MANUAL  PIC 9(05) VALUE ZEROES.                       00027100
       77 WRK-REGARNOVO   PIC 9(05) VALUE ZEROES.                       00027200
       77 WRK-TOT-RECEB   PIC 9(13)V99 VALUE ZEROES.                    00027300
       77 WRK-TOT-ENCARG  PIC 9(13)V99 VALUE ZEROES.                    00027400
       77 WRK-TOT-MANUAL  PIC 9(13)V99 VALUE ZEROES.                    00027500
       77 WRK-TOT-SALDO   PIC 9(13)V99 VALUE ZEROES.                    00027600
                                                                        00027700
       01 FILLER          PIC X(64) VALUE                               00027800
           '-----------CONTROLE GRAVADO NO ARNOVO-----------'.          00027900
                                                                        00028000
       01 WRK-ARNOVO-CAB.                                               00028100
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00028200
          05 FILLER              PIC X(01) VALUE SPACE.                 00028300
          05 WRK-CABN-DATA       PIC 9(08).                             00028400
          05 FILLER              PIC X(01) VALUE SPACE.                 00028500
          05 FILLER              PIC X(08) VALUE 'FR19EX60'.            00028600
          05 FILLER              PIC X(123) VALUE SPACES.               00028700
                                                                        00028800
       01 WRK-ARNOVO-TRL.                                               00028900
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00029000
          05 FILLER              PIC X(01) VALUE SPACE.                 00029100
          05 WRK-TRLN-QTD        PIC 9(05).                             00029200
          05 FILLER              PIC X(01) VALUE SPACE.                 00029300
          05 WRK-TRLN-SALDO      PIC 9(13)V99.                          00029400
          05 FILLER              PIC X(119) VALUE SPACES.               00029500
                                                                        00029600
       01 FILLER          PIC X(64) VALUE                               00029700
           '-----------LINHAS DO RELATORIO------------------'.          00029800
                                                                        00029900
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00030000
                                                                        00030100
       01 WRK-LINHA-TITULO.                                             00030200
          05 FILLER              PIC X(46) VALUE                        00030300
             'CONTAS A RECEBER - BAIXA DE PAGAMENTOS        '.          00030400
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00030500
          05 WRK-TIT-DATA        PIC 9(08).                             00030600
          05 FILLER              PIC X(18) VALUE SPACES.                00030700
                                                                        00030800
       01 WRK-LINHA-COLUNAS.                                            00030900
          05 FILLER              PIC X(40) VALUE                        00031000
             'FON NOSSO-NUM. PAGAMENTO      VALOR PAGO'.                00031100
          05 FILLER              PIC X(40) VALUE                        00031200
             '    ENCARGOS     SALDO FINAL RESULTADO  '.                00031300
                                                                        00031400
       01 WRK-LINHA-DETALHE.                                            00031500
          05 WRK-LDT-FONTE       PIC X(03).                             00031600
          05 FILLER              PIC X(01) VALUE SPACE.                 00031700
          05 WRK-LDT-NOSSONUM    PIC 9(10).                             00031800
          05 FILLER              PIC X(01) VALUE SPACE.                 00031900
          05 WRK-LDT-DATA        PIC 9(08).                             00032000
          05 FILLER              PIC X(01) VALUE SPACE.                 00032100
          05 WRK-LDT-PAGO        PIC ZZZ.ZZZ.ZZ9,99.                    00032200
          05 FILLER              PIC X(01) VALUE SPACE.                 00032300
          05 WRK-LDT-ENCARGOS    PIC ZZZ.ZZ9,99.                        00032400
          05 FILLER              PIC X(01) VALUE SPACE.                 00032500
          05 WRK-LDT-SALDO       PIC ZZZ.ZZZ.ZZ9,99.                    00032600
          05 FILLER              PIC X(01) VALUE SPACE.                 00032700
          05 WRK-LDT-RESULTADO   PIC X(16).                             00032800
                                                                        00032900
       01 WRK-LINHA-TOTAL.                                              00033000
          05 WRK-LTT-ROTULO      PIC X(30).                             00033100
          05 WRK-LTT-QTD         PIC ZZZZ9.                             00033200
          05 FILLER              PIC X(09) VALUE '  VALOR: '.           00033300
          05 WRK-LTT-VALOR       PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.             00033400
          05 FILLER              PIC X(15) VALUE SPACES.                00033500
                                                                        00033600
      *=============================================================*   00033700
       PROCEDURE DIVISION.                                              00033800
      *=============================================================*   00033900
                                                                        00034000
      *-------------------------------------------------------------*   00034100
       0000-PRINCIPAL                           SECTION.                00034200
      *-------------------------------------------------------------*   00034300
                                                                        00034400
            PERFORM  1000-INICIAR.                                      00034500
            PERFORM  1100-CARREGAR-ARCAD UNTIL WRK-FIM-ARCAD.           00034600
            PERFORM  1200-LER-RETCOB UNTIL WRK-FIM-RETCOB.              00034700
            PERFORM  1300-LER-MOVPOST UNTIL WRK-FIM-MOVPOST.            00034800
                                                                        00034900
            WRITE FD-ARNOVO FROM WRK-ARNOVO-CAB.                        00035000
            MOVE 1 TO WRK-SUB-TIT.                                      00035100
            PERFORM  2500-GRAVAR-ARNOVO                                 00035200
                     UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.             00035300
                                                                        00035400
            PERFORM  3000-FINALIZAR.                                    00035500
                                                                        00035600
            STOP RUN.                                                   00035700
                                                                        00035800
      *-------------------------------------------------------------*   00035900
       1000-INICIAR                             SECTION.                00036000
      *-------------------------------------------------------------*   00036100
             OPEN INPUT  ARCAD RETCOB MOVPOST                           00036200
                  OUTPUT ARNOVO RELBAIXA.                               00036300
                                                                        00036400
               PERFORM 4000-TESTARSTATUS.                               00036500
                                                                        00036600
               ACCEPT WRK-DATACICLO FROM SYSIN.                         00036700
               IF WRK-DATACICLO-AC EQUAL ZEROS                          00036800
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00036900
               ELSE                                                     00037000
                  MOVE WRK-DATACICLO-AC TO WRK-DATA-CICLO               00037100
               END-IF.                                                  00037200
                                                                        00037300
               ACCEPT WRK-MULTACARD FROM SYSIN.                         00037400
               IF WRK-MULTACARD-AC NUMERIC                              00037500
                  AND WRK-MULTACARD-AC GREATER ZEROES                   00037600
                  MOVE WRK-MULTACARD-AC TO WRK-PCT-MULTA                00037700
               ELSE                                                     00037800
                  MOVE 2 TO WRK-PCT-MULTA                               00037900
               END-IF.                                                  00038000
                                                                        00038100
               ACCEPT WRK-JUROSCARD FROM SYSIN.                         00038200
               IF WRK-JUROSCARD-AC NUMERIC                              00038300
                  AND WRK-JUROSCARD-AC GREATER ZEROES                   00038400
                  MOVE WRK-JUROSCARD-AC TO WRK-PCT-JUROS                00038500
               ELSE                                                     00038600
                  MOVE 0,0333 TO WRK-PCT-JUROS                          00038700
               END-IF.                                                  00038800
                                                                        00038900
               ACCEPT WRK-CONTACARD FROM SYSIN.                         00039000
               MOVE WRK-CONTACARD-AC TO WRK-CONTA-COBR.                 00039100
                                                                        00039200
               MOVE WRK-DATA-CICLO TO WRK-CABN-DATA                     00039300
                                      WRK-TIT-DATA.                     00039400
                                                                        00039500
               WRITE FD-RELBAIXA FROM WRK-LINHA-TRACO.                  00039600
               WRITE FD-RELBAIXA FROM WRK-LINHA-TITULO.                 00039700
               WRITE FD-RELBAIXA FROM WRK-LINHA-TRACO.                  00039800
               WRITE FD-RELBAIXA FROM WRK-LINHA-COLUNAS.                00039900
                                                                        00040000
               MOVE 'FR19EX60' TO WRK-EST-PROGRAMA.                     00040100
               MOVE 'I' TO WRK-EST-EVENTO.                              00040200
               MOVE ZEROES TO WRK-EST-LIDOS                             00040300
                              WRK-EST-GRAVADOS                          00040400
                              WRK-EST-REJEITADOS.                       00040500
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00040600
                                                                        00040700
       1000-99-FIM.              EXIT.                                  00040800
      *-------------------------------------------------------------*   00040900
       1100-CARREGAR-ARCAD                      SECTION.                00041000
      *-------------------------------------------------------------*   00041100
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00041200
             READ ARCAD                                                 00041300
               AT END                                                   00041400
                 MOVE 'S' TO WRK-SW-FIM-ARC                             00041500
             END-READ.                                                  00041600
             PERFORM 4100-TESTARSTATUS-ARCAD.                           00041700
             IF WRK-FS-ARCAD NOT EQUAL 00                               00041800
                GO TO 1100-99-FIM.                                      00041900
             IF FD-ARCAD (1:9) EQUAL 'CABECALHO'                        00042000
                OR FD-ARCAD (1:6) EQUAL 'RODAPE'                        00042100
                GO TO 1100-99-FIM.                                      00042200
             IF WRK-QTD-TIT NOT LESS 9999                               00042300
                MOVE 'TABELA DE TITULOS ESGOTADA   ' TO WRK-MSGERRO     00042400
                MOVE '1100' TO WRK-SECAO                                00042500
                PERFORM 9100-ERRO-CONTROLE                              00042600
             END-IF.                                                    00042700
             ADD 1 TO WRK-QTD-TIT.                                      00042800
             ADD 1 TO WRK-REGARCAD.                                     00042900
             MOVE FD-ARCAD TO WRK-TTB-REGISTRO (WRK-QTD-TIT).           00043000
       1100-99-FIM.              EXIT.                                  00043100
      *-------------------------------------------------------------*   00043200
       1200-LER-RETCOB                          SECTION.                00043300
      *-------------------------------------------------------------*   00043400
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00043500
             READ RETCOB                                                00043600
               AT END                                                   00043700
                 MOVE 'S' TO WRK-SW-FIM-RET                             00043800
             END-READ.                                                  00043900
             PERFORM 4200-TESTARSTATUS-RETCOB.                          00044000
             IF WRK-FS-RETCOB NOT EQUAL 00                              00044100
                GO TO 1200-99-FIM.                                      00044200
             IF FD-RETCOB (1:9) EQUAL 'CABECALHO'                       00044300
                OR FD-RETCOB (1:6) EQUAL 'RODAPE'                       00044400
                GO TO 1200-99-FIM.                                      00044500
             ADD 1 TO WRK-REGRETCOB.                                    00044600
             MOVE 'RET'             TO WRK-PAG-FONTE.                   00044700
             MOVE FD-RET-NOSSONUM   TO WRK-PAG-NOSSONUM.                00044800
             MOVE FD-RET-DATA-PAGTO TO WRK-PAG-DATA.                    00044900
             MOVE FD-RET-VALOR-PAGO TO WRK-PAG-VALOR.                   00045000
             IF WRK-PAG-DATA NOT NUMERIC                                00045100
                OR WRK-PAG-DATA EQUAL ZEROES                            00045200
                MOVE WRK-DATA-CICLO TO WRK-PAG-DATA                     00045300
             END-IF.                                                    00045400
             PERFORM 2000-BAIXAR-PAGAMENTO.                             00045500
       1200-99-FIM.              EXIT.                                  00045600
      *-------------------------------------------------------------*   00045700
       1300-LER-MOVPOST                         SECTION.                00045800
      *-------------------------------------------------------------*   00045900
      *   SO INTERESSAM OS CREDITOS IDENTIFICADOS COMO PAGAMENTO DE *   00046000
      *   BOLETO; DATA-VALOR ZERADA = DATA DO CICLO.                *   00046100
      *-------------------------------------------------------------*   00046200
             READ MOVPOST                                               00046300
               AT END                                                   00046400
                 MOVE 'S' TO WRK-SW-FIM-PST                             00046500
             END-READ.                                                  00046600
             PERFORM 4300-TESTARSTATUS-MOVPOST.                         00046700
             IF WRK-FS-MOVPOST NOT EQUAL 00                             00046800
                GO TO 1300-99-FIM.                                      00046900
             IF FD-MOVPOST (1:9) EQUAL 'CABECALHO'                      00047000
                OR FD-MOVPOST (1:6) EQUAL 'RODAPE'                      00047100
                GO TO 1300-99-FIM.                                      00047200
             ADD 1 TO WRK-REGNOITE.                                     00047300
             IF FD-PST-TIPOMOV NOT EQUAL 'C'                            00047400
                OR FD-PST-HIST-BOLETO NOT EQUAL 'BOLETO '               00047500
                OR FD-PST-HIST-NOSSO NOT NUMERIC                        00047600
                GO TO 1300-99-FIM.                                      00047700
             IF WRK-CONTA-COBR NOT EQUAL SPACES                         00047800
                AND FD-PST-CHAVE NOT EQUAL WRK-CONTA-COBR               00047900
                GO TO 1300-99-FIM.                                      00048000
                                                                        00048100
             MOVE 'PST'             TO WRK-PAG-FONTE.                   00048200
             MOVE FD-PST-HIST-NOSSO TO WRK-PAG-NOSSONUM.                00048300
             MOVE FD-PST-VALOR      TO WRK-PAG-VALOR.                   00048400
             IF FD-PST-DATAVALOR EQUAL ZEROES                           00048500
                MOVE WRK-DATA-CICLO   TO WRK-PAG-DATA                   00048600
             ELSE                                                       00048700
                MOVE FD-PST-DATAVALOR TO WRK-PAG-DATA                   00048800
             END-IF.                                                    00048900
             PERFORM 2000-BAIXAR-PAGAMENTO.                             00049000
       1300-99-FIM.              EXIT.                                  00049100
      *-------------------------------------------------------------*   00049200
       2000-BAIXAR-PAGAMENTO                    SECTION.                00049300
      *-------------------------------------------------------------*   00049400
      *   APLICA O PAGAMENTO EM CURSO AO TITULO DO NOSSO-NUMERO.    *   00049500
      *-------------------------------------------------------------*   00049600
            ADD 1 TO WRK-QTD-PAGTOS.                                    00049700
            ADD WRK-PAG-VALOR TO WRK-TOT-RECEB.                         00049800
            MOVE ZEROES TO WRK-VLR-MULTA WRK-VLR-JUROS                  00049900
                           WRK-VLR-ENCARGOS WRK-VLR-EXCESSO             00050000
                           WRK-SALDO-ANT.                               00050100
                                                                        00050200
            PERFORM 2900-LOCALIZAR-TITULO.                              00050300
            IF WRK-IDX-TIT EQUAL ZEROES                                 00050400
               MOVE 'NAO ENCONTRADO  ' TO WRK-RESULTADO                 00050500
               ADD 1 TO WRK-QTD-MANUAL                                  00050600
               ADD WRK-PAG-VALOR TO WRK-TOT-MANUAL                      00050700
               GO TO 2000-90-LISTAR.                                    00050800
            IF WRK-TTB-SITUACAO (WRK-IDX-TIT) EQUAL 'L'                 00050900
               MOVE 'JA LIQUIDADO    ' TO WRK-RESULTADO                 00051000
               ADD 1 TO WRK-QTD-MANUAL                                  00051100
               ADD WRK-PAG-VALOR TO WRK-TOT-MANUAL                      00051200
               GO TO 2000-90-LISTAR.                                    00051300
                                                                        00051400
            MOVE WRK-TTB-SALDO (WRK-IDX-TIT) TO WRK-SALDO-ANT.          00051500
            IF WRK-PAG-DATA GREATER WRK-TTB-VENCIMENTO (WRK-IDX-TIT)    00051600
               PERFORM 2100-CALCULAR-ENCARGOS                           00051700
            END-IF.                                                     00051800
            COMPUTE WRK-VLR-DEVIDO = WRK-SALDO-ANT + WRK-VLR-ENCARGOS.  00051900
                                                                        00052000
            IF WRK-PAG-VALOR NOT LESS WRK-VLR-DEVIDO                    00052100
               COMPUTE WRK-VLR-EXCESSO = WRK-PAG-VALOR - WRK-VLR-DEVIDO 00052200
               MOVE ZEROES TO WRK-TTB-SALDO (WRK-IDX-TIT)               00052300
               MOVE 'L'    TO WRK-TTB-SITUACAO (WRK-IDX-TIT)            00052400
               ADD 1 TO WRK-QTD-LIQUID                                  00052500
               IF WRK-VLR-EXCESSO GREATER ZEROES                        00052600
                  MOVE 'PAGO A MAIOR    ' TO WRK-RESULTADO              00052700
                  ADD 1 TO WRK-QTD-MAIOR                                00052800
               ELSE                                                     00052900
                  MOVE 'LIQUIDADO       ' TO WRK-RESULTADO              00053000
               END-IF                                                   00053100
            ELSE                                                        00053200
               COMPUTE WRK-TTB-SALDO (WRK-IDX-TIT) =                    00053300
                       WRK-VLR-DEVIDO - WRK-PAG-VALOR                   00053400
               MOVE 'P'    TO WRK-TTB-SITUACAO (WRK-IDX-TIT)            00053500
               MOVE 'PAGO EM PARTE   ' TO WRK-RESULTADO                 00053600
               ADD 1 TO WRK-QTD-PARCIAL                                 00053700
            END-IF.                                                     00053800
                                                                        00053900
            ADD WRK-PAG-VALOR    TO WRK-TTB-VLR-PAGO (WRK-IDX-TIT).     00054000
            ADD WRK-VLR-ENCARGOS TO WRK-TTB-VLR-ENCARGOS (WRK-IDX-TIT)  00054100
                                    WRK-TOT-ENCARG.                     00054200
            IF WRK-PAG-DATA GREATER WRK-TTB-DATA-ULTPAG (WRK-IDX-TIT)   00054300
               MOVE WRK-PAG-DATA TO WRK-TTB-DATA-ULTPAG (WRK-IDX-TIT)   00054400
            END-IF.                                                     00054500
                                                                        00054600
       2000-90-LISTAR.                                                  00054700
            MOVE WRK-PAG-FONTE      TO WRK-LDT-FONTE.                   00054800
            MOVE WRK-PAG-NOSSONUM   TO WRK-LDT-NOSSONUM.                00054900
            MOVE WRK-PAG-DATA       TO WRK-LDT-DATA.                    00055000
            MOVE WRK-PAG-VALOR      TO WRK-LDT-PAGO.                    00055100
            MOVE WRK-VLR-ENCARGOS   TO WRK-LDT-ENCARGOS.                00055200
            IF WRK-IDX-TIT GREATER ZEROES                               00055300
               MOVE WRK-TTB-SALDO (WRK-IDX-TIT) TO WRK-LDT-SALDO        00055400
            ELSE                                                        00055500
               MOVE ZEROES TO WRK-LDT-SALDO                             00055600
            END-IF.                                                     00055700
            MOVE WRK-RESULTADO      TO WRK-LDT-RESULTADO.               00055800
            WRITE FD-RELBAIXA FROM WRK-LINHA-DETALHE.                   00055900
                                                                        00056000
       2000-99-FIM.              EXIT.                                  00056100
      *-------------------------------------------------------------*   00056200
       2100-CALCULAR-ENCARGOS                   SECTION.                00056300
      *-------------------------------------------------------------*   00056400
      *   MULTA UMA UNICA VEZ; JUROS SOBRE O SALDO PELOS DIAS       *   00056500
      *   DESDE O VENCIMENTO OU O ULTIMO PAGAMENTO (O MAIS RECENTE).*   00056600
      *-------------------------------------------------------------*   00056700
            IF WRK-TTB-SW-MULTA (WRK-IDX-TIT) NOT EQUAL 'S'             00056800
               COMPUTE WRK-VLR-MULTA ROUNDED =                          00056900
                       WRK-SALDO-ANT * WRK-PCT-MULTA / 100              00057000
               MOVE 'S' TO WRK-TTB-SW-MULTA (WRK-IDX-TIT)               00057100
            END-IF.                                                     00057200
                                                                        00057300
            MOVE WRK-TTB-VENCIMENTO (WRK-IDX-TIT) TO WRK-DATA-BASE.     00057400
            IF WRK-TTB-DATA-ULTPAG (WRK-IDX-TIT) GREATER WRK-DATA-BASE  00057500
               MOVE WRK-TTB-DATA-ULTPAG (WRK-IDX-TIT) TO WRK-DATA-BASE  00057600
            END-IF.                                                     00057700
            MOVE ZEROES TO WRK-DIAS-ATRASO.                             00057800
            IF WRK-PAG-DATA GREATER WRK-DATA-BASE                       00057900
               MOVE WRK-DATA-BASE TO WRK-DN-DATA                        00058000
               PERFORM 5000-CALCULAR-DIAS                               00058100
               MOVE WRK-DN-RESULT TO WRK-DIAS-BASE                      00058200
               MOVE WRK-PAG-DATA TO WRK-DN-DATA                         00058300
               PERFORM 5000-CALCULAR-DIAS                               00058400
               COMPUTE WRK-DIAS-ATRASO = WRK-DN-RESULT                  00058500
                                       - WRK-DIAS-BASE                  00058600
            END-IF.                                                     00058700
            COMPUTE WRK-VLR-JUROS ROUNDED =                             00058800
                    WRK-SALDO-ANT * WRK-PCT-JUROS / 100                 00058900
                                  * WRK-DIAS-ATRASO.                    00059000
                                                                        00059100
            COMPUTE WRK-VLR-ENCARGOS = WRK-VLR-MULTA + WRK-VLR-JUROS.   00059200
                                                                        00059300
       2100-99-FIM.              EXIT.                                  00059400
      *-------------------------------------------------------------*   00059500
       2500-GRAVAR-ARNOVO                       SECTION.                00059600
      *-------------------------------------------------------------*   00059700
            MOVE WRK-TTB-REGISTRO (WRK-SUB-TIT) TO FD-ARNOVO.           00059800
            WRITE FD-ARNOVO.                                            00059900
            ADD 1 TO WRK-REGARNOVO.                                     00060000
            ADD WRK-TTB-SALDO (WRK-SUB-TIT) TO WRK-TOT-SALDO.           00060100
            ADD 1 TO WRK-SUB-TIT.                                       00060200
       2500-99-FIM.              EXIT.                                  00060300
      *-------------------------------------------------------------*   00060400
       2900-LOCALIZAR-TITULO                    SECTION.                00060500
      *-------------------------------------------------------------*   00060600
            MOVE ZEROES TO WRK-IDX-TIT.                                 00060700
            MOVE 1 TO WRK-SUB-TIT.                                      00060800
            PERFORM 2910-COMPARAR-TITULO                                00060900
                    UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT               00061000
                       OR WRK-IDX-TIT GREATER ZEROES.                   00061100
       2900-99-FIM.              EXIT.                                  00061200
      *-------------------------------------------------------------*   00061300
       2910-COMPARAR-TITULO                     SECTION.                00061400
      *-------------------------------------------------------------*   00061500
            IF WRK-TTB-NOSSONUM (WRK-SUB-TIT) EQUAL WRK-PAG-NOSSONUM    00061600
               MOVE WRK-SUB-TIT TO WRK-IDX-TIT                          00061700
            END-IF.                                                     00061800
            ADD 1 TO WRK-SUB-TIT.                                       00061900
       2910-99-FIM.              EXIT.                                  00062000
      *-------------------------------------------------------------*   00062100
       3000-FINALIZAR                           SECTION.                00062200
      *-------------------------------------------------------------*   00062300
             MOVE WRK-REGARNOVO TO WRK-TRLN-QTD.                        00062400
             MOVE WRK-TOT-SALDO TO WRK-TRLN-SALDO.                      00062500
             WRITE FD-ARNOVO FROM WRK-ARNOVO-TRL.                       00062600
                                                                        00062700
             WRITE FD-RELBAIXA FROM WRK-LINHA-TRACO.                    00062800
             MOVE 'PAGAMENTOS RECEBIDOS..........' TO WRK-LTT-ROTULO.   00062900
             MOVE WRK-QTD-PAGTOS TO WRK-LTT-QTD.                        00063000
             MOVE WRK-TOT-RECEB  TO WRK-LTT-VALOR.                      00063100
             WRITE FD-RELBAIXA FROM WRK-LINHA-TOTAL.                    00063200
             MOVE 'ENCARGOS (MULTA E JUROS)......' TO WRK-LTT-ROTULO.   00063300
             MOVE ZEROES         TO WRK-LTT-QTD.                        00063400
             MOVE WRK-TOT-ENCARG TO WRK-LTT-VALOR.                      00063500
             WRITE FD-RELBAIXA FROM WRK-LINHA-TOTAL.                    00063600
             MOVE 'PARA TRATAMENTO MANUAL........' TO WRK-LTT-ROTULO.   00063700
             MOVE WRK-QTD-MANUAL TO WRK-LTT-QTD.                        00063800
             MOVE WRK-TOT-MANUAL TO WRK-LTT-VALOR.                      00063900
             WRITE FD-RELBAIXA FROM WRK-LINHA-TOTAL.                    00064000
             MOVE 'SALDO EM ABERTO NO CADASTRO...' TO WRK-LTT-ROTULO.   00064100
             MOVE WRK-REGARNOVO  TO WRK-LTT-QTD.                        00064200
             MOVE WRK-TOT-SALDO  TO WRK-LTT-VALOR.                      00064300
             WRITE FD-RELBAIXA FROM WRK-LINHA-TOTAL.                    00064400
             WRITE FD-RELBAIXA FROM WRK-LINHA-TRACO.                    00064500
                                                                        00064600
             CLOSE ARCAD RETCOB MOVPOST ARNOVO RELBAIXA.                00064700
              DISPLAY ' ============================================'.  00064800
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX60          '.  00064900
              DISPLAY ' ============================================'.  00065000
              DISPLAY ' TITULOS NO CADASTRO........' WRK-REGARCAD.      00065100
              DISPLAY ' REGISTROS DO RETCOB........' WRK-REGRETCOB.     00065200
              DISPLAY ' REGISTROS DA POSTAGEM......' WRK-REGNOITE.      00065300
              DISPLAY ' PAGAMENTOS PROCESSADOS.....' WRK-QTD-PAGTOS.    00065400
              DISPLAY ' TITULOS LIQUIDADOS.........' WRK-QTD-LIQUID.    00065500
              DISPLAY '  DOS QUAIS PAGOS A MAIOR...' WRK-QTD-MAIOR.     00065600
              DISPLAY ' TITULOS PAGOS EM PARTE.....' WRK-QTD-PARCIAL.   00065700
              DISPLAY ' PARA TRATAMENTO MANUAL.....' WRK-QTD-MANUAL.    00065800
              DISPLAY ' REGISTROS NO ARNOVO........' WRK-REGARNOVO.     00065900
              DISPLAY ' ============================================'.  00066000
                                                                        00066100
              MOVE 'F' TO WRK-EST-EVENTO.                               00066200
              MOVE WRK-QTD-PAGTOS TO WRK-EST-LIDOS.                     00066300
              MOVE WRK-REGARNOVO  TO WRK-EST-GRAVADOS.                  00066400
              MOVE WRK-QTD-MANUAL TO WRK-EST-REJEITADOS.                00066500
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00066600
                                                                        00066700
       3000-99-FIM.              EXIT.                                  00066800
      *-------------------------------------------------------------*   00066900
       4000-TESTARSTATUS                            SECTION.            00067000
      *-------------------------------------------------------------*   00067100
                 PERFORM 4100-TESTARSTATUS-ARCAD.                       00067200
                 PERFORM 4200-TESTARSTATUS-RETCOB.                      00067300
                 PERFORM 4300-TESTARSTATUS-MOVPOST.                     00067400
                 IF WRK-FS-ARNOVO NOT EQUAL 00                          00067500
                   MOVE 'ERRO NO OPEN ARNOVO   ' TO WRK-MSGERRO         00067600
                   MOVE '1000'                   TO WRK-SECAO           00067700
                   MOVE WRK-FS-ARNOVO            TO WRK-STATUS          00067800
                    PERFORM 9000-TRATAERROS                             00067900
                 END-IF.                                                00068000
                 IF WRK-FS-RELBAIXA NOT EQUAL 00                        00068100
                   MOVE 'ERRO NO OPEN RELBAIXA ' TO WRK-MSGERRO         00068200
                   MOVE '1000'                   TO WRK-SECAO           00068300
                   MOVE WRK-FS-RELBAIXA          TO WRK-STATUS          00068400
                    PERFORM 9000-TRATAERROS                             00068500
                 END-IF.                                                00068600
                                                                        00068700
       4000-99-FIM.              EXIT.                                  00068800
      *-------------------------------------------------------------*   00068900
       4100-TESTARSTATUS-ARCAD                      SECTION.            00069000
      *-------------------------------------------------------------*   00069100
               IF WRK-FS-ARCAD NOT EQUAL 00                             00069200
                           AND WRK-FS-ARCAD NOT EQUAL 10                00069300
                 MOVE 'ERRO NO ARCAD         ' TO WRK-MSGERRO           00069400
                 MOVE '1100'                   TO WRK-SECAO             00069500
                 MOVE WRK-FS-ARCAD             TO WRK-STATUS            00069600
                  PERFORM 9000-TRATAERROS                               00069700
               END-IF.                                                  00069800
                                                                        00069900
       4100-99-FIM.              EXIT.                                  00070000
      *-------------------------------------------------------------*   00070100
       4200-TESTARSTATUS-RETCOB                     SECTION.            00070200
      *-------------------------------------------------------------*   00070300
               IF WRK-FS-RETCOB NOT EQUAL 00                            00070400
                           AND WRK-FS-RETCOB NOT EQUAL 10               00070500
                 MOVE 'ERRO NO RETCOB        ' TO WRK-MSGERRO           00070600
                 MOVE '1200'                   TO WRK-SECAO             00070700
                 MOVE WRK-FS-RETCOB            TO WRK-STATUS            00070800
                  PERFORM 9000-TRATAERROS                               00070900
               END-IF.                                                  00071000
                                                                        00071100
       4200-99-FIM.              EXIT.                                  00071200
      *-------------------------------------------------------------*   00071300
       4300-TESTARSTATUS-MOVPOST                    SECTION.            00071400
      *-------------------------------------------------------------*   00071500
               IF WRK-FS-MOVPOST NOT EQUAL 00                           00071600
                           AND WRK-FS-MOVPOST NOT EQUAL 10              00071700
                 MOVE 'ERRO NO MOVPOST       ' TO WRK-MSGERRO           00071800
                 MOVE '1300'                   TO WRK-SECAO             00071900
                 MOVE WRK-FS-MOVPOST           TO WRK-STATUS            00072000
                  PERFORM 9000-TRATAERROS                               00072100
               END-IF.                                                  00072200
                                                                        00072300
       4300-99-FIM.              EXIT.                                  00072400
      *-------------------------------------------------------------*   00072500
       5000-CALCULAR-DIAS                           SECTION.            00072600
      *-------------------------------------------------------------*   00072700
      *   CONVERTE WRK-DN-DATA (AAAAMMDD) EM DIAS CORRIDOS PARA O   *   00072800
      *   ATRASO (CALENDARIO GREGORIANO; OS BISSEXTOS ATE O ANO     *   00072900
      *   ANTERIOR, O DO ANO PELO MES).                             *   00073000
      *-------------------------------------------------------------*   00073100
            COMPUTE WRK-DN-ANTERIOR = WRK-DN-ANO - 1.                   00073200
            DIVIDE WRK-DN-ANTERIOR BY 4                                 00073300
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00073400
            DIVIDE WRK-DN-ANTERIOR BY 100                               00073500
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00073600
            DIVIDE WRK-DN-ANTERIOR BY 400                               00073700
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00073800
                                                                        00073900
            COMPUTE WRK-DN-RESULT = (WRK-DN-ANO * 365)                  00074000
                                  + WRK-DN-QUOC4                        00074100
                                  - WRK-DN-QUOC100                      00074200
                                  + WRK-DN-QUOC400                      00074300
                                  + WRK-DN-DIA.                         00074400
                                                                        00074500
            EVALUATE WRK-DN-MES                                         00074600
              WHEN 01 CONTINUE                                          00074700
              WHEN 02 ADD 31  TO WRK-DN-RESULT                          00074800
              WHEN 03 ADD 59  TO WRK-DN-RESULT                          00074900
              WHEN 04 ADD 90  TO WRK-DN-RESULT                          00075000
              WHEN 05 ADD 120 TO WRK-DN-RESULT                          00075100
              WHEN 06 ADD 151 TO WRK-DN-RESULT                          00075200
              WHEN 07 ADD 181 TO WRK-DN-RESULT                          00075300
              WHEN 08 ADD 212 TO WRK-DN-RESULT                          00075400
              WHEN 09 ADD 243 TO WRK-DN-RESULT                          00075500
              WHEN 10 ADD 273 TO WRK-DN-RESULT                          00075600
              WHEN 11 ADD 304 TO WRK-DN-RESULT                          00075700
              WHEN 12 ADD 334 TO WRK-DN-RESULT                          00075800
            END-EVALUATE.                                               00075900
                                                                        00076000
            PERFORM 5100-VERIFICAR-BISSEXTO.                            00076100
            IF WRK-DN-BISSEXTO EQUAL 1                                  00076200
               AND WRK-DN-MES GREATER 2                                 00076300
               ADD 1 TO WRK-DN-RESULT                                   00076400
            END-IF.                                                     00076500
                                                                        00076600
       5000-99-FIM.              EXIT.                                  00076700
      *-------------------------------------------------------------*   00076800
       5100-VERIFICAR-BISSEXTO                      SECTION.            00076900
      *-------------------------------------------------------------*   00077000
            DIVIDE WRK-DN-ANO BY 4                                      00077100
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00077200
            DIVIDE WRK-DN-ANO BY 100                                    00077300
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00077400
            DIVIDE WRK-DN-ANO BY 400                                    00077500
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00077600
            IF (WRK-DN-RESTO4 EQUAL ZEROES                              00077700
                  AND WRK-DN-RESTO100 NOT EQUAL ZEROES)                 00077800
               OR WRK-DN-RESTO400 EQUAL ZEROES                          00077900
               MOVE 1 TO WRK-DN-BISSEXTO                                00078000
            ELSE                                                        00078100
               MOVE ZEROES TO WRK-DN-BISSEXTO                           00078200
            END-IF.                                                     00078300
                                                                        00078400
       5100-99-FIM.              EXIT.                                  00078500
      *-------------------------------------------------------------*   00078600
       9100-ERRO-CONTROLE                           SECTION.            00078700
      *-------------------------------------------------------------*   00078800
           MOVE 'FR19EX60' TO WRK-PROGRAMA.                             00078900
           MOVE 'E'        TO WRK-SEVERIDADE.                           00079000
           MOVE '08'       TO WRK-STATUS.                               00079100
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00079200
           MOVE 8 TO RETURN-CODE.                                       00079300
           STOP RUN.                                                    00079400
                                                                        00079500
       9100-99-FIM.              EXIT.                                  00079600
      *-------------------------------------------------------------*   00079700
       9000-TRATAERROS                              SECTION.            00079800
      *-------------------------------------------------------------*   00079900
           MOVE 'FR19EX60' TO WRK-PROGRAMA                              00080000
           MOVE 'E'        TO WRK-SEVERIDADE                            00080100
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00080200
           GOBACK.                                                      00080300
                                                                        00080400
       9000-99-FIM.              EXIT.                                  00080500
