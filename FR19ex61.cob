      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX61.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: ENVELHECIMENTO DO CADASTRO UNICO DE CONTAS A    *   00001200
      *    RECEBER (ARCAD), SUBSTITUINDO AS TRES PLANILHAS DE       *   00001300
      *    FRETE, MATRICULA E PROJETO. SO ENTRAM OS TITULOS EM      *   00001400
      *    ABERTO OU PAGOS EM PARTE, PELO SALDO.                    *   00001500
      *    RELAGAR: UM BLOCO POR ORIGEM (FRT, MAT, PRJ) COM UMA     *   00001600
      *    LINHA POR CLIENTE E O TOTAL DA ORIGEM; NO FIM O TOTAL    *   00001700
      *    GERAL. FAIXAS PELOS DIAS CORRIDOS DO VENCIMENTO ATE A    *   00001800
      *    DATA DO CICLO:                                           *   00001900
      *     A VENCER - VENCIMENTO NA DATA DO CICLO OU DEPOIS        *   00002000
      *     1-30, 31-60, 61-90 E +90 DIAS DE ATRASO                 *   00002100
      *    CARTAO SYSIN 1: DATA DO CICLO (9(08); ZEROS = HOJE)      *   00002200
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00002300
      *-------------------------------------------------------------*   00002400
      *   ARQUIVOS...:                                              *   00002500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002600
      *    ARCAD                I                  -----------      *   00002700
      *    RELAGAR              O                  -----------      *   00002800
      *-------------------------------------------------------------*   00002900
      *   MODULOS....:                             INCLUDE/BOOK     *   00003000
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003100
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00003200
      *=============================================================*   00003300
                                                                        00003400
      *=============================================================*   00003500
       ENVIRONMENT                               DIVISION.              00003600
      *=============================================================*   00003700
                                                                        00003800
      *=============================================================*   00003900
       CONFIGURATION                               SECTION.             00004000
      *=============================================================*   00004100
       SPECIAL-NAMES.                                                   00004200
           DECIMAL-POINT IS COMMA.                                      00004300
                                                                        00004400
       INPUT-OUTPUT                                SECTION.             00004500
       FILE-CONTROL.                                                    00004600
            SELECT ARCAD ASSIGN TO ARCAD                                00004700
                 FILE STATUS IS WRK-FS-ARCAD.                           00004800
                                                                        00004900
      *--------------ARQUIVOS SAIDAS--------------------------------*   00005000
                                                                        00005100
            SELECT RELAGAR ASSIGN TO RELAGAR                            00005200
                 FILE STATUS IS WRK-FS-RELAGAR.                         00005300
                                                                        00005400
      *=============================================================*   00005500
       DATA                                      DIVISION.              00005600
      *=============================================================*   00005700
       FILE                                      SECTION.               00005800
      *-------------------LRECL 150---------------------------------*   00005900
       FD ARCAD                                                         00006000
           RECORDING MODE IS F                                          00006100
           LABEL RECORD IS STANDARD                                     00006200
           BLOCK CONTAINS 0 RECORDS.                                    00006300
       01 FD-ARCAD.                                                     00006400
          05 FD-AR-NOSSONUM         PIC 9(10).                          00006500
          05 FD-AR-ORIGEM           PIC X(03).                          00006600
          05 FD-AR-CLIENTE          PIC X(10).                          00006700
          05 FD-AR-NOME             PIC X(30).                          00006800
          05 FD-AR-DOCUMENTO        PIC X(12).                          00006900
          05 FD-AR-EMISSAO          PIC 9(08).                          00007000
          05 FD-AR-VENCIMENTO       PIC 9(08).                          00007100
          05 FD-AR-VALOR            PIC 9(09)V99.                       00007200
          05 FD-AR-SALDO            PIC 9(09)V99.                       00007300
          05 FD-AR-VLR-PAGO         PIC 9(09)V99.                       00007400
          05 FD-AR-VLR-ENCARGOS     PIC 9(09)V99.                       00007500
          05 FD-AR-DATA-ULTPAG      PIC 9(08).                          00007600
          05 FD-AR-SW-MULTA         PIC X(01).                          00007700
          05 FD-AR-SITUACAO         PIC X(01).                          00007800
          05 FILLER                 PIC X(15).                          00007900
                                                                        00008000
      *-------------------LRECL 132---------------------------------*   00008100
       FD RELAGAR                                                       00008200
           RECORDING MODE IS F.                                         00008300
       01 FD-RELAGAR              PIC X(132).                           00008400
                                                                        00008500
      *=============================================================*   00008600
       WORKING-STORAGE                             SECTION.             00008700
      *=============================================================*   00008800
                                                                        00008900
       01 FILLER          PIC X(64) VALUE                               00009000
           '-----------BOOK LOGERROS------------------------'.          00009100
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00009200
       COPY '#GLOG'.                                                    00009300
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00009400
       COPY '#GSTAT'.                                                   00009500
      *-------------------------------------------------------------*   00009600
                                                                        00009700
       01 FILLER          PIC X(64) VALUE                               00009800
           '-----------VARIAVEIS DE STATUS------------------'.          00009900
                                                                        00010000
       77 WRK-FS-ARCAD    PIC 9(02).                                    00010100
       77 WRK-FS-RELAGAR  PIC 9(02).                                    00010200
                                                                        00010300
       01 FILLER          PIC X(64) VALUE                               00010400
           '-----------PARAMETROS SYSIN---------------------'.          00010500
                                                                        00010600
       01 WRK-DATACICLO.                                                00010700
          05 FILLER              PIC X(10).                             00010800
          05 WRK-DATACICLO-AC    PIC 9(08).                             00010900
                                                                        00011000
       77 WRK-DATA-CICLO     PIC 9(08) VALUE ZEROES.                    00011100
       77 WRK-DIAS-CICLO     PIC 9(07) VALUE ZEROES.                    00011200
                                                                        00011300
       01 FILLER          PIC X(64) VALUE                               00011400
           '-----------TITULOS EM ABERTO EM MEMORIA---------'.          00011500
                                                                        00011600
       77 WRK-QTD-TIT     PIC 9(04) VALUE ZEROES.                       00011700
       77 WRK-SUB-TIT     PIC 9(04) VALUE ZEROES.                       00011800
       77 WRK-SUB-CLI     PIC 9(04) VALUE ZEROES.                       00011900
       01 WRK-TAB-TITULOS.                                              00012000
          05 WRK-TIT-LINHA OCCURS 9999 TIMES.                           00012100
             10 WRK-TTB-ORIGEM       PIC X(03).                         00012200
             10 WRK-TTB-CLIENTE      PIC X(10).                         00012300
             10 WRK-TTB-NOME         PIC X(30).                         00012400
             10 WRK-TTB-VENCIMENTO   PIC 9(08).                         00012500
             10 WRK-TTB-SALDO        PIC 9(09)V99.                      00012600
             10 WRK-TTB-SW-LISTADA   PIC X(01).                         00012700
                                                                        00012800
      *----ORIGENS NA ORDEM DO RELATORIO-----------------------------*  00012900
       01 WRK-ORIGENS-VALORES    PIC X(09) VALUE 'FRTMATPRJ'.           00013000
       01 WRK-TAB-ORIGENS REDEFINES WRK-ORIGENS-VALORES.                00013100
          05 WRK-ORI-CODIGO OCCURS 3 TIMES PIC X(03).                   00013200
       77 WRK-IDX-ORIGEM  PIC 9(01) VALUE ZEROES.                       00013300
       77 WRK-ORI-ATUAL   PIC X(03) VALUE SPACES.                       00013400
       77 WRK-CLI-ATUAL   PIC X(10) VALUE SPACES.                       00013500
                                                                        00013600
      *----FAIXAS: 1 = A VENCER, 2 = 1-30, 3 = 31-60, 4 = 61-90,-----*  00013700
      *----5 = MAIS DE 90 DIAS---------------------------------------*  00013800
       77 WRK-SUB-FAIXA   PIC 9(01) VALUE ZEROES.                       00013900
       77 WRK-IDX-FAIXA   PIC 9(01) VALUE ZEROES.                       00014000
       77 WRK-DIAS-ATRASO PIC S9(07) VALUE ZEROES.                      00014100
       01 WRK-TAB-FAIXAS.                                               00014200
          05 WRK-FXA-LINHA OCCURS 5 TIMES.                              00014300
             10 WRK-FXA-CLIENTE     PIC 9(11)V99.                       00014400
             10 WRK-FXA-ORIGEM      PIC 9(13)V99.                       00014500
             10 WRK-FXA-GERAL       PIC 9(13)V99.                       00014600
       77 WRK-TOT-LINHA   PIC 9(13)V99 VALUE ZEROES.                    00014700
                                                                        00014800
      *----DIAS CORRIDOS DE UMA DATA (ENVELHECIMENTO)----------------*  00014900
       01 WRK-DN-DATA.                                                  00015000
          05 WRK-DN-ANO          PIC 9(04).                             00015100
          05 WRK-DN-MES          PIC 9(02).                             00015200
          05 WRK-DN-DIA          PIC 9(02).                             00015300
       77 WRK-DN-RESULT   PIC 9(07) VALUE ZEROES.                       00015400
       77 WRK-DN-ANTERIOR PIC 9(04) VALUE ZEROES.                       00015500
       77 WRK-DN-BISSEXTO PIC 9(01) VALUE ZEROES.                       00015600
       77 WRK-DN-RESTO4   PIC 9(04) VALUE ZEROES.                       00015700
       77 WRK-DN-RESTO100 PIC 9(04) VALUE ZEROES.                       00015800
       77 WRK-DN-RESTO400 PIC 9(04) VALUE ZEROES.                       00015900
       77 WRK-DN-QUOC4    PIC 9(04) VALUE ZEROES.                       00016000
       77 WRK-DN-QUOC100  PIC 9(04) VALUE ZEROES.                       00016100
       77 WRK-DN-QUOC400  PIC 9(04) VALUE ZEROES.                       00016200
                                                                        00016300
       01 FILLER          PIC X(64) VALUE                               00016400
           '-----------CONTADORES E CONTROLES---------------'.          00016500
                                                                        00016600
       77 WRK-SW-FIM-ARC  PIC X(01) VALUE 'N'.                          00016700
           88 WRK-FIM-ARCAD         VALUE 'S'.                          00016800
                                                                        00016900
       77 WRK-REGARCAD    PIC 9(05) VALUE ZEROES.                       00017000
       77 WRK-QTD-CLIENTES PIC 9(05) VALUE ZEROES.                      00017100
       77 WRK-REGRELAT    PIC 9(05) VALUE ZEROES.                       00017200
                                                                        00017300
       01 FILLER          PIC X(64) VALUE                               00017400
           '-----------LINHAS DO RELATORIO------------------'.          00017500
                                                                        00017600
       01 WRK-LINHA-TRACO        PIC X(132) VALUE ALL '-'.              00017700
                                                                        00017800
       01 WRK-LINHA-TITULO.                                             00017900
          05 FILLER              PIC X(46) VALUE                        00018000
             'CONTAS A RECEBER - ENVELHECIMENTO DOS SALDOS  '.          00018100
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00018200
          05 WRK-TIT-DATA        PIC 9(08).                             00018300
          05 FILLER              PIC X(70) VALUE SPACES.                00018400
                                                                        00018500
       01 WRK-LINHA-ORIGEM.                                             00018600
          05 FILLER              PIC X(08) VALUE 'ORIGEM '.             00018700
          05 WRK-LOR-ORIGEM      PIC X(03).                             00018800
          05 FILLER              PIC X(03) VALUE ' - '.                 00018900
          05 WRK-LOR-DESCRICAO   PIC X(20).                             00019000
          05 FILLER              PIC X(98) VALUE SPACES.                00019100
                                                                        00019200
       01 WRK-LINHA-COLUNAS.                                            00019300
          05 FILLER              PIC X(41) VALUE                        00019400
             'CLIENTE    NOME                          '.               00019500
          05 FILLER              PIC X(45) VALUE                        00019600
             '       A VENCER      1-30 DIAS     31-60 DIAS'.           00019700
          05 FILLER              PIC X(46) VALUE                        00019800
             '     61-90 DIAS    + DE 90 DIAS          TOTAL'.          00019900
                                                                        00020000
       01 WRK-LINHA-DETALHE.                                            00020100
          05 WRK-LDT-CLIENTE     PIC X(10).                             00020200
          05 FILLER              PIC X(01) VALUE SPACE.                 00020300
          05 WRK-LDT-NOME        PIC X(30).                             00020400
          05 WRK-LDT-FAIXAS OCCURS 5 TIMES.                             00020500
             10 FILLER           PIC X(01).                             00020600
             10 WRK-LDT-VALOR    PIC ZZ.ZZZ.ZZ9,99.                     00020700
          05 FILLER              PIC X(01) VALUE SPACE.                 00020800
          05 WRK-LDT-TOTAL       PIC ZZ.ZZZ.ZZ9,99.                     00020900
          05 FILLER              PIC X(06) VALUE SPACES.                00021000
                                                                        00021100
      *=============================================================*   00021200
       PROCEDURE DIVISION.                                              00021300
      *=============================================================*   00021400
                                                                        00021500
      *-------------------------------------------------------------*   00021600
       0000-PRINCIPAL                           SECTION.                00021700
      *-------------------------------------------------------------*   00021800
                                                                        00021900
            PERFORM  1000-INICIAR.                                      00022000
            PERFORM  1100-CARREGAR-ARCAD UNTIL WRK-FIM-ARCAD.           00022100
                                                                        00022200
            MOVE 1 TO WRK-IDX-ORIGEM.                                   00022300
            PERFORM  2000-LISTAR-ORIGEM                                 00022400
                     UNTIL WRK-IDX-ORIGEM GREATER 3.                    00022500
                                                                        00022600
            PERFORM  3000-FINALIZAR.                                    00022700
                                                                        00022800
            STOP RUN.                                                   00022900
                                                                        00023000
      *-------------------------------------------------------------*   00023100
       1000-INICIAR                             SECTION.                00023200
      *-------------------------------------------------------------*   00023300
             OPEN INPUT  ARCAD                                          00023400
                  OUTPUT RELAGAR.                                       00023500
                                                                        00023600
               PERFORM 4000-TESTARSTATUS.                               00023700
                                                                        00023800
               ACCEPT WRK-DATACICLO FROM SYSIN.                         00023900
               IF WRK-DATACICLO-AC EQUAL ZEROS                          00024000
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00024100
               ELSE                                                     00024200
                  MOVE WRK-DATACICLO-AC TO WRK-DATA-CICLO               00024300
               END-IF.                                                  00024400
               MOVE WRK-DATA-CICLO TO WRK-DN-DATA.                      00024500
               PERFORM 5000-CALCULAR-DIAS.                              00024600
               MOVE WRK-DN-RESULT TO WRK-DIAS-CICLO.                    00024700
                                                                        00024800
               MOVE WRK-DATA-CICLO TO WRK-TIT-DATA.                     00024900
               MOVE ZEROES TO WRK-TAB-FAIXAS.                           00025000
                                                                        00025100
               WRITE FD-RELAGAR FROM WRK-LINHA-TRACO.                   00025200
               WRITE FD-RELAGAR FROM WRK-LINHA-TITULO.                  00025300
                                                                        00025400
               MOVE 'FR19EX61' TO WRK-EST-PROGRAMA.                     00025500
               MOVE 'I' TO WRK-EST-EVENTO.                              00025600
               MOVE ZEROES TO WRK-EST-LIDOS                             00025700
                              WRK-EST-GRAVADOS                          00025800
                              WRK-EST-REJEITADOS.                       00025900
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00026000
                                                                        00026100
       1000-99-FIM.              EXIT.                                  00026200
      *-------------------------------------------------------------*   00026300
       1100-CARREGAR-ARCAD                      SECTION.                00026400
      *-------------------------------------------------------------*   00026500
      *----IGNORA CONTROLES E TITULOS LIQUIDADOS OU SEM SALDO-------*   00026600
             READ ARCAD                                                 00026700
               AT END                                                   00026800
                 MOVE 'S' TO WRK-SW-FIM-ARC                             00026900
             END-READ.                                                  00027000
             PERFORM 4100-TESTARSTATUS-ARCAD.                           00027100
             IF WRK-FS-ARCAD NOT EQUAL 00                               00027200
                GO TO 1100-99-FIM.                                      00027300
             IF FD-ARCAD (1:9) EQUAL 'CABECALHO'                        00027400
                OR FD-ARCAD (1:6) EQUAL 'RODAPE'                        00027500
                GO TO 1100-99-FIM.                                      00027600
             ADD 1 TO WRK-REGARCAD.                                     00027700
             IF FD-AR-SITUACAO EQUAL 'L'                                00027800
                OR FD-AR-SALDO EQUAL ZEROES                             00027900
                GO TO 1100-99-FIM.                                      00028000
             IF WRK-QTD-TIT NOT LESS 9999                               00028100
                MOVE 'TABELA DE TITULOS ESGOTADA   ' TO WRK-MSGERRO     00028200
                MOVE '1100' TO WRK-SECAO                                00028300
                PERFORM 9100-ERRO-CONTROLE                              00028400
             END-IF.                                                    00028500
             ADD 1 TO WRK-QTD-TIT.                                      00028600
             MOVE FD-AR-ORIGEM     TO WRK-TTB-ORIGEM (WRK-QTD-TIT).     00028700
             MOVE FD-AR-CLIENTE    TO WRK-TTB-CLIENTE (WRK-QTD-TIT).    00028800
             MOVE FD-AR-NOME       TO WRK-TTB-NOME (WRK-QTD-TIT).       00028900
             MOVE FD-AR-VENCIMENTO TO WRK-TTB-VENCIMENTO (WRK-QTD-TIT). 00029000
             MOVE FD-AR-SALDO      TO WRK-TTB-SALDO (WRK-QTD-TIT).      00029100
             MOVE 'N'              TO WRK-TTB-SW-LISTADA (WRK-QTD-TIT). 00029200
       1100-99-FIM.              EXIT.                                  00029300
      *-------------------------------------------------------------*   00029400
       2000-LISTAR-ORIGEM                       SECTION.                00029500
      *-------------------------------------------------------------*   00029600
            MOVE WRK-ORI-CODIGO (WRK-IDX-ORIGEM) TO WRK-ORI-ATUAL       00029700
                                                    WRK-LOR-ORIGEM.     00029800
            EVALUATE WRK-IDX-ORIGEM                                     00029900
              WHEN 1 MOVE 'FRETE               ' TO WRK-LOR-DESCRICAO   00030000
              WHEN 2 MOVE 'MATRICULA           ' TO WRK-LOR-DESCRICAO   00030100
              WHEN 3 MOVE 'PROJETO             ' TO WRK-LOR-DESCRICAO   00030200
            END-EVALUATE.                                               00030300
            WRITE FD-RELAGAR FROM WRK-LINHA-TRACO.                      00030400
            WRITE FD-RELAGAR FROM WRK-LINHA-ORIGEM.                     00030500
            WRITE FD-RELAGAR FROM WRK-LINHA-COLUNAS.                    00030600
                                                                        00030700
            MOVE 1 TO WRK-SUB-TIT.                                      00030800
            PERFORM 2100-ENVELHECER-CLIENTE                             00030900
                    UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.              00031000
                                                                        00031100
            MOVE SPACES TO WRK-LINHA-DETALHE.                           00031200
            MOVE 'TOTAL'       TO WRK-LDT-CLIENTE.                      00031300
            MOVE WRK-ORI-ATUAL TO WRK-LDT-NOME.                         00031400
            MOVE ZEROES TO WRK-TOT-LINHA.                               00031500
            MOVE 1 TO WRK-SUB-FAIXA.                                    00031600
            PERFORM 2210-MOVER-FAIXA-ORIGEM                             00031700
                    UNTIL WRK-SUB-FAIXA GREATER 5.                      00031800
            MOVE WRK-TOT-LINHA TO WRK-LDT-TOTAL.                        00031900
            WRITE FD-RELAGAR FROM WRK-LINHA-DETALHE.                    00032000
            ADD 1 TO WRK-REGRELAT.                                      00032100
                                                                        00032200
            ADD 1 TO WRK-IDX-ORIGEM.                                    00032300
                                                                        00032400
       2000-99-FIM.              EXIT.                                  00032500
      *-------------------------------------------------------------*   00032600
       2100-ENVELHECER-CLIENTE                  SECTION.                00032700
      *-------------------------------------------------------------*   00032800
      *   O PRIMEIRO TITULO AINDA NAO LISTADO DE CADA CLIENTE DA    *   00032900
      *   ORIGEM ABRE A LINHA, QUE JUNTA TODOS OS DO CLIENTE.       *   00033000
      *-------------------------------------------------------------*   00033100
            IF WRK-TTB-SW-LISTADA (WRK-SUB-TIT) EQUAL 'N'               00033200
               AND WRK-TTB-ORIGEM (WRK-SUB-TIT) EQUAL WRK-ORI-ATUAL     00033300
               MOVE WRK-TTB-CLIENTE (WRK-SUB-TIT) TO WRK-CLI-ATUAL      00033400
               MOVE 1 TO WRK-SUB-FAIXA                                  00033500
               PERFORM 2190-ZERAR-FAIXA-CLIENTE                         00033600
                       UNTIL WRK-SUB-FAIXA GREATER 5                    00033700
                                                                        00033800
               MOVE SPACES TO WRK-LINHA-DETALHE                         00033900
               MOVE WRK-CLI-ATUAL TO WRK-LDT-CLIENTE                    00034000
               MOVE WRK-TTB-NOME (WRK-SUB-TIT) TO WRK-LDT-NOME          00034100
               MOVE WRK-SUB-TIT TO WRK-SUB-CLI                          00034200
               PERFORM 2110-SOMAR-TITULO                                00034300
                       UNTIL WRK-SUB-CLI GREATER WRK-QTD-TIT            00034400
                                                                        00034500
               MOVE ZEROES TO WRK-TOT-LINHA                             00034600
               MOVE 1 TO WRK-SUB-FAIXA                                  00034700
               PERFORM 2200-MOVER-FAIXA-CLIENTE                         00034800
                       UNTIL WRK-SUB-FAIXA GREATER 5                    00034900
               MOVE WRK-TOT-LINHA TO WRK-LDT-TOTAL                      00035000
               WRITE FD-RELAGAR FROM WRK-LINHA-DETALHE                  00035100
               ADD 1 TO WRK-REGRELAT WRK-QTD-CLIENTES                   00035200
            END-IF.                                                     00035300
            ADD 1 TO WRK-SUB-TIT.                                       00035400
                                                                        00035500
       2100-99-FIM.              EXIT.                                  00035600
      *-------------------------------------------------------------*   00035700
       2110-SOMAR-TITULO                        SECTION.                00035800
      *-------------------------------------------------------------*   00035900
            IF WRK-TTB-SW-LISTADA (WRK-SUB-CLI) EQUAL 'N'               00036000
               AND WRK-TTB-ORIGEM (WRK-SUB-CLI) EQUAL WRK-ORI-ATUAL     00036100
               AND WRK-TTB-CLIENTE (WRK-SUB-CLI) EQUAL WRK-CLI-ATUAL    00036200
               MOVE 'S' TO WRK-TTB-SW-LISTADA (WRK-SUB-CLI)             00036300
               MOVE WRK-TTB-VENCIMENTO (WRK-SUB-CLI) TO WRK-DN-DATA     00036400
               PERFORM 5000-CALCULAR-DIAS                               00036500
               COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-CICLO                 00036600
                                       - WRK-DN-RESULT                  00036700
               EVALUATE TRUE                                            00036800
                 WHEN WRK-DIAS-ATRASO NOT GREATER ZEROES                00036900
                   MOVE 1 TO WRK-IDX-FAIXA                              00037000
                 WHEN WRK-DIAS-ATRASO NOT GREATER 30                    00037100
                   MOVE 2 TO WRK-IDX-FAIXA                              00037200
                 WHEN WRK-DIAS-ATRASO NOT GREATER 60                    00037300
                   MOVE 3 TO WRK-IDX-FAIXA                              00037400
                 WHEN WRK-DIAS-ATRASO NOT GREATER 90                    00037500
                   MOVE 4 TO WRK-IDX-FAIXA                              00037600
                 WHEN OTHER                                             00037700
                   MOVE 5 TO WRK-IDX-FAIXA                              00037800
               END-EVALUATE                                             00037900
               ADD WRK-TTB-SALDO (WRK-SUB-CLI)                          00038000
                   TO WRK-FXA-CLIENTE (WRK-IDX-FAIXA)                   00038100
                      WRK-FXA-ORIGEM (WRK-IDX-FAIXA)                    00038200
                      WRK-FXA-GERAL (WRK-IDX-FAIXA)                     00038300
            END-IF.                                                     00038400
            ADD 1 TO WRK-SUB-CLI.                                       00038500
                                                                        00038600
       2110-99-FIM.              EXIT.                                  00038700
      *-------------------------------------------------------------*   00038800
       2190-ZERAR-FAIXA-CLIENTE                 SECTION.                00038900
      *-------------------------------------------------------------*   00039000
            MOVE ZEROES TO WRK-FXA-CLIENTE (WRK-SUB-FAIXA).             00039100
            ADD 1 TO WRK-SUB-FAIXA.                                     00039200
       2190-99-FIM.              EXIT.                                  00039300
      *-------------------------------------------------------------*   00039400
       2200-MOVER-FAIXA-CLIENTE                 SECTION.                00039500
      *-------------------------------------------------------------*   00039600
            MOVE WRK-FXA-CLIENTE (WRK-SUB-FAIXA)                        00039700
                 TO WRK-LDT-VALOR (WRK-SUB-FAIXA).                      00039800
            ADD WRK-FXA-CLIENTE (WRK-SUB-FAIXA) TO WRK-TOT-LINHA.       00039900
            ADD 1 TO WRK-SUB-FAIXA.                                     00040000
       2200-99-FIM.              EXIT.                                  00040100
      *-------------------------------------------------------------*   00040200
       2210-MOVER-FAIXA-ORIGEM                  SECTION.                00040300
      *-------------------------------------------------------------*   00040400
            MOVE WRK-FXA-ORIGEM (WRK-SUB-FAIXA)                         00040500
                 TO WRK-LDT-VALOR (WRK-SUB-FAIXA).                      00040600
            ADD WRK-FXA-ORIGEM (WRK-SUB-FAIXA) TO WRK-TOT-LINHA.        00040700
            MOVE ZEROES TO WRK-FXA-ORIGEM (WRK-SUB-FAIXA).              00040800
            ADD 1 TO WRK-SUB-FAIXA.                                     00040900
       2210-99-FIM.              EXIT.                                  00041000
      *-------------------------------------------------------------*   00041100
       2220-MOVER-FAIXA-GERAL                   SECTION.                00041200
      *-------------------------------------------------------------*   00041300
            MOVE WRK-FXA-GERAL (WRK-SUB-FAIXA)                          00041400
                 TO WRK-LDT-VALOR (WRK-SUB-FAIXA).                      00041500
            ADD WRK-FXA-GERAL (WRK-SUB-FAIXA) TO WRK-TOT-LINHA.         00041600
            ADD 1 TO WRK-SUB-FAIXA.                                     00041700
       2220-99-FIM.              EXIT.                                  00041800
      *-------------------------------------------------------------*   00041900
       3000-FINALIZAR                           SECTION.                00042000
      *-------------------------------------------------------------*   00042100
             WRITE FD-RELAGAR FROM WRK-LINHA-TRACO.                     00042200
             MOVE SPACES TO WRK-LINHA-DETALHE.                          00042300
             MOVE 'TOTAL'       TO WRK-LDT-CLIENTE.                     00042400
             MOVE 'GERAL'       TO WRK-LDT-NOME.                        00042500
             MOVE ZEROES TO WRK-TOT-LINHA.                              00042600
             MOVE 1 TO WRK-SUB-FAIXA.                                   00042700
             PERFORM 2220-MOVER-FAIXA-GERAL                             00042800
                     UNTIL WRK-SUB-FAIXA GREATER 5.                     00042900
             MOVE WRK-TOT-LINHA TO WRK-LDT-TOTAL.                       00043000
             WRITE FD-RELAGAR FROM WRK-LINHA-DETALHE.                   00043100
             ADD 1 TO WRK-REGRELAT.                                     00043200
             WRITE FD-RELAGAR FROM WRK-LINHA-TRACO.                     00043300
                                                                        00043400
             CLOSE ARCAD RELAGAR.                                       00043500
              DISPLAY ' ============================================'.  00043600
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX61          '.  00043700
              DISPLAY ' ============================================'.  00043800
              DISPLAY ' TITULOS NO CADASTRO........' WRK-REGARCAD.      00043900
              DISPLAY ' TITULOS COM SALDO..........' WRK-QTD-TIT.       00044000
              DISPLAY ' CLIENTES LISTADOS..........' WRK-QTD-CLIENTES.  00044100
              DISPLAY ' SALDO TOTAL EM ABERTO......' WRK-TOT-LINHA.     00044200
              DISPLAY ' ============================================'.  00044300
                                                                        00044400
              MOVE 'F' TO WRK-EST-EVENTO.                               00044500
              MOVE WRK-REGARCAD   TO WRK-EST-LIDOS.                     00044600
              MOVE WRK-REGRELAT   TO WRK-EST-GRAVADOS.                  00044700
              MOVE ZEROES         TO WRK-EST-REJEITADOS.                00044800
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00044900
                                                                        00045000
       3000-99-FIM.              EXIT.                                  00045100
      *-------------------------------------------------------------*   00045200
       4000-TESTARSTATUS                            SECTION.            00045300
      *-------------------------------------------------------------*   00045400
                 PERFORM 4100-TESTARSTATUS-ARCAD.                       00045500
                 IF WRK-FS-RELAGAR NOT EQUAL 00                         00045600
                   MOVE 'ERRO NO OPEN RELAGAR  ' TO WRK-MSGERRO         00045700
                   MOVE '1000'                   TO WRK-SECAO           00045800
                   MOVE WRK-FS-RELAGAR           TO WRK-STATUS          00045900
                    PERFORM 9000-TRATAERROS                             00046000
                 END-IF.                                                00046100
                                                                        00046200
       4000-99-FIM.              EXIT.                                  00046300
      *-------------------------------------------------------------*   00046400
       4100-TESTARSTATUS-ARCAD                      SECTION.            00046500
      *-------------------------------------------------------------*   00046600
               IF WRK-FS-ARCAD NOT EQUAL 00                             00046700
                           AND WRK-FS-ARCAD NOT EQUAL 10                00046800
                 MOVE 'ERRO NO ARCAD         ' TO WRK-MSGERRO           00046900
                 MOVE '1100'                   TO WRK-SECAO             00047000
                 MOVE WRK-FS-ARCAD             TO WRK-STATUS            00047100
                  PERFORM 9000-TRATAERROS                               00047200
               END-IF.                                                  00047300
                                                                        00047400
       4100-99-FIM.              EXIT.                                  00047500
      *-------------------------------------------------------------*   00047600
       5000-CALCULAR-DIAS                           SECTION.            00047700
      *-------------------------------------------------------------*   00047800
      *   CONVERTE WRK-DN-DATA (AAAAMMDD) EM DIAS CORRIDOS PARA O   *   00047900
      *   ENVELHECIMENTO (CALENDARIO GREGORIANO; OS BISSEXTOS ATE   *   00048000
      *   O ANO ANTERIOR, O DO ANO PELO MES).                       *   00048100
      *-------------------------------------------------------------*   00048200
            COMPUTE WRK-DN-ANTERIOR = WRK-DN-ANO - 1.                   00048300
            DIVIDE WRK-DN-ANTERIOR BY 4                                 00048400
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00048500
            DIVIDE WRK-DN-ANTERIOR BY 100                               00048600
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00048700
            DIVIDE WRK-DN-ANTERIOR BY 400                               00048800
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00048900
                                                                        00049000
            COMPUTE WRK-DN-RESULT = (WRK-DN-ANO * 365)                  00049100
                                  + WRK-DN-QUOC4                        00049200
                                  - WRK-DN-QUOC100                      00049300
                                  + WRK-DN-QUOC400                      00049400
                                  + WRK-DN-DIA.                         00049500
                                                                        00049600
            EVALUATE WRK-DN-MES                                         00049700
              WHEN 01 CONTINUE                                          00049800
              WHEN 02 ADD 31  TO WRK-DN-RESULT                          00049900
              WHEN 03 ADD 59  TO WRK-DN-RESULT                          00050000
              WHEN 04 ADD 90  TO WRK-DN-RESULT                          00050100
              WHEN 05 ADD 120 TO WRK-DN-RESULT                          00050200
              WHEN 06 ADD 151 TO WRK-DN-RESULT                          00050300
              WHEN 07 ADD 181 TO WRK-DN-RESULT                          00050400
              WHEN 08 ADD 212 TO WRK-DN-RESULT                          00050500
              WHEN 09 ADD 243 TO WRK-DN-RESULT                          00050600
              WHEN 10 ADD 273 TO WRK-DN-RESULT                          00050700
              WHEN 11 ADD 304 TO WRK-DN-RESULT                          00050800
              WHEN 12 ADD 334 TO WRK-DN-RESULT                          00050900
            END-EVALUATE.                                               00051000
                                                                        00051100
            PERFORM 5100-VERIFICAR-BISSEXTO.                            00051200
            IF WRK-DN-BISSEXTO EQUAL 1                                  00051300
               AND WRK-DN-MES GREATER 2                                 00051400
               ADD 1 TO WRK-DN-RESULT                                   00051500
            END-IF.                                                     00051600
                                                                        00051700
       5000-99-FIM.              EXIT.                                  00051800
      *-------------------------------------------------------------*   00051900
       5100-VERIFICAR-BISSEXTO                      SECTION.            00052000
      *-------------------------------------------------------------*   00052100
            DIVIDE WRK-DN-ANO BY 4                                      00052200
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00052300
            DIVIDE WRK-DN-ANO BY 100                                    00052400
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00052500
            DIVIDE WRK-DN-ANO BY 400                                    00052600
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00052700
            IF (WRK-DN-RESTO4 EQUAL ZEROES                              00052800
                  AND WRK-DN-RESTO100 NOT EQUAL ZEROES)                 00052900
               OR WRK-DN-RESTO400 EQUAL ZEROES                          00053000
               MOVE 1 TO WRK-DN-BISSEXTO                                00053100
            ELSE                                                        00053200
               MOVE ZEROES TO WRK-DN-BISSEXTO                           00053300
            END-IF.                                                     00053400
                                                                        00053500
       5100-99-FIM.              EXIT.                                  00053600
      *-------------------------------------------------------------*   00053700
       9100-ERRO-CONTROLE                           SECTION.            00053800
      *-------------------------------------------------------------*   00053900
           MOVE 'FR19EX61' TO WRK-PROGRAMA.                             00054000
           MOVE 'E'        TO WRK-SEVERIDADE.                           00054100
           MOVE '08'       TO WRK-STATUS.                               00054200
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00054300
           MOVE 8 TO RETURN-CODE.                                       00054400
           STOP RUN.                                                    00054500
                                                                        00054600
       9100-99-FIM.              EXIT.                                  00054700
      *-------------------------------------------------------------*   00054800
       9000-TRATAERROS                              SECTION.            00054900
      *-------------------------------------------------------------*   00055000
           MOVE 'FR19EX61' TO WRK-PROGRAMA                              00055100
           MOVE 'E'        TO WRK-SEVERIDADE                            00055200
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00055300
           GOBACK.                                                      00055400
                                                                        00055500
       9000-99-FIM.              EXIT.                                  00055600
