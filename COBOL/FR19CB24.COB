      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB24.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * ACOMPANHAMENTO NOTURNO DOS ENVIOS DE FRETE. LE O                00001100
      * CADASTRO DE ENVIOS 'ENVCAD' (ABERTO PELO FR01CB21               00001200
      * NO FATURAMENTO, EM ORDEM DE RASTREIO), APLICA OS                00001300
      * EVENTOS DAS TRANSPORTADORAS DO ARQUIVO 'EVENTOS'                00001400
      * (C COLETADO, T EM TRANSITO, E ENTREGUE, D DEVOLVIDO,            00001500
      * X EXTRAVIADO) E GRAVA O CADASTRO ATUALIZADO EM                  00001600
      * 'ENVNOVO'. NA ENTREGA GUARDA O NOME DE QUEM RECEBEU             00001700
      * (COMPROVANTE DE ENTREGA).                                       00001800
      * EVENTO RECUSADO VAI PARA 'EVTRECUS' COM O MOTIVO:               00001900
      *   RASTREIO NAO CADASTRADO, CODIGO INVALIDO, DATA                00002000
      *   INVALIDA OU POSTERIOR AO PROCESSAMENTO, ENVIO JA              00002100
      *   ENCERRADO (E/D/X), DATA ANTERIOR A SITUACAO                   00002200
      *   ATUAL, COLETA REPETIDA E ENTREGA SEM RECEBEDOR                00002300
      * O RELATORIO 'RELATRAS' LISTA OS ENVIOS EM ABERTO                00002400
      * QUE PASSARAM DO PRAZO DA ROTA E AS ENTREGAS DO DIA              00002500
      * FEITAS FORA DO PRAZO. O PRAZO EM DIAS CORRIDOS VEM              00002600
      * DO ARQUIVO 'PRAZOS' (UF ORIGEM + UF DESTINO; LINHA              00002700
      * COM ORIGEM EM BRANCO E O PADRAO DO DESTINO, USADO               00002800
      * QUANDO A ROTA NAO EXISTE, COMO NO TABFRETE). ROTA               00002900
      * SEM PRAZO NAO ENTRA NA APURACAO (SO CONTA NO                    00003000
      * RESUMO). SEM 'EVENTOS' SO APURA OS ATRASOS.                     00003100
      *   CARTAO SYSIN: DATA DE PROCESSAMENTO AAAAMMDD                  00003200
      *                 (ZEROS = HOJE)                                  00003300
      *                                                                 00003400
      *====================================================             00003500
                                                                        00003600
      *====================================================             00003700
       ENVIRONMENT                              DIVISION.               00003800
      *====================================================             00003900
       CONFIGURATION                            SECTION.                00004000
       SPECIAL-NAMES.                                                   00004100
           DECIMAL-POINT IS COMMA.                                      00004200
                                                                        00004300
       INPUT-OUTPUT                             SECTION.                00004400
       FILE-CONTROL.                                                    00004500
            SELECT ENVCAD ASSIGN TO ENVCAD                              00004600
                 FILE STATUS IS WRK-FS-ENVCAD.                          00004700
                                                                        00004800
            SELECT EVENTOS ASSIGN TO EVENTOS                            00004900
                 FILE STATUS IS WRK-FS-EVENTOS.                         00005000
                                                                        00005100
            SELECT PRAZOS ASSIGN TO PRAZOS                              00005200
                 FILE STATUS IS WRK-FS-PRAZOS.                          00005300
                                                                        00005400
            SELECT ENVNOVO ASSIGN TO ENVNOVO                            00005500
                 FILE STATUS IS WRK-FS-ENVNOVO.                         00005600
                                                                        00005700
            SELECT EVTRECUS ASSIGN TO EVTRECUS                          00005800
                 FILE STATUS IS WRK-FS-EVTRECUS.                        00005900
                                                                        00006000
            SELECT RELATRAS ASSIGN TO RELATRAS                          00006100
                 FILE STATUS IS WRK-FS-RELATRAS.                        00006200
                                                                        00006300
      *====================================================             00006400
       DATA                                     DIVISION.               00006500
      *====================================================             00006600
       FILE                                     SECTION.                00006700
       FD ENVCAD                                                        00006800
           RECORDING MODE IS F                                          00006900
           LABEL RECORD IS STANDARD                                     00007000
           BLOCK CONTAINS 0 RECORDS.                                    00007100
      *-------------------LRECL 120------------------------             00007200
       01 FD-ENVCAD              PIC X(120).                            00007300
                                                                        00007400
       FD EVENTOS                                                       00007500
           RECORDING MODE IS F                                          00007600
           LABEL RECORD IS STANDARD                                     00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
      *-------------------LRECL 60-------------------------             00007900
       01 FD-EVENTOS.                                                   00008000
          05 FD-EVT-RASTREIO     PIC 9(10).                             00008100
          05 FD-EVT-CODIGO       PIC X(01).                             00008200
             88 FD-EVT-CODIGO-VALIDO   VALUE 'C' 'T' 'E' 'D' 'X'.       00008300
          05 FD-EVT-DATA         PIC 9(08).                             00008400
          05 FD-EVT-RECEBEDOR    PIC X(30).                             00008500
          05 FD-EVT-TRANSP       PIC X(06).                             00008600
          05 FILLER              PIC X(05).                             00008700
                                                                        00008800
       FD PRAZOS                                                        00008900
           RECORDING MODE IS F                                          00009000
           LABEL RECORD IS STANDARD                                     00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
      *-------------------LRECL 20-------------------------             00009300
       01 FD-PRAZOS.                                                    00009400
          05 FD-PRZ-UFORIG       PIC X(02).                             00009500
          05 FD-PRZ-UFDEST       PIC X(02).                             00009600
          05 FD-PRZ-DIAS         PIC 9(03).                             00009700
          05 FILLER              PIC X(13).                             00009800
                                                                        00009900
       FD ENVNOVO                                                       00010000
           RECORDING MODE IS F.                                         00010100
      *-------------------LRECL 120------------------------             00010200
       01 FD-ENVNOVO             PIC X(120).                            00010300
                                                                        00010400
       FD EVTRECUS                                                      00010500
           RECORDING MODE IS F.                                         00010600
      *-------------------LRECL 90-------------------------             00010700
       01 FD-EVTRECUS.                                                  00010800
          05 FD-ERC-EVENTO       PIC X(60).                             00010900
          05 FD-ERC-MOTIVO       PIC X(30).                             00011000
                                                                        00011100
       FD RELATRAS                                                      00011200
           RECORDING MODE IS F.                                         00011300
      *-------------------LRECL 80-------------------------             00011400
       01 FD-RELATRAS            PIC X(80).                             00011500
                                                                        00011600
      *====================================================             00011700
       WORKING-STORAGE                          SECTION.                00011800
      *====================================================             00011900
                                                                        00012000
       77 WRK-FS-ENVCAD        PIC 9(02)    VALUE ZEROS.                00012100
       77 WRK-FS-EVENTOS       PIC 9(02)    VALUE ZEROS.                00012200
       77 WRK-FS-PRAZOS        PIC 9(02)    VALUE ZEROS.                00012300
       77 WRK-FS-ENVNOVO       PIC 9(02)    VALUE ZEROS.                00012400
       77 WRK-FS-EVTRECUS      PIC 9(02)    VALUE ZEROS.                00012500
       77 WRK-FS-RELATRAS      PIC 9(02)    VALUE ZEROS.                00012600
                                                                        00012700
       77 WRK-SW-FIM           PIC X(01)    VALUE 'N'.                  00012800
          88 WRK-FIM-EVENTOS        VALUE 'S'.                          00012900
       77 WRK-SW-EVTABERTO     PIC X(01)    VALUE 'N'.                  00013000
          88 WRK-EVENTOS-ABERTO     VALUE 'S'.                          00013100
       77 WRK-SW-FIMENV        PIC X(01)    VALUE 'N'.                  00013200
          88 WRK-FIM-ENVCAD         VALUE 'S'.                          00013300
       77 WRK-SW-FIMPRZ        PIC X(01)    VALUE 'N'.                  00013400
          88 WRK-FIM-PRAZOS         VALUE 'S'.                          00013500
       77 WRK-SW-ACHOU         PIC X(01)    VALUE 'N'.                  00013600
          88 WRK-ACHOU              VALUE 'S'.                          00013700
       77 WRK-SW-PRAZO         PIC X(01)    VALUE 'N'.                  00013800
          88 WRK-TEM-PRAZO          VALUE 'S'.                          00013900
                                                                        00014000
      *-------------PARAMETRO SYSIN------------------------             00014100
       01 WRK-DATACARD.                                                 00014200
          05 FILLER              PIC X(10).                             00014300
          05 WRK-DATACARD-AC     PIC 9(08).                             00014400
                                                                        00014500
       77 WRK-DATA-PROC        PIC 9(08)    VALUE ZEROS.                00014600
                                                                        00014700
      *-------------CADASTRO DE ENVIOS EM MEMORIA----------             00014800
      * SITUACAO: A AGUARDANDO COLETA  C COLETADO                       00014900
      *           T EM TRANSITO  E ENTREGUE  D DEVOLVIDO                00015000
      *           X EXTRAVIADO                                          00015100
       77 WRK-QTD-ENV          PIC 9(05)    VALUE ZEROS.                00015200
       77 WRK-SUB-ENV          PIC 9(05)    VALUE ZEROS.                00015300
       77 WRK-SUB-ACHADO       PIC 9(05)    VALUE ZEROS.                00015400
       01 WRK-TAB-ENV.                                                  00015500
          05 WRK-ENV-LINHA OCCURS 5000 TIMES.                           00015600
             10 WRK-TBENV-REG.                                          00015700
                15 WRK-TBENV-RASTREIO   PIC 9(10).                      00015800
                15 WRK-TBENV-CLIENTE    PIC 9(05).                      00015900
                15 WRK-TBENV-PRODUTO    PIC X(15).                      00016000
                15 WRK-TBENV-UFORIG     PIC X(02).                      00016100
                15 WRK-TBENV-UFDEST     PIC X(02).                      00016200
                15 WRK-TBENV-PESO       PIC 9(05).                      00016300
                15 WRK-TBENV-DATA       PIC 9(08).                      00016400
                15 WRK-TBENV-FRETE      PIC 9(07)V99.                   00016500
                15 WRK-TBENV-SITUACAO   PIC X(01).                      00016600
                   88 WRK-TBENV-ABERTO       VALUE 'A' 'C' 'T'.         00016700
                   88 WRK-TBENV-ENCERRADO    VALUE 'E' 'D' 'X'.         00016800
                15 WRK-TBENV-DTSITUACAO PIC 9(08).                      00016900
                15 WRK-TBENV-RECEBEDOR  PIC X(30).                      00017000
                15 FILLER               PIC X(25).                      00017100
             10 WRK-TBENV-ENTREGA-DIA   PIC X(01).                      00017200
                                                                        00017300
      *-------------PRAZO POR ROTA (DIAS CORRIDOS)---------             00017400
       77 WRK-QTD-PRZ          PIC 9(03)    VALUE ZEROS.                00017500
       77 WRK-SUB-PRZ          PIC 9(03)    VALUE ZEROS.                00017600
       01 WRK-TAB-PRZ.                                                  00017700
          05 WRK-PRZ-LINHA OCCURS 200 TIMES.                            00017800
             10 WRK-TBPRZ-UFORIG PIC X(02).                             00017900
             10 WRK-TBPRZ-UFDEST PIC X(02).                             00018000
             10 WRK-TBPRZ-DIAS   PIC 9(03).                             00018100
                                                                        00018200
      *-------------VARIAVEIS DE CALCULO-------------------             00018300
       77 WRK-MOTIVO           PIC X(30)    VALUE SPACES.               00018400
       77 WRK-ORIG-PROC        PIC X(02)    VALUE SPACES.               00018500
       77 WRK-DIAS-PRAZO       PIC 9(03)    VALUE ZEROS.                00018600
       77 WRK-DIA-LIMITE       PIC 9(07)    VALUE ZEROS.                00018700
       77 WRK-DIA-REFER        PIC 9(07)    VALUE ZEROS.                00018800
       77 WRK-DIAS-ATRASO      PIC S9(07)   VALUE ZEROS.                00018900
                                                                        00019000
      *-------------DIAS CORRIDOS DE UMA DATA--------------             00019100
       01 WRK-DN-DATA.                                                  00019200
          05 WRK-DN-ANO          PIC 9(04).                             00019300
          05 WRK-DN-MES          PIC 9(02).                             00019400
          05 WRK-DN-DIA          PIC 9(02).                             00019500
       77 WRK-DN-RESULT        PIC 9(07)    VALUE ZEROS.                00019600
       77 WRK-DN-ANTERIOR      PIC 9(04)    VALUE ZEROS.                00019700
       77 WRK-DN-BISSEXTO      PIC 9(01)    VALUE ZEROS.                00019800
       77 WRK-DN-RESTO4        PIC 9(04)    VALUE ZEROS.                00019900
       77 WRK-DN-RESTO100      PIC 9(04)    VALUE ZEROS.                00020000
       77 WRK-DN-RESTO400      PIC 9(04)    VALUE ZEROS.                00020100
       77 WRK-DN-QUOC4         PIC 9(04)    VALUE ZEROS.                00020200
       77 WRK-DN-QUOC100       PIC 9(04)    VALUE ZEROS.                00020300
       77 WRK-DN-QUOC400       PIC 9(04)    VALUE ZEROS.                00020400
                                                                        00020500
      *-------------CONTADORES-----------------------------             00020600
       77 WRK-REGLIDOS         PIC 9(05)    VALUE ZEROS.                00020700
       77 WRK-QTD-APLICADOS    PIC 9(05)    VALUE ZEROS.                00020800
       77 WRK-QTD-RECUSADOS    PIC 9(05)    VALUE ZEROS.                00020900
       77 WRK-QTD-COLETADOS    PIC 9(05)    VALUE ZEROS.                00021000
       77 WRK-QTD-TRANSITO     PIC 9(05)    VALUE ZEROS.                00021100
       77 WRK-QTD-ENTREGUES    PIC 9(05)    VALUE ZEROS.                00021200
       77 WRK-QTD-DEVOLVIDOS   PIC 9(05)    VALUE ZEROS.                00021300
       77 WRK-QTD-EXTRAVIADOS  PIC 9(05)    VALUE ZEROS.                00021400
       77 WRK-QTD-ATRASADOS    PIC 9(05)    VALUE ZEROS.                00021500
       77 WRK-QTD-ENTATRASO    PIC 9(05)    VALUE ZEROS.                00021600
       77 WRK-QTD-SEMPRAZO     PIC 9(05)    VALUE ZEROS.                00021700
       77 WRK-QTD-GRAVADOS     PIC 9(05)    VALUE ZEROS.                00021800
                                                                        00021900
      *-------------LINHAS DO RELATORIO--------------------             00022000
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00022100
       01 WRK-LINHA-BRANCO       PIC X(80) VALUE SPACES.                00022200
                                                                        00022300
       01 WRK-LINHA-TITULO.                                             00022400
          05 FILLER              PIC X(42) VALUE                        00022500
             'ENVIOS EM ATRASO - DATA DE PROCESSAMENTO: '.              00022600
          05 WRK-TIT-DATA        PIC 9(08).                             00022700
          05 FILLER              PIC X(30) VALUE SPACES.                00022800
                                                                        00022900
       01 WRK-LINHA-COLUNAS.                                            00023000
          05 FILLER              PIC X(40) VALUE                        00023100
             'RASTREIO    CLIENTE  ROTA     REMESSA   '.                00023200
          05 FILLER              PIC X(40) VALUE                        00023300
             'PRZ  ATRAS  SITUACAO'.                                    00023400
                                                                        00023500
       01 WRK-LINHA-ATRASO.                                             00023600
          05 WRK-RA-RASTREIO     PIC Z(09)9.                            00023700
          05 FILLER              PIC X(02) VALUE SPACES.                00023800
          05 WRK-RA-CLIENTE      PIC 9(05).                             00023900
          05 FILLER              PIC X(04) VALUE SPACES.                00024000
          05 WRK-RA-UFORIG       PIC X(02).                             00024100
          05 FILLER              PIC X(01) VALUE '-'.                   00024200
          05 WRK-RA-UFDEST       PIC X(02).                             00024300
          05 FILLER              PIC X(04) VALUE SPACES.                00024400
          05 WRK-RA-DATA         PIC 9(08).                             00024500
          05 FILLER              PIC X(02) VALUE SPACES.                00024600
          05 WRK-RA-PRAZO        PIC ZZ9.                               00024700
          05 FILLER              PIC X(02) VALUE SPACES.                00024800
          05 WRK-RA-ATRASO       PIC ZZZZ9.                             00024900
          05 FILLER              PIC X(02) VALUE SPACES.                00025000
          05 WRK-RA-SITUACAO     PIC X(20).                             00025100
          05 FILLER              PIC X(08) VALUE SPACES.                00025200
                                                                        00025300
       01 WRK-LINHA-TOTAL.                                              00025400
          05 FILLER              PIC X(28) VALUE                        00025500
             'ENVIOS EM ABERTO ATRASADOS: '.                            00025600
          05 WRK-TOT-ATRASADOS   PIC ZZZZ9.                             00025700
          05 FILLER              PIC X(25) VALUE                        00025800
             '  ENTREGUES COM ATRASO: '.                                00025900
          05 WRK-TOT-ENTATRASO   PIC ZZZZ9.                             00026000
          05 FILLER              PIC X(17) VALUE SPACES.                00026100
                                                                        00026200
      *====================================================             00026300
       PROCEDURE                                DIVISION.               00026400
      *====================================================             00026500
                                                                        00026600
      *----------------------------------------------------             00026700
       0000-PRINCIPAL                           SECTION.                00026800
      *----------------------------------------------------             00026900
                                                                        00027000
             PERFORM 1000-INICIALIZAR.                                  00027100
             PERFORM 2000-PROCESSAR UNTIL WRK-FIM-EVENTOS.              00027200
             PERFORM 2500-APURAR-ATRASOS.                               00027300
             PERFORM 3000-FINALIZAR.                                    00027400
             STOP RUN.                                                  00027500
                                                                        00027600
       0000-99-FIM.          EXIT.                                      00027700
                                                                        00027800
      *----------------------------------------------------             00027900
       1000-INICIALIZAR                         SECTION.                00028000
      *----------------------------------------------------             00028100
                                                                        00028200
           OPEN INPUT  ENVCAD                                           00028300
                OUTPUT ENVNOVO EVTRECUS RELATRAS.                       00028400
                                                                        00028500
           IF WRK-FS-ENVCAD NOT EQUAL 00                                00028600
              DISPLAY ' ERRO NO OPEN ENVCAD FS=' WRK-FS-ENVCAD          00028700
              MOVE 12 TO RETURN-CODE                                    00028800
              STOP RUN                                                  00028900
           END-IF.                                                      00029000
           IF WRK-FS-ENVNOVO NOT EQUAL 00                               00029100
              DISPLAY ' ERRO NO OPEN ENVNOVO FS=' WRK-FS-ENVNOVO        00029200
              MOVE 12 TO RETURN-CODE                                    00029300
              STOP RUN                                                  00029400
           END-IF.                                                      00029500
                                                                        00029600
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.                     00029700
           ACCEPT WRK-DATACARD FROM SYSIN.                              00029800
           IF WRK-DATACARD-AC IS NUMERIC                                00029900
              AND WRK-DATACARD-AC GREATER ZEROS                         00030000
              MOVE WRK-DATACARD-AC TO WRK-DATA-PROC                     00030100
           END-IF.                                                      00030200
                                                                        00030300
           PERFORM 1100-CARREGAR-ENVCAD.                                00030400
           PERFORM 1200-CARREGAR-PRAZOS.                                00030500
                                                                        00030600
           OPEN INPUT EVENTOS.                                          00030700
           IF WRK-FS-EVENTOS NOT EQUAL 00                               00030800
              DISPLAY ' EVENTOS INDISPONIVEL (FS='                      00030900
                      WRK-FS-EVENTOS ') - SO APURA ATRASOS'             00031000
              MOVE 'S' TO WRK-SW-FIM                                    00031100
           ELSE                                                         00031200
              MOVE 'S' TO WRK-SW-EVTABERTO                              00031300
              PERFORM 1300-LER-EVENTOS                                  00031400
           END-IF.                                                      00031500
                                                                        00031600
       1000-99-FIM.          EXIT.                                      00031700
                                                                        00031800
      *----------------------------------------------------             00031900
       1100-CARREGAR-ENVCAD                     SECTION.                00032000
      *----------------------------------------------------             00032100
      * O CADASTRO INTEIRO VAI PARA A TABELA E VOLTA NO                 00032200
      * ENVNOVO; SE NAO COUBER, ABORTA PARA NAO PERDER ENVIO.           00032300
      *----------------------------------------------------             00032400
           PERFORM 1110-LER-ENVCAD                                      00032500
                   UNTIL WRK-FIM-ENVCAD.                                00032600
           CLOSE ENVCAD.                                                00032700
           DISPLAY ' ENVIOS CARREGADOS DO ENVCAD: ' WRK-QTD-ENV.        00032800
                                                                        00032900
       1100-99-FIM.          EXIT.                                      00033000
                                                                        00033100
      *----------------------------------------------------             00033200
       1110-LER-ENVCAD                          SECTION.                00033300
      *----------------------------------------------------             00033400
           READ ENVCAD                                                  00033500
             AT END                                                     00033600
               MOVE 'S' TO WRK-SW-FIMENV                                00033700
           END-READ.                                                    00033800
           IF WRK-FS-ENVCAD EQUAL 00                                    00033900
              IF WRK-QTD-ENV LESS 5000                                  00034000
                 ADD 1 TO WRK-QTD-ENV                                   00034100
                 MOVE FD-ENVCAD TO WRK-TBENV-REG (WRK-QTD-ENV)          00034200
                 MOVE 'N' TO WRK-TBENV-ENTREGA-DIA (WRK-QTD-ENV)        00034300
              ELSE                                                      00034400
                 DISPLAY ' TABELA DE ENVIOS ESGOTADA (5000) '           00034500
                 MOVE 12 TO RETURN-CODE                                 00034600
                 STOP RUN                                               00034700
              END-IF                                                    00034800
           END-IF.                                                      00034900
                                                                        00035000
       1110-99-FIM.          EXIT.                                      00035100
                                                                        00035200
      *----------------------------------------------------             00035300
       1200-CARREGAR-PRAZOS                     SECTION.                00035400
      *----------------------------------------------------             00035500
      * SEM ARQUIVO DE PRAZOS NAO HA APURACAO DE ATRASO                 00035600
      * (AVISA NO SYSOUT).                                              00035700
      *----------------------------------------------------             00035800
           OPEN INPUT PRAZOS.                                           00035900
           IF WRK-FS-PRAZOS NOT EQUAL 00                                00036000
              DISPLAY ' PRAZOS INDISPONIVEL (FS='                       00036100
                      WRK-FS-PRAZOS ') - SEM APURACAO DE ATRASO'        00036200
           ELSE                                                         00036300
              PERFORM 1210-LER-PRAZOS                                   00036400
                      UNTIL WRK-FIM-PRAZOS                              00036500
              CLOSE PRAZOS                                              00036600
              DISPLAY ' PRAZOS CARREGADOS: ' WRK-QTD-PRZ                00036700
           END-IF.                                                      00036800
                                                                        00036900
       1200-99-FIM.          EXIT.                                      00037000
                                                                        00037100
      *----------------------------------------------------             00037200
       1210-LER-PRAZOS                          SECTION.                00037300
      *----------------------------------------------------             00037400
           READ PRAZOS                                                  00037500
             AT END                                                     00037600
               MOVE 'S' TO WRK-SW-FIMPRZ                                00037700
           END-READ.                                                    00037800
           IF WRK-FS-PRAZOS EQUAL 00                                    00037900
              IF WRK-QTD-PRZ LESS 200                                   00038000
                 ADD 1 TO WRK-QTD-PRZ                                   00038100
                 MOVE FD-PRZ-UFORIG TO                                  00038200
                      WRK-TBPRZ-UFORIG (WRK-QTD-PRZ)                    00038300
                 MOVE FD-PRZ-UFDEST TO                                  00038400
                      WRK-TBPRZ-UFDEST (WRK-QTD-PRZ)                    00038500
                 MOVE FD-PRZ-DIAS   TO                                  00038600
                      WRK-TBPRZ-DIAS (WRK-QTD-PRZ)                      00038700
              ELSE                                                      00038800
                 DISPLAY ' TABELA DE PRAZOS ESGOTADA (200) '            00038900
              END-IF                                                    00039000
           END-IF.                                                      00039100
                                                                        00039200
       1210-99-FIM.          EXIT.                                      00039300
                                                                        00039400
      *----------------------------------------------------             00039500
       1300-LER-EVENTOS                         SECTION.                00039600
      *----------------------------------------------------             00039700
           READ EVENTOS                                                 00039800
             AT END                                                     00039900
               MOVE 'S' TO WRK-SW-FIM                                   00040000
           END-READ.                                                    00040100
                                                                        00040200
       1300-99-FIM.          EXIT.                                      00040300
                                                                        00040400
      *----------------------------------------------------             00040500
       2000-PROCESSAR                           SECTION.                00040600
      *----------------------------------------------------             00040700
           ADD 1 TO WRK-REGLIDOS.                                       00040800
                                                                        00040900
           PERFORM 2100-CRITICAR-EVENTO.                                00041000
                                                                        00041100
           IF WRK-MOTIVO EQUAL SPACES                                   00041200
              PERFORM 2200-APLICAR-EVENTO                               00041300
           ELSE                                                         00041400
              PERFORM 2300-GRAVAR-RECUSA                                00041500
           END-IF.                                                      00041600
                                                                        00041700
           PERFORM 1300-LER-EVENTOS.                                    00041800
                                                                        00041900
       2000-99-FIM.          EXIT.                                      00042000
                                                                        00042100
      *----------------------------------------------------             00042200
       2100-CRITICAR-EVENTO                     SECTION.                00042300
      *----------------------------------------------------             00042400
      * LOCALIZA O ENVIO E CRITICA O EVENTO; MOTIVO EM                  00042500
      * BRANCO = EVENTO ACEITO.                                         00042600
      *----------------------------------------------------             00042700
           MOVE SPACES TO WRK-MOTIVO.                                   00042800
           MOVE 'N' TO WRK-SW-ACHOU.                                    00042900
           IF FD-EVT-RASTREIO IS NUMERIC                                00043000
              MOVE 1 TO WRK-SUB-ENV                                     00043100
              PERFORM 2110-PROCURAR-ENVIO                               00043200
                      UNTIL WRK-SUB-ENV GREATER WRK-QTD-ENV             00043300
                         OR WRK-ACHOU                                   00043400
           END-IF.                                                      00043500
                                                                        00043600
           EVALUATE TRUE                                                00043700
             WHEN NOT WRK-ACHOU                                         00043800
               MOVE 'RASTREIO NAO CADASTRADO       ' TO WRK-MOTIVO      00043900
             WHEN NOT FD-EVT-CODIGO-VALIDO                              00044000
               MOVE 'CODIGO DE EVENTO INVALIDO     ' TO WRK-MOTIVO      00044100
             WHEN FD-EVT-DATA NOT NUMERIC                               00044200
               MOVE 'DATA DO EVENTO INVALIDA       ' TO WRK-MOTIVO      00044300
             WHEN FD-EVT-DATA EQUAL ZEROS                               00044400
               MOVE 'DATA DO EVENTO INVALIDA       ' TO WRK-MOTIVO      00044500
             WHEN FD-EVT-DATA GREATER WRK-DATA-PROC                     00044600
               MOVE 'DATA APOS O PROCESSAMENTO     ' TO WRK-MOTIVO      00044700
             WHEN WRK-TBENV-ENCERRADO (WRK-SUB-ACHADO)                  00044800
               MOVE 'ENVIO JA ENCERRADO            ' TO WRK-MOTIVO      00044900
             WHEN FD-EVT-DATA LESS                                      00045000
                  WRK-TBENV-DTSITUACAO (WRK-SUB-ACHADO)                 00045100
               MOVE 'DATA ANTERIOR A SITUACAO ATUAL' TO WRK-MOTIVO      00045200
             WHEN FD-EVT-CODIGO EQUAL 'C'                               00045300
                  AND WRK-TBENV-SITUACAO (WRK-SUB-ACHADO)               00045400
                      NOT EQUAL 'A'                                     00045500
               MOVE 'COLETA JA REGISTRADA          ' TO WRK-MOTIVO      00045600
             WHEN FD-EVT-CODIGO EQUAL 'E'                               00045700
                  AND FD-EVT-RECEBEDOR EQUAL SPACES                     00045800
               MOVE 'ENTREGA SEM RECEBEDOR         ' TO WRK-MOTIVO      00045900
           END-EVALUATE.                                                00046000
                                                                        00046100
       2100-99-FIM.          EXIT.                                      00046200
                                                                        00046300
      *----------------------------------------------------             00046400
       2110-PROCURAR-ENVIO                      SECTION.                00046500
      *----------------------------------------------------             00046600
           IF WRK-TBENV-RASTREIO (WRK-SUB-ENV) EQUAL                    00046700
              FD-EVT-RASTREIO                                           00046800
              MOVE WRK-SUB-ENV TO WRK-SUB-ACHADO                        00046900
              MOVE 'S' TO WRK-SW-ACHOU                                  00047000
           END-IF.                                                      00047100
           ADD 1 TO WRK-SUB-ENV.                                        00047200
                                                                        00047300
       2110-99-FIM.          EXIT.                                      00047400
                                                                        00047500
      *----------------------------------------------------             00047600
       2200-APLICAR-EVENTO                      SECTION.                00047700
      *----------------------------------------------------             00047800
           MOVE FD-EVT-CODIGO TO                                        00047900
                WRK-TBENV-SITUACAO (WRK-SUB-ACHADO).                    00048000
           MOVE FD-EVT-DATA   TO                                        00048100
                WRK-TBENV-DTSITUACAO (WRK-SUB-ACHADO).                  00048200
           ADD 1 TO WRK-QTD-APLICADOS.                                  00048300
                                                                        00048400
           EVALUATE FD-EVT-CODIGO                                       00048500
             WHEN 'C'                                                   00048600
               ADD 1 TO WRK-QTD-COLETADOS                               00048700
             WHEN 'T'                                                   00048800
               ADD 1 TO WRK-QTD-TRANSITO                                00048900
             WHEN 'E'                                                   00049000
               MOVE FD-EVT-RECEBEDOR TO                                 00049100
                    WRK-TBENV-RECEBEDOR (WRK-SUB-ACHADO)                00049200
               MOVE 'S' TO WRK-TBENV-ENTREGA-DIA (WRK-SUB-ACHADO)       00049300
               ADD 1 TO WRK-QTD-ENTREGUES                               00049400
             WHEN 'D'                                                   00049500
               ADD 1 TO WRK-QTD-DEVOLVIDOS                              00049600
             WHEN 'X'                                                   00049700
               ADD 1 TO WRK-QTD-EXTRAVIADOS                             00049800
           END-EVALUATE.                                                00049900
                                                                        00050000
       2200-99-FIM.          EXIT.                                      00050100
                                                                        00050200
      *----------------------------------------------------             00050300
       2300-GRAVAR-RECUSA                       SECTION.                00050400
      *----------------------------------------------------             00050500
           MOVE FD-EVENTOS TO FD-ERC-EVENTO.                            00050600
           MOVE WRK-MOTIVO TO FD-ERC-MOTIVO.                            00050700
           WRITE FD-EVTRECUS.                                           00050800
           ADD 1 TO WRK-QTD-RECUSADOS.                                  00050900
                                                                        00051000
       2300-99-FIM.          EXIT.                                      00051100
                                                                        00051200
      *----------------------------------------------------             00051300
       2500-APURAR-ATRASOS                      SECTION.                00051400
      *----------------------------------------------------             00051500
      * ENVIO EM ABERTO: ATRASO ATE A DATA DE PROCESSAMENTO;            00051600
      * ENTREGUE HOJE: ATRASO ATE A DATA DA ENTREGA. O PRAZO            00051700
      * CONTA EM DIAS CORRIDOS A PARTIR DA DATA DA REMESSA.             00051800
      *----------------------------------------------------             00051900
           MOVE WRK-DATA-PROC TO WRK-TIT-DATA.                          00052000
           WRITE FD-RELATRAS FROM WRK-LINHA-TRACO.                      00052100
           WRITE FD-RELATRAS FROM WRK-LINHA-TITULO.                     00052200
           WRITE FD-RELATRAS FROM WRK-LINHA-TRACO.                      00052300
           WRITE FD-RELATRAS FROM WRK-LINHA-COLUNAS.                    00052400
           WRITE FD-RELATRAS FROM WRK-LINHA-BRANCO.                     00052500
                                                                        00052600
           MOVE 1 TO WRK-SUB-ENV.                                       00052700
           PERFORM 2510-TESTAR-ENVIO                                    00052800
                   UNTIL WRK-SUB-ENV GREATER WRK-QTD-ENV.               00052900
                                                                        00053000
           MOVE WRK-QTD-ATRASADOS TO WRK-TOT-ATRASADOS.                 00053100
           MOVE WRK-QTD-ENTATRASO TO WRK-TOT-ENTATRASO.                 00053200
           WRITE FD-RELATRAS FROM WRK-LINHA-BRANCO.                     00053300
           WRITE FD-RELATRAS FROM WRK-LINHA-TOTAL.                      00053400
           WRITE FD-RELATRAS FROM WRK-LINHA-TRACO.                      00053500
                                                                        00053600
       2500-99-FIM.          EXIT.                                      00053700
                                                                        00053800
      *----------------------------------------------------             00053900
       2510-TESTAR-ENVIO                        SECTION.                00054000
      *----------------------------------------------------             00054100
           IF WRK-TBENV-ABERTO (WRK-SUB-ENV)                            00054200
              OR WRK-TBENV-ENTREGA-DIA (WRK-SUB-ENV) EQUAL 'S'          00054300
              PERFORM 2520-LOCALIZAR-PRAZO                              00054400
              IF WRK-TEM-PRAZO                                          00054500
                 PERFORM 2530-CALCULAR-ATRASO                           00054600
              ELSE                                                      00054700
                 ADD 1 TO WRK-QTD-SEMPRAZO                              00054800
              END-IF                                                    00054900
           END-IF.                                                      00055000
           ADD 1 TO WRK-SUB-ENV.                                        00055100
                                                                        00055200
       2510-99-FIM.          EXIT.                                      00055300
                                                                        00055400
      *----------------------------------------------------             00055500
       2520-LOCALIZAR-PRAZO                     SECTION.                00055600
      *----------------------------------------------------             00055700
      * 1O PASSO: ROTA ORIGEM+DESTINO; 2O PASSO: LINHA PADRAO           00055800
      * DO DESTINO (ORIGEM EM BRANCO).                                  00055900
      *----------------------------------------------------             00056000
           MOVE 'N' TO WRK-SW-PRAZO.                                    00056100
           MOVE WRK-TBENV-UFORIG (WRK-SUB-ENV) TO WRK-ORIG-PROC.        00056200
           MOVE 1 TO WRK-SUB-PRZ.                                       00056300
           PERFORM 2525-TESTAR-ROTA                                     00056400
                   UNTIL WRK-SUB-PRZ GREATER WRK-QTD-PRZ                00056500
                      OR WRK-TEM-PRAZO.                                 00056600
           IF NOT WRK-TEM-PRAZO                                         00056700
              MOVE SPACES TO WRK-ORIG-PROC                              00056800
              MOVE 1 TO WRK-SUB-PRZ                                     00056900
              PERFORM 2525-TESTAR-ROTA                                  00057000
                      UNTIL WRK-SUB-PRZ GREATER WRK-QTD-PRZ             00057100
                         OR WRK-TEM-PRAZO                               00057200
           END-IF.                                                      00057300
                                                                        00057400
       2520-99-FIM.          EXIT.                                      00057500
                                                                        00057600
      *----------------------------------------------------             00057700
       2525-TESTAR-ROTA                         SECTION.                00057800
      *----------------------------------------------------             00057900
           IF WRK-TBPRZ-UFDEST (WRK-SUB-PRZ) EQUAL                      00058000
              WRK-TBENV-UFDEST (WRK-SUB-ENV)                            00058100
              AND WRK-TBPRZ-UFORIG (WRK-SUB-PRZ) EQUAL                  00058200
                  WRK-ORIG-PROC                                         00058300
              MOVE 'S' TO WRK-SW-PRAZO                                  00058400
              MOVE WRK-TBPRZ-DIAS (WRK-SUB-PRZ) TO WRK-DIAS-PRAZO       00058500
           END-IF.                                                      00058600
           ADD 1 TO WRK-SUB-PRZ.                                        00058700
                                                                        00058800
       2525-99-FIM.          EXIT.                                      00058900
                                                                        00059000
      *----------------------------------------------------             00059100
       2530-CALCULAR-ATRASO                     SECTION.                00059200
      *----------------------------------------------------             00059300
           MOVE WRK-TBENV-DATA (WRK-SUB-ENV) TO WRK-DN-DATA.            00059400
           PERFORM 5000-CALCULAR-DIAS.                                  00059500
           COMPUTE WRK-DIA-LIMITE = WRK-DN-RESULT + WRK-DIAS-PRAZO.     00059600
                                                                        00059700
           IF WRK-TBENV-ABERTO (WRK-SUB-ENV)                            00059800
              MOVE WRK-DATA-PROC TO WRK-DN-DATA                         00059900
           ELSE                                                         00060000
              MOVE WRK-TBENV-DTSITUACAO (WRK-SUB-ENV) TO WRK-DN-DATA    00060100
           END-IF.                                                      00060200
           PERFORM 5000-CALCULAR-DIAS.                                  00060300
           MOVE WRK-DN-RESULT TO WRK-DIA-REFER.                         00060400
                                                                        00060500
           COMPUTE WRK-DIAS-ATRASO = WRK-DIA-REFER - WRK-DIA-LIMITE.    00060600
           IF WRK-DIAS-ATRASO GREATER ZEROS                             00060700
              PERFORM 2540-LISTAR-ATRASO                                00060800
           END-IF.                                                      00060900
                                                                        00061000
       2530-99-FIM.          EXIT.                                      00061100
                                                                        00061200
      *----------------------------------------------------             00061300
       2540-LISTAR-ATRASO                       SECTION.                00061400
      *----------------------------------------------------             00061500
           MOVE WRK-TBENV-RASTREIO (WRK-SUB-ENV) TO WRK-RA-RASTREIO.    00061600
           MOVE WRK-TBENV-CLIENTE (WRK-SUB-ENV)  TO WRK-RA-CLIENTE.     00061700
           MOVE WRK-TBENV-UFORIG (WRK-SUB-ENV)   TO WRK-RA-UFORIG.      00061800
           MOVE WRK-TBENV-UFDEST (WRK-SUB-ENV)   TO WRK-RA-UFDEST.      00061900
           MOVE WRK-TBENV-DATA (WRK-SUB-ENV)     TO WRK-RA-DATA.        00062000
           MOVE WRK-DIAS-PRAZO                   TO WRK-RA-PRAZO.       00062100
           MOVE WRK-DIAS-ATRASO                  TO WRK-RA-ATRASO.      00062200
                                                                        00062300
           EVALUATE WRK-TBENV-SITUACAO (WRK-SUB-ENV)                    00062400
             WHEN 'A'                                                   00062500
               MOVE 'AGUARDANDO COLETA   ' TO WRK-RA-SITUACAO           00062600
               ADD 1 TO WRK-QTD-ATRASADOS                               00062700
             WHEN 'C'                                                   00062800
               MOVE 'COLETADO            ' TO WRK-RA-SITUACAO           00062900
               ADD 1 TO WRK-QTD-ATRASADOS                               00063000
             WHEN 'T'                                                   00063100
               MOVE 'EM TRANSITO         ' TO WRK-RA-SITUACAO           00063200
               ADD 1 TO WRK-QTD-ATRASADOS                               00063300
             WHEN OTHER                                                 00063400
               MOVE 'ENTREGUE COM ATRASO ' TO WRK-RA-SITUACAO           00063500
               ADD 1 TO WRK-QTD-ENTATRASO                               00063600
           END-EVALUATE.                                                00063700
                                                                        00063800
           WRITE FD-RELATRAS FROM WRK-LINHA-ATRASO.                     00063900
                                                                        00064000
       2540-99-FIM.          EXIT.                                      00064100
                                                                        00064200
      *----------------------------------------------------             00064300
       3000-FINALIZAR                           SECTION.                00064400
      *----------------------------------------------------             00064500
           MOVE 1 TO WRK-SUB-ENV.                                       00064600
           PERFORM 3100-GRAVAR-ENVNOVO                                  00064700
                   UNTIL WRK-SUB-ENV GREATER WRK-QTD-ENV.               00064800
                                                                        00064900
           IF WRK-EVENTOS-ABERTO                                        00065000
              CLOSE EVENTOS                                             00065100
           END-IF.                                                      00065200
           CLOSE ENVNOVO EVTRECUS RELATRAS.                             00065300
                                                                        00065400
           DISPLAY ' ============================================'.     00065500
           DISPLAY ' RESUMO DO PROCESSAMENTO - FR01CB24          '.     00065600
           DISPLAY ' ============================================'.     00065700
           DISPLAY ' DATA DE PROCESSAMENTO....' WRK-DATA-PROC.          00065800
           DISPLAY ' EVENTOS LIDOS............' WRK-REGLIDOS.           00065900
           DISPLAY ' EVENTOS APLICADOS........' WRK-QTD-APLICADOS.      00066000
           DISPLAY '   COLETADOS..............' WRK-QTD-COLETADOS.      00066100
           DISPLAY '   EM TRANSITO............' WRK-QTD-TRANSITO.       00066200
           DISPLAY '   ENTREGUES..............' WRK-QTD-ENTREGUES.      00066300
           DISPLAY '   DEVOLVIDOS.............' WRK-QTD-DEVOLVIDOS.     00066400
           DISPLAY '   EXTRAVIADOS............' WRK-QTD-EXTRAVIADOS.    00066500
           DISPLAY ' EVENTOS RECUSADOS........' WRK-QTD-RECUSADOS.      00066600
           DISPLAY ' ENVIOS GRAVADOS (ENVNOVO)' WRK-QTD-GRAVADOS.       00066700
           DISPLAY ' ABERTOS EM ATRASO........' WRK-QTD-ATRASADOS.      00066800
           DISPLAY ' ENTREGUES COM ATRASO.....' WRK-QTD-ENTATRASO.      00066900
           DISPLAY ' ENVIOS SEM PRAZO DE ROTA.' WRK-QTD-SEMPRAZO.       00067000
           DISPLAY ' ============================================'.     00067100
                                                                        00067200
       3000-99-FIM.          EXIT.                                      00067300
                                                                        00067400
      *----------------------------------------------------             00067500
       3100-GRAVAR-ENVNOVO                      SECTION.                00067600
      *----------------------------------------------------             00067700
           WRITE FD-ENVNOVO FROM WRK-TBENV-REG (WRK-SUB-ENV).           00067800
           ADD 1 TO WRK-QTD-GRAVADOS.                                   00067900
           ADD 1 TO WRK-SUB-ENV.                                        00068000
                                                                        00068100
       3100-99-FIM.          EXIT.                                      00068200
                                                                        00068300
      *----------------------------------------------------             00068400
       5000-CALCULAR-DIAS                       SECTION.                00068500
      *----------------------------------------------------             00068600
      * CONVERTE WRK-DN-DATA (AAAAMMDD) EM DIAS CORRIDOS                00068700
      * (CALENDARIO GREGORIANO; OS BISSEXTOS ATE O ANO                  00068800
      * ANTERIOR, O DO ANO PELO MES).                                   00068900
      *----------------------------------------------------             00069000
           COMPUTE WRK-DN-ANTERIOR = WRK-DN-ANO - 1.                    00069100
           DIVIDE WRK-DN-ANTERIOR BY 4                                  00069200
                  GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.          00069300
           DIVIDE WRK-DN-ANTERIOR BY 100                                00069400
                  GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.      00069500
           DIVIDE WRK-DN-ANTERIOR BY 400                                00069600
                  GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.      00069700
                                                                        00069800
           COMPUTE WRK-DN-RESULT = (WRK-DN-ANO * 365)                   00069900
                                 + WRK-DN-QUOC4                         00070000
                                 - WRK-DN-QUOC100                       00070100
                                 + WRK-DN-QUOC400                       00070200
                                 + WRK-DN-DIA.                          00070300
                                                                        00070400
           EVALUATE WRK-DN-MES                                          00070500
             WHEN 01 CONTINUE                                           00070600
             WHEN 02 ADD 31  TO WRK-DN-RESULT                           00070700
             WHEN 03 ADD 59  TO WRK-DN-RESULT                           00070800
             WHEN 04 ADD 90  TO WRK-DN-RESULT                           00070900
             WHEN 05 ADD 120 TO WRK-DN-RESULT                           00071000
             WHEN 06 ADD 151 TO WRK-DN-RESULT                           00071100
             WHEN 07 ADD 181 TO WRK-DN-RESULT                           00071200
             WHEN 08 ADD 212 TO WRK-DN-RESULT                           00071300
             WHEN 09 ADD 243 TO WRK-DN-RESULT                           00071400
             WHEN 10 ADD 273 TO WRK-DN-RESULT                           00071500
             WHEN 11 ADD 304 TO WRK-DN-RESULT                           00071600
             WHEN 12 ADD 334 TO WRK-DN-RESULT                           00071700
           END-EVALUATE.                                                00071800
                                                                        00071900
           PERFORM 5100-VERIFICAR-BISSEXTO.                             00072000
           IF WRK-DN-BISSEXTO EQUAL 1                                   00072100
              AND WRK-DN-MES GREATER 2                                  00072200
              ADD 1 TO WRK-DN-RESULT                                    00072300
           END-IF.                                                      00072400
                                                                        00072500
       5000-99-FIM.          EXIT.                                      00072600
                                                                        00072700
      *----------------------------------------------------             00072800
       5100-VERIFICAR-BISSEXTO                  SECTION.                00072900
      *----------------------------------------------------             00073000
           DIVIDE WRK-DN-ANO BY 4                                       00073100
                  GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.          00073200
           DIVIDE WRK-DN-ANO BY 100                                     00073300
                  GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.      00073400
           DIVIDE WRK-DN-ANO BY 400                                     00073500
                  GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.      00073600
           IF (WRK-DN-RESTO4 EQUAL ZEROS                                00073700
                 AND WRK-DN-RESTO100 NOT EQUAL ZEROS)                   00073800
              OR WRK-DN-RESTO400 EQUAL ZEROS                            00073900
              MOVE 1 TO WRK-DN-BISSEXTO                                 00074000
           ELSE                                                         00074100
              MOVE ZEROS TO WRK-DN-BISSEXTO                             00074200
           END-IF.                                                      00074300
                                                                        00074400
       5100-99-FIM.          EXIT.                                      00074500
