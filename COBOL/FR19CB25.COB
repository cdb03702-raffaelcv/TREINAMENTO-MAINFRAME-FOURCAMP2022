      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB25.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * CONCILIACAO DAS FATURAS DAS TRANSPORTADORAS E                   00001100
      * MARGEM DO FRETE. LE O 'FATURA' DO PERIODO (LINHAS               00001200
      * POR REMESSA DO FR01CB21, CONCATENADAS NA JCL), O                00001300
      * CADASTRO DE ENVIOS 'ENVCAD' (UF DE ORIGEM DE CADA               00001400
      * RASTREIO) E A TABELA CONTRATADA 'TABTRANS'                      00001500
      * (TRANSPORTADORA + UF ORIGEM + UF DESTINO +                      00001600
      * VIGENCIA, VALOR POR KG E VALOR MINIMO; LINHA COM                00001700
      * ORIGEM EM BRANCO E O PADRAO DO DESTINO). CADA                   00001800
      * LINHA DO ARQUIVO DA TRANSPORTADORA 'FATTRANS'                   00001900
      * (RASTREIO, PESO, VALOR COBRADO) E CASADA COM A                  00002000
      * LINHA DE FATURA DO MESMO RASTREIO. VAO PARA                     00002100
      * 'DIVTRANS', COM O MOTIVO:                                       00002200
      *   COBRANCA SEM REMESSA FATURADA                                 00002300
      *   REMESSA COBRADA EM DUPLICIDADE (NAO ENTRA NO                  00002400
      *   CUSTO)                                                        00002500
      *   COBRANCA ACIMA DO CONTRATO (CONTRATADO = PESO                 00002600
      *   DA REMESSA X VALOR POR KG, NO MINIMO O VALOR                  00002700
      *   MINIMO DA ROTA)                                               00002800
      *   ROTA SEM TARIFA CONTRATADA                                    00002900
      * O RELATORIO 'RELMARG' MOSTRA, SO PARA AS REMESSAS               00003000
      * CONCILIADAS, O FATURADO (FRETE UF + ADICIONAL +                 00003100
      * SEGURO) MENOS O CUSTO DA TRANSPORTADORA POR ROTA                00003200
      * (UF ORIGEM-DESTINO) E POR CLIENTE.                              00003300
      *   CARTAO SYSIN: COMPETENCIA AAAAMM                              00003400
      *                 (BRANCOS = MES CORRENTE)                        00003500
      *                                                                 00003600
      *====================================================             00003700
                                                                        00003800
      *====================================================             00003900
       ENVIRONMENT                              DIVISION.               00004000
      *====================================================             00004100
       CONFIGURATION                            SECTION.                00004200
       SPECIAL-NAMES.                                                   00004300
           DECIMAL-POINT IS COMMA.                                      00004400
                                                                        00004500
       INPUT-OUTPUT                             SECTION.                00004600
       FILE-CONTROL.                                                    00004700
            SELECT FATURA ASSIGN TO FATURA                              00004800
                 FILE STATUS IS WRK-FS-FATURA.                          00004900
                                                                        00005000
            SELECT ENVCAD ASSIGN TO ENVCAD                              00005100
                 FILE STATUS IS WRK-FS-ENVCAD.                          00005200
                                                                        00005300
            SELECT TABTRANS ASSIGN TO TABTRANS                          00005400
                 FILE STATUS IS WRK-FS-TABTRANS.                        00005500
                                                                        00005600
            SELECT FATTRANS ASSIGN TO FATTRANS                          00005700
                 FILE STATUS IS WRK-FS-FATTRANS.                        00005800
                                                                        00005900
            SELECT DIVTRANS ASSIGN TO DIVTRANS                          00006000
                 FILE STATUS IS WRK-FS-DIVTRANS.                        00006100
                                                                        00006200
            SELECT RELMARG ASSIGN TO RELMARG                            00006300
                 FILE STATUS IS WRK-FS-RELMARG.                         00006400
                                                                        00006500
      *====================================================             00006600
       DATA                                     DIVISION.               00006700
      *====================================================             00006800
       FILE                                     SECTION.                00006900
       FD FATURA                                                        00007000
           RECORDING MODE IS F                                          00007100
           LABEL RECORD IS STANDARD                                     00007200
           BLOCK CONTAINS 0 RECORDS.                                    00007300
      *-------------------LRECL 78-------------------------             00007400
       01 FD-FATURA.                                                    00007500
          05 FD-FAT-CODIGO       PIC 9(05).                             00007600
          05 FD-FAT-PRODUTO      PIC X(15).                             00007700
          05 FD-FAT-UF           PIC X(02).                             00007800
          05 FD-FAT-VALOR        PIC 9(06)V99.                          00007900
          05 FD-FAT-PESO         PIC 9(05).                             00008000
          05 FD-FAT-FRETE-UF     PIC 9(06)V99.                          00008100
          05 FD-FAT-ADICIONAL    PIC 9(06)V99.                          00008200
          05 FD-FAT-SEGURO       PIC 9(06)V99.                          00008300
          05 FD-FAT-TOTAL        PIC 9(07)V99.                          00008400
          05 FD-FAT-RASTREIO     PIC 9(10).                             00008500
                                                                        00008600
       FD ENVCAD                                                        00008700
           RECORDING MODE IS F                                          00008800
           LABEL RECORD IS STANDARD                                     00008900
           BLOCK CONTAINS 0 RECORDS.                                    00009000
      *-------------------LRECL 120------------------------             00009100
       01 FD-ENVCAD.                                                    00009200
          05 FD-ENV-RASTREIO     PIC 9(10).                             00009300
          05 FD-ENV-CLIENTE      PIC 9(05).                             00009400
          05 FD-ENV-PRODUTO      PIC X(15).                             00009500
          05 FD-ENV-UFORIG       PIC X(02).                             00009600
          05 FD-ENV-UFDEST       PIC X(02).                             00009700
          05 FD-ENV-PESO         PIC 9(05).                             00009800
          05 FD-ENV-DATA         PIC 9(08).                             00009900
          05 FD-ENV-FRETE        PIC 9(07)V99.                          00010000
          05 FD-ENV-SITUACAO     PIC X(01).                             00010100
          05 FD-ENV-DTSITUACAO   PIC 9(08).                             00010200
          05 FD-ENV-RECEBEDOR    PIC X(30).                             00010300
          05 FILLER              PIC X(25).                             00010400
                                                                        00010500
       FD TABTRANS                                                      00010600
           RECORDING MODE IS F                                          00010700
           LABEL RECORD IS STANDARD                                     00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
      *-------------------LRECL 40-------------------------             00011000
       01 FD-TABTRANS.                                                  00011100
          05 FD-TTR-TRANSP       PIC X(06).                             00011200
          05 FD-TTR-UFORIG       PIC X(02).                             00011300
          05 FD-TTR-UFDEST       PIC X(02).                             00011400
          05 FD-TTR-VIGDE        PIC 9(08).                             00011500
          05 FD-TTR-VIGATE       PIC 9(08).                             00011600
          05 FD-TTR-VALOR-KG     PIC 9(03)V99.                          00011700
          05 FD-TTR-MINIMO       PIC 9(05)V99.                          00011800
          05 FILLER              PIC X(02).                             00011900
                                                                        00012000
       FD FATTRANS                                                      00012100
           RECORDING MODE IS F                                          00012200
           LABEL RECORD IS STANDARD                                     00012300
           BLOCK CONTAINS 0 RECORDS.                                    00012400
      *-------------------LRECL 60-------------------------             00012500
       01 FD-FATTRANS.                                                  00012600
          05 FD-FTR-TRANSP       PIC X(06).                             00012700
          05 FD-FTR-DOCUMENTO    PIC X(10).                             00012800
          05 FD-FTR-RASTREIO     PIC 9(10).                             00012900
          05 FD-FTR-DATA         PIC 9(08).                             00013000
          05 FD-FTR-PESO         PIC 9(05).                             00013100
          05 FD-FTR-COBRADO      PIC 9(07)V99.                          00013200
          05 FILLER              PIC X(12).                             00013300
                                                                        00013400
       FD DIVTRANS                                                      00013500
           RECORDING MODE IS F.                                         00013600
      *-------------------LRECL 99-------------------------             00013700
       01 FD-DIVTRANS.                                                  00013800
          05 FD-DIV-COBRANCA     PIC X(60).                             00013900
          05 FD-DIV-MOTIVO       PIC X(30).                             00014000
          05 FD-DIV-CONTRATADO   PIC 9(07)V99.                          00014100
                                                                        00014200
       FD RELMARG                                                       00014300
           RECORDING MODE IS F.                                         00014400
      *-------------------LRECL 80-------------------------             00014500
       01 FD-RELMARG             PIC X(80).                             00014600
                                                                        00014700
      *====================================================             00014800
       WORKING-STORAGE                          SECTION.                00014900
      *====================================================             00015000
                                                                        00015100
       77 WRK-FS-FATURA        PIC 9(02)    VALUE ZEROS.                00015200
       77 WRK-FS-ENVCAD        PIC 9(02)    VALUE ZEROS.                00015300
       77 WRK-FS-TABTRANS      PIC 9(02)    VALUE ZEROS.                00015400
       77 WRK-FS-FATTRANS      PIC 9(02)    VALUE ZEROS.                00015500
       77 WRK-FS-DIVTRANS      PIC 9(02)    VALUE ZEROS.                00015600
       77 WRK-FS-RELMARG       PIC 9(02)    VALUE ZEROS.                00015700
                                                                        00015800
       77 WRK-SW-FIM           PIC X(01)    VALUE 'N'.                  00015900
          88 WRK-FIM-FATTRANS       VALUE 'S'.                          00016000
       77 WRK-SW-FIMFAT        PIC X(01)    VALUE 'N'.                  00016100
          88 WRK-FIM-FATURA         VALUE 'S'.                          00016200
       77 WRK-SW-FIMENV        PIC X(01)    VALUE 'N'.                  00016300
          88 WRK-FIM-ENVCAD         VALUE 'S'.                          00016400
       77 WRK-SW-FIMTTR        PIC X(01)    VALUE 'N'.                  00016500
          88 WRK-FIM-TABTRANS       VALUE 'S'.                          00016600
       77 WRK-SW-ACHOU         PIC X(01)    VALUE 'N'.                  00016700
          88 WRK-ACHOU              VALUE 'S'.                          00016800
       77 WRK-SW-TARIFA        PIC X(01)    VALUE 'N'.                  00016900
          88 WRK-TEM-TARIFA         VALUE 'S'.                          00017000
       77 WRK-SW-ROTAVISTA     PIC X(01)    VALUE 'N'.                  00017100
          88 WRK-ROTA-VISTA         VALUE 'S'.                          00017200
                                                                        00017300
      *-------------PARAMETRO SYSIN------------------------             00017400
       01 WRK-COMPCARD.                                                 00017500
          05 FILLER              PIC X(10).                             00017600
          05 WRK-COMPCARD-AC     PIC X(06).                             00017700
                                                                        00017800
       77 WRK-COMPETENCIA      PIC X(06)    VALUE SPACES.               00017900
       77 WRK-DATA-HOJE        PIC 9(08)    VALUE ZEROS.                00018000
                                                                        00018100
      *-------------TARIFAS CONTRATADAS--------------------             00018200
       77 WRK-QTD-TTR          PIC 9(03)    VALUE ZEROS.                00018300
       77 WRK-SUB-TTR          PIC 9(03)    VALUE ZEROS.                00018400
       01 WRK-TAB-TTR.                                                  00018500
          05 WRK-TTR-LINHA OCCURS 300 TIMES.                            00018600
             10 WRK-TBTTR-TRANSP   PIC X(06).                           00018700
             10 WRK-TBTTR-UFORIG   PIC X(02).                           00018800
             10 WRK-TBTTR-UFDEST   PIC X(02).                           00018900
             10 WRK-TBTTR-VIGDE    PIC 9(08).                           00019000
             10 WRK-TBTTR-VIGATE   PIC 9(08).                           00019100
             10 WRK-TBTTR-VALOR-KG PIC 9(03)V99.                        00019200
             10 WRK-TBTTR-MINIMO   PIC 9(05)V99.                        00019300
                                                                        00019400
      *-------------LINHAS DE FATURA DO PERIODO------------             00019500
       77 WRK-QTD-FAT          PIC 9(05)    VALUE ZEROS.                00019600
       77 WRK-SUB-FAT          PIC 9(05)    VALUE ZEROS.                00019700
       77 WRK-SUB-ACHADO       PIC 9(05)    VALUE ZEROS.                00019800
       01 WRK-TAB-FAT.                                                  00019900
          05 WRK-FAT-LINHA OCCURS 5000 TIMES.                           00020000
             10 WRK-TBFAT-RASTREIO PIC 9(10).                           00020100
             10 WRK-TBFAT-CODIGO   PIC 9(05).                           00020200
             10 WRK-TBFAT-UFORIG   PIC X(02).                           00020300
             10 WRK-TBFAT-UFDEST   PIC X(02).                           00020400
             10 WRK-TBFAT-PESO     PIC 9(05).                           00020500
             10 WRK-TBFAT-TOTAL    PIC 9(07)V99.                        00020600
             10 WRK-TBFAT-CUSTO    PIC 9(07)V99.                        00020700
             10 WRK-TBFAT-QTDCOBR  PIC 9(02).                           00020800
                                                                        00020900
      *-------------MARGEM POR ROTA------------------------             00021000
       77 WRK-QTD-ROTA         PIC 9(03)    VALUE ZEROS.                00021100
       77 WRK-SUB-ROTA         PIC 9(03)    VALUE ZEROS.                00021200
       01 WRK-TAB-ROTA.                                                 00021300
          05 WRK-ROTA-LINHA OCCURS 729 TIMES.                           00021400
             10 WRK-TBROTA-UFORIG  PIC X(02).                           00021500
             10 WRK-TBROTA-UFDEST  PIC X(02).                           00021600
             10 WRK-TBROTA-QTD     PIC 9(05).                           00021700
             10 WRK-TBROTA-FATUR   PIC 9(09)V99.                        00021800
             10 WRK-TBROTA-CUSTO   PIC 9(09)V99.                        00021900
                                                                        00022000
      *-------------MARGEM POR CLIENTE---------------------             00022100
       77 WRK-QTD-CLI          PIC 9(03)    VALUE ZEROS.                00022200
       77 WRK-SUB-CLI          PIC 9(03)    VALUE ZEROS.                00022300
       01 WRK-TAB-CLI.                                                  00022400
          05 WRK-CLI-LINHA OCCURS 300 TIMES.                            00022500
             10 WRK-TBCLI-CODIGO   PIC 9(05).                           00022600
             10 WRK-TBCLI-QTD      PIC 9(05).                           00022700
             10 WRK-TBCLI-FATUR    PIC 9(09)V99.                        00022800
             10 WRK-TBCLI-CUSTO    PIC 9(09)V99.                        00022900
                                                                        00023000
      *-------------VARIAVEIS DE CALCULO-------------------             00023100
       77 WRK-MOTIVO           PIC X(30)    VALUE SPACES.               00023200
       77 WRK-ORIG-PROC        PIC X(02)    VALUE SPACES.               00023300
       77 WRK-CONTRATADO       PIC 9(07)V99 VALUE ZEROS.                00023400
       77 WRK-LIN-QTD          PIC 9(05)    VALUE ZEROS.                00023500
       77 WRK-LIN-FATUR        PIC 9(11)V99 VALUE ZEROS.                00023600
       77 WRK-LIN-CUSTO        PIC 9(11)V99 VALUE ZEROS.                00023700
       77 WRK-LIN-MARGEM       PIC S9(11)V99 VALUE ZEROS.               00023800
       77 WRK-LIN-PCT          PIC S9(04)V9 VALUE ZEROS.                00023900
       77 WRK-RASTREIO-PROC    PIC 9(10)    VALUE ZEROS.                00024000
                                                                        00024100
      *-------------CONTADORES-----------------------------             00024200
       77 WRK-REGLIDOS         PIC 9(05)    VALUE ZEROS.                00024300
       77 WRK-QTD-FATLIDAS     PIC 9(05)    VALUE ZEROS.                00024400
       77 WRK-QTD-SEMRASTR     PIC 9(05)    VALUE ZEROS.                00024500
       77 WRK-QTD-REPETIDAS    PIC 9(05)    VALUE ZEROS.                00024600
       77 WRK-QTD-CONCIL       PIC 9(05)    VALUE ZEROS.                00024700
       77 WRK-QTD-SEMREM       PIC 9(05)    VALUE ZEROS.                00024800
       77 WRK-QTD-DUPLIC       PIC 9(05)    VALUE ZEROS.                00024900
       77 WRK-QTD-ACIMA        PIC 9(05)    VALUE ZEROS.                00025000
       77 WRK-QTD-SEMTARIFA    PIC 9(05)    VALUE ZEROS.                00025100
       77 WRK-QTD-NAOCOBR      PIC 9(05)    VALUE ZEROS.                00025200
       77 WRK-TOT-COBRADO      PIC 9(11)V99 VALUE ZEROS.                00025300
       77 WRK-TOT-SEMREM       PIC 9(11)V99 VALUE ZEROS.                00025400
       77 WRK-TOT-DUPLIC       PIC 9(11)V99 VALUE ZEROS.                00025500
       77 WRK-TOT-EXCESSO      PIC 9(11)V99 VALUE ZEROS.                00025600
       77 WRK-TOT-FATUR        PIC 9(11)V99 VALUE ZEROS.                00025700
       77 WRK-TOT-CUSTO        PIC 9(11)V99 VALUE ZEROS.                00025800
                                                                        00025900
      *-------------LINHAS DO RELATORIO--------------------             00026000
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00026100
       01 WRK-LINHA-BRANCO       PIC X(80) VALUE SPACES.                00026200
                                                                        00026300
       01 WRK-LINHA-TITULO.                                             00026400
          05 FILLER              PIC X(42) VALUE                        00026500
             'MARGEM DO FRETE - REMESSAS CONCILIADAS -  '.              00026600
          05 FILLER              PIC X(13) VALUE 'COMPETENCIA: '.       00026700
          05 WRK-TIT-COMPET      PIC X(06).                             00026800
          05 FILLER              PIC X(19) VALUE SPACES.                00026900
                                                                        00027000
       01 WRK-LINHA-SECAO.                                              00027100
          05 FILLER              PIC X(11) VALUE 'MARGEM POR '.         00027200
          05 WRK-SEC-TITULO      PIC X(30).                             00027300
          05 FILLER              PIC X(39) VALUE SPACES.                00027400
                                                                        00027500
       01 WRK-LINHA-COLUNAS.                                            00027600
          05 WRK-COL-CHAVE       PIC X(07).                             00027700
          05 FILLER              PIC X(40) VALUE                        00027800
             '  QTD        FATURADO           CUSTO  '.                 00027900
          05 FILLER              PIC X(33) VALUE                        00028000
             '       MARGEM    MARG%'.                                  00028100
                                                                        00028200
       01 WRK-LINHA-MARGEM.                                             00028300
          05 WRK-LM-CHAVE.                                              00028400
             10 WRK-LM-UFORIG    PIC X(02).                             00028500
             10 WRK-LM-TRACO     PIC X(01).                             00028600
             10 WRK-LM-UFDEST    PIC X(02).                             00028700
          05 WRK-LM-CLIENTE REDEFINES WRK-LM-CHAVE PIC 9(05).           00028800
          05 FILLER              PIC X(02) VALUE SPACES.                00028900
          05 WRK-LM-QTD          PIC ZZZZ9.                             00029000
          05 FILLER              PIC X(02) VALUE SPACES.                00029100
          05 WRK-LM-FATUR        PIC ZZZ.ZZZ.ZZ9,99.                    00029200
          05 FILLER              PIC X(02) VALUE SPACES.                00029300
          05 WRK-LM-CUSTO        PIC ZZZ.ZZZ.ZZ9,99.                    00029400
          05 FILLER              PIC X(02) VALUE SPACES.                00029500
          05 WRK-LM-MARGEM       PIC ---.---.--9,99.                    00029600
          05 FILLER              PIC X(02) VALUE SPACES.                00029700
          05 WRK-LM-PCT          PIC ----9,9.                           00029800
          05 FILLER              PIC X(01) VALUE SPACES.                00029900
          05 WRK-LM-PREJUIZO     PIC X(08).                             00030000
          05 FILLER              PIC X(02) VALUE SPACES.                00030100
                                                                        00030200
      *====================================================             00030300
       PROCEDURE                                DIVISION.               00030400
      *====================================================             00030500
                                                                        00030600
      *----------------------------------------------------             00030700
       0000-PRINCIPAL                           SECTION.                00030800
      *----------------------------------------------------             00030900
                                                                        00031000
             PERFORM 1000-INICIALIZAR.                                  00031100
             PERFORM 1400-LER-FATTRANS.                                 00031200
             PERFORM 2000-PROCESSAR UNTIL WRK-FIM-FATTRANS.             00031300
             PERFORM 2500-APURAR-MARGEM.                                00031400
             PERFORM 3000-FINALIZAR.                                    00031500
             STOP RUN.                                                  00031600
                                                                        00031700
       0000-99-FIM.          EXIT.                                      00031800
                                                                        00031900
      *----------------------------------------------------             00032000
       1000-INICIALIZAR                         SECTION.                00032100
      *----------------------------------------------------             00032200
                                                                        00032300
           OPEN INPUT  FATURA ENVCAD TABTRANS FATTRANS                  00032400
                OUTPUT DIVTRANS RELMARG.                                00032500
                                                                        00032600
           IF WRK-FS-FATURA NOT EQUAL 00                                00032700
              DISPLAY ' ERRO NO OPEN FATURA FS=' WRK-FS-FATURA          00032800
              MOVE 12 TO RETURN-CODE                                    00032900
              STOP RUN                                                  00033000
           END-IF.                                                      00033100
           IF WRK-FS-ENVCAD NOT EQUAL 00                                00033200
              DISPLAY ' ERRO NO OPEN ENVCAD FS=' WRK-FS-ENVCAD          00033300
              MOVE 12 TO RETURN-CODE                                    00033400
              STOP RUN                                                  00033500
           END-IF.                                                      00033600
           IF WRK-FS-TABTRANS NOT EQUAL 00                              00033700
              DISPLAY ' ERRO NO OPEN TABTRANS FS=' WRK-FS-TABTRANS      00033800
              MOVE 12 TO RETURN-CODE                                    00033900
              STOP RUN                                                  00034000
           END-IF.                                                      00034100
           IF WRK-FS-FATTRANS NOT EQUAL 00                              00034200
              DISPLAY ' ERRO NO OPEN FATTRANS FS=' WRK-FS-FATTRANS      00034300
              MOVE 12 TO RETURN-CODE                                    00034400
              STOP RUN                                                  00034500
           END-IF.                                                      00034600
                                                                        00034700
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00034800
           ACCEPT WRK-COMPCARD FROM SYSIN.                              00034900
           IF WRK-COMPCARD-AC EQUAL SPACES                              00035000
              MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA               00035100
           ELSE                                                         00035200
              MOVE WRK-COMPCARD-AC TO WRK-COMPETENCIA                   00035300
           END-IF.                                                      00035400
                                                                        00035500
           PERFORM 1100-CARREGAR-TABTRANS.                              00035600
           PERFORM 1200-CARREGAR-FATURA.                                00035700
           PERFORM 1300-COMPLETAR-ORIGEM.                               00035800
                                                                        00035900
       1000-99-FIM.          EXIT.                                      00036000
                                                                        00036100
      *----------------------------------------------------             00036200
       1100-CARREGAR-TABTRANS                   SECTION.                00036300
      *----------------------------------------------------             00036400
           PERFORM 1110-LER-TABTRANS                                    00036500
                   UNTIL WRK-FIM-TABTRANS.                              00036600
           CLOSE TABTRANS.                                              00036700
           DISPLAY ' TARIFAS CONTRATADAS CARREGADAS: ' WRK-QTD-TTR.     00036800
                                                                        00036900
       1100-99-FIM.          EXIT.                                      00037000
                                                                        00037100
      *----------------------------------------------------             00037200
       1110-LER-TABTRANS                        SECTION.                00037300
      *----------------------------------------------------             00037400
           READ TABTRANS                                                00037500
             AT END                                                     00037600
               MOVE 'S' TO WRK-SW-FIMTTR                                00037700
           END-READ.                                                    00037800
           IF WRK-FS-TABTRANS EQUAL 00                                  00037900
              IF WRK-QTD-TTR LESS 300                                   00038000
                 ADD 1 TO WRK-QTD-TTR                                   00038100
                 MOVE FD-TTR-TRANSP   TO                                00038200
                      WRK-TBTTR-TRANSP (WRK-QTD-TTR)                    00038300
                 MOVE FD-TTR-UFORIG   TO                                00038400
                      WRK-TBTTR-UFORIG (WRK-QTD-TTR)                    00038500
                 MOVE FD-TTR-UFDEST   TO                                00038600
                      WRK-TBTTR-UFDEST (WRK-QTD-TTR)                    00038700
                 MOVE FD-TTR-VIGDE    TO                                00038800
                      WRK-TBTTR-VIGDE (WRK-QTD-TTR)                     00038900
                 MOVE FD-TTR-VIGATE   TO                                00039000
                      WRK-TBTTR-VIGATE (WRK-QTD-TTR)                    00039100
                 MOVE FD-TTR-VALOR-KG TO                                00039200
                      WRK-TBTTR-VALOR-KG (WRK-QTD-TTR)                  00039300
                 MOVE FD-TTR-MINIMO   TO                                00039400
                      WRK-TBTTR-MINIMO (WRK-QTD-TTR)                    00039500
              ELSE                                                      00039600
                 DISPLAY ' TABELA DE TARIFAS ESGOTADA (300) '           00039700
              END-IF                                                    00039800
           END-IF.                                                      00039900
                                                                        00040000
       1110-99-FIM.          EXIT.                                      00040100
                                                                        00040200
      *----------------------------------------------------             00040300
       1200-CARREGAR-FATURA                     SECTION.                00040400
      *----------------------------------------------------             00040500
      * SO ENTRA LINHA COM RASTREIO; O MESMO RASTREIO MAIS              00040600
      * DE UMA VEZ (REMESSA RETIDA E REAPRESENTADA NO                   00040700
      * FATPEND) CONTA UMA VEZ SO.                                      00040800
      *----------------------------------------------------             00040900
           PERFORM 1210-LER-FATURA                                      00041000
                   UNTIL WRK-FIM-FATURA.                                00041100
           CLOSE FATURA.                                                00041200
           DISPLAY ' REMESSAS FATURADAS CARREGADAS: ' WRK-QTD-FAT.      00041300
                                                                        00041400
       1200-99-FIM.          EXIT.                                      00041500
                                                                        00041600
      *----------------------------------------------------             00041700
       1210-LER-FATURA                          SECTION.                00041800
      *----------------------------------------------------             00041900
           READ FATURA                                                  00042000
             AT END                                                     00042100
               MOVE 'S' TO WRK-SW-FIMFAT                                00042200
           END-READ.                                                    00042300
           IF WRK-FS-FATURA EQUAL 00                                    00042400
              ADD 1 TO WRK-QTD-FATLIDAS                                 00042500
              IF FD-FAT-RASTREIO NOT NUMERIC                            00042600
                 MOVE ZEROS TO FD-FAT-RASTREIO                          00042700
              END-IF                                                    00042800
              IF FD-FAT-RASTREIO EQUAL ZEROS                            00042900
                 ADD 1 TO WRK-QTD-SEMRASTR                              00043000
              ELSE                                                      00043100
                 PERFORM 1220-GUARDAR-FATURA                            00043200
              END-IF                                                    00043300
           END-IF.                                                      00043400
                                                                        00043500
       1210-99-FIM.          EXIT.                                      00043600
                                                                        00043700
      *----------------------------------------------------             00043800
       1220-GUARDAR-FATURA                      SECTION.                00043900
      *----------------------------------------------------             00044000
           MOVE FD-FAT-RASTREIO TO WRK-RASTREIO-PROC.                   00044100
           MOVE 'N' TO WRK-SW-ACHOU.                                    00044200
           MOVE 1 TO WRK-SUB-FAT.                                       00044300
           PERFORM 1230-PROCURAR-FATURA                                 00044400
                   UNTIL WRK-SUB-FAT GREATER WRK-QTD-FAT                00044500
                      OR WRK-ACHOU.                                     00044600
           IF WRK-ACHOU                                                 00044700
              ADD 1 TO WRK-QTD-REPETIDAS                                00044800
           ELSE                                                         00044900
              IF WRK-QTD-FAT LESS 5000                                  00045000
                 ADD 1 TO WRK-QTD-FAT                                   00045100
                 MOVE FD-FAT-RASTREIO TO                                00045200
                      WRK-TBFAT-RASTREIO (WRK-QTD-FAT)                  00045300
                 MOVE FD-FAT-CODIGO   TO                                00045400
                      WRK-TBFAT-CODIGO (WRK-QTD-FAT)                    00045500
                 MOVE SPACES          TO                                00045600
                      WRK-TBFAT-UFORIG (WRK-QTD-FAT)                    00045700
                 MOVE FD-FAT-UF       TO                                00045800
                      WRK-TBFAT-UFDEST (WRK-QTD-FAT)                    00045900
                 MOVE FD-FAT-PESO     TO                                00046000
                      WRK-TBFAT-PESO (WRK-QTD-FAT)                      00046100
                 MOVE FD-FAT-TOTAL    TO                                00046200
                      WRK-TBFAT-TOTAL (WRK-QTD-FAT)                     00046300
                 MOVE ZEROS           TO                                00046400
                      WRK-TBFAT-CUSTO (WRK-QTD-FAT)                     00046500
                 MOVE ZEROS           TO                                00046600
                      WRK-TBFAT-QTDCOBR (WRK-QTD-FAT)                   00046700
              ELSE                                                      00046800
                 DISPLAY ' TABELA DE FATURA ESGOTADA (5000) '           00046900
              END-IF                                                    00047000
           END-IF.                                                      00047100
                                                                        00047200
       1220-99-FIM.          EXIT.                                      00047300
                                                                        00047400
      *----------------------------------------------------             00047500
       1230-PROCURAR-FATURA                     SECTION.                00047600
      *----------------------------------------------------             00047700
           IF WRK-TBFAT-RASTREIO (WRK-SUB-FAT) EQUAL                    00047800
              WRK-RASTREIO-PROC                                         00047900
              MOVE WRK-SUB-FAT TO WRK-SUB-ACHADO                        00048000
              MOVE 'S' TO WRK-SW-ACHOU                                  00048100
           END-IF.                                                      00048200
           ADD 1 TO WRK-SUB-FAT.                                        00048300
                                                                        00048400
       1230-99-FIM.          EXIT.                                      00048500
                                                                        00048600
      *----------------------------------------------------             00048700
       1300-COMPLETAR-ORIGEM                    SECTION.                00048800
      *----------------------------------------------------             00048900
      * A LINHA DE FATURA NAO TRAZ A UF DE ORIGEM; ELA VEM              00049000
      * DO CADASTRO DE ENVIOS.                                          00049100
      *----------------------------------------------------             00049200
           PERFORM 1310-LER-ENVCAD                                      00049300
                   UNTIL WRK-FIM-ENVCAD.                                00049400
           CLOSE ENVCAD.                                                00049500
                                                                        00049600
       1300-99-FIM.          EXIT.                                      00049700
                                                                        00049800
      *----------------------------------------------------             00049900
       1310-LER-ENVCAD                          SECTION.                00050000
      *----------------------------------------------------             00050100
           READ ENVCAD                                                  00050200
             AT END                                                     00050300
               MOVE 'S' TO WRK-SW-FIMENV                                00050400
           END-READ.                                                    00050500
           IF WRK-FS-ENVCAD EQUAL 00                                    00050600
              MOVE 'N' TO WRK-SW-ACHOU                                  00050700
              MOVE 1 TO WRK-SUB-FAT                                     00050800
              PERFORM 1320-PROCURAR-ENVIO                               00050900
                      UNTIL WRK-SUB-FAT GREATER WRK-QTD-FAT             00051000
                         OR WRK-ACHOU                                   00051100
           END-IF.                                                      00051200
                                                                        00051300
       1310-99-FIM.          EXIT.                                      00051400
                                                                        00051500
      *----------------------------------------------------             00051600
       1320-PROCURAR-ENVIO                      SECTION.                00051700
      *----------------------------------------------------             00051800
           IF WRK-TBFAT-RASTREIO (WRK-SUB-FAT) EQUAL                    00051900
              FD-ENV-RASTREIO                                           00052000
              MOVE FD-ENV-UFORIG TO WRK-TBFAT-UFORIG (WRK-SUB-FAT)      00052100
              MOVE 'S' TO WRK-SW-ACHOU                                  00052200
           END-IF.                                                      00052300
           ADD 1 TO WRK-SUB-FAT.                                        00052400
                                                                        00052500
       1320-99-FIM.          EXIT.                                      00052600
                                                                        00052700
      *----------------------------------------------------             00052800
       1400-LER-FATTRANS                        SECTION.                00052900
      *----------------------------------------------------             00053000
           READ FATTRANS                                                00053100
             AT END                                                     00053200
               MOVE 'S' TO WRK-SW-FIM                                   00053300
           END-READ.                                                    00053400
                                                                        00053500
       1400-99-FIM.          EXIT.                                      00053600
                                                                        00053700
      *----------------------------------------------------             00053800
       2000-PROCESSAR                           SECTION.                00053900
      *----------------------------------------------------             00054000
           ADD 1 TO WRK-REGLIDOS.                                       00054100
           ADD FD-FTR-COBRADO TO WRK-TOT-COBRADO.                       00054200
           MOVE ZEROS TO WRK-CONTRATADO.                                00054300
                                                                        00054400
           MOVE 'N' TO WRK-SW-ACHOU.                                    00054500
           IF FD-FTR-RASTREIO IS NUMERIC                                00054600
              MOVE FD-FTR-RASTREIO TO WRK-RASTREIO-PROC                 00054700
              MOVE 1 TO WRK-SUB-FAT                                     00054800
              PERFORM 1230-PROCURAR-FATURA                              00054900
                      UNTIL WRK-SUB-FAT GREATER WRK-QTD-FAT             00055000
                         OR WRK-ACHOU                                   00055100
           END-IF.                                                      00055200
                                                                        00055300
           EVALUATE TRUE                                                00055400
             WHEN NOT WRK-ACHOU                                         00055500
               MOVE 'COBRANCA SEM REMESSA FATURADA '                    00055600
                                TO WRK-MOTIVO                           00055700
               PERFORM 2900-GRAVAR-DIVERGENCIA                          00055800
               ADD 1 TO WRK-QTD-SEMREM                                  00055900
               ADD FD-FTR-COBRADO TO WRK-TOT-SEMREM                     00056000
             WHEN WRK-TBFAT-QTDCOBR (WRK-SUB-ACHADO) GREATER ZEROS      00056100
               MOVE 'REMESSA COBRADA EM DUPLICIDADE'                    00056200
                                TO WRK-MOTIVO                           00056300
               PERFORM 2900-GRAVAR-DIVERGENCIA                          00056400
               ADD 1 TO WRK-TBFAT-QTDCOBR (WRK-SUB-ACHADO)              00056500
               ADD 1 TO WRK-QTD-DUPLIC                                  00056600
               ADD FD-FTR-COBRADO TO WRK-TOT-DUPLIC                     00056700
             WHEN OTHER                                                 00056800
               PERFORM 2100-CONCILIAR                                   00056900
           END-EVALUATE.                                                00057000
                                                                        00057100
           PERFORM 1400-LER-FATTRANS.                                   00057200
                                                                        00057300
       2000-99-FIM.          EXIT.                                      00057400
                                                                        00057500
      *----------------------------------------------------             00057600
       2100-CONCILIAR                           SECTION.                00057700
      *----------------------------------------------------             00057800
      * A COBRANCA CASADA ENTRA NO CUSTO DA REMESSA PELO                00057900
      * VALOR COBRADO; A DIFERENCA PARA O CONTRATO SO E                 00058000
      * APONTADA NO DIVTRANS PARA CONTESTACAO.                          00058100
      *----------------------------------------------------             00058200
           MOVE 1 TO WRK-TBFAT-QTDCOBR (WRK-SUB-ACHADO).                00058300
           MOVE FD-FTR-COBRADO TO WRK-TBFAT-CUSTO (WRK-SUB-ACHADO).     00058400
           ADD 1 TO WRK-QTD-CONCIL.                                     00058500
                                                                        00058600
           PERFORM 2200-LOCALIZAR-TARIFA.                               00058700
                                                                        00058800
           IF WRK-TEM-TARIFA                                            00058900
              IF FD-FTR-COBRADO GREATER WRK-CONTRATADO                  00059000
                 MOVE 'COBRANCA ACIMA DO CONTRATO    '                  00059100
                                TO WRK-MOTIVO                           00059200
                 PERFORM 2900-GRAVAR-DIVERGENCIA                        00059300
                 ADD 1 TO WRK-QTD-ACIMA                                 00059400
                 COMPUTE WRK-TOT-EXCESSO = WRK-TOT-EXCESSO              00059500
                         + FD-FTR-COBRADO - WRK-CONTRATADO              00059600
              END-IF                                                    00059700
           ELSE                                                         00059800
              MOVE 'ROTA SEM TARIFA CONTRATADA    ' TO WRK-MOTIVO       00059900
              PERFORM 2900-GRAVAR-DIVERGENCIA                           00060000
              ADD 1 TO WRK-QTD-SEMTARIFA                                00060100
           END-IF.                                                      00060200
                                                                        00060300
       2100-99-FIM.          EXIT.                                      00060400
                                                                        00060500
      *----------------------------------------------------             00060600
       2200-LOCALIZAR-TARIFA                    SECTION.                00060700
      *----------------------------------------------------             00060800
      * 1O PASSO: TRANSPORTADORA + ROTA ORIGEM-DESTINO;                 00060900
      * 2O PASSO: LINHA PADRAO DO DESTINO (ORIGEM EM                    00061000
      * BRANCO), SO QUANDO A ROTA NAO EXISTE. VALE A                    00061100
      * VIGENCIA NA DATA DA COBRANCA. O CONTRATADO E O PESO             00061200
      * DA REMESSA X VALOR POR KG, NO MINIMO O VALOR MINIMO.            00061300
      *----------------------------------------------------             00061400
           MOVE 'N' TO WRK-SW-TARIFA.                                   00061500
           MOVE 'N' TO WRK-SW-ROTAVISTA.                                00061600
           MOVE WRK-TBFAT-UFORIG (WRK-SUB-ACHADO) TO WRK-ORIG-PROC.     00061700
           MOVE 1 TO WRK-SUB-TTR.                                       00061800
           PERFORM 2210-TESTAR-TARIFA                                   00061900
                   UNTIL WRK-SUB-TTR GREATER WRK-QTD-TTR                00062000
                      OR WRK-TEM-TARIFA.                                00062100
           IF NOT WRK-TEM-TARIFA                                        00062200
              AND NOT WRK-ROTA-VISTA                                    00062300
              MOVE SPACES TO WRK-ORIG-PROC                              00062400
              MOVE 1 TO WRK-SUB-TTR                                     00062500
              PERFORM 2210-TESTAR-TARIFA                                00062600
                      UNTIL WRK-SUB-TTR GREATER WRK-QTD-TTR             00062700
                         OR WRK-TEM-TARIFA                              00062800
           END-IF.                                                      00062900
                                                                        00063000
       2200-99-FIM.          EXIT.                                      00063100
                                                                        00063200
      *----------------------------------------------------             00063300
       2210-TESTAR-TARIFA                       SECTION.                00063400
      *----------------------------------------------------             00063500
           IF WRK-TBTTR-TRANSP (WRK-SUB-TTR) EQUAL FD-FTR-TRANSP        00063600
              AND WRK-TBTTR-UFDEST (WRK-SUB-TTR) EQUAL                  00063700
                  WRK-TBFAT-UFDEST (WRK-SUB-ACHADO)                     00063800
              AND WRK-TBTTR-UFORIG (WRK-SUB-TTR) EQUAL                  00063900
                  WRK-ORIG-PROC                                         00064000
              MOVE 'S' TO WRK-SW-ROTAVISTA                              00064100
              IF WRK-TBTTR-VIGDE (WRK-SUB-TTR) LESS OR EQUAL            00064200
                 FD-FTR-DATA                                            00064300
                 AND WRK-TBTTR-VIGATE (WRK-SUB-TTR) GREATER OR          00064400
                     EQUAL FD-FTR-DATA                                  00064500
                 MOVE 'S' TO WRK-SW-TARIFA                              00064600
                 COMPUTE WRK-CONTRATADO ROUNDED =                       00064700
                         WRK-TBFAT-PESO (WRK-SUB-ACHADO)                00064800
                         * WRK-TBTTR-VALOR-KG (WRK-SUB-TTR)             00064900
                 IF WRK-CONTRATADO LESS                                 00065000
                    WRK-TBTTR-MINIMO (WRK-SUB-TTR)                      00065100
                    MOVE WRK-TBTTR-MINIMO (WRK-SUB-TTR)                 00065200
                         TO WRK-CONTRATADO                              00065300
                 END-IF                                                 00065400
              END-IF                                                    00065500
           END-IF.                                                      00065600
           ADD 1 TO WRK-SUB-TTR.                                        00065700
                                                                        00065800
       2210-99-FIM.          EXIT.                                      00065900
                                                                        00066000
      *----------------------------------------------------             00066100
       2500-APURAR-MARGEM                       SECTION.                00066200
      *----------------------------------------------------             00066300
      * ACUMULA POR ROTA E POR CLIENTE SO AS REMESSAS QUE               00066400
      * TIVERAM COBRANCA CONCILIADA; AS DEMAIS AINDA NAO TEM            00066500
      * CUSTO E SO CONTAM NO RESUMO.                                    00066600
      *----------------------------------------------------             00066700
           MOVE 1 TO WRK-SUB-FAT.                                       00066800
           PERFORM 2510-ACUMULAR-REMESSA                                00066900
                   UNTIL WRK-SUB-FAT GREATER WRK-QTD-FAT.               00067000
                                                                        00067100
       2500-99-FIM.          EXIT.                                      00067200
                                                                        00067300
      *----------------------------------------------------             00067400
       2510-ACUMULAR-REMESSA                    SECTION.                00067500
      *----------------------------------------------------             00067600
           IF WRK-TBFAT-QTDCOBR (WRK-SUB-FAT) EQUAL ZEROS               00067700
              ADD 1 TO WRK-QTD-NAOCOBR                                  00067800
           ELSE                                                         00067900
              ADD WRK-TBFAT-TOTAL (WRK-SUB-FAT) TO WRK-TOT-FATUR        00068000
              ADD WRK-TBFAT-CUSTO (WRK-SUB-FAT) TO WRK-TOT-CUSTO        00068100
              PERFORM 2520-ACUMULAR-ROTA                                00068200
              PERFORM 2540-ACUMULAR-CLIENTE                             00068300
           END-IF.                                                      00068400
           ADD 1 TO WRK-SUB-FAT.                                        00068500
                                                                        00068600
       2510-99-FIM.          EXIT.                                      00068700
                                                                        00068800
      *----------------------------------------------------             00068900
       2520-ACUMULAR-ROTA                       SECTION.                00069000
      *----------------------------------------------------             00069100
           MOVE 'N' TO WRK-SW-ACHOU.                                    00069200
           MOVE 1 TO WRK-SUB-ROTA.                                      00069300
           PERFORM 2530-PROCURAR-ROTA                                   00069400
                   UNTIL WRK-SUB-ROTA GREATER WRK-QTD-ROTA              00069500
                      OR WRK-ACHOU.                                     00069600
           IF NOT WRK-ACHOU                                             00069700
              IF WRK-QTD-ROTA LESS 729                                  00069800
                 ADD 1 TO WRK-QTD-ROTA                                  00069900
                 MOVE WRK-TBFAT-UFORIG (WRK-SUB-FAT) TO                 00070000
                      WRK-TBROTA-UFORIG (WRK-QTD-ROTA)                  00070100
                 MOVE WRK-TBFAT-UFDEST (WRK-SUB-FAT) TO                 00070200
                      WRK-TBROTA-UFDEST (WRK-QTD-ROTA)                  00070300
                 MOVE 1 TO WRK-TBROTA-QTD (WRK-QTD-ROTA)                00070400
                 MOVE WRK-TBFAT-TOTAL (WRK-SUB-FAT) TO                  00070500
                      WRK-TBROTA-FATUR (WRK-QTD-ROTA)                   00070600
                 MOVE WRK-TBFAT-CUSTO (WRK-SUB-FAT) TO                  00070700
                      WRK-TBROTA-CUSTO (WRK-QTD-ROTA)                   00070800
              END-IF                                                    00070900
           END-IF.                                                      00071000
                                                                        00071100
       2520-99-FIM.          EXIT.                                      00071200
                                                                        00071300
      *----------------------------------------------------             00071400
       2530-PROCURAR-ROTA                       SECTION.                00071500
      *----------------------------------------------------             00071600
           IF WRK-TBROTA-UFORIG (WRK-SUB-ROTA) EQUAL                    00071700
              WRK-TBFAT-UFORIG (WRK-SUB-FAT)                            00071800
              AND WRK-TBROTA-UFDEST (WRK-SUB-ROTA) EQUAL                00071900
                  WRK-TBFAT-UFDEST (WRK-SUB-FAT)                        00072000
              ADD 1 TO WRK-TBROTA-QTD (WRK-SUB-ROTA)                    00072100
              ADD WRK-TBFAT-TOTAL (WRK-SUB-FAT) TO                      00072200
                  WRK-TBROTA-FATUR (WRK-SUB-ROTA)                       00072300
              ADD WRK-TBFAT-CUSTO (WRK-SUB-FAT) TO                      00072400
                  WRK-TBROTA-CUSTO (WRK-SUB-ROTA)                       00072500
              MOVE 'S' TO WRK-SW-ACHOU                                  00072600
           END-IF.                                                      00072700
           ADD 1 TO WRK-SUB-ROTA.                                       00072800
                                                                        00072900
       2530-99-FIM.          EXIT.                                      00073000
                                                                        00073100
      *----------------------------------------------------             00073200
       2540-ACUMULAR-CLIENTE                    SECTION.                00073300
      *----------------------------------------------------             00073400
           MOVE 'N' TO WRK-SW-ACHOU.                                    00073500
           MOVE 1 TO WRK-SUB-CLI.                                       00073600
           PERFORM 2550-PROCURAR-CLIENTE                                00073700
                   UNTIL WRK-SUB-CLI GREATER WRK-QTD-CLI                00073800
                      OR WRK-ACHOU.                                     00073900
           IF NOT WRK-ACHOU                                             00074000
              IF WRK-QTD-CLI LESS 300                                   00074100
                 ADD 1 TO WRK-QTD-CLI                                   00074200
                 MOVE WRK-TBFAT-CODIGO (WRK-SUB-FAT) TO                 00074300
                      WRK-TBCLI-CODIGO (WRK-QTD-CLI)                    00074400
                 MOVE 1 TO WRK-TBCLI-QTD (WRK-QTD-CLI)                  00074500
                 MOVE WRK-TBFAT-TOTAL (WRK-SUB-FAT) TO                  00074600
                      WRK-TBCLI-FATUR (WRK-QTD-CLI)                     00074700
                 MOVE WRK-TBFAT-CUSTO (WRK-SUB-FAT) TO                  00074800
                      WRK-TBCLI-CUSTO (WRK-QTD-CLI)                     00074900
              ELSE                                                      00075000
                 DISPLAY ' TABELA DE CLIENTES ESGOTADA (300) '          00075100
              END-IF                                                    00075200
           END-IF.                                                      00075300
                                                                        00075400
       2540-99-FIM.          EXIT.                                      00075500
                                                                        00075600
      *----------------------------------------------------             00075700
       2550-PROCURAR-CLIENTE                    SECTION.                00075800
      *----------------------------------------------------             00075900
           IF WRK-TBCLI-CODIGO (WRK-SUB-CLI) EQUAL                      00076000
              WRK-TBFAT-CODIGO (WRK-SUB-FAT)                            00076100
              ADD 1 TO WRK-TBCLI-QTD (WRK-SUB-CLI)                      00076200
              ADD WRK-TBFAT-TOTAL (WRK-SUB-FAT) TO                      00076300
                  WRK-TBCLI-FATUR (WRK-SUB-CLI)                         00076400
              ADD WRK-TBFAT-CUSTO (WRK-SUB-FAT) TO                      00076500
                  WRK-TBCLI-CUSTO (WRK-SUB-CLI)                         00076600
              MOVE 'S' TO WRK-SW-ACHOU                                  00076700
           END-IF.                                                      00076800
           ADD 1 TO WRK-SUB-CLI.                                        00076900
                                                                        00077000
       2550-99-FIM.          EXIT.                                      00077100
                                                                        00077200
      *----------------------------------------------------             00077300
       2900-GRAVAR-DIVERGENCIA                  SECTION.                00077400
      *----------------------------------------------------             00077500
           MOVE FD-FATTRANS    TO FD-DIV-COBRANCA.                      00077600
           MOVE WRK-MOTIVO     TO FD-DIV-MOTIVO.                        00077700
           MOVE WRK-CONTRATADO TO FD-DIV-CONTRATADO.                    00077800
           WRITE FD-DIVTRANS.                                           00077900
                                                                        00078000
       2900-99-FIM.          EXIT.                                      00078100
                                                                        00078200
      *----------------------------------------------------             00078300
       3000-FINALIZAR                           SECTION.                00078400
      *----------------------------------------------------             00078500
           MOVE WRK-COMPETENCIA TO WRK-TIT-COMPET.                      00078600
           WRITE FD-RELMARG FROM WRK-LINHA-TRACO.                       00078700
           WRITE FD-RELMARG FROM WRK-LINHA-TITULO.                      00078800
           WRITE FD-RELMARG FROM WRK-LINHA-TRACO.                       00078900
                                                                        00079000
           MOVE 'ROTA (UF ORIGEM-DESTINO)      ' TO WRK-SEC-TITULO.     00079100
           WRITE FD-RELMARG FROM WRK-LINHA-SECAO.                       00079200
           MOVE 'ROTA   ' TO WRK-COL-CHAVE.                             00079300
           WRITE FD-RELMARG FROM WRK-LINHA-COLUNAS.                     00079400
           MOVE 1 TO WRK-SUB-ROTA.                                      00079500
           PERFORM 3100-LISTAR-ROTA                                     00079600
                   UNTIL WRK-SUB-ROTA GREATER WRK-QTD-ROTA.             00079700
           WRITE FD-RELMARG FROM WRK-LINHA-BRANCO.                      00079800
                                                                        00079900
           MOVE 'CLIENTE                       ' TO WRK-SEC-TITULO.     00080000
           WRITE FD-RELMARG FROM WRK-LINHA-SECAO.                       00080100
           MOVE 'CLIENTE' TO WRK-COL-CHAVE.                             00080200
           WRITE FD-RELMARG FROM WRK-LINHA-COLUNAS.                     00080300
           MOVE 1 TO WRK-SUB-CLI.                                       00080400
           PERFORM 3200-LISTAR-CLIENTE                                  00080500
                   UNTIL WRK-SUB-CLI GREATER WRK-QTD-CLI.               00080600
           WRITE FD-RELMARG FROM WRK-LINHA-BRANCO.                      00080700
                                                                        00080800
           MOVE 'TOTAL' TO WRK-LM-CHAVE.                                00080900
           MOVE WRK-QTD-CONCIL TO WRK-LIN-QTD.                          00081000
           MOVE WRK-TOT-FATUR  TO WRK-LIN-FATUR.                        00081100
           MOVE WRK-TOT-CUSTO  TO WRK-LIN-CUSTO.                        00081200
           PERFORM 3300-IMPRIMIR-MARGEM.                                00081300
           WRITE FD-RELMARG FROM WRK-LINHA-TRACO.                       00081400
                                                                        00081500
           CLOSE FATTRANS DIVTRANS RELMARG.                             00081600
                                                                        00081700
           DISPLAY ' ============================================'.     00081800
           DISPLAY ' RESUMO DO PROCESSAMENTO - FR01CB25          '.     00081900
           DISPLAY ' ============================================'.     00082000
           DISPLAY ' LINHAS DE FATURA LIDAS...' WRK-QTD-FATLIDAS.       00082100
           DISPLAY '   SEM RASTREIO...........' WRK-QTD-SEMRASTR.       00082200
           DISPLAY '   RASTREIO REPETIDO......' WRK-QTD-REPETIDAS.      00082300
           DISPLAY ' COBRANCAS LIDAS..........' WRK-REGLIDOS.           00082400
           DISPLAY ' VALOR COBRADO............' WRK-TOT-COBRADO.        00082500
           DISPLAY ' COBRANCAS CONCILIADAS....' WRK-QTD-CONCIL.         00082600
           DISPLAY '   ACIMA DO CONTRATO......' WRK-QTD-ACIMA.          00082700
           DISPLAY '   EXCESSO SOBRE CONTRATO.' WRK-TOT-EXCESSO.        00082800
           DISPLAY '   ROTA SEM TARIFA........' WRK-QTD-SEMTARIFA.      00082900
           DISPLAY ' COBRANCAS SEM REMESSA....' WRK-QTD-SEMREM.         00083000
           DISPLAY '   VALOR..................' WRK-TOT-SEMREM.         00083100
           DISPLAY ' COBRANCAS EM DUPLICIDADE.' WRK-QTD-DUPLIC.         00083200
           DISPLAY '   VALOR..................' WRK-TOT-DUPLIC.         00083300
           DISPLAY ' REMESSAS SEM COBRANCA....' WRK-QTD-NAOCOBR.        00083400
           DISPLAY ' FATURADO CONCILIADO......' WRK-TOT-FATUR.          00083500
           DISPLAY ' CUSTO CONCILIADO.........' WRK-TOT-CUSTO.          00083600
           DISPLAY ' ============================================'.     00083700
                                                                        00083800
       3000-99-FIM.          EXIT.                                      00083900
                                                                        00084000
      *----------------------------------------------------             00084100
       3100-LISTAR-ROTA                         SECTION.                00084200
      *----------------------------------------------------             00084300
           MOVE WRK-TBROTA-UFORIG (WRK-SUB-ROTA) TO WRK-LM-UFORIG.      00084400
           MOVE '-'                              TO WRK-LM-TRACO.       00084500
           MOVE WRK-TBROTA-UFDEST (WRK-SUB-ROTA) TO WRK-LM-UFDEST.      00084600
           MOVE WRK-TBROTA-QTD (WRK-SUB-ROTA)    TO WRK-LIN-QTD.        00084700
           MOVE WRK-TBROTA-FATUR (WRK-SUB-ROTA)  TO WRK-LIN-FATUR.      00084800
           MOVE WRK-TBROTA-CUSTO (WRK-SUB-ROTA)  TO WRK-LIN-CUSTO.      00084900
           PERFORM 3300-IMPRIMIR-MARGEM.                                00085000
           ADD 1 TO WRK-SUB-ROTA.                                       00085100
                                                                        00085200
       3100-99-FIM.          EXIT.                                      00085300
                                                                        00085400
      *----------------------------------------------------             00085500
       3200-LISTAR-CLIENTE                      SECTION.                00085600
      *----------------------------------------------------             00085700
           MOVE WRK-TBCLI-CODIGO (WRK-SUB-CLI) TO WRK-LM-CLIENTE.       00085800
           MOVE WRK-TBCLI-QTD (WRK-SUB-CLI)    TO WRK-LIN-QTD.          00085900
           MOVE WRK-TBCLI-FATUR (WRK-SUB-CLI)  TO WRK-LIN-FATUR.        00086000
           MOVE WRK-TBCLI-CUSTO (WRK-SUB-CLI)  TO WRK-LIN-CUSTO.        00086100
           PERFORM 3300-IMPRIMIR-MARGEM.                                00086200
           ADD 1 TO WRK-SUB-CLI.                                        00086300
                                                                        00086400
       3200-99-FIM.          EXIT.                                      00086500
                                                                        00086600
      *----------------------------------------------------             00086700
       3300-IMPRIMIR-MARGEM                     SECTION.                00086800
      *----------------------------------------------------             00086900
      * MARGEM = FATURADO - CUSTO; PERCENTUAL SOBRE O                   00087000
      * FATURADO. MARGEM NEGATIVA SAI MARCADA 'PREJUIZO'.               00087100
      *----------------------------------------------------             00087200
           COMPUTE WRK-LIN-MARGEM = WRK-LIN-FATUR - WRK-LIN-CUSTO.      00087300
           IF WRK-LIN-FATUR GREATER ZEROS                               00087400
              COMPUTE WRK-LIN-PCT ROUNDED =                             00087500
                      WRK-LIN-MARGEM * 100 / WRK-LIN-FATUR              00087600
           ELSE                                                         00087700
              MOVE ZEROS TO WRK-LIN-PCT                                 00087800
           END-IF.                                                      00087900
           IF WRK-LIN-MARGEM LESS ZEROS                                 00088000
              MOVE 'PREJUIZO' TO WRK-LM-PREJUIZO                        00088100
           ELSE                                                         00088200
              MOVE SPACES     TO WRK-LM-PREJUIZO                        00088300
           END-IF.                                                      00088400
                                                                        00088500
           MOVE WRK-LIN-QTD    TO WRK-LM-QTD.                           00088600
           MOVE WRK-LIN-FATUR  TO WRK-LM-FATUR.                         00088700
           MOVE WRK-LIN-CUSTO  TO WRK-LM-CUSTO.                         00088800
           MOVE WRK-LIN-MARGEM TO WRK-LM-MARGEM.                        00088900
           MOVE WRK-LIN-PCT    TO WRK-LM-PCT.                           00089000
           WRITE FD-RELMARG FROM WRK-LINHA-MARGEM.                      00089100
                                                                        00089200
       3300-99-FIM.          EXIT.                                      00089300
