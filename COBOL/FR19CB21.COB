      * REMESSA SEM TAXA VAI PARA 'REMRECUS' COM O MOTIVO               00002600
      * CERTO (SEM TAXA PARA O PAR X TAXA VENCIDA), E O                 00002700
      * RELATORIO 'RELFAT' TOTALIZA POR UF E POR CLIENTE.               00002800
      * CADA REMESSA FATURADA RECEBE UM NUMERO DE RASTREIO              00002805
      * (SEQUENCIAL, A PARTIR DO MAIOR JA CADASTRADO) QUE               00002810
      * VAI NA LINHA DE FATURA E ABRE O ENVIO NO CADASTRO               00002814
      * DE ENVIOS: O 'ENVCAD' DE ENTRADA E COPIADO PARA O               00002819
      * 'ENVNOVO' COM OS ENVIOS DO DIA NO FIM, SITUACAO                 00002824
      * 'A' (AGUARDANDO COLETA). O ACOMPANHAMENTO DOS                   00002829
      * EVENTOS DA TRANSPORTADORA E DO FR01CB24. SEM                    00002833
      * 'ENVCAD' (PRIMEIRA CARGA) A NUMERACAO COMECA EM 1.              00002838
      * O CLIENTE DA REMESSA TEM DE ESTAR NO CADASTRO DE                00002843
      * CLIENTES 'CLICAD' (MANTIDO PELO FR01CB28) E ATIVO;              00002848
      * CLIENTE DESCONHECIDO OU BLOQUEADO VAI PARA O                    00002852
      * 'REMRECUS'. A REMESSA TAMBEM E RECUSADA QUANDO O EM             00002857
      * ABERTO DO CLIENTE MAIS O FRETE DELA PASSA DO LIMITE             00002862
      * DE CREDITO. EM ABERTO = SALDO DOS TITULOS DE FRETE              00002867
      * NAO LIQUIDADOS DO CONTAS A RECEBER ('ARCAD') + AS               00002871
      * LINHAS DE FATURA AINDA NAO CONSOLIDADAS ('FATABER':             00002876
      * OS 'FATURA' ANTERIORES DO MES E O 'FATPEND') + AS               00002881
      * REMESSAS ACEITAS NESTA EXECUCAO.                                00002886
      * O ENVIO GUARDA TAMBEM O VALOR DECLARADO DA REMESSA,             00002890
      * BASE DOS SINISTROS DE AVARIA/EXTRAVIO (FR01CB29).               00002895
      *                                                                 00002900
      *====================================================             00003000
                                                                        00003100
                                                                        00005200
            SELECT RELFAT ASSIGN TO RELFAT                              00005300
                 FILE STATUS IS WRK-FS-RELFAT.                          00005400
            SELECT ENVCAD ASSIGN TO ENVCAD                              00005416
                 FILE STATUS IS WRK-FS-ENVCAD.                          00005433
                                                                        00005450
            SELECT ENVNOVO ASSIGN TO ENVNOVO                            00005466
                 FILE STATUS IS WRK-FS-ENVNOVO.                         00005483
            SELECT CLICAD ASSIGN TO CLICAD                              00005484
                 FILE STATUS IS WRK-FS-CLICAD.                          00005486
                                                                        00005488
            SELECT ARCAD ASSIGN TO ARCAD                                00005490
                 FILE STATUS IS WRK-FS-ARCAD.                           00005492
                                                                        00005494
            SELECT FATABER ASSIGN TO FATABER                            00005496
                 FILE STATUS IS WRK-FS-FATABER.                         00005498
                                                                        00005500
      *====================================================             00005600
       DATA                                     DIVISION.               00005700
                                                                        00008900
       FD FATURA                                                        00009000
           RECORDING MODE IS F.                                         00009100
      *-------------------LRECL 78-------------------------             00009140
      * O RASTREIO FOI ACRESCENTADO NO FIM DO REGISTRO; A               00009180
      * LINHA ANTIGA (68 BYTES) CONVERTIDA FICA COM O                   00009220
      * RASTREIO ZERADO E O FR01CB22 A FATURA DIRETO.                   00009260
       01 FD-FATURA.                                                    00009300
          05 FD-FAT-CODIGO       PIC 9(05).                             00009400
          05 FD-FAT-PRODUTO      PIC X(15).                             00009500
          05 FD-FAT-ADICIONAL    PIC 9(06)V99.                          00010000
          05 FD-FAT-SEGURO       PIC 9(06)V99.                          00010100
          05 FD-FAT-TOTAL        PIC 9(07)V99.                          00010200
          05 FD-FAT-RASTREIO     PIC 9(10).                             00010250
                                                                        00010300
       FD REMRECUS                                                      00010400
           RECORDING MODE IS F.                                         00010500
           RECORDING MODE IS F.                                         00011200
      *-------------------LRECL 80-------------------------             00011300
       01 FD-RELFAT              PIC X(80).                             00011400
                                                                        00011401
       FD ENVCAD                                                        00011402
           RECORDING MODE IS F                                          00011403
           LABEL RECORD IS STANDARD                                     00011404
           BLOCK CONTAINS 0 RECORDS.                                    00011405
      *-------------------LRECL 120------------------------             00011406
      * CADASTRO DE ENVIOS, EM ORDEM DE RASTREIO. SITUACAO:             00011407
      * A AGUARDANDO COLETA  C COLETADO  T EM TRANSITO                  00011408
      * E ENTREGUE  D DEVOLVIDO  X EXTRAVIADO                           00011409
       01 FD-ENVCAD.                                                    00011410
          05 FD-ENV-RASTREIO     PIC 9(10).                             00011411
          05 FD-ENV-CLIENTE      PIC 9(05).                             00011412
          05 FD-ENV-PRODUTO      PIC X(15).                             00011413
          05 FD-ENV-UFORIG       PIC X(02).                             00011414
          05 FD-ENV-UFDEST       PIC X(02).                             00011415
          05 FD-ENV-PESO         PIC 9(05).                             00011416
          05 FD-ENV-DATA         PIC 9(08).                             00011417
          05 FD-ENV-FRETE        PIC 9(07)V99.                          00011418
          05 FD-ENV-SITUACAO     PIC X(01).                             00011419
          05 FD-ENV-DTSITUACAO   PIC 9(08).                             00011420
          05 FD-ENV-RECEBEDOR    PIC X(30).                             00011421
          05 FD-ENV-VALOR        PIC 9(06)V99.                          00011422
          05 FILLER              PIC X(17).                             00011423
                                                                        00011424
       FD ENVNOVO                                                       00011425
           RECORDING MODE IS F.                                         00011426
      *-------------------LRECL 120------------------------             00011427
       01 FD-ENVNOVO.                                                   00011428
          05 FD-ENN-RASTREIO     PIC 9(10).                             00011429
          05 FD-ENN-CLIENTE      PIC 9(05).                             00011430
          05 FD-ENN-PRODUTO      PIC X(15).                             00011431
          05 FD-ENN-UFORIG       PIC X(02).                             00011432
          05 FD-ENN-UFDEST       PIC X(02).                             00011433
          05 FD-ENN-PESO         PIC 9(05).                             00011434
          05 FD-ENN-DATA         PIC 9(08).                             00011435
          05 FD-ENN-FRETE        PIC 9(07)V99.                          00011436
          05 FD-ENN-SITUACAO     PIC X(01).                             00011437
          05 FD-ENN-DTSITUACAO   PIC 9(08).                             00011438
          05 FD-ENN-RECEBEDOR    PIC X(30).                             00011439
          05 FD-ENN-VALOR        PIC 9(06)V99.                          00011440
          05 FILLER              PIC X(17).                             00011441
       FD CLICAD                                                        00011442
           RECORDING MODE IS F                                          00011443
           LABEL RECORD IS STANDARD                                     00011444
           BLOCK CONTAINS 0 RECORDS.                                    00011445
      *-------------------LRECL 160------------------------             00011446
      * SITUACAO: A ATIVO  B BLOQUEADO                                  00011447
       01 FD-CLICAD.                                                    00011448
          05 FD-CLI-CODIGO       PIC 9(05).                             00011449
          05 FD-CLI-RAZAO        PIC X(40).                             00011451
          05 FD-CLI-CNPJ         PIC 9(14).                             00011452
          05 FD-CLI-ENDERECO     PIC X(40).                             00011453
          05 FD-CLI-CIDADE       PIC X(25).                             00011454
          05 FD-CLI-UF           PIC X(02).                             00011455
          05 FD-CLI-CEP          PIC 9(08).                             00011456
          05 FD-CLI-PRAZO        PIC 9(03).                             00011457
          05 FD-CLI-LIMITE       PIC 9(09)V99.                          00011458
          05 FD-CLI-SITUACAO     PIC X(01).                             00011459
          05 FD-CLI-DTSITUACAO   PIC 9(08).                             00011460
          05 FILLER              PIC X(03).                             00011461
                                                                        00011462
       FD ARCAD                                                         00011463
           RECORDING MODE IS F                                          00011464
           LABEL RECORD IS STANDARD                                     00011465
           BLOCK CONTAINS 0 RECORDS.                                    00011466
      *-------------------LRECL 150------------------------             00011467
      * CADASTRO UNICO DE CONTAS A RECEBER (FR19EX59);                  00011468
      * SITUACAO 'L' = LIQUIDADO. NO FRETE O CLIENTE E O                00011469
      * CODIGO COM 5 DIGITOS NO INICIO DO CAMPO.                        00011470
       01 FD-ARCAD.                                                     00011471
          05 FD-AR-NOSSONUM      PIC 9(10).                             00011472
          05 FD-AR-ORIGEM        PIC X(03).                             00011473
          05 FD-AR-CLIENTE       PIC X(10).                             00011474
          05 FD-AR-NOME          PIC X(30).                             00011475
          05 FD-AR-DOCUMENTO     PIC X(12).                             00011476
          05 FD-AR-EMISSAO       PIC 9(08).                             00011477
          05 FD-AR-VENCIMENTO    PIC 9(08).                             00011478
          05 FD-AR-VALOR         PIC 9(09)V99.                          00011479
          05 FD-AR-SALDO         PIC 9(09)V99.                          00011480
          05 FD-AR-VLR-PAGO      PIC 9(09)V99.                          00011481
          05 FD-AR-VLR-ENCARGOS  PIC 9(09)V99.                          00011482
          05 FD-AR-DATA-ULTPAG   PIC 9(08).                             00011483
          05 FD-AR-SW-MULTA      PIC X(01).                             00011484
          05 FD-AR-SITUACAO      PIC X(01).                             00011485
          05 FILLER              PIC X(15).                             00011486
                                                                        00011487
       FD FATABER                                                       00011488
           RECORDING MODE IS F                                          00011489
           LABEL RECORD IS STANDARD                                     00011490
           BLOCK CONTAINS 0 RECORDS.                                    00011491
      *-------------------LRECL 78-------------------------             00011492
      * MESMO LAYOUT DO FATURA; SO INTERESSAM CLIENTE E                 00011493
      * TOTAL.                                                          00011494
       01 FD-FATABER.                                                   00011495
          05 FD-FAB-CODIGO       PIC 9(05).                             00011496
          05 FILLER              PIC X(54).                             00011497
          05 FD-FAB-TOTAL        PIC 9(07)V99.                          00011498
          05 FILLER              PIC X(10).                             00011499
                                                                        00011500
      *====================================================             00011600
       WORKING-STORAGE                          SECTION.                00011700
       77 WRK-FS-FATURA        PIC 9(02)    VALUE ZEROS.                00012200
       77 WRK-FS-REMRECUS      PIC 9(02)    VALUE ZEROS.                00012300
       77 WRK-FS-RELFAT        PIC 9(02)    VALUE ZEROS.                00012400
       77 WRK-FS-ENVCAD        PIC 9(02)    VALUE ZEROS.                00012433
       77 WRK-FS-ENVNOVO       PIC 9(02)    VALUE ZEROS.                00012466
       77 WRK-FS-CLICAD        PIC 9(02)    VALUE ZEROS.                00012474
       77 WRK-FS-ARCAD         PIC 9(02)    VALUE ZEROS.                00012483
       77 WRK-FS-FATABER       PIC 9(02)    VALUE ZEROS.                00012491
                                                                        00012500
       77 WRK-SW-FIM           PIC X(01)    VALUE 'N'.                  00012600
          88 WRK-FIM-REMESSAS       VALUE 'S'.                          00012700
       77 WRK-SW-FIMENV        PIC X(01)    VALUE 'N'.                  00012733
          88 WRK-FIM-ENVCAD         VALUE 'S'.                          00012766
       77 WRK-SW-FIMCLI        PIC X(01)    VALUE 'N'.                  00012770
          88 WRK-FIM-CLICAD         VALUE 'S'.                          00012775
       77 WRK-SW-FIMARC        PIC X(01)    VALUE 'N'.                  00012780
          88 WRK-FIM-ARCAD          VALUE 'S'.                          00012785
       77 WRK-SW-FIMFAB        PIC X(01)    VALUE 'N'.                  00012790
          88 WRK-FIM-FATABER        VALUE 'S'.                          00012795
                                                                        00012800
       77 WRK-SW-ESTADO        PIC X(01)    VALUE 'N'.                  00012900
          88 WRK-ESTADO-VALIDO      VALUE 'S'.                          00013000
       77 WRK-ADICIONAL        PIC 9(06)V99 VALUE ZEROS.                00014800
       77 WRK-SEGURO           PIC 9(06)V99 VALUE ZEROS.                00014900
       77 WRK-FRETE-TOTAL      PIC 9(07)V99 VALUE ZEROS.                00015000
       77 WRK-MOTIVO           PIC X(30)    VALUE SPACES.               00015050
                                                                        00015100
      *-------------CONTADORES-----------------------------             00015200
       77 WRK-REGLIDOS         PIC 9(05)    VALUE ZEROS.                00015300
       77 WRK-QTD-FATURADAS    PIC 9(05)    VALUE ZEROS.                00015400
       77 WRK-QTD-RECUSADAS    PIC 9(05)    VALUE ZEROS.                00015500
       77 WRK-TOT-GERAL        PIC 9(09)V99 VALUE ZEROS.                00015600
       77 WRK-QTD-SEMCAD       PIC 9(05)    VALUE ZEROS.                00015604
       77 WRK-QTD-BLOQUEADAS   PIC 9(05)    VALUE ZEROS.                00015608
       77 WRK-QTD-SEMCREDITO   PIC 9(05)    VALUE ZEROS.                00015612
                                                                        00015616
      *-------------CADASTRO DE ENVIOS---------------------             00015633
       77 WRK-ULT-RASTREIO     PIC 9(10)    VALUE ZEROS.                00015650
       77 WRK-QTD-ENVCOPIA     PIC 9(07)    VALUE ZEROS.                00015666
       77 WRK-QTD-ENVNOVO      PIC 9(05)    VALUE ZEROS.                00015683
      *-------------CADASTRO DE CLIENTES E EM ABERTO-------             00015684
       77 WRK-QTD-CAD          PIC 9(04)    VALUE ZEROS.                00015685
       77 WRK-SUB-CAD          PIC 9(04)    VALUE ZEROS.                00015686
       77 WRK-SUB-CADCLI       PIC 9(04)    VALUE ZEROS.                00015687
       77 WRK-CLI-PROC         PIC 9(05)    VALUE ZEROS.                00015689
       77 WRK-QTD-TITABERTO    PIC 9(05)    VALUE ZEROS.                00015690
       77 WRK-QTD-FATABER      PIC 9(05)    VALUE ZEROS.                00015691
       01 WRK-TAB-CAD.                                                  00015692
          05 WRK-CAD-LINHA OCCURS 2000 TIMES.                           00015693
             10 WRK-TBCAD-CODIGO   PIC 9(05).                           00015695
             10 WRK-TBCAD-SITUACAO PIC X(01).                           00015696
             10 WRK-TBCAD-LIMITE   PIC 9(09)V99.                        00015697
             10 WRK-TBCAD-ABERTO   PIC 9(11)V99.                        00015698
                                                                        00015700
      *-------------TABELA DE TAXAS VIGENTES (ARQUIVO)-----             00015800
       77 WRK-TAXA-USADA       PIC 9V99     VALUE ZEROS.                00015900
       1000-INICIALIZAR                         SECTION.                00025900
      *----------------------------------------------------             00026000
                                                                        00026100
           OPEN INPUT  REMESSAS CLICAD                                  00026200
                OUTPUT FATURA REMRECUS RELFAT ENVNOVO.                  00026300
                                                                        00026400
           IF WRK-FS-REMESSAS NOT EQUAL 00                              00026500
              DISPLAY ' ERRO NO OPEN REMESSAS FS=' WRK-FS-REMESSAS      00026600
              MOVE 12 TO RETURN-CODE                                    00026700
              STOP RUN                                                  00026800
           END-IF.                                                      00026900
           IF WRK-FS-ENVNOVO NOT EQUAL 00                               00026916
              DISPLAY ' ERRO NO OPEN ENVNOVO FS=' WRK-FS-ENVNOVO        00026933
              MOVE 12 TO RETURN-CODE                                    00026950
              STOP RUN                                                  00026966
           END-IF.                                                      00026983
           IF WRK-FS-CLICAD NOT EQUAL 00                                00026985
              DISPLAY ' ERRO NO OPEN CLICAD FS=' WRK-FS-CLICAD          00026988
              MOVE 12 TO RETURN-CODE                                    00026991
              STOP RUN                                                  00026994
           END-IF.                                                      00026997
                                                                        00027000
           ACCEPT WRK-TIT-DATA FROM DATE YYYYMMDD.                      00027100
                                                                        00027200
           END-IF.                                                      00027800
                                                                        00027900
           PERFORM 1100-CARREGAR-TABFRETE.                              00028000
           PERFORM 1300-COPIAR-ENVCAD.                                  00028050
           PERFORM 1400-CARREGAR-CLICAD.                                00028062
           PERFORM 1500-SOMAR-ARCAD.                                    00028075
           PERFORM 1600-SOMAR-FATABER.                                  00028087
                                                                        00028100
       1000-99-FIM.          EXIT.                                      00028200
                                                                        00028300
              MOVE WRK-TIT-DATA TO WRK-DATA-REMESSA                     00030500
           END-IF.                                                      00030600
                                                                        00030700
           MOVE SPACES TO WRK-MOTIVO.                                   00030733
           MOVE 'N' TO WRK-SW-ESTADO.                                   00030766
           PERFORM 2100-VALIDAR-CLIENTE.                                00030800
           IF WRK-MOTIVO EQUAL SPACES                                   00030833
              PERFORM 2200-LOCALIZAR-TAXA                               00030866
           END-IF.                                                      00030900
                                                                        00030933
           IF WRK-ESTADO-VALIDO                                         00030966
              PERFORM 2300-CALCULAR-FRETE                               00031000
              PERFORM 2150-TESTAR-CREDITO                               00031033
           END-IF.                                                      00031066
                                                                        00031100
           IF WRK-ESTADO-VALIDO                                         00031133
              AND WRK-MOTIVO EQUAL SPACES                               00031166
              PERFORM 2400-GRAVAR-FATURA                                00031200
              PERFORM 2500-ACUMULAR-TOTAIS                              00031300
           ELSE                                                         00031400
           MOVE WRK-ADICIONAL   TO FD-FAT-ADICIONAL.                    00035900
           MOVE WRK-SEGURO      TO FD-FAT-SEGURO.                       00036000
           MOVE WRK-FRETE-TOTAL TO FD-FAT-TOTAL.                        00036100
           ADD 1 TO WRK-ULT-RASTREIO.                                   00036150
           MOVE WRK-ULT-RASTREIO TO FD-FAT-RASTREIO.                    00036200
           WRITE FD-FATURA.                                             00036250
           ADD 1 TO WRK-QTD-FATURADAS.                                  00036300
           ADD WRK-FRETE-TOTAL TO WRK-TOT-GERAL.                        00036350
                                                                        00036400
           PERFORM 2450-ABRIR-ENVIO.                                    00036450
                                                                        00036500
       2400-99-FIM.          EXIT.                                      00036600
                                                                        00036700
      *----------------------------------------------------             00036704
       2450-ABRIR-ENVIO                         SECTION.                00036709
      *----------------------------------------------------             00036713
      * ABRE O ENVIO DA REMESSA NO CADASTRO, AGUARDANDO A               00036718
      * COLETA DESDE A DATA DA REMESSA.                                 00036722
      *----------------------------------------------------             00036727
           MOVE SPACES            TO FD-ENVNOVO.                        00036731
           MOVE WRK-ULT-RASTREIO  TO FD-ENN-RASTREIO.                   00036736
           MOVE FD-REM-CODIGO     TO FD-ENN-CLIENTE.                    00036740
           MOVE FD-REM-PRODUTO    TO FD-ENN-PRODUTO.                    00036745
           MOVE FD-REM-UFORIG     TO FD-ENN-UFORIG.                     00036749
           MOVE FD-REM-UF         TO FD-ENN-UFDEST.                     00036754
           MOVE FD-REM-PESO       TO FD-ENN-PESO.                       00036758
           MOVE WRK-DATA-REMESSA  TO FD-ENN-DATA.                       00036763
           MOVE WRK-FRETE-TOTAL   TO FD-ENN-FRETE.                      00036767
           MOVE FD-REM-VALOR      TO FD-ENN-VALOR.                      00036769
           MOVE 'A'               TO FD-ENN-SITUACAO.                   00036772
           MOVE WRK-DATA-REMESSA  TO FD-ENN-DTSITUACAO.                 00036776
           WRITE FD-ENVNOVO.                                            00036781
           ADD 1 TO WRK-QTD-ENVNOVO.                                    00036786
                                                                        00036790
       2450-99-FIM.          EXIT.                                      00036795
      *----------------------------------------------------             00036800
       2500-ACUMULAR-TOTAIS                     SECTION.                00036900
      *----------------------------------------------------             00037000
       2600-GRAVAR-RECUSA                       SECTION.                00043700
      *----------------------------------------------------             00043800
           MOVE FD-REMESSAS TO FD-RRC-REMESSA.                          00043900
           EVALUATE TRUE                                                00043972
             WHEN WRK-MOTIVO NOT EQUAL SPACES                           00044045
              MOVE WRK-MOTIVO TO FD-RRC-MOTIVO                          00044118
             WHEN WRK-UF-VISTA                                          00044190
              MOVE 'TAXA VENCIDA PARA O PAR/DATA  '                     00044263
                            TO FD-RRC-MOTIVO                            00044336
             WHEN OTHER                                                 00044409
              MOVE 'SEM TAXA PARA O PAR ORIG/DEST '                     00044481
                            TO FD-RRC-MOTIVO                            00044554
           END-EVALUATE.                                                00044627
           WRITE FD-REMRECUS.                                           00044700
           ADD 1 TO WRK-QTD-RECUSADAS.                                  00044800
                                                                        00044900
           WRITE FD-RELFAT FROM WRK-LINHA-VERSAO.                       00047400
           WRITE FD-RELFAT FROM WRK-LINHA-TRACO.                        00047500
                                                                        00047600
           CLOSE REMESSAS FATURA REMRECUS RELFAT ENVNOVO.               00047700
                                                                        00047800
           DISPLAY ' ============================================'.     00047900
           DISPLAY ' RESUMO DO PROCESSAMENTO - FR01CB21          '.     00048000
           DISPLAY ' REMESSAS LIDAS...........' WRK-REGLIDOS.           00048200
           DISPLAY ' REMESSAS FATURADAS.......' WRK-QTD-FATURADAS.      00048300
           DISPLAY ' REMESSAS RECUSADAS.......' WRK-QTD-RECUSADAS.      00048400
           DISPLAY '   CLIENTE NAO CADASTRADO.' WRK-QTD-SEMCAD.         00048425
           DISPLAY '   CLIENTE BLOQUEADO......' WRK-QTD-BLOQUEADAS.     00048450
           DISPLAY '   LIMITE DE CREDITO......' WRK-QTD-SEMCREDITO.     00048475
           DISPLAY ' FRETE TOTAL DA EXECUCAO..' WRK-TOT-GERAL.          00048500
           DISPLAY ' ENVIOS JA CADASTRADOS....' WRK-QTD-ENVCOPIA.       00048525
           DISPLAY ' ENVIOS ABERTOS NO DIA....' WRK-QTD-ENVNOVO.        00048550
           DISPLAY ' ULTIMO RASTREIO..........' WRK-ULT-RASTREIO.       00048575
           DISPLAY ' CLIENTES CADASTRADOS.....' WRK-QTD-CAD.            00048581
           DISPLAY ' TITULOS FRETE EM ABERTO..' WRK-QTD-TITABERTO.      00048587
           DISPLAY ' LINHAS NAO CONSOLIDADAS..' WRK-QTD-FATABER.        00048593
           DISPLAY ' ============================================'.     00048600
                                                                        00048700
       3000-99-FIM.          EXIT.                                      00048800
           ADD 1 TO WRK-SUB-TAXAS.                                      00063300
                                                                        00063400
       2210-99-FIM.          EXIT.                                      00063500
      *----------------------------------------------------             00063600
       1300-COPIAR-ENVCAD                       SECTION.                00063700
      *----------------------------------------------------             00063800
      * COPIA O CADASTRO DE ENVIOS PARA O ENVNOVO E GUARDA              00063900
      * O MAIOR RASTREIO; SEM ENVCAD, NUMERA A PARTIR DE 1.             00064000
      *----------------------------------------------------             00064100
           OPEN INPUT ENVCAD.                                           00064200
           IF WRK-FS-ENVCAD NOT EQUAL 00                                00064300
              DISPLAY ' ENVCAD INDISPONIVEL (FS='                       00064400
                      WRK-FS-ENVCAD ') - RASTREIO A PARTIR DE 1'        00064500
           ELSE                                                         00064600
              PERFORM 1310-LER-ENVCAD                                   00064700
                      UNTIL WRK-FIM-ENVCAD                              00064800
              CLOSE ENVCAD                                              00064900
           END-IF.                                                      00065000
                                                                        00065100
       1300-99-FIM.          EXIT.                                      00065200
                                                                        00065300
      *----------------------------------------------------             00065400
       1310-LER-ENVCAD                          SECTION.                00065500
      *----------------------------------------------------             00065600
           READ ENVCAD                                                  00065700
             AT END                                                     00065800
               MOVE 'S' TO WRK-SW-FIMENV                                00065900
           END-READ.                                                    00066000
           IF WRK-FS-ENVCAD EQUAL 00                                    00066100
              WRITE FD-ENVNOVO FROM FD-ENVCAD                           00066200
              ADD 1 TO WRK-QTD-ENVCOPIA                                 00066300
              IF FD-ENV-RASTREIO GREATER WRK-ULT-RASTREIO               00066400
                 MOVE FD-ENV-RASTREIO TO WRK-ULT-RASTREIO               00066500
              END-IF                                                    00066600
           END-IF.                                                      00066700
                                                                        00066800
       1310-99-FIM.          EXIT.                                      00066900
      *----------------------------------------------------             00067000
       1400-CARREGAR-CLICAD                     SECTION.                00067100
      *----------------------------------------------------             00067200
      * CADASTRO MAIOR QUE A TABELA ABORTA, PARA NAO                    00067300
      * RECUSAR CLIENTE CADASTRADO.                                     00067400
      *----------------------------------------------------             00067500
           PERFORM 1410-LER-CLICAD                                      00067600
                   UNTIL WRK-FIM-CLICAD.                                00067700
           CLOSE CLICAD.                                                00067800
           DISPLAY ' CLIENTES CARREGADOS DO CLICAD: ' WRK-QTD-CAD.      00067900
                                                                        00068000
       1400-99-FIM.          EXIT.                                      00068100
                                                                        00068200
      *----------------------------------------------------             00068300
       1410-LER-CLICAD                          SECTION.                00068400
      *----------------------------------------------------             00068500
           READ CLICAD                                                  00068600
             AT END                                                     00068700
               MOVE 'S' TO WRK-SW-FIMCLI                                00068800
           END-READ.                                                    00068900
           IF WRK-FS-CLICAD EQUAL 00                                    00069000
              IF WRK-QTD-CAD LESS 2000                                  00069100
                 ADD 1 TO WRK-QTD-CAD                                   00069200
                 MOVE FD-CLI-CODIGO   TO                                00069300
                      WRK-TBCAD-CODIGO (WRK-QTD-CAD)                    00069400
                 MOVE FD-CLI-SITUACAO TO                                00069500
                      WRK-TBCAD-SITUACAO (WRK-QTD-CAD)                  00069600
                 MOVE FD-CLI-LIMITE   TO                                00069700
                      WRK-TBCAD-LIMITE (WRK-QTD-CAD)                    00069800
                 MOVE ZEROS TO WRK-TBCAD-ABERTO (WRK-QTD-CAD)           00069900
              ELSE                                                      00070000
                 DISPLAY ' TABELA DE CLIENTES ESGOTADA (2000) '         00070100
                 MOVE 12 TO RETURN-CODE                                 00070200
                 STOP RUN                                               00070300
              END-IF                                                    00070400
           END-IF.                                                      00070500
                                                                        00070600
       1410-99-FIM.          EXIT.                                      00070700
                                                                        00070800
      *----------------------------------------------------             00070900
       1500-SOMAR-ARCAD                         SECTION.                00071000
      *----------------------------------------------------             00071100
      * SALDO DOS TITULOS DE FRETE NAO LIQUIDADOS; SEM ARCAD            00071200
      * O EM ABERTO SO TEM O FATABER E O DIA (AVISA).                   00071300
      *----------------------------------------------------             00071400
           OPEN INPUT ARCAD.                                            00071500
           IF WRK-FS-ARCAD NOT EQUAL 00                                 00071600
              DISPLAY ' ARCAD INDISPONIVEL (FS='                        00071700
                      WRK-FS-ARCAD ') - EM ABERTO SEM TITULOS'          00071800
           ELSE                                                         00071900
              PERFORM 1510-LER-ARCAD                                    00072000
                      UNTIL WRK-FIM-ARCAD                               00072100
              CLOSE ARCAD                                               00072200
           END-IF.                                                      00072300
                                                                        00072400
       1500-99-FIM.          EXIT.                                      00072500
                                                                        00072600
      *----------------------------------------------------             00072700
       1510-LER-ARCAD                           SECTION.                00072800
      *----------------------------------------------------             00072900
           READ ARCAD                                                   00073000
             AT END                                                     00073100
               MOVE 'S' TO WRK-SW-FIMARC                                00073200
           END-READ.                                                    00073300
           IF WRK-FS-ARCAD EQUAL 00                                     00073400
              IF FD-AR-ORIGEM EQUAL 'FRT'                               00073500
                 AND FD-AR-SITUACAO NOT EQUAL 'L'                       00073600
                 AND FD-AR-CLIENTE (1:5) IS NUMERIC                     00073700
                 AND FD-AR-SALDO IS NUMERIC                             00073800
                 AND FD-AR-SALDO GREATER ZEROS                          00073900
                 MOVE FD-AR-CLIENTE (1:5) TO WRK-CLI-PROC               00074000
                 PERFORM 2110-LOCALIZAR-CADASTRO                        00074100
                 IF WRK-ACHOU                                           00074200
                    ADD FD-AR-SALDO TO                                  00074300
                        WRK-TBCAD-ABERTO (WRK-SUB-CADCLI)               00074400
                    ADD 1 TO WRK-QTD-TITABERTO                          00074500
                 END-IF                                                 00074600
              END-IF                                                    00074700
           END-IF.                                                      00074800
                                                                        00074900
       1510-99-FIM.          EXIT.                                      00075000
                                                                        00075100
      *----------------------------------------------------             00075200
       1600-SOMAR-FATABER                       SECTION.                00075300
      *----------------------------------------------------             00075400
      * FRETE JA FATURADO NO MES E AINDA FORA DO ARCAD.                 00075500
      *----------------------------------------------------             00075600
           OPEN INPUT FATABER.                                          00075700
           IF WRK-FS-FATABER NOT EQUAL 00                               00075800
              DISPLAY ' FATABER INDISPONIVEL (FS='                      00075900
                      WRK-FS-FATABER ') - SEM FATURAS DO MES'           00076000
           ELSE                                                         00076100
              PERFORM 1610-LER-FATABER                                  00076200
                      UNTIL WRK-FIM-FATABER                             00076300
              CLOSE FATABER                                             00076400
           END-IF.                                                      00076500
                                                                        00076600
       1600-99-FIM.          EXIT.                                      00076700
                                                                        00076800
      *----------------------------------------------------             00076900
       1610-LER-FATABER                         SECTION.                00077000
      *----------------------------------------------------             00077100
           READ FATABER                                                 00077200
             AT END                                                     00077300
               MOVE 'S' TO WRK-SW-FIMFAB                                00077400
           END-READ.                                                    00077500
           IF WRK-FS-FATABER EQUAL 00                                   00077600
              IF FD-FAB-CODIGO IS NUMERIC                               00077700
                 AND FD-FAB-TOTAL IS NUMERIC                            00077800
                 MOVE FD-FAB-CODIGO TO WRK-CLI-PROC                     00077900
                 PERFORM 2110-LOCALIZAR-CADASTRO                        00078000
                 IF WRK-ACHOU                                           00078100
                    ADD FD-FAB-TOTAL TO                                 00078200
                        WRK-TBCAD-ABERTO (WRK-SUB-CADCLI)               00078300
                    ADD 1 TO WRK-QTD-FATABER                            00078400
                 END-IF                                                 00078500
              END-IF                                                    00078600
           END-IF.                                                      00078700
                                                                        00078800
       1610-99-FIM.          EXIT.                                      00078900
                                                                        00079000
      *----------------------------------------------------             00079100
       2100-VALIDAR-CLIENTE                     SECTION.                00079200
      *----------------------------------------------------             00079300
      * CLIENTE DA REMESSA NO CADASTRO E ATIVO.                         00079400
      *----------------------------------------------------             00079500
           MOVE FD-REM-CODIGO TO WRK-CLI-PROC.                          00079600
           PERFORM 2110-LOCALIZAR-CADASTRO.                             00079700
           IF NOT WRK-ACHOU                                             00079800
              MOVE 'CLIENTE NAO CADASTRADO        ' TO WRK-MOTIVO       00079900
              ADD 1 TO WRK-QTD-SEMCAD                                   00080000
           ELSE                                                         00080100
              IF WRK-TBCAD-SITUACAO (WRK-SUB-CADCLI) NOT EQUAL 'A'      00080200
                 MOVE 'CLIENTE BLOQUEADO             ' TO WRK-MOTIVO    00080300
                 ADD 1 TO WRK-QTD-BLOQUEADAS                            00080400
              END-IF                                                    00080500
           END-IF.                                                      00080600
                                                                        00080700
       2100-99-FIM.          EXIT.                                      00080800
                                                                        00080900
      *----------------------------------------------------             00081000
       2110-LOCALIZAR-CADASTRO                  SECTION.                00081100
      *----------------------------------------------------             00081200
      * PROCURA WRK-CLI-PROC; ACHADO EM WRK-SUB-CADCLI.                 00081300
      *----------------------------------------------------             00081400
           MOVE 'N' TO WRK-SW-ACHOU.                                    00081500
           MOVE 1 TO WRK-SUB-CAD.                                       00081600
           PERFORM 2120-TESTAR-CADASTRO                                 00081700
                   UNTIL WRK-SUB-CAD GREATER WRK-QTD-CAD                00081800
                      OR WRK-ACHOU.                                     00081900
                                                                        00082000
       2110-99-FIM.          EXIT.                                      00082100
                                                                        00082200
      *----------------------------------------------------             00082300
       2120-TESTAR-CADASTRO                     SECTION.                00082400
      *----------------------------------------------------             00082500
           IF WRK-TBCAD-CODIGO (WRK-SUB-CAD) EQUAL WRK-CLI-PROC         00082600
              MOVE WRK-SUB-CAD TO WRK-SUB-CADCLI                        00082700
              MOVE 'S' TO WRK-SW-ACHOU                                  00082800
           END-IF.                                                      00082900
           ADD 1 TO WRK-SUB-CAD.                                        00083000
                                                                        00083100
       2120-99-FIM.          EXIT.                                      00083200
                                                                        00083300
      *----------------------------------------------------             00083400
       2150-TESTAR-CREDITO                      SECTION.                00083500
      *----------------------------------------------------             00083600
      * EM ABERTO + FRETE DA REMESSA NAO PODE PASSAR DO                 00083700
      * LIMITE; A REMESSA ACEITA ENTRA NO EM ABERTO PARA AS             00083800
      * SEGUINTES DO MESMO CLIENTE.                                     00083900
      *----------------------------------------------------             00084000
           IF WRK-TBCAD-ABERTO (WRK-SUB-CADCLI) + WRK-FRETE-TOTAL       00084100
              GREATER WRK-TBCAD-LIMITE (WRK-SUB-CADCLI)                 00084200
              MOVE 'LIMITE DE CREDITO EXCEDIDO    ' TO WRK-MOTIVO       00084300
              ADD 1 TO WRK-QTD-SEMCREDITO                               00084400
           ELSE                                                         00084500
              ADD WRK-FRETE-TOTAL TO                                    00084600
                  WRK-TBCAD-ABERTO (WRK-SUB-CADCLI)                     00084700
           END-IF.                                                      00084800
                                                                        00084900
       2150-99-FIM.          EXIT.                                      00085000
