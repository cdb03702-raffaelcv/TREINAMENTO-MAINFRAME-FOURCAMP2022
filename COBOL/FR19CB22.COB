      *   CARTAO SYSIN 1: COMPETENCIA AAAAMM                            00002700
      *                   (BRANCOS = MES CORRENTE)                      00002800
      *   CARTAO SYSIN 2: VENCIMENTO AAAAMMDD                           00002900
      *                   (ZEROS = HOJE + PRAZO DE PAGAMENTO            00002910
      *                   DO CLIENTE; SEM CADASTRO, HOJE)               00002920
      * SO E FATURADA A REMESSA CUJO ENVIO ESTA ENTREGUE                00002930
      * (SITUACAO 'E' NO CADASTRO 'ENVCAD' MANTIDO PELO                 00002940
      * FR01CB24). AS DEMAIS VAO PARA 'FATPEND', NO MESMO               00002950
      * LAYOUT DO 'FATURA', PARA SEREM CONCATENADAS NO                  00002960
      * 'FATURA' DO MES SEGUINTE, E SAO LISTADAS NO FIM DO              00002970
      * FATMENS. LINHA SEM RASTREIO (ANTERIOR AO CADASTRO               00002980
      * DE ENVIOS) E FATURADA COMO ANTES.                               00002990
      * O CABECALHO DE CADA FATURA TRAZ A RAZAO SOCIAL, O               00003000
      * CNPJ E O ENDERECO DE COBRANCA DO CADASTRO DE                    00003010
      * CLIENTES 'CLICAD' (FR01CB28); SEM O ARQUIVO OU SEM O            00003020
      * CLIENTE, A FATURA SAI COM O AVISO NO LUGAR.                     00003030
      * OS SINISTROS ACEITOS DO CLIENTE NO CADASTRO 'SINCAD'            00003040
      * (FR01CB29) SAEM COMO NOTA DE CREDITO NA FATURA DO               00003050
      * MES, ABATIDOS DO LIQUIDO (QUE NAO FICA NEGATIVO: O              00003060
      * SALDO DO CREDITO ESPERA A FATURA SEGUINTE). O                   00003070
      * CADASTRO ATUALIZADO (CREDITADO, SITUACAO 'L' QUANDO             00003080
      * INTEGRAL) SAI EM 'SINNOVO'. SEM SINCAD NAO HA CREDITO.          00003090
      *                                                                 00003100
      *====================================================             00003200
                                                                        00003300
                                                                        00005100
            SELECT RECEBMES ASSIGN TO RECEBMES                          00005200
                 FILE STATUS IS WRK-FS-RECEBMES.                        00005300
            SELECT ENVCAD ASSIGN TO ENVCAD                              00005308
                 FILE STATUS IS WRK-FS-ENVCAD.                          00005315
                                                                        00005323
            SELECT FATPEND ASSIGN TO FATPEND                            00005331
                 FILE STATUS IS WRK-FS-FATPEND.                         00005338
            SELECT CLICAD ASSIGN TO CLICAD                              00005346
                 FILE STATUS IS WRK-FS-CLICAD.                          00005354
            SELECT SINCAD ASSIGN TO SINCAD                              00005362
                 FILE STATUS IS WRK-FS-SINCAD.                          00005369
                                                                        00005377
            SELECT SINNOVO ASSIGN TO SINNOVO                            00005385
                 FILE STATUS IS WRK-FS-SINNOVO.                         00005392
                                                                        00005400
      *====================================================             00005500
       DATA                                     DIVISION.               00005600
           RECORDING MODE IS F                                          00006000
           LABEL RECORD IS STANDARD                                     00006100
           BLOCK CONTAINS 0 RECORDS.                                    00006200
      *-------------------LRECL 78-------------------------             00006300
       01 FD-FATURA.                                                    00006400
          05 FD-FAT-CODIGO       PIC 9(05).                             00006500
          05 FD-FAT-PRODUTO      PIC X(15).                             00006600
          05 FD-FAT-ADICIONAL    PIC 9(06)V99.                          00007100
          05 FD-FAT-SEGURO       PIC 9(06)V99.                          00007200
          05 FD-FAT-TOTAL        PIC 9(07)V99.                          00007300
          05 FD-FAT-RASTREIO     PIC 9(10).                             00007350
                                                                        00007400
       FD DESCVOL                                                       00007500
           RECORDING MODE IS F                                          00007600
          05 FD-RCB-VALOR        PIC 9(09)V99.                          00009600
          05 FD-RCB-VENCIMENTO   PIC 9(08).                             00009700
          05 FILLER              PIC X(10).                             00009800
                                                                        00009802
       FD ENVCAD                                                        00009804
           RECORDING MODE IS F                                          00009805
           LABEL RECORD IS STANDARD                                     00009807
           BLOCK CONTAINS 0 RECORDS.                                    00009809
      *-------------------LRECL 120------------------------             00009811
       01 FD-ENVCAD.                                                    00009812
          05 FD-ENV-RASTREIO     PIC 9(10).                             00009814
          05 FD-ENV-CLIENTE      PIC 9(05).                             00009816
          05 FD-ENV-PRODUTO      PIC X(15).                             00009818
          05 FD-ENV-UFORIG       PIC X(02).                             00009820
          05 FD-ENV-UFDEST       PIC X(02).                             00009821
          05 FD-ENV-PESO         PIC 9(05).                             00009823
          05 FD-ENV-DATA         PIC 9(08).                             00009825
          05 FD-ENV-FRETE        PIC 9(07)V99.                          00009827
          05 FD-ENV-SITUACAO     PIC X(01).                             00009829
          05 FD-ENV-DTSITUACAO   PIC 9(08).                             00009830
          05 FD-ENV-RECEBEDOR    PIC X(30).                             00009832
          05 FILLER              PIC X(25).                             00009834
                                                                        00009836
       FD FATPEND                                                       00009838
           RECORDING MODE IS F.                                         00009839
      *-------------------LRECL 78-------------------------             00009841
       01 FD-FATPEND             PIC X(78).                             00009843
       FD CLICAD                                                        00009845
           RECORDING MODE IS F                                          00009846
           LABEL RECORD IS STANDARD                                     00009848
           BLOCK CONTAINS 0 RECORDS.                                    00009850
      *-------------------LRECL 160------------------------             00009852
      * SITUACAO: A ATIVO  B BLOQUEADO                                  00009854
       01 FD-CLICAD.                                                    00009855
          05 FD-CLI-CODIGO       PIC 9(05).                             00009857
          05 FD-CLI-RAZAO        PIC X(40).                             00009859
          05 FD-CLI-CNPJ         PIC 9(14).                             00009861
          05 FD-CLI-ENDERECO     PIC X(40).                             00009862
          05 FD-CLI-CIDADE       PIC X(25).                             00009864
          05 FD-CLI-UF           PIC X(02).                             00009866
          05 FD-CLI-CEP          PIC 9(08).                             00009868
          05 FD-CLI-PRAZO        PIC 9(03).                             00009870
          05 FD-CLI-LIMITE       PIC 9(09)V99.                          00009871
          05 FD-CLI-SITUACAO     PIC X(01).                             00009873
          05 FD-CLI-DTSITUACAO   PIC 9(08).                             00009875
          05 FILLER              PIC X(03).                             00009877
                                                                        00009879
       FD SINCAD                                                        00009880
           RECORDING MODE IS F                                          00009882
           LABEL RECORD IS STANDARD                                     00009884
           BLOCK CONTAINS 0 RECORDS.                                    00009886
      *-------------------LRECL 120------------------------             00009888
       01 FD-SINCAD              PIC X(120).                            00009889
                                                                        00009891
       FD SINNOVO                                                       00009893
           RECORDING MODE IS F.                                         00009895
      *-------------------LRECL 120------------------------             00009896
       01 FD-SINNOVO             PIC X(120).                            00009898
                                                                        00009900
      *====================================================             00010000
       WORKING-STORAGE                          SECTION.                00010100
       77 WRK-FS-DESCVOL       PIC 9(02)    VALUE ZEROS.                00010500
       77 WRK-FS-FATMENS       PIC 9(02)    VALUE ZEROS.                00010600
       77 WRK-FS-RECEBMES      PIC 9(02)    VALUE ZEROS.                00010700
       77 WRK-FS-ENVCAD        PIC 9(02)    VALUE ZEROS.                00010733
       77 WRK-FS-FATPEND       PIC 9(02)    VALUE ZEROS.                00010766
       77 WRK-FS-CLICAD        PIC 9(02)    VALUE ZEROS.                00010783
       77 WRK-FS-SINCAD        PIC 9(02)    VALUE ZEROS.                00010786
       77 WRK-FS-SINNOVO       PIC 9(02)    VALUE ZEROS.                00010790
                                                                        00010800
       77 WRK-SW-FIM           PIC X(01)    VALUE 'N'.                  00010900
          88 WRK-FIM-FATURA         VALUE 'S'.                          00011000
       77 WRK-SW-FIMDSC        PIC X(01)    VALUE 'N'.                  00011100
          88 WRK-FIM-DESCVOL        VALUE 'S'.                          00011200
       77 WRK-SW-FIMENV        PIC X(01)    VALUE 'N'.                  00011233
          88 WRK-FIM-ENVCAD         VALUE 'S'.                          00011266
       77 WRK-SW-FIMCLI        PIC X(01)    VALUE 'N'.                  00011277
          88 WRK-FIM-CLICAD         VALUE 'S'.                          00011288
       77 WRK-SW-FIMSIN        PIC X(01)    VALUE 'N'.                  00011291
          88 WRK-FIM-SINCAD         VALUE 'S'.                          00011294
       77 WRK-SW-ACHOU         PIC X(01)    VALUE 'N'.                  00011300
          88 WRK-ACHOU              VALUE 'S'.                          00011400
                                                                        00011500
             10 WRK-TBDET-UF      PIC X(02).                            00014400
             10 WRK-TBDET-PESO    PIC 9(05).                            00014500
             10 WRK-TBDET-TOTAL   PIC 9(07)V99.                         00014600
             10 WRK-TBDET-RASTREIO PIC 9(10).                           00014601
                                                                        00014602
      *-------------SITUACAO DOS ENVIOS (ENVCAD)-----------             00014604
       77 WRK-QTD-ENV          PIC 9(05)    VALUE ZEROS.                00014605
       77 WRK-SUB-ENV          PIC 9(05)    VALUE ZEROS.                00014606
       01 WRK-TAB-ENV.                                                  00014607
          05 WRK-ENV-LINHA OCCURS 5000 TIMES.                           00014609
             10 WRK-TBENV-RASTREIO PIC 9(10).                           00014610
             10 WRK-TBENV-SITUACAO PIC X(01).                           00014611
       77 WRK-SIT-ENVIO        PIC X(01)    VALUE SPACES.               00014612
      *-------------CADASTRO DE CLIENTES (CLICAD)----------             00014614
       77 WRK-QTD-CAD          PIC 9(04)    VALUE ZEROS.                00014615
       77 WRK-SUB-CAD          PIC 9(04)    VALUE ZEROS.                00014616
       77 WRK-SUB-CADCLI       PIC 9(04)    VALUE ZEROS.                00014617
       01 WRK-TAB-CAD.                                                  00014619
          05 WRK-CAD-LINHA OCCURS 2000 TIMES.                           00014620
             10 WRK-TBCAD-CODIGO   PIC 9(05).                           00014621
             10 WRK-TBCAD-RAZAO    PIC X(40).                           00014622
             10 WRK-TBCAD-CNPJ     PIC 9(14).                           00014623
             10 WRK-TBCAD-ENDERECO PIC X(40).                           00014625
             10 WRK-TBCAD-CIDADE   PIC X(25).                           00014626
             10 WRK-TBCAD-UF       PIC X(02).                           00014627
             10 WRK-TBCAD-CEP      PIC 9(08).                           00014628
             10 WRK-TBCAD-PRAZO    PIC 9(03).                           00014630
                                                                        00014631
      *-------------VENCIMENTO PELO PRAZO DO CLIENTE-------             00014632
       77 WRK-VENC-CLIENTE     PIC 9(08)    VALUE ZEROS.                00014633
       77 WRK-DIAS-PRAZO       PIC 9(03)    VALUE ZEROS.                00014635
       01 WRK-DV-DATA.                                                  00014636
          05 WRK-DV-ANO        PIC 9(04).                               00014637
          05 WRK-DV-MES        PIC 9(02).                               00014638
          05 WRK-DV-DIA        PIC 9(02).                               00014640
       01 WRK-DIAS-MES-VALORES PIC X(24)    VALUE                       00014641
          '312831303130313130313031'.                                   00014642
       01 FILLER REDEFINES WRK-DIAS-MES-VALORES.                        00014643
          05 WRK-DIAS-MES      PIC 9(02) OCCURS 12 TIMES.               00014644
       77 WRK-ULT-DIA          PIC 9(02)    VALUE ZEROS.                00014646
       77 WRK-QUOC-ANO         PIC 9(04)    VALUE ZEROS.                00014647
       77 WRK-RESTO4           PIC 9(04)    VALUE ZEROS.                00014648
       77 WRK-RESTO100         PIC 9(04)    VALUE ZEROS.                00014649
       77 WRK-RESTO400         PIC 9(04)    VALUE ZEROS.                00014651
                                                                        00014652
      *-------------SINISTROS A CREDITAR (SINCAD)----------             00014653
      * SITUACAO: A ABERTO  C ACEITO  L CREDITADO                       00014654
      *           R RECUSADO                                            00014656
       77 WRK-QTD-SIN          PIC 9(04)    VALUE ZEROS.                00014657
       77 WRK-SUB-SIN          PIC 9(04)    VALUE ZEROS.                00014658
       01 WRK-TAB-SIN.                                                  00014659
          05 WRK-SIN-LINHA OCCURS 2000 TIMES.                           00014660
             10 WRK-TBSIN-REGISTRO.                                     00014662
                15 WRK-TBSIN-RASTREIO   PIC 9(10).                      00014663
                15 WRK-TBSIN-CLIENTE    PIC 9(05).                      00014664
                15 WRK-TBSIN-UFORIG     PIC X(02).                      00014665
                15 WRK-TBSIN-UFDEST     PIC X(02).                      00014667
                15 WRK-TBSIN-TRANSP     PIC X(06).                      00014668
                15 WRK-TBSIN-TIPO       PIC X(01).                      00014669
                15 WRK-TBSIN-DECLARADO  PIC 9(07)V99.                   00014670
                15 WRK-TBSIN-RECLAMADO  PIC 9(07)V99.                   00014672
                15 WRK-TBSIN-ACEITO     PIC 9(07)V99.                   00014673
                15 WRK-TBSIN-CREDITADO  PIC 9(07)V99.                   00014674
                15 WRK-TBSIN-RECUPERADO PIC 9(07)V99.                   00014675
                15 WRK-TBSIN-SITUACAO   PIC X(01).                      00014677
                15 WRK-TBSIN-DTABERTURA PIC 9(08).                      00014678
                15 WRK-TBSIN-DTSITUACAO PIC 9(08).                      00014679
                15 WRK-TBSIN-DTACEITE   PIC 9(08).                      00014680
                15 WRK-TBSIN-COMPET-CRED PIC X(06).                     00014681
                15 FILLER               PIC X(18).                      00014683
       77 WRK-VLR-CREDITO      PIC 9(09)V99 VALUE ZEROS.                00014684
                                                                        00014685
      *-------------REMESSAS RETIDAS PARA O MES SEGUINTE---             00014686
       77 WRK-QTD-RET          PIC 9(04)    VALUE ZEROS.                00014688
       77 WRK-SUB-RET          PIC 9(04)    VALUE ZEROS.                00014689
       01 WRK-TAB-RET.                                                  00014690
          05 WRK-RET-LINHA OCCURS 1000 TIMES.                           00014691
             10 WRK-TBRET-CODIGO   PIC 9(05).                           00014693
             10 WRK-TBRET-RASTREIO PIC 9(10).                           00014694
             10 WRK-TBRET-PRODUTO  PIC X(15).                           00014695
             10 WRK-TBRET-UF       PIC X(02).                           00014696
             10 WRK-TBRET-SITUACAO PIC X(01).                           00014698
             10 WRK-TBRET-TOTAL    PIC 9(07)V99.                        00014699
                                                                        00014700
      *-------------TOTAIS POR CLIENTE---------------------             00014800
       77 WRK-QTD-CLI          PIC 9(03)    VALUE ZEROS.                00014900
       77 WRK-TOT-BRUTO        PIC 9(11)V99 VALUE ZEROS.                00016800
       77 WRK-TOT-DESC         PIC 9(11)V99 VALUE ZEROS.                00016900
       77 WRK-TOT-LIQUIDO      PIC 9(11)V99 VALUE ZEROS.                00017000
       77 WRK-QTD-RETIDAS      PIC 9(05)    VALUE ZEROS.                00017033
       77 WRK-TOT-RETIDO       PIC 9(11)V99 VALUE ZEROS.                00017066
       77 WRK-QTD-SEMCAD       PIC 9(03)    VALUE ZEROS.                00017083
       77 WRK-QTD-CREDITOS     PIC 9(05)    VALUE ZEROS.                00017086
       77 WRK-TOT-CREDITO      PIC 9(11)V99 VALUE ZEROS.                00017090
       77 WRK-QTD-SINLIQ       PIC 9(05)    VALUE ZEROS.                00017094
                                                                        00017100
      *-------------LINHAS DA FATURA MENSAL----------------             00017200
       01 WRK-LINHA-TRACO        PIC X(90) VALUE ALL '-'.               00017300
          05 FILLER              PIC X(14) VALUE '  VENCIMENTO: '.      00018300
          05 WRK-FCAB-VENC       PIC 9(08).                             00018400
          05 FILLER              PIC X(07) VALUE SPACES.                00018500
       01 WRK-FAT-RAZAO.                                                00018502
          05 FILLER              PIC X(16) VALUE                        00018504
             '  RAZAO SOCIAL: '.                                        00018506
          05 WRK-FRAZ-RAZAO      PIC X(40).                             00018508
          05 FILLER              PIC X(08) VALUE '  CNPJ: '.            00018510
          05 WRK-FRAZ-CNPJ.                                             00018512
             10 WRK-FRAZ-CNPJ1   PIC 9(02).                             00018514
             10 FILLER           PIC X(01) VALUE '.'.                   00018517
             10 WRK-FRAZ-CNPJ2   PIC 9(03).                             00018519
             10 FILLER           PIC X(01) VALUE '.'.                   00018521
             10 WRK-FRAZ-CNPJ3   PIC 9(03).                             00018523
             10 FILLER           PIC X(01) VALUE '/'.                   00018525
             10 WRK-FRAZ-CNPJ4   PIC 9(04).                             00018527
             10 FILLER           PIC X(01) VALUE '-'.                   00018529
             10 WRK-FRAZ-CNPJ5   PIC 9(02).                             00018531
          05 FILLER              PIC X(08) VALUE SPACES.                00018534
                                                                        00018536
       01 WRK-CNPJ-NUM           PIC 9(14)    VALUE ZEROS.              00018538
       01 FILLER REDEFINES WRK-CNPJ-NUM.                                00018540
          05 WRK-CNPJ-P1         PIC 9(02).                             00018542
          05 WRK-CNPJ-P2         PIC 9(03).                             00018544
          05 WRK-CNPJ-P3         PIC 9(03).                             00018546
          05 WRK-CNPJ-P4         PIC 9(04).                             00018548
          05 WRK-CNPJ-P5         PIC 9(02).                             00018551
                                                                        00018553
       01 WRK-FAT-END1.                                                 00018555
          05 FILLER              PIC X(16) VALUE                        00018557
             '  ENDERECO....: '.                                        00018559
          05 WRK-FEND-ENDERECO   PIC X(40).                             00018561
          05 FILLER              PIC X(34) VALUE SPACES.                00018563
                                                                        00018565
       01 WRK-FAT-END2.                                                 00018568
          05 FILLER              PIC X(16) VALUE SPACES.                00018570
          05 WRK-FEND-CIDADE     PIC X(25).                             00018572
          05 FILLER              PIC X(03) VALUE ' - '.                 00018574
          05 WRK-FEND-UF         PIC X(02).                             00018576
          05 FILLER              PIC X(07) VALUE '  CEP: '.             00018578
          05 WRK-FEND-CEP1       PIC 9(05).                             00018580
          05 FILLER              PIC X(01) VALUE '-'.                   00018582
          05 WRK-FEND-CEP2       PIC 9(03).                             00018585
          05 FILLER              PIC X(28) VALUE SPACES.                00018587
                                                                        00018589
       01 WRK-FAT-SEMCAD.                                               00018591
          05 FILLER              PIC X(44) VALUE                        00018593
             '  *** CLIENTE NAO CADASTRADO NO CLICAD ***  '.            00018595
          05 FILLER              PIC X(46) VALUE SPACES.                00018597
                                                                        00018600
       01 WRK-FAT-DET.                                                  00018700
          05 FILLER              PIC X(02) VALUE SPACES.                00018800
          05 WRK-FDET-PESO       PIC ZZZZ9.                             00019300
          05 FILLER              PIC X(08) VALUE ' FRETE: '.            00019400
          05 WRK-FDET-TOTAL      PIC Z.ZZZ.ZZ9,99.                      00019500
          05 FILLER              PIC X(10) VALUE ' RASTREIO:'.          00019550
          05 WRK-FDET-RASTREIO   PIC Z(10).                             00019600
          05 FILLER              PIC X(14) VALUE SPACES.                00019650
                                                                        00019700
       01 WRK-FAT-SUB.                                                  00019800
          05 FILLER              PIC X(11) VALUE '  FRETE UF:'.         00019900
             '  TOTAL LIQUIDO DO MES....'.                              00021700
          05 WRK-FTOT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.                    00021800
          05 FILLER              PIC X(50) VALUE SPACES.                00021900
                                                                        00021903
       01 WRK-FAT-CRED.                                                 00021905
          05 FILLER              PIC X(30) VALUE                        00021908
             '  (-) CREDITO SINISTRO RASTR. '.                          00021910
          05 WRK-FCRD-RASTREIO   PIC Z(09)9.                            00021913
          05 FILLER              PIC X(01) VALUE SPACE.                 00021915
          05 WRK-FCRD-TIPO       PIC X(08).                             00021918
          05 FILLER              PIC X(01) VALUE SPACE.                 00021921
          05 WRK-FCRD-VALOR      PIC ZZZ.ZZZ.ZZ9,99.                    00021923
          05 FILLER              PIC X(26) VALUE SPACES.                00021926
                                                                        00021928
       01 WRK-RET-CAB.                                                  00021931
          05 FILLER              PIC X(42) VALUE                        00021933
             'REMESSAS RETIDAS (ENVIO NAO ENTREGUE) -   '.              00021936
          05 FILLER              PIC X(26) VALUE                        00021938
             'FATURAM NO MES SEGUINTE   '.                              00021941
          05 FILLER              PIC X(22) VALUE SPACES.                00021944
                                                                        00021946
       01 WRK-RET-DET.                                                  00021949
          05 FILLER              PIC X(11) VALUE '  CLIENTE: '.         00021951
          05 WRK-FRET-CLIENTE    PIC 9(05).                             00021954
          05 FILLER              PIC X(11) VALUE ' RASTREIO: '.         00021956
          05 WRK-FRET-RASTREIO   PIC Z(09)9.                            00021959
          05 FILLER              PIC X(01) VALUE SPACE.                 00021962
          05 WRK-FRET-PRODUTO    PIC X(15).                             00021964
          05 FILLER              PIC X(05) VALUE ' UF: '.               00021967
          05 WRK-FRET-UF         PIC X(02).                             00021969
          05 FILLER              PIC X(07) VALUE ' SIT.: '.             00021972
          05 WRK-FRET-SITUACAO   PIC X(01).                             00021974
          05 FILLER              PIC X(08) VALUE ' FRETE: '.            00021977
          05 WRK-FRET-TOTAL      PIC Z.ZZZ.ZZ9,99.                      00021979
          05 FILLER              PIC X(02) VALUE SPACES.                00021982
                                                                        00021985
       01 WRK-RET-TOT.                                                  00021987
          05 FILLER              PIC X(26) VALUE                        00021990
             '  TOTAL RETIDO............'.                              00021992
          05 WRK-FRTOT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.                    00021995
          05 FILLER              PIC X(50) VALUE SPACES.                00021997
                                                                        00022000
      *====================================================             00022100
       PROCEDURE                                DIVISION.               00022200
             PERFORM 1200-LER-FATURA.                                   00023000
             PERFORM 2000-PROCESSAR UNTIL WRK-FIM-FATURA.               00023100
             PERFORM 2500-EMITIR-FATURAS.                               00023200
             PERFORM 2700-LISTAR-RETIDAS.                               00023250
             PERFORM 3000-FINALIZAR.                                    00023300
             STOP RUN.                                                  00023400
                                                                        00023500
       1000-INICIALIZAR                         SECTION.                00023900
      *----------------------------------------------------             00024000
                                                                        00024100
           OPEN INPUT  FATURA ENVCAD                                    00024200
                OUTPUT FATMENS RECEBMES FATPEND SINNOVO.                00024300
                                                                        00024400
           IF WRK-FS-FATURA NOT EQUAL 00                                00024500
              DISPLAY ' ERRO NO OPEN FATURA FS=' WRK-FS-FATURA          00024600
              MOVE 12 TO RETURN-CODE                                    00024700
              STOP RUN                                                  00024800
           END-IF.                                                      00024900
           IF WRK-FS-ENVCAD NOT EQUAL 00                                00024909
              DISPLAY ' ERRO NO OPEN ENVCAD FS=' WRK-FS-ENVCAD          00024918
              MOVE 12 TO RETURN-CODE                                    00024927
              STOP RUN                                                  00024936
           END-IF.                                                      00024945
           IF WRK-FS-FATPEND NOT EQUAL 00                               00024954
              DISPLAY ' ERRO NO OPEN FATPEND FS=' WRK-FS-FATPEND        00024963
              MOVE 12 TO RETURN-CODE                                    00024972
              STOP RUN                                                  00024981
           END-IF.                                                      00024990
           IF WRK-FS-FATMENS NOT EQUAL 00                               00025000
              DISPLAY ' ERRO NO OPEN FATMENS FS=' WRK-FS-FATMENS        00025100
              MOVE 12 TO RETURN-CODE                                    00025200
              MOVE 12 TO RETURN-CODE                                    00025700
              STOP RUN                                                  00025800
           END-IF.                                                      00025900
           IF WRK-FS-SINNOVO NOT EQUAL 00                               00025910
              DISPLAY ' ERRO NO OPEN SINNOVO FS=' WRK-FS-SINNOVO        00025920
              MOVE 12 TO RETURN-CODE                                    00025930
              STOP RUN                                                  00025940
           END-IF.                                                      00025950
                                                                        00026000
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00026100
                                                                        00026200
           END-IF.                                                      00027500
                                                                        00027600
           PERFORM 1100-CARREGAR-DESCVOL.                               00027700
           PERFORM 1300-CARREGAR-ENVCAD.                                00027750
           PERFORM 1400-CARREGAR-CLICAD.                                00027775
           PERFORM 1500-CARREGAR-SINCAD.                                00027787
                                                                        00027800
       1000-99-FIM.          EXIT.                                      00027900
                                                                        00028000
                                                                        00031700
       1110-99-FIM.          EXIT.                                      00031800
                                                                        00031900
      *----------------------------------------------------             00031902
       1300-CARREGAR-ENVCAD                     SECTION.                00031905
      *----------------------------------------------------             00031908
      * GUARDA A SITUACAO DE CADA ENVIO; CADASTRO MAIOR QUE             00031911
      * A TABELA ABORTA, PARA NAO RETER REMESSA ENTREGUE.               00031913
      *----------------------------------------------------             00031916
           PERFORM 1310-LER-ENVCAD                                      00031919
                   UNTIL WRK-FIM-ENVCAD.                                00031922
           CLOSE ENVCAD.                                                00031925
           DISPLAY ' ENVIOS CARREGADOS DO ENVCAD: ' WRK-QTD-ENV.        00031927
                                                                        00031930
       1300-99-FIM.          EXIT.                                      00031933
                                                                        00031936
      *----------------------------------------------------             00031938
       1310-LER-ENVCAD                          SECTION.                00031941
      *----------------------------------------------------             00031944
           READ ENVCAD                                                  00031947
             AT END                                                     00031950
               MOVE 'S' TO WRK-SW-FIMENV                                00031952
           END-READ.                                                    00031955
           IF WRK-FS-ENVCAD EQUAL 00                                    00031958
              IF WRK-QTD-ENV LESS 5000                                  00031961
                 ADD 1 TO WRK-QTD-ENV                                   00031963
                 MOVE FD-ENV-RASTREIO TO                                00031966
                      WRK-TBENV-RASTREIO (WRK-QTD-ENV)                  00031969
                 MOVE FD-ENV-SITUACAO TO                                00031972
                      WRK-TBENV-SITUACAO (WRK-QTD-ENV)                  00031975
              ELSE                                                      00031977
                 DISPLAY ' TABELA DE ENVIOS ESGOTADA (5000) '           00031980
                 MOVE 12 TO RETURN-CODE                                 00031983
                 STOP RUN                                               00031986
              END-IF                                                    00031988
           END-IF.                                                      00031991
                                                                        00031994
       1310-99-FIM.          EXIT.                                      00031997
      *----------------------------------------------------             00032000
       1200-LER-FATURA                          SECTION.                00032100
      *----------------------------------------------------             00032200
      *----------------------------------------------------             00033200
           ADD 1 TO WRK-REGLIDOS.                                       00033300
                                                                        00033400
           PERFORM 2050-VERIFICAR-ENTREGA.                              00033412
           IF WRK-SIT-ENVIO EQUAL 'E'                                   00033417
              PERFORM 2040-GUARDAR-DETALHE                              00033423
              PERFORM 2100-ACUMULAR-CLIENTE                             00033429
           ELSE                                                         00033435
              PERFORM 2060-RETER-REMESSA                                00033441
           END-IF.                                                      00033447
                                                                        00033453
           PERFORM 1200-LER-FATURA.                                     00033458
                                                                        00033464
       2000-99-FIM.          EXIT.                                      00033470
                                                                        00033476
      *----------------------------------------------------             00033482
       2040-GUARDAR-DETALHE                     SECTION.                00033488
      *----------------------------------------------------             00033494
           IF WRK-QTD-DET LESS 1000                                     00033500
              ADD 1 TO WRK-QTD-DET                                      00033600
              MOVE FD-FAT-CODIGO  TO WRK-TBDET-CODIGO (WRK-QTD-DET)     00033700
              MOVE FD-FAT-UF      TO WRK-TBDET-UF (WRK-QTD-DET)         00033900
              MOVE FD-FAT-PESO    TO WRK-TBDET-PESO (WRK-QTD-DET)       00034000
              MOVE FD-FAT-TOTAL   TO WRK-TBDET-TOTAL (WRK-QTD-DET)      00034100
              MOVE FD-FAT-RASTREIO TO                                   00034133
                   WRK-TBDET-RASTREIO (WRK-QTD-DET)                     00034166
           ELSE                                                         00034200
              DISPLAY ' TABELA DE DETALHE ESGOTADA (1000) '             00034300
           END-IF.                                                      00034400
                                                                        00034500
       2040-99-FIM.          EXIT.                                      00034800
                                                                        00035100
      *----------------------------------------------------             00035101
       2050-VERIFICAR-ENTREGA                   SECTION.                00035103
      *----------------------------------------------------             00035104
      * SITUACAO DO ENVIO DA LINHA; SEM RASTREIO (LINHA                 00035106
      * ANTERIOR AO CADASTRO) CONTA COMO ENTREGUE. RASTREIO             00035108
      * FORA DO CADASTRO FICA COM SITUACAO '?' E E RETIDO.              00035109
      *----------------------------------------------------             00035111
           IF FD-FAT-RASTREIO NOT NUMERIC                               00035112
              MOVE ZEROS TO FD-FAT-RASTREIO                             00035114
           END-IF.                                                      00035116
           IF FD-FAT-RASTREIO EQUAL ZEROS                               00035117
              MOVE 'E' TO WRK-SIT-ENVIO                                 00035119
           ELSE                                                         00035120
              MOVE '?' TO WRK-SIT-ENVIO                                 00035122
              MOVE 'N' TO WRK-SW-ACHOU                                  00035124
              MOVE 1 TO WRK-SUB-ENV                                     00035126
              PERFORM 2055-PROCURAR-ENVIO                               00035127
                      UNTIL WRK-SUB-ENV GREATER WRK-QTD-ENV             00035129
                         OR WRK-ACHOU                                   00035131
           END-IF.                                                      00035133
                                                                        00035135
       2050-99-FIM.          EXIT.                                      00035137
                                                                        00035138
      *----------------------------------------------------             00035140
       2055-PROCURAR-ENVIO                      SECTION.                00035141
      *----------------------------------------------------             00035143
           IF WRK-TBENV-RASTREIO (WRK-SUB-ENV) EQUAL                    00035145
              FD-FAT-RASTREIO                                           00035146
              MOVE WRK-TBENV-SITUACAO (WRK-SUB-ENV) TO WRK-SIT-ENVIO    00035148
              MOVE 'S' TO WRK-SW-ACHOU                                  00035150
           END-IF.                                                      00035151
           ADD 1 TO WRK-SUB-ENV.                                        00035153
                                                                        00035154
       2055-99-FIM.          EXIT.                                      00035156
                                                                        00035158
      *----------------------------------------------------             00035159
       2060-RETER-REMESSA                       SECTION.                00035161
      *----------------------------------------------------             00035162
      * A LINHA VOLTA INTEIRA NO FATPEND PARA O MES SEGUINTE.           00035164
      *----------------------------------------------------             00035166
           WRITE FD-FATPEND FROM FD-FATURA.                             00035167
           ADD 1 TO WRK-QTD-RETIDAS.                                    00035169
           ADD FD-FAT-TOTAL TO WRK-TOT-RETIDO.                          00035170
                                                                        00035172
           IF WRK-QTD-RET LESS 1000                                     00035174
              ADD 1 TO WRK-QTD-RET                                      00035175
              MOVE FD-FAT-CODIGO   TO WRK-TBRET-CODIGO (WRK-QTD-RET)    00035177
              MOVE FD-FAT-RASTREIO TO                                   00035179
                   WRK-TBRET-RASTREIO (WRK-QTD-RET)                     00035180
              MOVE FD-FAT-PRODUTO  TO                                   00035182
                   WRK-TBRET-PRODUTO (WRK-QTD-RET)                      00035183
              MOVE FD-FAT-UF       TO WRK-TBRET-UF (WRK-QTD-RET)        00035185
              MOVE WRK-SIT-ENVIO   TO                                   00035187
                   WRK-TBRET-SITUACAO (WRK-QTD-RET)                     00035188
              MOVE FD-FAT-TOTAL    TO WRK-TBRET-TOTAL (WRK-QTD-RET)     00035190
           ELSE                                                         00035191
              DISPLAY ' TABELA DE RETIDAS ESGOTADA (1000) '             00035193
           END-IF.                                                      00035195
                                                                        00035196
       2060-99-FIM.          EXIT.                                      00035198
      *----------------------------------------------------             00035200
       2100-ACUMULAR-CLIENTE                    SECTION.                00035300
      *----------------------------------------------------             00035400
      *----------------------------------------------------             00040900
       2510-EMITIR-UMA-FATURA                   SECTION.                00041000
      *----------------------------------------------------             00041100
           PERFORM 2550-LOCALIZAR-CADASTRO.                             00041160
           PERFORM 2560-DEFINIR-VENCIMENTO.                             00041220
                                                                        00041280
           MOVE WRK-TBCLI-CODIGO (WRK-SUB-CLI) TO WRK-FCAB-CLIENTE.     00041340
           MOVE WRK-COMPETENCIA  TO WRK-FCAB-COMPET.                    00041400
           MOVE WRK-VENC-CLIENTE TO WRK-FCAB-VENC.                      00041460
           WRITE FD-FATMENS FROM WRK-LINHA-TRACO.                       00041520
           WRITE FD-FATMENS FROM WRK-FAT-CAB.                           00041580
           PERFORM 2580-IMPRIMIR-CADASTRO.                              00041640
           WRITE FD-FATMENS FROM WRK-LINHA-TRACO.                       00041700
                                                                        00041800
           MOVE 1 TO WRK-SUB-DET.                                       00041900
           MOVE WRK-PCT-DESC TO WRK-FDSC-PCT.                           00043000
           MOVE WRK-VLR-DESC TO WRK-FDSC-VALOR.                         00043100
           WRITE FD-FATMENS FROM WRK-FAT-DESC.                          00043200
           PERFORM 2600-APLICAR-CREDITOS.                               00043250
           MOVE WRK-VLR-LIQUIDO TO WRK-FTOT-VALOR.                      00043300
           WRITE FD-FATMENS FROM WRK-FAT-TOT.                           00043400
           WRITE FD-FATMENS FROM WRK-LINHA-BRANCO.                      00043500
           MOVE WRK-TBCLI-CODIGO (WRK-SUB-CLI) TO FD-RCB-CODIGO.        00043700
           MOVE WRK-COMPETENCIA TO FD-RCB-COMPET.                       00043800
           MOVE WRK-VLR-LIQUIDO TO FD-RCB-VALOR.                        00043900
           MOVE WRK-VENC-CLIENTE TO FD-RCB-VENCIMENTO.                  00044000
           MOVE SPACES          TO FD-RECEBMES (29:10).                 00044100
           WRITE FD-RECEBMES.                                           00044200
                                                                        00044300
              MOVE WRK-TBDET-PESO (WRK-SUB-DET) TO WRK-FDET-PESO        00046100
              MOVE WRK-TBDET-TOTAL (WRK-SUB-DET)                        00046200
                   TO WRK-FDET-TOTAL                                    00046300
              MOVE WRK-TBDET-RASTREIO (WRK-SUB-DET)                     00046333
                   TO WRK-FDET-RASTREIO                                 00046366
              WRITE FD-FATMENS FROM WRK-FAT-DET                         00046400
           END-IF.                                                      00046500
           ADD 1 TO WRK-SUB-DET.                                        00046600
                                                                        00049700
       2540-99-FIM.          EXIT.                                      00049800
                                                                        00049900
      *----------------------------------------------------             00049903
       2700-LISTAR-RETIDAS                      SECTION.                00049906
      *----------------------------------------------------             00049909
           IF WRK-QTD-RET GREATER ZEROS                                 00049912
              WRITE FD-FATMENS FROM WRK-LINHA-TRACO                     00049916
              WRITE FD-FATMENS FROM WRK-RET-CAB                         00049920
              WRITE FD-FATMENS FROM WRK-LINHA-TRACO                     00049923
              MOVE 1 TO WRK-SUB-RET                                     00049927
              PERFORM 2710-LISTAR-UMA-RETIDA                            00049931
                      UNTIL WRK-SUB-RET GREATER WRK-QTD-RET             00049935
              MOVE WRK-TOT-RETIDO TO WRK-FRTOT-VALOR                    00049938
              WRITE FD-FATMENS FROM WRK-RET-TOT                         00049942
           END-IF.                                                      00049946
                                                                        00049950
       2700-99-FIM.          EXIT.                                      00049953
                                                                        00049956
      *----------------------------------------------------             00049959
       2710-LISTAR-UMA-RETIDA                   SECTION.                00049962
      *----------------------------------------------------             00049965
           MOVE WRK-TBRET-CODIGO (WRK-SUB-RET)   TO WRK-FRET-CLIENTE.   00049968
           MOVE WRK-TBRET-RASTREIO (WRK-SUB-RET) TO WRK-FRET-RASTREIO.  00049971
           MOVE WRK-TBRET-PRODUTO (WRK-SUB-RET)  TO WRK-FRET-PRODUTO.   00049975
           MOVE WRK-TBRET-UF (WRK-SUB-RET)       TO WRK-FRET-UF.        00049978
           MOVE WRK-TBRET-SITUACAO (WRK-SUB-RET) TO WRK-FRET-SITUACAO.  00049981
           MOVE WRK-TBRET-TOTAL (WRK-SUB-RET)    TO WRK-FRET-TOTAL.     00049984
           WRITE FD-FATMENS FROM WRK-RET-DET.                           00049987
           ADD 1 TO WRK-SUB-RET.                                        00049990
                                                                        00049993
       2710-99-FIM.          EXIT.                                      00049996
      *----------------------------------------------------             00050000
       3000-FINALIZAR                           SECTION.                00050100
      *----------------------------------------------------             00050200
           MOVE 1 TO WRK-SUB-SIN.                                       00050210
           PERFORM 3100-GRAVAR-SINISTRO                                 00050220
                   UNTIL WRK-SUB-SIN GREATER WRK-QTD-SIN.               00050230
                                                                        00050240
           CLOSE FATURA FATMENS RECEBMES FATPEND SINNOVO.               00050300
                                                                        00050400
           DISPLAY ' ============================================'.     00050500
           DISPLAY ' RESUMO DO PROCESSAMENTO - FR01CB22          '.     00050600
           DISPLAY ' TOTAL BRUTO DO MES.......' WRK-TOT-BRUTO.          00051000
           DISPLAY ' DESCONTOS CONCEDIDOS.....' WRK-TOT-DESC.           00051100
           DISPLAY ' TOTAL LIQUIDO DO MES.....' WRK-TOT-LIQUIDO.        00051200
           DISPLAY ' REMESSAS RETIDAS.........' WRK-QTD-RETIDAS.        00051233
           DISPLAY ' VALOR RETIDO (FATPEND)...' WRK-TOT-RETIDO.         00051266
           DISPLAY ' FATURAS SEM CADASTRO.....' WRK-QTD-SEMCAD.         00051283
           DISPLAY ' CREDITOS DE SINISTRO.....' WRK-QTD-CREDITOS.       00051286
           DISPLAY ' VALOR CREDITADO..........' WRK-TOT-CREDITO.        00051289
           DISPLAY ' SINISTROS LIQUIDADOS.....' WRK-QTD-SINLIQ.         00051292
           DISPLAY ' ============================================'.     00051300
                                                                        00051400
       3000-99-FIM.          EXIT.                                      00051500
      *----------------------------------------------------             00051600
       1400-CARREGAR-CLICAD                     SECTION.                00051700
      *----------------------------------------------------             00051800
      * SEM CLICAD AS FATURAS SAEM SEM RAZAO SOCIAL E                   00051900
      * ENDERECO (E AVISA NO SYSOUT).                                   00052000
      *----------------------------------------------------             00052100
           OPEN INPUT CLICAD.                                           00052200
           IF WRK-FS-CLICAD NOT EQUAL 00                                00052300
              DISPLAY ' CLICAD INDISPONIVEL (FS='                       00052400
                      WRK-FS-CLICAD ') - FATURA SEM ENDERECO'           00052500
           ELSE                                                         00052600
              PERFORM 1410-LER-CLICAD                                   00052700
                      UNTIL WRK-FIM-CLICAD                              00052800
              CLOSE CLICAD                                              00052900
              DISPLAY ' CLIENTES CARREGADOS DO CLICAD: ' WRK-QTD-CAD    00053000
           END-IF.                                                      00053100
                                                                        00053200
       1400-99-FIM.          EXIT.                                      00053300
                                                                        00053400
      *----------------------------------------------------             00053500
       1410-LER-CLICAD                          SECTION.                00053600
      *----------------------------------------------------             00053700
           READ CLICAD                                                  00053800
             AT END                                                     00053900
               MOVE 'S' TO WRK-SW-FIMCLI                                00054000
           END-READ.                                                    00054100
           IF WRK-FS-CLICAD EQUAL 00                                    00054200
              IF WRK-QTD-CAD LESS 2000                                  00054300
                 ADD 1 TO WRK-QTD-CAD                                   00054400
                 MOVE FD-CLI-CODIGO   TO                                00054500
                      WRK-TBCAD-CODIGO (WRK-QTD-CAD)                    00054600
                 MOVE FD-CLI-RAZAO    TO                                00054700
                      WRK-TBCAD-RAZAO (WRK-QTD-CAD)                     00054800
                 MOVE FD-CLI-CNPJ     TO                                00054900
                      WRK-TBCAD-CNPJ (WRK-QTD-CAD)                      00055000
                 MOVE FD-CLI-ENDERECO TO                                00055100
                      WRK-TBCAD-ENDERECO (WRK-QTD-CAD)                  00055200
                 MOVE FD-CLI-CIDADE   TO                                00055300
                      WRK-TBCAD-CIDADE (WRK-QTD-CAD)                    00055400
                 MOVE FD-CLI-UF       TO                                00055500
                      WRK-TBCAD-UF (WRK-QTD-CAD)                        00055600
                 MOVE FD-CLI-CEP      TO                                00055700
                      WRK-TBCAD-CEP (WRK-QTD-CAD)                       00055800
                 MOVE FD-CLI-PRAZO    TO                                00055900
                      WRK-TBCAD-PRAZO (WRK-QTD-CAD)                     00056000
              ELSE                                                      00056100
                 DISPLAY ' TABELA DE CLIENTES ESGOTADA (2000) '         00056200
              END-IF                                                    00056300
           END-IF.                                                      00056400
                                                                        00056500
       1410-99-FIM.          EXIT.                                      00056600
                                                                        00056700
      *----------------------------------------------------             00056800
       2550-LOCALIZAR-CADASTRO                  SECTION.                00056900
      *----------------------------------------------------             00057000
      * CLIENTE DA FATURA NO CADASTRO; ACHADO EM                        00057100
      * WRK-SUB-CADCLI (WRK-SW-ACHOU = 'S').                            00057200
      *----------------------------------------------------             00057300
           MOVE 'N' TO WRK-SW-ACHOU.                                    00057400
           MOVE 1 TO WRK-SUB-CAD.                                       00057500
           PERFORM 2555-TESTAR-CADASTRO                                 00057600
                   UNTIL WRK-SUB-CAD GREATER WRK-QTD-CAD                00057700
                      OR WRK-ACHOU.                                     00057800
                                                                        00057900
       2550-99-FIM.          EXIT.                                      00058000
                                                                        00058100
      *----------------------------------------------------             00058200
       2555-TESTAR-CADASTRO                     SECTION.                00058300
      *----------------------------------------------------             00058400
           IF WRK-TBCAD-CODIGO (WRK-SUB-CAD) EQUAL                      00058500
              WRK-TBCLI-CODIGO (WRK-SUB-CLI)                            00058600
              MOVE WRK-SUB-CAD TO WRK-SUB-CADCLI                        00058700
              MOVE 'S' TO WRK-SW-ACHOU                                  00058800
           END-IF.                                                      00058900
           ADD 1 TO WRK-SUB-CAD.                                        00059000
                                                                        00059100
       2555-99-FIM.          EXIT.                                      00059200
                                                                        00059300
      *----------------------------------------------------             00059400
       2560-DEFINIR-VENCIMENTO                  SECTION.                00059500
      *----------------------------------------------------             00059600
      * VENCIMENTO DO CARTAO VALE PARA TODOS; SEM CARTAO,               00059700
      * HOJE + PRAZO DO CLIENTE CADASTRADO (OU HOJE).                   00059800
      *----------------------------------------------------             00059900
           MOVE WRK-DATA-VENC TO WRK-VENC-CLIENTE.                      00060000
           IF WRK-VENCCARD-AC EQUAL ZEROS                               00060100
              AND WRK-ACHOU                                             00060200
              MOVE WRK-DATA-HOJE TO WRK-DV-DATA                         00060300
              MOVE WRK-TBCAD-PRAZO (WRK-SUB-CADCLI) TO                  00060400
                   WRK-DIAS-PRAZO                                       00060500
              PERFORM 2570-SOMAR-UM-DIA                                 00060600
                      UNTIL WRK-DIAS-PRAZO EQUAL ZEROS                  00060700
              MOVE WRK-DV-DATA TO WRK-VENC-CLIENTE                      00060800
           END-IF.                                                      00060900
                                                                        00061000
       2560-99-FIM.          EXIT.                                      00061100
                                                                        00061200
      *----------------------------------------------------             00061300
       2570-SOMAR-UM-DIA                        SECTION.                00061400
      *----------------------------------------------------             00061500
      * FEVEREIRO TEM 29 DIAS NO ANO DIVISIVEL POR 4, MENOS             00061600
      * NOS SECULOS NAO DIVISIVEIS POR 400.                             00061700
      *----------------------------------------------------             00061800
           MOVE WRK-DIAS-MES (WRK-DV-MES) TO WRK-ULT-DIA.               00061900
           IF WRK-DV-MES EQUAL 2                                        00062000
              DIVIDE WRK-DV-ANO BY 4   GIVING WRK-QUOC-ANO              00062100
                     REMAINDER WRK-RESTO4                               00062200
              DIVIDE WRK-DV-ANO BY 100 GIVING WRK-QUOC-ANO              00062300
                     REMAINDER WRK-RESTO100                             00062400
              DIVIDE WRK-DV-ANO BY 400 GIVING WRK-QUOC-ANO              00062500
                     REMAINDER WRK-RESTO400                             00062600
              IF WRK-RESTO4 EQUAL ZEROS                                 00062700
                 AND (WRK-RESTO100 NOT EQUAL ZEROS                      00062800
                      OR WRK-RESTO400 EQUAL ZEROS)                      00062900
                 MOVE 29 TO WRK-ULT-DIA                                 00063000
              END-IF                                                    00063100
           END-IF.                                                      00063200
                                                                        00063300
           ADD 1 TO WRK-DV-DIA.                                         00063400
           IF WRK-DV-DIA GREATER WRK-ULT-DIA                            00063500
              MOVE 1 TO WRK-DV-DIA                                      00063600
              ADD 1 TO WRK-DV-MES                                       00063700
              IF WRK-DV-MES GREATER 12                                  00063800
                 MOVE 1 TO WRK-DV-MES                                   00063900
                 ADD 1 TO WRK-DV-ANO                                    00064000
              END-IF                                                    00064100
           END-IF.                                                      00064200
           SUBTRACT 1 FROM WRK-DIAS-PRAZO.                              00064300
                                                                        00064400
       2570-99-FIM.          EXIT.                                      00064500
                                                                        00064600
      *----------------------------------------------------             00064700
       2580-IMPRIMIR-CADASTRO                   SECTION.                00064800
      *----------------------------------------------------             00064900
           IF WRK-ACHOU                                                 00065000
              MOVE WRK-TBCAD-RAZAO (WRK-SUB-CADCLI) TO                  00065100
                   WRK-FRAZ-RAZAO                                       00065200
              MOVE WRK-TBCAD-CNPJ (WRK-SUB-CADCLI) TO WRK-CNPJ-NUM      00065300
              MOVE WRK-CNPJ-P1 TO WRK-FRAZ-CNPJ1                        00065400
              MOVE WRK-CNPJ-P2 TO WRK-FRAZ-CNPJ2                        00065500
              MOVE WRK-CNPJ-P3 TO WRK-FRAZ-CNPJ3                        00065600
              MOVE WRK-CNPJ-P4 TO WRK-FRAZ-CNPJ4                        00065700
              MOVE WRK-CNPJ-P5 TO WRK-FRAZ-CNPJ5                        00065800
              WRITE FD-FATMENS FROM WRK-FAT-RAZAO                       00065900
              MOVE WRK-TBCAD-ENDERECO (WRK-SUB-CADCLI) TO               00066000
                   WRK-FEND-ENDERECO                                    00066100
              WRITE FD-FATMENS FROM WRK-FAT-END1                        00066200
              MOVE WRK-TBCAD-CIDADE (WRK-SUB-CADCLI) TO                 00066300
                   WRK-FEND-CIDADE                                      00066400
              MOVE WRK-TBCAD-UF (WRK-SUB-CADCLI) TO WRK-FEND-UF         00066500
              MOVE WRK-TBCAD-CEP (WRK-SUB-CADCLI) (1:5) TO              00066600
                   WRK-FEND-CEP1                                        00066700
              MOVE WRK-TBCAD-CEP (WRK-SUB-CADCLI) (6:3) TO              00066800
                   WRK-FEND-CEP2                                        00066900
              WRITE FD-FATMENS FROM WRK-FAT-END2                        00067000
           ELSE                                                         00067100
              WRITE FD-FATMENS FROM WRK-FAT-SEMCAD                      00067200
              ADD 1 TO WRK-QTD-SEMCAD                                   00067300
           END-IF.                                                      00067400
                                                                        00067500
       2580-99-FIM.          EXIT.                                      00067600
                                                                        00067700
      *----------------------------------------------------             00067800
       1500-CARREGAR-SINCAD                     SECTION.                00067900
      *----------------------------------------------------             00068000
      * SEM SINCAD NAO HA NOTA DE CREDITO (E AVISA NO                   00068100
      * SYSOUT); CADASTRO MAIOR QUE A TABELA ABORTA, PARA               00068200
      * NAO PERDER SINISTRO NO SINNOVO.                                 00068300
      *----------------------------------------------------             00068400
           OPEN INPUT SINCAD.                                           00068500
           IF WRK-FS-SINCAD NOT EQUAL 00                                00068600
              DISPLAY ' SINCAD INDISPONIVEL (FS='                       00068700
                      WRK-FS-SINCAD ') - SEM CREDITO DE SINISTRO'       00068800
           ELSE                                                         00068900
              PERFORM 1510-LER-SINCAD                                   00069000
                      UNTIL WRK-FIM-SINCAD                              00069100
              CLOSE SINCAD                                              00069200
              DISPLAY ' SINISTROS CARREGADOS DO SINCAD: ' WRK-QTD-SIN   00069300
           END-IF.                                                      00069400
                                                                        00069500
       1500-99-FIM.          EXIT.                                      00069600
                                                                        00069700
      *----------------------------------------------------             00069800
       1510-LER-SINCAD                          SECTION.                00069900
      *----------------------------------------------------             00070000
           READ SINCAD                                                  00070100
             AT END                                                     00070200
               MOVE 'S' TO WRK-SW-FIMSIN                                00070300
           END-READ.                                                    00070400
           IF WRK-FS-SINCAD EQUAL 00                                    00070500
              IF WRK-QTD-SIN LESS 2000                                  00070600
                 ADD 1 TO WRK-QTD-SIN                                   00070700
                 MOVE FD-SINCAD TO WRK-TBSIN-REGISTRO (WRK-QTD-SIN)     00070800
              ELSE                                                      00070900
                 DISPLAY ' TABELA DE SINISTROS ESGOTADA (2000) '        00071000
                 MOVE 12 TO RETURN-CODE                                 00071100
                 STOP RUN                                               00071200
              END-IF                                                    00071300
           END-IF.                                                      00071400
                                                                        00071500
       1510-99-FIM.          EXIT.                                      00071600
                                                                        00071700
      *----------------------------------------------------             00071800
       2600-APLICAR-CREDITOS                    SECTION.                00071900
      *----------------------------------------------------             00072000
      * SINISTROS ACEITOS DO CLIENTE VIRAM NOTA DE CREDITO              00072100
      * ATE O LIQUIDO DA FATURA; O QUE SOBRAR DO VALOR                  00072200
      * ACEITO FICA PARA A FATURA SEGUINTE.                             00072300
      *----------------------------------------------------             00072400
           MOVE 1 TO WRK-SUB-SIN.                                       00072500
           PERFORM 2610-CREDITAR-SINISTRO                               00072600
                   UNTIL WRK-SUB-SIN GREATER WRK-QTD-SIN.               00072700
                                                                        00072800
       2600-99-FIM.          EXIT.                                      00072900
                                                                        00073000
      *----------------------------------------------------             00073100
       2610-CREDITAR-SINISTRO                   SECTION.                00073200
      *----------------------------------------------------             00073300
           IF WRK-TBSIN-CLIENTE (WRK-SUB-SIN) EQUAL                     00073400
              WRK-TBCLI-CODIGO (WRK-SUB-CLI)                            00073500
              AND WRK-TBSIN-SITUACAO (WRK-SUB-SIN) EQUAL 'C'            00073600
              AND WRK-VLR-LIQUIDO GREATER ZEROS                         00073700
              COMPUTE WRK-VLR-CREDITO =                                 00073800
                      WRK-TBSIN-ACEITO (WRK-SUB-SIN)                    00073900
                    - WRK-TBSIN-CREDITADO (WRK-SUB-SIN)                 00074000
              IF WRK-VLR-CREDITO GREATER WRK-VLR-LIQUIDO                00074100
                 MOVE WRK-VLR-LIQUIDO TO WRK-VLR-CREDITO                00074200
              END-IF                                                    00074300
              SUBTRACT WRK-VLR-CREDITO FROM WRK-VLR-LIQUIDO             00074400
              ADD WRK-VLR-CREDITO TO                                    00074500
                  WRK-TBSIN-CREDITADO (WRK-SUB-SIN)                     00074600
              MOVE WRK-COMPETENCIA TO                                   00074700
                   WRK-TBSIN-COMPET-CRED (WRK-SUB-SIN)                  00074800
              IF WRK-TBSIN-CREDITADO (WRK-SUB-SIN) EQUAL                00074900
                 WRK-TBSIN-ACEITO (WRK-SUB-SIN)                         00075000
                 MOVE 'L' TO WRK-TBSIN-SITUACAO (WRK-SUB-SIN)           00075100
                 MOVE WRK-DATA-HOJE TO                                  00075200
                      WRK-TBSIN-DTSITUACAO (WRK-SUB-SIN)                00075300
                 ADD 1 TO WRK-QTD-SINLIQ                                00075400
              END-IF                                                    00075500
              MOVE WRK-TBSIN-RASTREIO (WRK-SUB-SIN) TO                  00075600
                   WRK-FCRD-RASTREIO                                    00075700
              IF WRK-TBSIN-TIPO (WRK-SUB-SIN) EQUAL 'E'                 00075800
                 MOVE 'EXTRAVIO' TO WRK-FCRD-TIPO                       00075900
              ELSE                                                      00076000
                 MOVE 'AVARIA  ' TO WRK-FCRD-TIPO                       00076100
              END-IF                                                    00076200
              MOVE WRK-VLR-CREDITO TO WRK-FCRD-VALOR                    00076300
              WRITE FD-FATMENS FROM WRK-FAT-CRED                        00076400
              ADD 1 TO WRK-QTD-CREDITOS                                 00076500
              ADD WRK-VLR-CREDITO TO WRK-TOT-CREDITO                    00076600
           END-IF.                                                      00076700
           ADD 1 TO WRK-SUB-SIN.                                        00076800
                                                                        00076900
       2610-99-FIM.          EXIT.                                      00077000
                                                                        00077100
      *----------------------------------------------------             00077200
       3100-GRAVAR-SINISTRO                     SECTION.                00077300
      *----------------------------------------------------             00077400
           WRITE FD-SINNOVO FROM WRK-TBSIN-REGISTRO (WRK-SUB-SIN).      00077500
           ADD 1 TO WRK-SUB-SIN.                                        00077600
                                                                        00077700
       3100-99-FIM.          EXIT.                                      00077800
