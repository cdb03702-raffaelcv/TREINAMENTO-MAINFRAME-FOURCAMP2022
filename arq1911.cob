      *    RESUMO. O RELMENS CONCILIA: MATRICULAS LIDAS = DEBITOS   *   00002600
      *    + BOLETOS + SEM PRECO, COM OS TOTAIS DE VALOR DE CADA    *   00002700
      *    CAMINHO.                                                 *   00002800
      *    CADA BOLETO SAI TAMBEM NO RECMATR (LAYOUT #RECEB,        *   00002806
      *    ORIGEM MAT) PARA A CARGA NO CONTAS A RECEBER             *   00002811
      *    (FR19EX59), QUE ATRIBUI O NOSSO-NUMERO DO TITULO.        *   00002817
      *    DOCUMENTO DO TITULO = CURSO + ' TURMA' + TURMA, NOS      *   00002822
      *    12 BYTES DO CAMPO (EX.: C001 TURMA01).                   *   00002828
      *    BOLSAS: O CADASTRO DE BOLSAS (MASTER DO ARQ1916,         *   00002833
      *    OPCIONAL) DA DESCONTO NA MENSALIDADE. VALE A BOLSA       *   00002839
      *    ATIVA DA MATRICULA PARA O CURSO OU PARA TODOS OS         *   00002844
      *    CURSOS ('TODO') COM O VENCIMENTO DENTRO DA VIGENCIA;     *   00002850
      *    COM MAIS DE UMA, VALE O MAIOR DESCONTO (NAO ACUMULA).    *   00002856
      *    PERCENTUAL SOBRE O PRECO DO CURSO OU VALOR FIXO, NUNCA   *   00002861
      *    ACIMA DO PRECO. O DEBITO, O BOLETO E O RECMATR SAEM      *   00002867
      *    PELO VALOR LIQUIDO; O BOLETO MOSTRA O VALOR CHEIO E O    *   00002872
      *    DESCONTO. BOLSA INTEGRAL (LIQUIDO ZERO) NAO GERA         *   00002878
      *    COBRANCA. O RELMENS TOTALIZA OS DESCONTOS POR TIPO       *   00002883
      *    (FUNCIONARIO/MERITO/SOCIAL) E A CONCILIACAO INCLUI AS    *   00002889
      *    BOLSAS INTEGRAIS.                                        *   00002894
      *    CARTAO SYSIN 1: DATA DE VENCIMENTO AAAAMMDD              *   00002900
      *                    (ZEROS = HOJE).                          *   00003000
      *    NO FIM, QUANTIDADE E VALOR DOS DEBITOS GRAVADOS NO       *   00003010
      *    MOVMENS SAO DEPOSITADOS NO RAZAO DE CONTROLE             *   00003020
      *    (GRAVCTL/CTLLEDG) PARA O FR19CTL CONFERIR CONTRA O       *   00003030
      *    ARQ1914.                                                 *   00003040
      *-------------------------------------------------------------*   00003100
      *   ARQUIVOS...:                                              *   00003200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003300
      *    ALUCURSO             I                  -----------      *   00003400
      *    CURSOS               I                  -----------      *   00003500
      *    ALUCONTA             I                  -----------      *   00003600
      *    BOLSAS               I                  -----------      *   00003650
      *    MOVMENS              O                  -----------      *   00003700
      *    BOLETOS              O                  -----------      *   00003800
      *    RECMATR              O                  #RECEB           *   00003850
      *    RELMENS              O                  -----------      *   00003900
      *    CTLLEDG              O (VIA GRAVCTL)    -----------      *   00003910
      *-------------------------------------------------------------*   00004000
      *   MODULOS....:                             INCLUDE/BOOK     *   00004100
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004200
      *   GRAVCTL  -   RAZAO DE TOTAIS DE CONTROLE  #GCTL           *   00004210
      *=============================================================*   00004300
                                                                        00004400
      *=============================================================*   00004500
                                                                        00006200
            SELECT ALUCONTA ASSIGN TO ALUCONTA                          00006300
                 FILE STATUS IS WRK-FS-ALUCONTA.                        00006400
            SELECT BOLSAS ASSIGN TO BOLSAS                              00006433
                 FILE STATUS IS WRK-FS-BOLSAS.                          00006466
                                                                        00006500
            SELECT MOVMENS ASSIGN TO MOVMENS                            00006600
                 FILE STATUS IS WRK-FS-MOVMENS.                         00006700
                                                                        00006800
            SELECT BOLETOS ASSIGN TO BOLETOS                            00006900
                 FILE STATUS IS WRK-FS-BOLETOS.                         00007000
                                                                        00007016
            SELECT RECMATR ASSIGN TO RECMATR                            00007033
                 FILE STATUS IS WRK-FS-RECMATR.                         00007066
                                                                        00007100
            SELECT RELMENS ASSIGN TO RELMENS                            00007200
                 FILE STATUS IS WRK-FS-RELMENS.                         00007300
          05 FD-ALC-AGENCIA      PIC X(04).                             00011000
          05 FD-ALC-CONTA        PIC X(04).                             00011100
          05 FILLER              PIC X(06).                             00011200
       FD BOLSAS                                                        00011205
           RECORDING MODE IS F                                          00011210
           LABEL RECORD IS STANDARD                                     00011215
           BLOCK CONTAINS 0 RECORDS.                                    00011220
      *-----------------------LRECL 80------------------------------*   00011225
       01 FD-BOLSAS.                                                    00011230
          05 FD-BOL-MATRICULA    PIC 9(06).                             00011235
          05 FD-BOL-CURSO        PIC X(04).                             00011240
          05 FD-BOL-TIPO         PIC X(01).                             00011245
          05 FD-BOL-MODO         PIC X(01).                             00011250
          05 FD-BOL-PERCENTUAL   PIC 9(03)V99.                          00011255
          05 FD-BOL-VALOR        PIC 9(08)V99.                          00011260
          05 FD-BOL-INICIO       PIC 9(08).                             00011265
          05 FD-BOL-FIM          PIC 9(08).                             00011270
          05 FD-BOL-IDFUNC       PIC 9(05).                             00011275
          05 FD-BOL-SITUACAO     PIC X(01).                             00011280
          05 FD-BOL-DTENCERRA    PIC 9(08).                             00011285
          05 FD-BOL-MOTIVO       PIC X(02).                             00011290
          05 FILLER              PIC X(21).                             00011295
                                                                        00011300
       FD MOVMENS                                                       00011400
           RECORDING MODE IS F.                                         00011500
           RECORDING MODE IS F.                                         00012600
      *-------------------LRECL 80------------------------------------* 00012700
       01 FD-BOLETOS             PIC X(80).                             00012800
                                                                        00012810
       FD RECMATR                                                       00012820
           RECORDING MODE IS F.                                         00012840
      *-------------------LRECL 80------------------------------------* 00012860
       COPY '#RECEB'.                                                   00012880
                                                                        00012900
       FD RELMENS                                                       00013000
           RECORDING MODE IS F.                                         00013100
           '-----------BOOK LOGERROS------------------------'.          00014000
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00014100
       COPY '#GLOG'.                                                    00014200
       77 WRK-GRAVCTL     PIC X(08) VALUE 'GRAVCTL '.                   00014210
       COPY '#GCTL'.                                                    00014220
      *-------------------------------------------------------------*   00014300
                                                                        00014400
       01 FILLER          PIC X(64) VALUE                               00014500
       77 WRK-FS-ALUCURSO PIC 9(02).                                    00014800
       77 WRK-FS-CURSOS   PIC 9(02).                                    00014900
       77 WRK-FS-ALUCONTA PIC 9(02).                                    00015000
       77 WRK-FS-BOLSAS   PIC 9(02).                                    00015050
       77 WRK-FS-MOVMENS  PIC 9(02).                                    00015100
       77 WRK-FS-BOLETOS  PIC 9(02).                                    00015200
       77 WRK-FS-RECMATR  PIC 9(02).                                    00015250
       77 WRK-FS-RELMENS  PIC 9(02).                                    00015300
                                                                        00015400
       77 WRK-SW-FIM-AC   PIC X(01) VALUE 'N'.                          00015500
           88 WRK-FIM-CURSOS         VALUE 'S'.                         00016000
       77 WRK-SW-FIM-ALC  PIC X(01) VALUE 'N'.                          00016100
           88 WRK-FIM-ALUCONTA       VALUE 'S'.                         00016200
       77 WRK-SW-FIM-BOL  PIC X(01) VALUE 'N'.                          00016233
           88 WRK-FIM-BOLSAS         VALUE 'S'.                         00016266
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.                          00016300
           88 WRK-ACHOU              VALUE 'S'.                         00016400
                                                                        00016500
             10 WRK-TBALC-AGENCIA   PIC X(04).                          00019700
             10 WRK-TBALC-CONTA     PIC X(04).                          00019800
                                                                        00019900
       01 FILLER          PIC X(64) VALUE                               00019905
           '-----------BOLSAS ATIVAS EM MEMORIA-------------'.          00019910
                                                                        00019915
       77 WRK-QTD-BOL     PIC 9(04) VALUE ZEROES.                       00019920
       77 WRK-SUB-BOL     PIC 9(04) VALUE ZEROES.                       00019925
       77 WRK-PRECO-CHEIO PIC 9(08)V99 VALUE ZEROES.                    00019930
       77 WRK-DESCONTO    PIC 9(08)V99 VALUE ZEROES.                    00019935
       77 WRK-DESC-BOLSA  PIC 9(08)V99 VALUE ZEROES.                    00019940
       77 WRK-TIPO-BOLSA  PIC X(01) VALUE SPACE.                        00019945
       01 WRK-TAB-BOL.                                                  00019950
          05 WRK-BOL-LINHA OCCURS 2000 TIMES.                           00019955
             10 WRK-TBBOL-MATRICULA  PIC 9(06).                         00019960
             10 WRK-TBBOL-CURSO      PIC X(04).                         00019965
             10 WRK-TBBOL-TIPO       PIC X(01).                         00019970
             10 WRK-TBBOL-MODO       PIC X(01).                         00019975
             10 WRK-TBBOL-PERCENTUAL PIC 9(03)V99.                      00019980
             10 WRK-TBBOL-VALOR      PIC 9(08)V99.                      00019985
             10 WRK-TBBOL-INICIO     PIC 9(08).                         00019990
             10 WRK-TBBOL-FIM        PIC 9(08).                         00019995
       01 FILLER          PIC X(64) VALUE                               00020000
           '-----------CONTADORES E CONTROLES---------------'.          00020100
                                                                        00020200
       77 WRK-QTD-DEBITO  PIC 9(05) VALUE ZEROES.                       00020400
       77 WRK-QTD-BOLETO  PIC 9(05) VALUE ZEROES.                       00020500
       77 WRK-QTD-SEMPRECO PIC 9(05) VALUE ZEROES.                      00020600
       77 WRK-QTD-INTEGRAL PIC 9(05) VALUE ZEROES.                      00020612
       77 WRK-QTD-DESC-F  PIC 9(05) VALUE ZEROES.                       00020625
       77 WRK-QTD-DESC-M  PIC 9(05) VALUE ZEROES.                       00020637
       77 WRK-QTD-DESC-S  PIC 9(05) VALUE ZEROES.                       00020650
       77 WRK-VLR-DESC-F  PIC 9(10)V99 VALUE ZEROES.                    00020662
       77 WRK-VLR-DESC-M  PIC 9(10)V99 VALUE ZEROES.                    00020675
       77 WRK-VLR-DESC-S  PIC 9(10)V99 VALUE ZEROES.                    00020687
       77 WRK-VALOR-INT   PIC 9(08) VALUE ZEROES.                       00020700
       77 WRK-TOT-DEBITO  PIC 9(12) VALUE ZEROES.                       00020800
       77 WRK-TOT-BOLETO  PIC 9(12) VALUE ZEROES.                       00020900
          05 WRK-BOL-VALOR       PIC ZZ.ZZZ.ZZ9,99.                     00026000
          05 FILLER              PIC X(09) VALUE SPACES.                00026100
                                                                        00026200
       01 WRK-BOL-DESCONTO.                                             00026210
          05 FILLER              PIC X(14) VALUE 'VALOR CHEIO:  '.      00026220
          05 WRK-BOL-CHEIO       PIC ZZ.ZZZ.ZZ9,99.                     00026230
          05 FILLER              PIC X(18) VALUE                        00026240
             '   DESCONTO BOLSA '.                                      00026250
          05 WRK-BOL-TIPO        PIC X(11).                             00026260
          05 FILLER              PIC X(02) VALUE ': '.                  00026270
          05 WRK-BOL-DESC        PIC ZZ.ZZZ.ZZ9,99.                     00026280
          05 FILLER              PIC X(09) VALUE SPACES.                00026290
       01 WRK-RES-LINHA.                                                00026300
          05 WRK-RES-TEXTO       PIC X(30).                             00026400
          05 WRK-RES-QTD         PIC ZZZZ9.                             00026500
          05 WRK-RES-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9.                   00026700
          05 FILLER              PIC X(22) VALUE SPACES.                00026800
                                                                        00026900
       01 WRK-RES-BOLSA.                                                00026914
          05 WRK-RESB-TEXTO      PIC X(30).                             00026928
          05 WRK-RESB-QTD        PIC ZZZZ9.                             00026942
          05 FILLER              PIC X(11) VALUE ' DESCONTO: '.         00026957
          05 WRK-RESB-VALOR      PIC ZZZ.ZZZ.ZZ9,99.                    00026971
          05 FILLER              PIC X(20) VALUE SPACES.                00026985
       01 WRK-RES-CONFERE.                                              00027000
          05 FILLER              PIC X(30) VALUE                        00027100
             'CONCILIACAO DAS MATRICULAS....'.                          00027200
       1000-INICIAR                             SECTION.                00029200
      *-------------------------------------------------------------*   00029300
             OPEN INPUT  ALUCURSO CURSOS ALUCONTA                       00029400
                  OUTPUT MOVMENS BOLETOS RECMATR RELMENS.               00029500
                                                                        00029600
               PERFORM 4000-TESTARSTATUS.                               00029700
                                                                        00029800
               PERFORM 1150-CARREGAR-ALUCONTA UNTIL WRK-FIM-ALUCONTA.   00031200
               CLOSE ALUCONTA.                                          00031300
               PERFORM 4300-TESTARSTATUS-ALUCONTA.                      00031400
      *----BOLSAS OPCIONAL: SEM CADASTRO, COBRANCA SEM DESCONTO-----*   00031410
               OPEN INPUT BOLSAS.                                       00031420
               IF WRK-FS-BOLSAS NOT EQUAL 00                            00031430
                  DISPLAY ' SEM BOLSAS (FS=' WRK-FS-BOLSAS              00031440
                          ') - COBRANCA SEM DESCONTOS'                  00031450
               ELSE                                                     00031460
                  PERFORM 1170-CARREGAR-BOLSAS UNTIL WRK-FIM-BOLSAS     00031470
                  CLOSE BOLSAS                                          00031480
               END-IF.                                                  00031490
                                                                        00031500
               MOVE WRK-DATA-HOJE TO WRK-CABM-DATA.                     00031600
               WRITE FD-MOVMENS FROM WRK-MOVMENS-CAB.                   00031700
                    END-IF                                              00035900
                 END-IF.                                                00036000
       1150-99-FIM.              EXIT.                                  00036100
      *-------------------------------------------------------------*   00036102
       1170-CARREGAR-BOLSAS                     SECTION.                00036105
      *-------------------------------------------------------------*   00036108
      *   SO AS BOLSAS ATIVAS (SITUACAO 'A') ENTRAM NA TABELA.      *   00036111
      *-------------------------------------------------------------*   00036113
                 READ BOLSAS                                            00036116
                   AT END                                               00036119
                     MOVE 'S' TO WRK-SW-FIM-BOL                         00036122
                 END-READ.                                              00036125
                 PERFORM 4600-TESTARSTATUS-BOLSAS.                      00036127
                 IF WRK-FS-BOLSAS EQUAL 00                              00036130
                    AND FD-BOL-SITUACAO EQUAL 'A'                       00036133
                    IF WRK-QTD-BOL LESS 2000                            00036136
                       ADD 1 TO WRK-QTD-BOL                             00036138
                       MOVE FD-BOL-MATRICULA                            00036141
                            TO WRK-TBBOL-MATRICULA (WRK-QTD-BOL)        00036144
                       MOVE FD-BOL-CURSO                                00036147
                            TO WRK-TBBOL-CURSO (WRK-QTD-BOL)            00036150
                       MOVE FD-BOL-TIPO                                 00036152
                            TO WRK-TBBOL-TIPO (WRK-QTD-BOL)             00036155
                       MOVE FD-BOL-MODO                                 00036158
                            TO WRK-TBBOL-MODO (WRK-QTD-BOL)             00036161
                       MOVE FD-BOL-PERCENTUAL                           00036163
                            TO WRK-TBBOL-PERCENTUAL (WRK-QTD-BOL)       00036166
                       MOVE FD-BOL-VALOR                                00036169
                            TO WRK-TBBOL-VALOR (WRK-QTD-BOL)            00036172
                       MOVE FD-BOL-INICIO                               00036175
                            TO WRK-TBBOL-INICIO (WRK-QTD-BOL)           00036177
                       MOVE FD-BOL-FIM                                  00036180
                            TO WRK-TBBOL-FIM (WRK-QTD-BOL)              00036183
                    ELSE                                                00036186
                       DISPLAY ' TABELA DE BOLSAS CHEIA (2000) '        00036188
                    END-IF                                              00036191
                 END-IF.                                                00036194
       1170-99-FIM.              EXIT.                                  00036197
      *-------------------------------------------------------------*   00036200
       1200-LER-ALUCURSO                        SECTION.                00036300
      *-------------------------------------------------------------*   00036400
            ADD 1 TO WRK-REGLIDOS.                                      00038900
                                                                        00039000
            PERFORM 2100-PROCURAR-PRECO.                                00039100
            PERFORM 2150-APLICAR-BOLSA.                                 00039173
            EVALUATE TRUE                                               00039246
              WHEN WRK-PRECO-CHEIO EQUAL ZEROES                         00039320
                ADD 1 TO WRK-QTD-SEMPRECO                               00039393
              WHEN WRK-PRECO-ATUAL EQUAL ZEROES                         00039466
                ADD 1 TO WRK-QTD-INTEGRAL                               00039540
              WHEN OTHER                                                00039613
                PERFORM 2200-PROCURAR-CONTA                             00039686
                IF WRK-ACHOU                                            00039760
                   PERFORM 2300-GRAVAR-DEBITO                           00039833
                ELSE                                                    00039906
                   PERFORM 2400-IMPRIMIR-BOLETO                         00039980
                END-IF                                                  00040053
            END-EVALUATE.                                               00040126
                                                                        00040200
            PERFORM 1200-LER-ALUCURSO.                                  00040300
                                                                        00040400
            END-IF.                                                     00042400
            ADD 1 TO WRK-SUB-CUR.                                       00042500
       2110-99-FIM.              EXIT.                                  00042600
      *-------------------------------------------------------------*   00042601
       2150-APLICAR-BOLSA                       SECTION.                00042603
      *-------------------------------------------------------------*   00042605
      *   PROCURA A BOLSA ATIVA DA MATRICULA (CURSO OU 'TODO') COM  *   00042607
      *   O VENCIMENTO NA VIGENCIA E APLICA O MAIOR DESCONTO SOBRE  *   00042608
      *   O PRECO DO CURSO. WRK-PRECO-ATUAL FICA COM O LIQUIDO.     *   00042610
      *-------------------------------------------------------------*   00042612
            MOVE WRK-PRECO-ATUAL TO WRK-PRECO-CHEIO.                    00042614
            MOVE ZEROES TO WRK-DESCONTO.                                00042615
            MOVE SPACE  TO WRK-TIPO-BOLSA.                              00042617
            MOVE 1 TO WRK-SUB-BOL.                                      00042619
            PERFORM 2160-AVALIAR-BOLSA                                  00042621
                    UNTIL WRK-SUB-BOL GREATER WRK-QTD-BOL.              00042622
            IF WRK-DESCONTO GREATER ZEROES                              00042624
               SUBTRACT WRK-DESCONTO FROM WRK-PRECO-ATUAL               00042626
               EVALUATE WRK-TIPO-BOLSA                                  00042628
                 WHEN 'F'                                               00042629
                   ADD 1 TO WRK-QTD-DESC-F                              00042631
                   ADD WRK-DESCONTO TO WRK-VLR-DESC-F                   00042633
                 WHEN 'M'                                               00042635
                   ADD 1 TO WRK-QTD-DESC-M                              00042636
                   ADD WRK-DESCONTO TO WRK-VLR-DESC-M                   00042638
                 WHEN OTHER                                             00042640
                   ADD 1 TO WRK-QTD-DESC-S                              00042642
                   ADD WRK-DESCONTO TO WRK-VLR-DESC-S                   00042643
               END-EVALUATE                                             00042645
            END-IF.                                                     00042647
                                                                        00042649
       2150-99-FIM.              EXIT.                                  00042650
      *-------------------------------------------------------------*   00042652
       2160-AVALIAR-BOLSA                       SECTION.                00042654
      *-------------------------------------------------------------*   00042656
            IF WRK-TBBOL-MATRICULA (WRK-SUB-BOL) EQUAL FD-AC-MATRICULA  00042657
               AND (WRK-TBBOL-CURSO (WRK-SUB-BOL) EQUAL FD-AC-CURSO     00042659
                    OR WRK-TBBOL-CURSO (WRK-SUB-BOL) EQUAL 'TODO')      00042661
               AND WRK-TBBOL-INICIO (WRK-SUB-BOL) NOT GREATER           00042663
                   WRK-DATA-VENC                                        00042664
               AND (WRK-TBBOL-FIM (WRK-SUB-BOL) EQUAL ZEROES            00042666
                    OR WRK-TBBOL-FIM (WRK-SUB-BOL) NOT LESS             00042668
                       WRK-DATA-VENC)                                   00042670
               IF WRK-TBBOL-MODO (WRK-SUB-BOL) EQUAL 'P'                00042671
                  COMPUTE WRK-DESC-BOLSA ROUNDED = WRK-PRECO-CHEIO      00042673
                        * WRK-TBBOL-PERCENTUAL (WRK-SUB-BOL) / 100      00042675
               ELSE                                                     00042677
                  MOVE WRK-TBBOL-VALOR (WRK-SUB-BOL) TO WRK-DESC-BOLSA  00042678
               END-IF                                                   00042680
               IF WRK-DESC-BOLSA GREATER WRK-PRECO-CHEIO                00042682
                  MOVE WRK-PRECO-CHEIO TO WRK-DESC-BOLSA                00042684
               END-IF                                                   00042685
               IF WRK-DESC-BOLSA GREATER WRK-DESCONTO                   00042687
                  MOVE WRK-DESC-BOLSA TO WRK-DESCONTO                   00042689
                  MOVE WRK-TBBOL-TIPO (WRK-SUB-BOL) TO WRK-TIPO-BOLSA   00042691
               END-IF                                                   00042692
            END-IF.                                                     00042694
            ADD 1 TO WRK-SUB-BOL.                                       00042696
       2160-99-FIM.              EXIT.                                  00042698
      *-------------------------------------------------------------*   00042700
       2200-PROCURAR-CONTA                      SECTION.                00042800
      *-------------------------------------------------------------*   00042900
            WRITE FD-BOLETOS FROM WRK-BOL-CAB.                          00048400
            WRITE FD-BOLETOS FROM WRK-BOL-ALUNO.                        00048500
            WRITE FD-BOLETOS FROM WRK-BOL-CURSO.                        00048600
            IF WRK-DESCONTO GREATER ZEROES                              00048607
               MOVE WRK-PRECO-CHEIO TO WRK-BOL-CHEIO                    00048614
               MOVE WRK-DESCONTO    TO WRK-BOL-DESC                     00048621
               EVALUATE WRK-TIPO-BOLSA                                  00048628
                 WHEN 'F'                                               00048635
                   MOVE 'FUNCIONARIO' TO WRK-BOL-TIPO                   00048642
                 WHEN 'M'                                               00048650
                   MOVE 'MERITO     ' TO WRK-BOL-TIPO                   00048657
                 WHEN OTHER                                             00048664
                   MOVE 'SOCIAL     ' TO WRK-BOL-TIPO                   00048671
               END-EVALUATE                                             00048678
               WRITE FD-BOLETOS FROM WRK-BOL-DESCONTO                   00048685
            END-IF.                                                     00048692
            WRITE FD-BOLETOS FROM WRK-LINHA-TRACO.                      00048700
            WRITE FD-BOLETOS FROM WRK-LINHA-BRANCO.                     00048800
                                                                        00048804
            MOVE 'MAT'           TO FD-REC-ORIGEM.                      00048809
            MOVE FD-AC-MATRICULA TO FD-REC-CLIENTE.                     00048818
            MOVE FD-AC-NOME      TO FD-REC-NOME.                        00048827
            MOVE SPACES          TO FD-REC-DOCUMENTO.                   00048836
            STRING FD-AC-CURSO ' TURMA' FD-AC-TURMA                     00048845
                   DELIMITED BY SIZE INTO FD-REC-DOCUMENTO.             00048854
            MOVE WRK-DATA-VENC   TO FD-REC-VENCIMENTO.                  00048863
            MOVE WRK-PRECO-ATUAL TO FD-REC-VALOR.                       00048872
            WRITE FD-RECEB.                                             00048881
            PERFORM 4500-TESTARSTATUS-RECMATR.                          00048890
            ADD 1 TO WRK-QTD-BOLETO.                                    00048900
            ADD WRK-VALOR-INT TO WRK-TOT-BOLETO.                        00049000
                                                                        00049100
             MOVE WRK-QTD-SEMPRECO TO WRK-RES-QTD.                      00051900
             MOVE ZEROES           TO WRK-RES-VALOR.                    00052000
             WRITE FD-RELMENS FROM WRK-RES-LINHA.                       00052100
             MOVE 'BOLSA INTEGRAL (SEM COBRANCA).'                      00052104
                  TO WRK-RES-TEXTO.                                     00052109
             MOVE WRK-QTD-INTEGRAL TO WRK-RES-QTD.                      00052113
             MOVE ZEROES           TO WRK-RES-VALOR.                    00052118
             WRITE FD-RELMENS FROM WRK-RES-LINHA.                       00052122
      *----DESCONTOS DE BOLSA CONCEDIDOS POR TIPO-------------------*   00052127
             MOVE 'BOLSAS DE FUNCIONARIO.........'                      00052131
                  TO WRK-RESB-TEXTO.                                    00052136
             MOVE WRK-QTD-DESC-F TO WRK-RESB-QTD.                       00052140
             MOVE WRK-VLR-DESC-F TO WRK-RESB-VALOR.                     00052145
             WRITE FD-RELMENS FROM WRK-RES-BOLSA.                       00052150
             MOVE 'BOLSAS DE MERITO..............'                      00052154
                  TO WRK-RESB-TEXTO.                                    00052159
             MOVE WRK-QTD-DESC-M TO WRK-RESB-QTD.                       00052163
             MOVE WRK-VLR-DESC-M TO WRK-RESB-VALOR.                     00052168
             WRITE FD-RELMENS FROM WRK-RES-BOLSA.                       00052172
             MOVE 'BOLSAS SOCIAIS................'                      00052176
                  TO WRK-RESB-TEXTO.                                    00052181
             MOVE WRK-QTD-DESC-S TO WRK-RESB-QTD.                       00052186
             MOVE WRK-VLR-DESC-S TO WRK-RESB-VALOR.                     00052190
             WRITE FD-RELMENS FROM WRK-RES-BOLSA.                       00052195
                                                                        00052200
             COMPUTE WRK-CONFERE = WRK-QTD-DEBITO + WRK-QTD-BOLETO      00052300
                                 + WRK-QTD-SEMPRECO + WRK-QTD-INTEGRAL. 00052400
             IF WRK-CONFERE EQUAL WRK-REGLIDOS                          00052500
                MOVE 'CONFERE   ' TO WRK-CONF-TEXTO                     00052600
             ELSE                                                       00052700
             WRITE FD-RELMENS FROM WRK-RES-CONFERE.                     00053100
             WRITE FD-RELMENS FROM WRK-LINHA-TRACO.                     00053200
                                                                        00053300
             CLOSE ALUCURSO MOVMENS BOLETOS RECMATR RELMENS.            00053400
               PERFORM 4000-TESTARSTATUS.                               00053500
               DISPLAY ' ============================================'. 00053600
               DISPLAY ' RESUMO DO PROCESSAMENTO - ARQ1911           '. 00053700
               DISPLAY ' DEBITOS EM CONTA.......' WRK-QTD-DEBITO.       00054000
               DISPLAY ' BOLETOS IMPRESSOS......' WRK-QTD-BOLETO.       00054100
               DISPLAY ' CURSOS SEM PRECO.......' WRK-QTD-SEMPRECO.     00054200
               DISPLAY ' BOLSAS INTEGRAIS.......' WRK-QTD-INTEGRAL.     00054220
               DISPLAY ' BOLSAS FUNCIONARIO.....' WRK-QTD-DESC-F.       00054240
               DISPLAY ' BOLSAS MERITO..........' WRK-QTD-DESC-M.       00054260
               DISPLAY ' BOLSAS SOCIAIS.........' WRK-QTD-DESC-S.       00054280
               DISPLAY ' ============================================'. 00054300
                                                                        00054310
               MOVE 'ARQ1911 ' TO WRK-CTL-PROGRAMA.                     00054320
               MOVE WRK-DATA-HOJE TO WRK-CTL-DATA.                      00054325
               MOVE 'MOVMENS ' TO WRK-CTL-DATASET.                      00054330
               MOVE 'P'        TO WRK-CTL-PAPEL.                        00054340
               MOVE WRK-QTD-DEBITO TO WRK-CTL-QTD.                      00054350
               MOVE WRK-TOT-DEBITO TO WRK-CTL-VALOR.                    00054360
               CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.               00054370
                                                                        00054400
       3000-99-FIM.              EXIT.                                  00054500
      *-------------------------------------------------------------*   00054600
                 PERFORM 4200-TESTARSTATUS-CURSOS.                      00055000
                 PERFORM 4300-TESTARSTATUS-ALUCONTA.                    00055100
                 PERFORM 4400-TESTARSTATUS-MOVMENS.                     00055200
                 PERFORM 4500-TESTARSTATUS-RECMATR.                     00055250
                 IF WRK-FS-BOLETOS NOT EQUAL 00                         00055300
                   MOVE 'ERRO NO OPEN BOLETOS  ' TO WRK-MSGERRO         00055400
                   MOVE '1000'                   TO WRK-SECAO           00055500
               END-IF.                                                  00061100
                                                                        00061200
       4400-99-FIM.              EXIT.                                  00061300
      *-------------------------------------------------------------*   00061304
       4500-TESTARSTATUS-RECMATR                    SECTION.            00061308
      *-------------------------------------------------------------*   00061312
               IF WRK-FS-RECMATR NOT EQUAL 00                           00061317
                 MOVE 'ERRO NO RECMATR       ' TO WRK-MSGERRO           00061321
                 MOVE '2400'                   TO WRK-SECAO             00061325
                 MOVE WRK-FS-RECMATR           TO WRK-STATUS            00061329
                  PERFORM 9000-TRATAERROS                               00061333
               END-IF.                                                  00061338
                                                                        00061342
       4500-99-FIM.              EXIT.                                  00061346
      *-------------------------------------------------------------*   00061350
       4600-TESTARSTATUS-BOLSAS                     SECTION.            00061354
      *-------------------------------------------------------------*   00061358
               IF WRK-FS-BOLSAS NOT EQUAL 00                            00061363
                           AND WRK-FS-BOLSAS NOT EQUAL 10               00061367
                 MOVE 'ERRO NO BOLSAS        ' TO WRK-MSGERRO           00061371
                 MOVE '1170'                   TO WRK-SECAO             00061375
                 MOVE WRK-FS-BOLSAS            TO WRK-STATUS            00061379
                  PERFORM 9000-TRATAERROS                               00061383
               END-IF.                                                  00061388
                                                                        00061392
       4600-99-FIM.              EXIT.                                  00061396
      *-------------------------------------------------------------*   00061400
       9000-TRATAERROS                              SECTION.            00061500
      *-------------------------------------------------------------*   00061600
