      *    LAYOUT DO SEGMENTO A (POSICOES): 01-03 BANCO, 04-07      *   00002100
      *    LOTE, 08 TIPO 3, 09-13 SEQUENCIA, 14 SEGMENTO A, 15-18   *   00002200
      *    AGENCIA, 19-22 CONTA, 23-30 VALOR, 31-38 DATA, 39 TIPO   *   00002300
      *    DO MOVIMENTO, 40-69 HISTORICO, 70-72 RESERVADO PARA O    *   00002318
      *    PARECER DO BANCO NO RETORNO, 73-150 FAVORECIDO.          *   00002336
      *    PAGAMENTO A FORNECEDOR (TIPOMOV 'G', HISTORICO 'PAG FORN *   00002354
      *    ' + NUMERO DO TITULO NAS POSICOES 10-19): A ORDEM DO     *   00002372
      *    ORDPAG (FR19EX63) COMPLETA O FAVORECIDO - 73-75 BANCO,   *   00002390
      *    76-79 AGENCIA, 80-91 CONTA, 92-121 NOME, 122-131 NUMERO  *   00002409
      *    DO TITULO, 132-139 DATA DE PAGAMENTO, 140-150 VALOR COM  *   00002427
      *    CENTAVOS. NOS DEMAIS MOVIMENTOS 73-150 VAO EM BRANCO.    *   00002445
      *    ORDPAG E OPCIONAL: SEM ELE O PAGAMENTO SEGUE SEM         *   00002463
      *    FAVORECIDO E SAI CONTADO NO RELREM.                      *   00002481
      *-------------------------------------------------------------*   00002500
      *   ARQUIVOS...:                                              *   00002600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002700
      *    MOVPOST              I                  -----------      *   00002800
      *    MOV0106A             I                  -----------      *   00002900
      *    MOV0106C             I                  -----------      *   00003000
      *    ORDPAG               I                  -----------      *   00003050
      *    REMESSA              O                  -----------      *   00003100
      *    RELREM               O                  -----------      *   00003200
      *-------------------------------------------------------------*   00003300
                                                                        00005500
            SELECT MOV0106C ASSIGN TO MOV0106C                          00005600
                 FILE STATUS IS WRK-FS-MOV0106C.                        00005700
            SELECT ORDPAG ASSIGN TO ORDPAG                              00005733
                 FILE STATUS IS WRK-FS-ORDPAG.                          00005766
                                                                        00005800
            SELECT REMESSA ASSIGN TO REMESSA                            00005900
                 FILE STATUS IS WRK-FS-REMESSA.                         00006000
           BLOCK CONTAINS 0 RECORDS.                                    00009300
       01 FD-MOV0106C             PIC X(89).                            00009400
                                                                        00009500
      *-------------------LRECL 100---------------------------------*   00009505
       FD ORDPAG                                                        00009511
           RECORDING MODE IS F                                          00009517
           LABEL RECORD IS STANDARD                                     00009523
           BLOCK CONTAINS 0 RECORDS.                                    00009529
       01 FD-ORDPAG.                                                    00009535
          05 FD-ORD-TITULO           PIC 9(10).                         00009541
          05 FD-ORD-CONTA-DEB        PIC X(08).                         00009547
          05 FD-ORD-FORNEC           PIC X(10).                         00009552
          05 FD-ORD-NOME             PIC X(30).                         00009558
          05 FD-ORD-BANCO            PIC X(03).                         00009564
          05 FD-ORD-AGENCIA          PIC X(04).                         00009570
          05 FD-ORD-CONTA            PIC X(12).                         00009576
          05 FD-ORD-DATA-PAGTO       PIC 9(08).                         00009582
          05 FD-ORD-VALOR            PIC 9(09)V99.                      00009588
          05 FILLER                  PIC X(04).                         00009594
      *-------------------LRECL 240---------------------------------*   00009600
       FD REMESSA                                                       00009700
           RECORDING MODE IS F.                                         00009800
       77 WRK-FS-MOVPOST  PIC 9(02).                                    00011900
       77 WRK-FS-MOV0106A PIC 9(02).                                    00012000
       77 WRK-FS-MOV0106C PIC 9(02).                                    00012100
       77 WRK-FS-ORDPAG   PIC 9(02).                                    00012150
       77 WRK-FS-REMESSA  PIC 9(02).                                    00012200
       77 WRK-FS-RELREM   PIC 9(02).                                    00012300
                                                                        00012400
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.                          00012500
           88 WRK-FIM-ARQUIVO       VALUE 'S'.                          00012600
       01 FILLER          PIC X(64) VALUE                               00012605
           '-----------ORDENS DE PAGAMENTO EM MEMORIA-------'.          00012610
                                                                        00012615
       77 WRK-QTD-ORDENS   PIC 9(04) VALUE ZEROES.                      00012621
       77 WRK-SUB-ORDENS   PIC 9(04) VALUE ZEROES.                      00012626
       77 WRK-IDX-ORDEM    PIC 9(04) VALUE ZEROES.                      00012631
       77 WRK-NUM-TITULO   PIC 9(10) VALUE ZEROES.                      00012636
       01 WRK-TAB-ORDENS.                                               00012642
          05 WRK-ORD-LINHA OCCURS 2000 TIMES.                           00012647
             10 WRK-ORD-TITULO      PIC 9(10).                          00012652
             10 WRK-ORD-FAVORECIDO.                                     00012657
                15 WRK-ORD-BANCO       PIC X(03).                       00012663
                15 WRK-ORD-AGENCIA     PIC X(04).                       00012668
                15 WRK-ORD-CONTA       PIC X(12).                       00012673
                15 WRK-ORD-NOME        PIC X(30).                       00012678
                15 WRK-ORD-NUMERO      PIC 9(10).                       00012684
                15 WRK-ORD-DATA-PAGTO  PIC 9(08).                       00012689
                15 WRK-ORD-VALOR       PIC 9(09)V99.                    00012694
                                                                        00012700
       01 FILLER          PIC X(64) VALUE                               00012800
           '-----------CONTADORES E TOTAIS------------------'.          00012900
       77 WRK-SOMA-VALORES PIC 9(15) VALUE ZEROES.                      00013200
       77 WRK-QTD-REGISTROS PIC 9(07) VALUE ZEROES.                     00013300
       77 WRK-QTD-CONTAS   PIC 9(05) VALUE ZEROES.                      00013400
       77 WRK-QTD-PAGFORN  PIC 9(05) VALUE ZEROES.                      00013433
       77 WRK-QTD-SEMORDEM PIC 9(05) VALUE ZEROES.                      00013466
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROES.                      00013500
       77 WRK-HORA-AGORA   PIC 9(06) VALUE ZEROES.                      00013600
                                                                        00013700
          05 WRK-REG3-DATA       PIC 9(08).                             00016900
          05 WRK-REG3-TIPOMOV    PIC X(01).                             00017000
          05 WRK-REG3-HISTORICO  PIC X(30).                             00017100
          05 FILLER              PIC X(03) VALUE SPACES.                00017118
          05 WRK-REG3-FAVORECIDO.                                       00017136
             10 WRK-REG3-FAV-BANCO    PIC X(03).                        00017154
             10 WRK-REG3-FAV-AGENCIA  PIC X(04).                        00017172
             10 WRK-REG3-FAV-CONTA    PIC X(12).                        00017190
             10 WRK-REG3-FAV-NOME     PIC X(30).                        00017209
             10 WRK-REG3-FAV-TITULO   PIC 9(10).                        00017227
             10 WRK-REG3-FAV-DATA     PIC 9(08).                        00017245
             10 WRK-REG3-FAV-VALOR    PIC 9(09)V99.                     00017263
          05 FILLER              PIC X(90) VALUE SPACES.                00017281
                                                                        00017300
       01 WRK-REG5.                                                     00017400
          05 FILLER              PIC X(03) VALUE '033'.                 00017500
            PERFORM  1000-INICIAR.                                      00021500
                                                                        00021600
            MOVE 'N' TO WRK-SW-FIM.                                     00021700
            PERFORM  1100-CARREGAR-ORDPAG UNTIL WRK-FIM-ARQUIVO.        00021725
                                                                        00021750
            MOVE 'N' TO WRK-SW-FIM.                                     00021775
            PERFORM  2000-EXPORTAR-MOVPOST UNTIL WRK-FIM-ARQUIVO.       00021800
                                                                        00021900
            MOVE 'N' TO WRK-SW-FIM.                                     00022000
      *-------------------------------------------------------------*   00023000
       1000-INICIAR                             SECTION.                00023100
      *-------------------------------------------------------------*   00023200
             OPEN INPUT  MOVPOST MOV0106A MOV0106C ORDPAG               00023300
                  OUTPUT REMESSA RELREM.                                00023400
                                                                        00023500
               PERFORM 4000-TESTARSTATUS.                               00023600
               ADD 1 TO WRK-QTD-REGISTROS.                              00024900
                                                                        00025000
       1000-99-FIM.              EXIT.                                  00025100
      *-------------------------------------------------------------*   00025102
       1100-CARREGAR-ORDPAG                     SECTION.                00025104
      *-------------------------------------------------------------*   00025107
      *----ORDPAG OPCIONAL; IGNORA CABECALHO/RODAPE-----------------*   00025109
            READ ORDPAG                                                 00025112
              AT END                                                    00025114
                MOVE 'S' TO WRK-SW-FIM                                  00025117
            END-READ.                                                   00025119
            IF WRK-FS-ORDPAG NOT EQUAL 00                               00025121
               IF WRK-FS-ORDPAG NOT EQUAL 10                            00025124
                  DISPLAY ' ORDPAG INDISPONIVEL (FS=' WRK-FS-ORDPAG ')' 00025126
               END-IF                                                   00025129
               MOVE 'S' TO WRK-SW-FIM                                   00025131
            ELSE                                                        00025134
               IF FD-ORDPAG (1:9) NOT EQUAL 'CABECALHO'                 00025136
                  AND FD-ORDPAG (1:6) NOT EQUAL 'RODAPE'                00025139
                  IF WRK-QTD-ORDENS LESS 2000                           00025141
                     ADD 1 TO WRK-QTD-ORDENS                            00025143
                     MOVE FD-ORD-TITULO TO                              00025146
                          WRK-ORD-TITULO (WRK-QTD-ORDENS)               00025148
                          WRK-ORD-NUMERO (WRK-QTD-ORDENS)               00025151
                     MOVE FD-ORD-BANCO TO                               00025153
                          WRK-ORD-BANCO (WRK-QTD-ORDENS)                00025156
                     MOVE FD-ORD-AGENCIA TO                             00025158
                          WRK-ORD-AGENCIA (WRK-QTD-ORDENS)              00025160
                     MOVE FD-ORD-CONTA TO                               00025163
                          WRK-ORD-CONTA (WRK-QTD-ORDENS)                00025165
                     MOVE FD-ORD-NOME TO                                00025168
                          WRK-ORD-NOME (WRK-QTD-ORDENS)                 00025170
                     MOVE FD-ORD-DATA-PAGTO TO                          00025173
                          WRK-ORD-DATA-PAGTO (WRK-QTD-ORDENS)           00025175
                     MOVE FD-ORD-VALOR TO                               00025178
                          WRK-ORD-VALOR (WRK-QTD-ORDENS)                00025180
                  ELSE                                                  00025182
                     DISPLAY ' TABELA DE ORDENS ESGOTADA (2000) '       00025185
                  END-IF                                                00025187
               END-IF                                                   00025190
            END-IF.                                                     00025192
                                                                        00025195
       1100-99-FIM.              EXIT.                                  00025197
      *-------------------------------------------------------------*   00025200
       2000-EXPORTAR-MOVPOST                    SECTION.                00025300
      *-------------------------------------------------------------*   00025400
               END-IF                                                   00026900
               MOVE FD-PST-TIPOMOV    TO WRK-REG3-TIPOMOV               00027000
               MOVE FD-PST-MOVIMENTO  TO WRK-REG3-HISTORICO             00027100
               MOVE SPACES            TO WRK-REG3-FAVORECIDO            00027120
               IF FD-PST-TIPOMOV EQUAL 'G'                              00027140
                  PERFORM 2050-COMPLETAR-FAVORECIDO                     00027160
               END-IF                                                   00027180
               WRITE FD-REMESSA FROM WRK-REG3                           00027200
               ADD 1 TO WRK-QTD-REGISTROS                               00027300
               ADD FD-PST-VLRMOVIMENTO TO WRK-SOMA-VALORES              00027400
            END-IF.                                                     00027500
                                                                        00027600
       2000-99-FIM.              EXIT.                                  00027700
      *-------------------------------------------------------------*   00027703
       2050-COMPLETAR-FAVORECIDO                SECTION.                00027706
      *-------------------------------------------------------------*   00027709
      *   PAGAMENTO A FORNECEDOR: O NUMERO DO TITULO NO HISTORICO   *   00027712
      *   LOCALIZA A ORDEM DO FR19EX63 COM OS DADOS DO FAVORECIDO.  *   00027715
      *-------------------------------------------------------------*   00027718
            ADD 1 TO WRK-QTD-PAGFORN.                                   00027721
            MOVE ZEROES TO WRK-IDX-ORDEM.                               00027724
            IF FD-PST-MOVIMENTO (10:10) IS NUMERIC                      00027727
               MOVE FD-PST-MOVIMENTO (10:10) TO WRK-NUM-TITULO          00027730
               MOVE 1 TO WRK-SUB-ORDENS                                 00027733
               PERFORM 2060-COMPARAR-ORDEM                              00027736
                       UNTIL WRK-SUB-ORDENS GREATER WRK-QTD-ORDENS      00027739
                          OR WRK-IDX-ORDEM GREATER ZEROES               00027742
            END-IF.                                                     00027745
            IF WRK-IDX-ORDEM EQUAL ZEROES                               00027748
               ADD 1 TO WRK-QTD-SEMORDEM                                00027751
            ELSE                                                        00027754
               MOVE WRK-ORD-FAVORECIDO (WRK-IDX-ORDEM)                  00027757
                    TO WRK-REG3-FAVORECIDO                              00027760
            END-IF.                                                     00027763
                                                                        00027766
       2050-99-FIM.              EXIT.                                  00027769
      *-------------------------------------------------------------*   00027772
       2060-COMPARAR-ORDEM                      SECTION.                00027775
      *-------------------------------------------------------------*   00027778
            IF WRK-ORD-TITULO (WRK-SUB-ORDENS) EQUAL WRK-NUM-TITULO     00027781
               MOVE WRK-SUB-ORDENS TO WRK-IDX-ORDEM                     00027784
            END-IF.                                                     00027787
            ADD 1 TO WRK-SUB-ORDENS.                                    00027790
                                                                        00027793
       2060-99-FIM.              EXIT.                                  00027796
      *-------------------------------------------------------------*   00027800
       2100-CONTAR-MOV0106A                     SECTION.                00027900
      *-------------------------------------------------------------*   00028000
                  TO WRK-TOT-ROTULO.                                    00033700
             MOVE WRK-QTD-REGISTROS TO WRK-TOT-VALOR.                   00033800
             WRITE FD-RELREM FROM WRK-LINHA-TOTAL.                      00033900
             MOVE 'PAGAMENTOS A FORNECEDOR.....: '                      00033911
                  TO WRK-TOT-ROTULO.                                    00033922
             MOVE WRK-QTD-PAGFORN TO WRK-TOT-VALOR.                     00033933
             WRITE FD-RELREM FROM WRK-LINHA-TOTAL.                      00033944
             MOVE 'PAGAMENTOS SEM ORDEM........: '                      00033955
                  TO WRK-TOT-ROTULO.                                    00033966
             MOVE WRK-QTD-SEMORDEM TO WRK-TOT-VALOR.                    00033977
             WRITE FD-RELREM FROM WRK-LINHA-TOTAL.                      00033988
             WRITE FD-RELREM FROM WRK-LINHA-TRACO.                      00034000
                                                                        00034100
             CLOSE MOVPOST MOV0106A MOV0106C ORDPAG REMESSA RELREM.     00034200
               PERFORM 4000-TESTARSTATUS.                               00034300
               DISPLAY ' -----FIM DO PROGRAMA----- '.                   00034400
               DISPLAY ' MOVIMENTOS ENVIADOS....' WRK-QTD-DETALHES.     00034500
               DISPLAY ' SOMATORIA DA REMESSA...' WRK-SOMA-VALORES.     00034600
               DISPLAY ' REGISTROS GRAVADOS.....' WRK-QTD-REGISTROS.    00034700
               DISPLAY ' PAGAMENTOS FORNECEDOR..' WRK-QTD-PAGFORN.      00034733
               DISPLAY ' PAGAMENTOS SEM ORDEM...' WRK-QTD-SEMORDEM.     00034766
                                                                        00034800
       3000-99-FIM.              EXIT.                                  00034900
      *-------------------------------------------------------------*   00035000
