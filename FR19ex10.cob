      *    CHECAGEM DE LIMITE (A VALIDACAO FINAL E ESTA AQUI).      *   00002700
      *    CARTAO SYSIN: LIMITE DO CHEQUE ESPECIAL (9(08);          *   00002800
      *    ZEROS = 05000, O MESMO PADRAO DO FR19EX04).              *   00002900
      *    CONTA DESTINO POR CHAVE: A INSTRUCAO PODE TRAZER, NO      *  00002910
      *    LUGAR DA CONTA DESTINO (QUE ENTAO VEM EM BRANCO), O TIPO *   00002920
      *    E O VALOR DE UMA CHAVE DO DIRETORIO CHAVES (FR19EX49:    *   00002930
      *    C-CPF J-CNPJ E-EMAIL T-TELEFONE A-ALEATORIA). A CHAVE E  *   00002940
      *    RESOLVIDA PARA AGENCIA + CONTA ANTES DAS CRITICAS E DA   *   00002950
      *    EXPLOSAO DAS PERNAS; TIPO INVALIDO, CHAVE JUNTO COM      *   00002960
      *    CONTA DESTINO, CHAVE NAO CADASTRADA OU DIRETORIO         *   00002970
      *    INDISPONIVEL VAO PARA O TRFREJ COM O MOTIVO, E A         *   00002980
      *    INSTRUCAO REJEITADA SAI COMO FOI RECEBIDA.               *   00002990
      *-------------------------------------------------------------*   00003000
      *   ARQUIVOS...:                                              *   00003100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003200
      *    CLIENTES             I                  -----------      *   00003300
      *    TRANSF               I                  -----------      *   00003400
      *    CHAVES               I                  -----------      *   00003450
      *    MOVTRF               O                  -----------      *   00003500
      *    TRFREJ               O                  -----------      *   00003600
      *-------------------------------------------------------------*   00003700
                                                                        00005600
            SELECT TRANSF ASSIGN TO TRANSF                              00005700
                 FILE STATUS IS WRK-FS-TRANSF.                          00005800
            SELECT CHAVES ASSIGN TO CHAVES                              00005833
                 FILE STATUS IS WRK-FS-CHAVES.                          00005866
                                                                        00005900
            SELECT MOVTRF ASSIGN TO MOVTRF                              00006000
                 FILE STATUS IS WRK-FS-MOVTRF.                          00006100
          05 FD-LIMITE          PIC 9(08).                              00008030
          05 FD-DOCUMENTO       PIC 9(14).                              00008040
                                                                        00008100
      *-------------------LRECL 132---------------------------------*   00008200
       FD TRANSF                                                        00008300
           RECORDING MODE IS F                                          00008400
           LABEL RECORD IS STANDARD                                     00008500
             10 FD-TRF-CONTA-PARA   PIC X(04).                          00009300
          05 FD-TRF-VALOR           PIC 9(08).                          00009400
          05 FD-TRF-HISTORICO       PIC X(30).                          00009500
          05 FD-TRF-TIPOCHAVE       PIC X(01).                          00009506
             88 FD-TRF-POR-CONTA          VALUE SPACE.                  00009512
             88 FD-TRF-TIPOCHAVE-OK       VALUE 'C' 'J' 'E' 'T' 'A'.    00009518
          05 FD-TRF-VALCHAVE        PIC X(77).                          00009525
                                                                        00009531
      *-------------------LRECL 100---------------------------------*   00009537
       FD CHAVES                                                        00009543
           RECORDING MODE IS F                                          00009550
           LABEL RECORD IS STANDARD                                     00009556
           BLOCK CONTAINS 0 RECORDS.                                    00009562
       01 FD-CHAVES.                                                    00009568
          05 FD-CHV-TIPO            PIC X(01).                          00009575
          05 FD-CHV-VALOR           PIC X(77).                          00009581
          05 FD-CHV-CONTA-CLI       PIC X(08).                          00009587
          05 FD-CHV-DOCUMENTO       PIC 9(14).                          00009593
                                                                        00009600
      *-------------------LRECL 55----------------------------------*   00009700
       FD MOVTRF                                                        00009800
          05 FD-MVT-TIPOMOV         PIC X(01).                          00010500
          05 FD-MVT-DATAVALOR       PIC 9(08).                          00010600
                                                                        00010700
      *-------------------LRECL 162---------------------------------*   00010800
       FD TRFREJ                                                        00010900
           RECORDING MODE IS F.                                         00011000
       01 FD-TRFREJ.                                                    00011100
          05 FD-REJ-TRANSF          PIC X(132).                         00011200
          05 FD-REJ-MOTIVO          PIC X(30).                          00011300
                                                                        00011400
      *=============================================================*   00011500
                                                                        00012700
       77 WRK-FS-CLIENTES PIC 9(02).                                    00012800
       77 WRK-FS-TRANSF   PIC 9(02).                                    00012900
       77 WRK-FS-CHAVES   PIC 9(02).                                    00012950
       77 WRK-FS-MOVTRF   PIC 9(02).                                    00013000
       77 WRK-FS-TRFREJ   PIC 9(02).                                    00013100
                                                                        00013200
             10 WRK-CTA-STATUS      PIC X(01).                          00015310
             10 WRK-CTA-LIMITE      PIC 9(08).                          00015320
                                                                        00015500
       01 FILLER          PIC X(64) VALUE                               00015505
           '-----------DIRETORIO DE CHAVES EM MEMORIA-------'.          00015510
                                                                        00015515
       77 WRK-QTD-CHAVES  PIC 9(04) VALUE ZEROES.                       00015521
       77 WRK-SUB-CHAVES  PIC 9(04) VALUE ZEROES.                       00015526
       77 WRK-IDX-CHAVE   PIC 9(04) VALUE ZEROES.                       00015531
       77 WRK-SW-CHAVES   PIC X(01) VALUE 'N'.                          00015536
           88 WRK-COM-CHAVES        VALUE 'S'.                          00015542
       77 WRK-SW-FIM-CHV  PIC X(01) VALUE 'N'.                          00015547
           88 WRK-FIM-CHAVES        VALUE 'S'.                          00015552
       01 WRK-TAB-CHAVES.                                               00015557
          05 WRK-CHAVE-LINHA OCCURS 5000 TIMES.                         00015563
             10 WRK-TCV-TIPO        PIC X(01).                          00015568
             10 WRK-TCV-VALOR       PIC X(77).                          00015573
             10 WRK-TCV-CONTA-CLI   PIC X(08).                          00015578
       77 WRK-MOTIVO-CHAVE        PIC X(30) VALUE SPACES.               00015584
       77 WRK-PARA-INFORMADA      PIC X(08) VALUE SPACES.               00015589
       77 WRK-QTD-POR-CHAVE       PIC 9(05) VALUE ZEROES.               00015594
       01 FILLER          PIC X(64) VALUE                               00015600
           '-----------CONTADORES E CONTROLES---------------'.          00015700
                                                                        00015800
                                                                        00017800
            PERFORM  1000-INICIAR.                                      00017900
            PERFORM  1100-CARREGAR-CLIENTES.                            00018000
            PERFORM  1300-CARREGAR-CHAVES.                              00018050
            PERFORM  1200-LER-TRANSF.                                   00018100
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-TRANSF.               00018200
            PERFORM  3000-FINALIZAR.                                    00018300
                                                                        00019200
               PERFORM 4000-TESTARSTATUS.                               00019300
                                                                        00019400
      *-------SEM DIRETORIO SO AS TRANSFERENCIAS POR CHAVE CAEM------*  00019401
               OPEN INPUT CHAVES.                                       00019402
               IF WRK-FS-CHAVES EQUAL 00                                00019403
                  MOVE 'S' TO WRK-SW-CHAVES                             00019404
               ELSE                                                     00019405
                  DISPLAY ' SEM CHAVES (FS=' WRK-FS-CHAVES              00019406
                          ') - TRANSFERENCIA POR CHAVE REJEITADA'       00019407
               END-IF.                                                  00019408
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00019410
               MOVE WRK-DATA-HOJE TO WRK-CABT-DATA.                     00019420
               WRITE FD-MOVTRF FROM WRK-MOVTRF-CAB.                     00019430
             PERFORM 4200-TESTARSTATUS-TRANSF.                          00025000
                                                                        00025100
       1200-99-FIM.              EXIT.                                  00025200
      *-------------------------------------------------------------*   00025202
       1300-CARREGAR-CHAVES                     SECTION.                00025204
      *-------------------------------------------------------------*   00025206
             IF WRK-COM-CHAVES                                          00025209
                PERFORM 1310-LER-CHAVE UNTIL WRK-FIM-CHAVES             00025211
                DISPLAY ' CHAVES CARREGADAS: ' WRK-QTD-CHAVES           00025213
             END-IF.                                                    00025216
                                                                        00025218
       1300-99-FIM.              EXIT.                                  00025220
      *-------------------------------------------------------------*   00025223
       1310-LER-CHAVE                           SECTION.                00025225
      *-------------------------------------------------------------*   00025227
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00025230
             READ CHAVES                                                00025232
               AT END                                                   00025234
                 MOVE 'S' TO WRK-SW-FIM-CHV                             00025237
             END-READ.                                                  00025239
             PERFORM 4300-TESTARSTATUS-CHAVES.                          00025241
             IF WRK-FS-CHAVES EQUAL 00                                  00025244
                IF FD-CHAVES (1:9) NOT EQUAL 'CABECALHO'                00025246
                   AND FD-CHAVES (1:6) NOT EQUAL 'RODAPE'               00025248
                   IF WRK-QTD-CHAVES LESS 5000                          00025251
                      ADD 1 TO WRK-QTD-CHAVES                           00025253
                      MOVE FD-CHV-TIPO TO                               00025255
                           WRK-TCV-TIPO (WRK-QTD-CHAVES)                00025258
                      MOVE FD-CHV-VALOR TO                              00025260
                           WRK-TCV-VALOR (WRK-QTD-CHAVES)               00025262
                      MOVE FD-CHV-CONTA-CLI TO                          00025265
                           WRK-TCV-CONTA-CLI (WRK-QTD-CHAVES)           00025267
                   ELSE                                                 00025269
                      DISPLAY ' TABELA DE CHAVES ESGOTADA (5000) '      00025272
                      MOVE 'TABELA DE CHAVES ESGOTADA    '              00025274
                           TO WRK-MSGERRO                               00025276
                      MOVE '1310' TO WRK-SECAO                          00025279
                      MOVE '08'   TO WRK-STATUS                         00025281
                      PERFORM 9000-TRATAERROS                           00025283
                      MOVE 8 TO RETURN-CODE                             00025286
                      STOP RUN                                          00025288
                   END-IF                                               00025290
                END-IF                                                  00025293
             END-IF.                                                    00025295
       1310-99-FIM.              EXIT.                                  00025297
      *-------------------------------------------------------------*   00025300
       2000-PROCESSAR                           SECTION.                00025400
      *-------------------------------------------------------------*   00025500
            ADD 1 TO WRK-REGLIDAS.                                      00025600
                                                                        00025700
            PERFORM 2100-LOCALIZAR-ORIGEM.                              00025800
            PERFORM 2300-RESOLVER-CHAVE.                                00025863
            PERFORM 2200-LOCALIZAR-DESTINO.                             00025927
                                                                        00025990
            EVALUATE TRUE                                               00026054
              WHEN WRK-IDX-ORIGEM EQUAL ZEROES                          00026118
                MOVE 'CONTA ORIGEM INEXISTENTE     '                    00026181
                     TO FD-REJ-MOTIVO                                   00026245
                PERFORM 2500-GRAVAR-REJEICAO                            00026309
              WHEN WRK-MOTIVO-CHAVE NOT EQUAL SPACES                    00026372
                MOVE WRK-MOTIVO-CHAVE TO FD-REJ-MOTIVO                  00026436
                PERFORM 2500-GRAVAR-REJEICAO                            00026500
              WHEN WRK-IDX-DESTINO EQUAL ZEROES                         00026600
                MOVE 'CONTA DESTINO INEXISTENTE    '                    00026700
            END-IF.                                                     00032500
            ADD 1 TO WRK-SUB-CONTAS.                                    00032600
       2210-99-FIM.              EXIT.                                  00032700
      *-------------------------------------------------------------*   00032702
       2300-RESOLVER-CHAVE                      SECTION.                00032704
      *-------------------------------------------------------------*   00032706
      *   INSTRUCAO POR CHAVE: TROCA A CHAVE PELA AGENCIA + CONTA   *   00032708
      *   DO DIRETORIO NA CHAVE-PARA; DAI EM DIANTE E UMA           *   00032710
      *   TRANSFERENCIA COMUM. A CHAVE-PARA INFORMADA FICA GUARDADA *   00032712
      *   PARA A REJEICAO SAIR COMO A INSTRUCAO FOI RECEBIDA.       *   00032714
      *-------------------------------------------------------------*   00032716
            MOVE SPACES            TO WRK-MOTIVO-CHAVE.                 00032718
            MOVE FD-TRF-CHAVE-PARA TO WRK-PARA-INFORMADA.               00032720
            IF FD-TRF-POR-CONTA                                         00032722
               GO TO 2300-99-FIM.                                       00032724
                                                                        00032726
            EVALUATE TRUE                                               00032728
              WHEN NOT FD-TRF-TIPOCHAVE-OK                              00032730
                MOVE 'TIPO DE CHAVE INVALIDO       '                    00032732
                     TO WRK-MOTIVO-CHAVE                                00032734
              WHEN FD-TRF-CHAVE-PARA NOT EQUAL SPACES                   00032736
                MOVE 'CHAVE E CONTA DESTINO JUNTAS '                    00032738
                     TO WRK-MOTIVO-CHAVE                                00032740
              WHEN NOT WRK-COM-CHAVES                                   00032742
                MOVE 'DIRETORIO DE CHAVES INDISPON.'                    00032744
                     TO WRK-MOTIVO-CHAVE                                00032746
              WHEN OTHER                                                00032748
                MOVE ZEROES TO WRK-IDX-CHAVE                            00032750
                MOVE 1 TO WRK-SUB-CHAVES                                00032752
                PERFORM 2310-COMPARAR-CHAVE                             00032754
                        UNTIL WRK-SUB-CHAVES GREATER WRK-QTD-CHAVES     00032756
                           OR WRK-IDX-CHAVE GREATER ZEROES              00032758
                IF WRK-IDX-CHAVE EQUAL ZEROES                           00032760
                   MOVE 'CHAVE PIX NAO CADASTRADA     '                 00032762
                        TO WRK-MOTIVO-CHAVE                             00032764
                ELSE                                                    00032766
                   MOVE WRK-TCV-CONTA-CLI (WRK-IDX-CHAVE)               00032768
                        TO FD-TRF-CHAVE-PARA                            00032770
                   ADD 1 TO WRK-QTD-POR-CHAVE                           00032772
                END-IF                                                  00032774
            END-EVALUATE.                                               00032776
                                                                        00032778
       2300-99-FIM.              EXIT.                                  00032780
      *-------------------------------------------------------------*   00032782
       2310-COMPARAR-CHAVE                      SECTION.                00032784
      *-------------------------------------------------------------*   00032786
            IF WRK-TCV-TIPO (WRK-SUB-CHAVES) EQUAL FD-TRF-TIPOCHAVE     00032788
               AND WRK-TCV-VALOR (WRK-SUB-CHAVES) EQUAL FD-TRF-VALCHAVE 00032790
               MOVE WRK-SUB-CHAVES TO WRK-IDX-CHAVE                     00032792
            END-IF.                                                     00032794
            ADD 1 TO WRK-SUB-CHAVES.                                    00032796
       2310-99-FIM.              EXIT.                                  00032798
      *-------------------------------------------------------------*   00032800
       2400-GRAVAR-PAR-DE-PERNAS                SECTION.                00032900
      *-------------------------------------------------------------*   00033000
      *   TRFREJ COM O MOTIVO NOMEANDO A PERNA QUE FALHOU.          *   00036900
      *-------------------------------------------------------------*   00037000
            MOVE FD-TRANSF TO FD-REJ-TRANSF.                            00037100
            MOVE WRK-PARA-INFORMADA TO FD-REJ-TRANSF (9:8).             00037150
            WRITE FD-TRFREJ.                                            00037200
            ADD 1 TO WRK-QTD-REJEITA.                                   00037300
                                                                        00037400
             MOVE WRK-HASH-TRF  TO WRK-TRLT-HASH.                       00037820
             WRITE FD-MOVTRF FROM WRK-MOVTRF-TRL.                       00037830
             CLOSE CLIENTES TRANSF MOVTRF TRFREJ.                       00037900
             IF WRK-COM-CHAVES                                          00037925
                CLOSE CHAVES                                            00037950
             END-IF.                                                    00037975
               PERFORM 4000-TESTARSTATUS.                               00038000
              DISPLAY ' ============================================'.  00038100
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX10          '.  00038200
              DISPLAY ' ============================================'.  00038300
              DISPLAY ' TRANSFERENCIAS LIDAS.......' WRK-REGLIDAS.      00038400
              DISPLAY ' RESOLVIDAS POR CHAVE.......' WRK-QTD-POR-CHAVE. 00038450
              DISPLAY ' PARES DE PERNAS GERADOS....' WRK-QTD-PARES.     00038500
              DISPLAY ' TRANSFERENCIAS REJEITADAS..' WRK-QTD-REJEITA.   00038600
              DISPLAY ' VALOR TRANSFERIDO..........' WRK-VLR-TRANSF.    00038700
               END-IF.                                                  00043900
                                                                        00044000
       4200-99-FIM.              EXIT.                                  00044100
      *-------------------------------------------------------------*   00044106
       4300-TESTARSTATUS-CHAVES                     SECTION.            00044113
      *-------------------------------------------------------------*   00044120
               IF WRK-FS-CHAVES NOT EQUAL 00                            00044126
                           AND WRK-FS-CHAVES NOT EQUAL 10               00044133
                 MOVE 'ERRO NO CHAVES        ' TO WRK-MSGERRO           00044140
                 MOVE '1310'                   TO WRK-SECAO             00044146
                 MOVE WRK-FS-CHAVES            TO WRK-STATUS            00044153
                  PERFORM 9000-TRATAERROS                               00044160
                  MOVE 200 TO RETURN-CODE                               00044166
                  STOP RUN                                              00044173
               END-IF.                                                  00044180
                                                                        00044186
       4300-99-FIM.              EXIT.                                  00044193
      *-------------------------------------------------------------*   00044200
       9000-TRATAERROS                              SECTION.            00044300
      *-------------------------------------------------------------*   00044400
